IDENTIFICATION DIVISION.
PROGRAM-ID. DraftOrigination.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Account-Master-File ASSIGN TO "ACCTMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Account-ID
        FILE STATUS IS Account-Master-Status.

    SELECT Member-Master-File ASSIGN TO "MBRMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mbr-Member-Number
        FILE STATUS IS Member-Master-Status.

    SELECT Draft-File ASSIGN TO "ACCTDRFT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Draft-File-Status.

    SELECT Draft-Register ASSIGN TO "ACCTDORG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Draft-Register-Status.

    SELECT Master-Journal-File ASSIGN TO "ACCTMJRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Master-Journal-Status.

    SELECT Run-Control-File ASSIGN TO "ACCTRUNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  Account-Master-File.
    COPY ACCTREC.

FD  Member-Master-File.
    COPY MBRREC.

      *> Outbound draft file for the bank, one per run: a header
      *> carrying the file date, one detail per Monthly-Savings draft
      *> pulled from the member's bank account, and a trailer carrying
      *> the detail count, a hash total of the numeric Account-IDs and
      *> the dollar total. The bank answers each detail on the
      *> settlement file DraftSettlement reads, keyed by Account-ID and
      *> draft date.
FD  Draft-File.
01  Draft-Record.
    05  Drf-Record-Type           PIC X(1).
        88  Drf-Header            VALUE "H".
        88  Drf-Detail            VALUE "D".
        88  Drf-Trailer           VALUE "T".
    05  Drf-Detail-Fields.
        10  Drf-Account-ID        PIC X(10).
        10  Drf-Account-ID-Num REDEFINES Drf-Account-ID
                                  PIC 9(10).
        10  Drf-Member-Number     PIC X(10).
        10  Drf-Member-Name       PIC X(30).
        10  Drf-Bank-Routing      PIC X(9).
        10  Drf-Bank-Account      PIC X(17).
        10  Drf-Bank-Account-Type PIC X(1).
        10  Drf-Amount            PIC 9(5)V99.
        10  Drf-Draft-Date        PIC 9(8).
    05  Drf-Header-Fields REDEFINES Drf-Detail-Fields.
        10  Drf-File-Date         PIC 9(8).
        10  FILLER                PIC X(84).
    05  Drf-Trailer-Fields REDEFINES Drf-Detail-Fields.
        10  Drf-Trailer-Count     PIC 9(7).
        10  FILLER                PIC X(2).
        10  Drf-Trailer-Hash      PIC 9(12).
        10  FILLER                PIC X(2).
        10  Drf-Trailer-Amount    PIC 9(9)V99.
        10  FILLER                PIC X(58).

FD  Draft-Register.
01  Draft-Register-Line          PIC X(100).

FD  Master-Journal-File.
    COPY MJRNREC.

FD  Run-Control-File.
    COPY RUNCREC.

WORKING-STORAGE SECTION.
01  Account-Master-Status    PIC XX.
01  Member-Master-Status     PIC XX.
01  Draft-File-Status        PIC XX.
01  Draft-Register-Status    PIC XX.
01  Master-Journal-Status    PIC XX.
01  WS-Run-Date              PIC 9(8).
01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
    05  WS-Run-Month         PIC 9(6).
    05  WS-Run-Day           PIC 9(2).
01  WS-End-Of-Master-Flag    PIC X VALUE "N".
    88  End-Of-Master        VALUE "Y".
01  WS-Last-Draft-Month      PIC 9(6).
01  WS-Before-Image          PIC X(160).
01  WS-Draft-Reason          PIC X(30).

      *> An account has matured when its Open-Date plus Months of term
      *> lands on or before the run date, the same test
      *> SavingsCalculator applies; a matured account takes no more
      *> contributions and is not drafted.
01  WS-Maturity-Flag         PIC X.
    88  Account-Matured      VALUE "Y".
    88  Account-Not-Matured  VALUE "N".
01  WS-Open-Date-Parts.
    05  WS-Open-Year         PIC 9(4).
    05  WS-Open-Month        PIC 9(2).
    05  WS-Open-Day          PIC 9(2).
01  WS-Maturity-Date-Parts.
    05  WS-Mat-Year          PIC 9(4).
    05  WS-Mat-Month         PIC 9(2).
    05  WS-Mat-Day           PIC 9(2).
01  WS-Maturity-Date REDEFINES WS-Maturity-Date-Parts PIC 9(8).
01  WS-Elapsed-Months-Total  PIC 9(7).
01  WS-Days-In-Month         PIC 9(2).
01  WS-Leap-Check-Quotient   PIC 9(4).
01  WS-Leap-Remainder-4      PIC 9(1).
01  WS-Leap-Remainder-100    PIC 9(2).
01  WS-Leap-Remainder-400    PIC 9(3).
01  WS-Leap-Year-Flag        PIC X.
    88  Leap-Year            VALUE "Y".
    88  Not-Leap-Year        VALUE "N".

01  WS-Draft-Count           PIC 9(7)  VALUE 0.
01  WS-Draft-Hash            PIC 9(12) VALUE 0.
01  WS-Draft-Total           PIC 9(9)V99 VALUE 0.
01  WS-Accounts-Due          PIC 9(7)  VALUE 0.
01  WS-Accounts-Suspended    PIC 9(7)  VALUE 0.
01  WS-Accounts-Matured      PIC 9(7)  VALUE 0.
01  WS-Accounts-No-Savings   PIC 9(7)  VALUE 0.
01  WS-Accounts-Rejected     PIC 9(7)  VALUE 0.

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "DRAFTORG".
01  WS-Run-Number            PIC 9(7) VALUE 1.
01  WS-Max-Run-Number        PIC 9(7) VALUE 0.
01  WS-Runc-Record-Seq       PIC 9(7) VALUE 0.
01  WS-Last-Complete-Seq     PIC 9(7) VALUE 0.
01  WS-Last-Override-Seq     PIC 9(7) VALUE 0.
01  WS-End-Of-Runc-Flag      PIC X VALUE "N".
    88  End-Of-Run-Control   VALUE "Y".

01  WS-Register-Header-Line.
    05  FILLER               PIC X(26)
        VALUE "SAVINGS DRAFTS ORIGINATED ".
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Reg-Hdr-Run-Date     PIC 9(8).

01  WS-Register-Column-Line.
    05  FILLER               PIC X(12) VALUE "ACCOUNT     ".
    05  FILLER               PIC X(12) VALUE "MEMBER      ".
    05  FILLER               PIC X(5)  VALUE "DAY  ".
    05  FILLER               PIC X(11) VALUE "     AMOUNT".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(6)  VALUE "STATUS".

01  WS-Register-Detail-Line.
    05  Reg-Account-ID       PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Member-Number    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Draft-Day        PIC 9(2).
    05  FILLER               PIC X(3)  VALUE SPACES.
    05  Reg-Amount           PIC Z(5)9.99.
    05  FILLER               PIC X(4)  VALUE SPACES.
    05  Reg-Status           PIC X(30).

01  WS-Register-Total-Line.
    05  Reg-Total-Label      PIC X(30).
    05  Reg-Total-Count      PIC Z(6)9.

01  WS-Register-Amount-Line.
    05  Reg-Amount-Label     PIC X(30).
    05  Reg-Amount-Value     PIC Z(8)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
    PERFORM OPEN-RUN-CONTROL
    OPEN I-O Account-Master-File
    IF Account-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Account-Master-File, status "
            Account-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
      *> The bank details live on the member master, so without it
      *> nothing can be drafted.
    OPEN INPUT Member-Master-File
    IF Member-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Member-Master-File, status "
            Member-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Draft-File
    IF Draft-File-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Draft-File, status "
            Draft-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Draft-Register
    IF Draft-Register-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Draft-Register, status "
            Draft-Register-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND Master-Journal-File
    IF Master-Journal-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Master-Journal-File, status "
            Master-Journal-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-DRAFT-FILE-HEADER
    MOVE WS-Run-Date TO Reg-Hdr-Run-Date
    WRITE Draft-Register-Line FROM WS-Register-Header-Line
    WRITE Draft-Register-Line FROM WS-Register-Column-Line
    PERFORM READ-MASTER-RECORD
    PERFORM UNTIL End-Of-Master
        PERFORM CHECK-DRAFT-DUE
        PERFORM READ-MASTER-RECORD
    END-PERFORM
    PERFORM WRITE-DRAFT-FILE-TRAILER
    PERFORM WRITE-REGISTER-TOTALS
    DISPLAY "Accounts due to draft:  " WS-Accounts-Due
    DISPLAY "Drafts originated:      " WS-Draft-Count
    DISPLAY "Total drafted:          " WS-Draft-Total
    CLOSE Account-Master-File
    CLOSE Member-Master-File
    CLOSE Draft-File
    CLOSE Draft-Register
    CLOSE Master-Journal-File
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

      *> Scan the shared run-control file: the next run number is one
      *> past the highest on file, and a completed record for this job
      *> and business date blocks a second draft pass unless an
      *> operator override record was appended after it. The file
      *> stays open so the completion record lands at clean end of
      *> job -- a crashed run leaves no completion and reruns freely.
OPEN-RUN-CONTROL.
    OPEN INPUT Run-Control-File
    IF Run-Control-Status = "00"
        PERFORM READ-RUN-CONTROL-RECORD
        PERFORM UNTIL End-Of-Run-Control
            ADD 1 TO WS-Runc-Record-Seq
            IF Runc-Run-Number IS NUMERIC
               AND Runc-Run-Number > WS-Max-Run-Number
                MOVE Runc-Run-Number TO WS-Max-Run-Number
            END-IF
            IF Runc-Job-Name = WS-Job-Name
               AND Runc-Business-Date = WS-Run-Date
                IF Runc-Completed
                    MOVE WS-Runc-Record-Seq TO WS-Last-Complete-Seq
                END-IF
                IF Runc-Override
                    MOVE WS-Runc-Record-Seq TO WS-Last-Override-Seq
                END-IF
            END-IF
            PERFORM READ-RUN-CONTROL-RECORD
        END-PERFORM
        CLOSE Run-Control-File
    END-IF
    COMPUTE WS-Run-Number = WS-Max-Run-Number + 1
    IF WS-Last-Complete-Seq > 0
       AND WS-Last-Override-Seq < WS-Last-Complete-Seq
        DISPLAY "RUN REFUSED: " WS-Job-Name
            " already completed for business date " WS-Run-Date
            " and no operator override is present"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND Run-Control-File
    IF Run-Control-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Run-Control-File, status "
            Run-Control-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES        TO Run-Control-Record
    MOVE WS-Job-Name   TO Runc-Job-Name
    MOVE WS-Run-Number TO Runc-Run-Number
    MOVE WS-Run-Date   TO Runc-Business-Date
    SET Runc-Started   TO TRUE
    WRITE Run-Control-Record
    DISPLAY "Run control: " WS-Job-Name " run number " WS-Run-Number.

READ-RUN-CONTROL-RECORD.
    READ Run-Control-File
        AT END
            SET End-Of-Run-Control TO TRUE
    END-READ.

WRITE-RUN-COMPLETION.
    MOVE SPACES        TO Run-Control-Record
    MOVE WS-Job-Name   TO Runc-Job-Name
    MOVE WS-Run-Number TO Runc-Run-Number
    MOVE WS-Run-Date   TO Runc-Business-Date
    SET Runc-Completed TO TRUE
    WRITE Run-Control-Record
    CLOSE Run-Control-File.

READ-MASTER-RECORD.
    READ Account-Master-File NEXT RECORD
        AT END
            SET End-Of-Master TO TRUE
    END-READ.

      *> An open account enrolled for drafting is due once its draft
      *> day has come round this month and no draft has gone out for
      *> the month yet, so a day the job does not run (or a rerun) is
      *> caught up on the next run instead of skipped or doubled.
CHECK-DRAFT-DUE.
    IF Last-Draft-Month IS NUMERIC
        MOVE Last-Draft-Month TO WS-Last-Draft-Month
    ELSE
        MOVE 0 TO WS-Last-Draft-Month
    END-IF
    IF Account-Open
       AND Draft-Day IS NUMERIC
       AND Draft-Day > 0
       AND Draft-Day <= WS-Run-Day
       AND WS-Last-Draft-Month < WS-Run-Month
        ADD 1 TO WS-Accounts-Due
        PERFORM CHECK-ACCOUNT-MATURITY
        EVALUATE TRUE
            WHEN Draft-Suspended
                ADD 1 TO WS-Accounts-Suspended
            WHEN Account-Matured
                ADD 1 TO WS-Accounts-Matured
            WHEN Monthly-Savings = 0
                ADD 1 TO WS-Accounts-No-Savings
            WHEN OTHER
                PERFORM ORIGINATE-DRAFT
        END-EVALUATE
    END-IF.

      *> The account has to reach a member with a bank account on
      *> file; otherwise it is listed for member services and tried
      *> again on the next run.
ORIGINATE-DRAFT.
    MOVE SPACES TO WS-Draft-Reason
    IF Member-Number = SPACES
        MOVE "NO MEMBER NUMBER" TO WS-Draft-Reason
    ELSE
        MOVE Member-Number TO Mbr-Member-Number
        READ Member-Master-File
            INVALID KEY
                MOVE "MEMBER NOT ON MEMBER MASTER" TO WS-Draft-Reason
            NOT INVALID KEY
                IF Mbr-Bank-Routing = SPACES
                    MOVE "NO BANK ACCOUNT ON MEMBER" TO WS-Draft-Reason
                END-IF
        END-READ
    END-IF
    IF WS-Draft-Reason = SPACES
        PERFORM WRITE-DRAFT-DETAIL
        MOVE Account-Record TO WS-Before-Image
        SET Draft-Pending TO TRUE
        MOVE WS-Run-Month TO Last-Draft-Month
        REWRITE Account-Record
            INVALID KEY
                DISPLAY "ERROR: Unable to rewrite " Account-ID
                    ", status " Account-Master-Status
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-REWRITE
        PERFORM WRITE-MASTER-JOURNAL-RECORD
        MOVE "DRAFTED" TO WS-Draft-Reason
    ELSE
        ADD 1 TO WS-Accounts-Rejected
    END-IF
    PERFORM WRITE-REGISTER-DETAIL.

WRITE-DRAFT-DETAIL.
    MOVE SPACES                TO Draft-Record
    SET Drf-Detail             TO TRUE
    MOVE Account-ID            TO Drf-Account-ID
    MOVE Member-Number         TO Drf-Member-Number
    MOVE Mbr-Member-Name       TO Drf-Member-Name
    MOVE Mbr-Bank-Routing      TO Drf-Bank-Routing
    MOVE Mbr-Bank-Account      TO Drf-Bank-Account
    MOVE Mbr-Bank-Account-Type TO Drf-Bank-Account-Type
    MOVE Monthly-Savings       TO Drf-Amount
    MOVE WS-Run-Date           TO Drf-Draft-Date
    WRITE Draft-Record
    ADD 1 TO WS-Draft-Count
    IF Drf-Account-ID-Num IS NUMERIC
        ADD Drf-Account-ID-Num TO WS-Draft-Hash
    END-IF
    ADD Monthly-Savings TO WS-Draft-Total.

WRITE-DRAFT-FILE-HEADER.
    MOVE SPACES      TO Draft-Record
    SET Drf-Header   TO TRUE
    MOVE WS-Run-Date TO Drf-File-Date
    WRITE Draft-Record.

WRITE-DRAFT-FILE-TRAILER.
    MOVE SPACES         TO Draft-Record
    SET Drf-Trailer     TO TRUE
    MOVE WS-Draft-Count TO Drf-Trailer-Count
    MOVE WS-Draft-Hash  TO Drf-Trailer-Hash
    MOVE WS-Draft-Total TO Drf-Trailer-Amount
    WRITE Draft-Record.

WRITE-MASTER-JOURNAL-RECORD.
    SET Jrnl-Action-Rewrite  TO TRUE
    MOVE WS-Job-Name         TO Jrnl-Source-Program
    MOVE WS-Run-Date         TO Jrnl-Run-Date
    MOVE WS-Run-Number       TO Jrnl-Run-Number
    MOVE Account-ID          TO Jrnl-Account-ID
    MOVE WS-Before-Image     TO Jrnl-Before-Image
    MOVE Account-Record      TO Jrnl-After-Image
    WRITE Master-Journal-Record.

WRITE-REGISTER-DETAIL.
    MOVE Account-ID      TO Reg-Account-ID
    MOVE Member-Number   TO Reg-Member-Number
    MOVE Draft-Day       TO Reg-Draft-Day
    MOVE Monthly-Savings TO Reg-Amount
    MOVE WS-Draft-Reason TO Reg-Status
    WRITE Draft-Register-Line FROM WS-Register-Detail-Line.

WRITE-REGISTER-TOTALS.
    MOVE "ACCOUNTS DUE:" TO Reg-Total-Label
    MOVE WS-Accounts-Due TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "DRAFTS ORIGINATED:" TO Reg-Total-Label
    MOVE WS-Draft-Count TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "NOT DRAFTED - SUSPENDED:" TO Reg-Total-Label
    MOVE WS-Accounts-Suspended TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "NOT DRAFTED - MATURED:" TO Reg-Total-Label
    MOVE WS-Accounts-Matured TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "NOT DRAFTED - NO SAVINGS:" TO Reg-Total-Label
    MOVE WS-Accounts-No-Savings TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "NOT DRAFTED - EXCEPTIONS:" TO Reg-Total-Label
    MOVE WS-Accounts-Rejected TO Reg-Total-Count
    WRITE Draft-Register-Line FROM WS-Register-Total-Line
    MOVE "TOTAL DRAFTED:" TO Reg-Amount-Label
    MOVE WS-Draft-Total TO Reg-Amount-Value
    WRITE Draft-Register-Line FROM WS-Register-Amount-Line.

CHECK-ACCOUNT-MATURITY.
    SET Account-Not-Matured TO TRUE
    IF Open-Date IS NUMERIC AND Open-Date > 0
       AND Months IS NUMERIC AND Months > 0
        MOVE Open-Date TO WS-Open-Date-Parts
        COMPUTE WS-Elapsed-Months-Total =
            WS-Open-Year * 12 + WS-Open-Month - 1 + Months
        COMPUTE WS-Mat-Year = WS-Elapsed-Months-Total / 12
        COMPUTE WS-Mat-Month =
            WS-Elapsed-Months-Total - WS-Mat-Year * 12 + 1
        PERFORM SET-DAYS-IN-MATURITY-MONTH
        MOVE WS-Open-Day TO WS-Mat-Day
        IF WS-Mat-Day > WS-Days-In-Month
            MOVE WS-Days-In-Month TO WS-Mat-Day
        END-IF
        IF WS-Maturity-Date <= WS-Run-Date
            SET Account-Matured TO TRUE
        END-IF
    END-IF.

SET-DAYS-IN-MATURITY-MONTH.
    EVALUATE WS-Mat-Month
        WHEN 4
        WHEN 6
        WHEN 9
        WHEN 11
            MOVE 30 TO WS-Days-In-Month
        WHEN 2
            PERFORM CHECK-MATURITY-LEAP-YEAR
            IF Leap-Year
                MOVE 29 TO WS-Days-In-Month
            ELSE
                MOVE 28 TO WS-Days-In-Month
            END-IF
        WHEN OTHER
            MOVE 31 TO WS-Days-In-Month
    END-EVALUATE.

CHECK-MATURITY-LEAP-YEAR.
    SET Not-Leap-Year TO TRUE
    DIVIDE WS-Mat-Year BY 4 GIVING WS-Leap-Check-Quotient
        REMAINDER WS-Leap-Remainder-4
    DIVIDE WS-Mat-Year BY 100 GIVING WS-Leap-Check-Quotient
        REMAINDER WS-Leap-Remainder-100
    DIVIDE WS-Mat-Year BY 400 GIVING WS-Leap-Check-Quotient
        REMAINDER WS-Leap-Remainder-400
    IF (WS-Leap-Remainder-4 = 0 AND WS-Leap-Remainder-100 NOT = 0)
       OR WS-Leap-Remainder-400 = 0
        SET Leap-Year TO TRUE
    END-IF.
