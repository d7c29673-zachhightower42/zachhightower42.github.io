IDENTIFICATION DIVISION.
PROGRAM-ID. RateChangeNotice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Rate-Table-File ASSIGN TO "ACCTRATE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rate-Table-File-Status.

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

    SELECT Rate-Notice-File ASSIGN TO "ACCTRNOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Rate-Notice-Status.

    SELECT Notice-Summary-Report ASSIGN TO "ACCTRNSM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Notice-Summary-Status.

    SELECT Notice-Log-File ASSIGN TO "ACCTRNLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Notice-Log-Status.

    SELECT Run-Control-File ASSIGN TO "ACCTRUNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.

DATA DIVISION.
FILE SECTION.
FD  Rate-Table-File.
    COPY RATEREC.

FD  Account-Master-File.
    COPY ACCTREC.

FD  Member-Master-File.
    COPY MBRREC.

      *> One notice per account whose rate moves under an upcoming
      *> rate set, addressed off the member master. Rno-Delivery says
      *> how it goes out: M mailed to the address, E through the
      *> member's e-mail address, X no address on file (an account
      *> with no member number) for member services to place. S
      *> (suppressed) is counted but never written.
FD  Rate-Notice-File.
01  Rate-Notice-Record.
    05  Rno-Delivery              PIC X(1).
        88  Rno-Deliver-By-Mail   VALUE "M".
        88  Rno-Deliver-Electronic VALUE "E".
        88  Rno-No-Address        VALUE "X".
        88  Rno-Suppressed        VALUE "S".
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Member-Number         PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Member-Name           PIC X(30).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Address-Line-1        PIC X(30).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Address-Line-2        PIC X(30).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-City                  PIC X(20).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-State                 PIC X(2).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Zip-Code              PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Rate-Plan-Code        PIC X(3).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Old-Rate              PIC 9(3)V99.
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-New-Rate              PIC 9(3)V99.
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Effective-Date        PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Rno-Email-Address         PIC X(60).

FD  Notice-Summary-Report.
01  Notice-Summary-Line           PIC X(100).

      *> Permanent log of the rate sets already noticed, extended run
      *> over run, so a set inside the window is noticed once and not
      *> again every night until it takes effect.
FD  Notice-Log-File.
01  Notice-Log-Record.
    05  Nlg-Plan-Code             PIC X(3).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Nlg-Effective-Date        PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Nlg-Notice-Date           PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Nlg-Run-Number            PIC 9(7).

FD  Run-Control-File.
    COPY RUNCREC.

WORKING-STORAGE SECTION.
01  Rate-Table-File-Status   PIC XX.
01  Account-Master-Status    PIC XX.
01  Member-Master-Status     PIC XX.
01  Rate-Notice-Status       PIC XX.
01  Notice-Summary-Status    PIC XX.
01  Notice-Log-Status        PIC XX.
01  WS-Run-Date              PIC 9(8).
01  WS-End-Of-Master-Flag    PIC X VALUE "N".
    88  End-Of-Master        VALUE "Y".
01  WS-End-Of-Log-Flag       PIC X VALUE "N".
    88  End-Of-Notice-Log    VALUE "Y".
01  WS-Member-File-Flag      PIC X VALUE "N".
    88  Member-File-Available VALUE "Y".

      *> A rate set is noticed once its effective date comes within
      *> this many days of the run date.
01  WS-Notice-Window-Days    PIC 9(3) VALUE 30.
01  WS-Window-End-Integer    PIC 9(7).
01  WS-Window-End-Date       PIC 9(8).

01  WS-Rate-Table.
    05  WS-Rate-Entry OCCURS 200 TIMES.
        10  WS-Rt-Plan-Code        PIC X(3).
        10  WS-Rt-Effective-Date   PIC 9(8).
        10  WS-Rt-Minimum-Balance  PIC 9(7)V99.
        10  WS-Rt-Annual-Rate      PIC 9(3)V99.
01  WS-Rate-Entry-Count      PIC 9(3) VALUE 0.
01  WS-Rate-Index            PIC 9(3).
01  WS-End-Of-Rates-Flag     PIC X VALUE "N".
    88  End-Of-Rates         VALUE "Y".

      *> Rate sets already noticed, off ACCTRNLG.DAT.
01  WS-Logged-Table.
    05  WS-Logged-Entry OCCURS 500 TIMES.
        10  WS-Lg-Plan-Code        PIC X(3).
        10  WS-Lg-Effective-Date   PIC 9(8).
01  WS-Logged-Count          PIC 9(3) VALUE 0.
01  WS-Logged-Index          PIC 9(3).
01  WS-Logged-Flag           PIC X.
    88  Set-Already-Noticed  VALUE "Y".
    88  Set-Not-Noticed      VALUE "N".

      *> Upcoming rate sets to notice this run, one per plan and
      *> effective date, with the per-plan summary counts.
01  WS-Pending-Table.
    05  WS-Pending-Entry OCCURS 50 TIMES.
        10  WS-Pn-Plan-Code        PIC X(3).
        10  WS-Pn-Effective-Date   PIC 9(8).
        10  WS-Pn-Accounts         PIC 9(7).
        10  WS-Pn-Up-Count         PIC 9(7).
        10  WS-Pn-Down-Count       PIC 9(7).
        10  WS-Pn-Flat-Count       PIC 9(7).
        10  WS-Pn-Mailed           PIC 9(7).
        10  WS-Pn-Electronic       PIC 9(7).
        10  WS-Pn-Suppressed       PIC 9(7).
        10  WS-Pn-No-Address       PIC 9(7).
01  WS-Pending-Count         PIC 9(2) VALUE 0.
01  WS-Pending-Index         PIC 9(2).
01  WS-Pending-Flag          PIC X.
    88  Set-Already-Pending  VALUE "Y".
    88  Set-Not-Pending      VALUE "N".

      *> Band lookup work fields: FIND-BAND-RATE prices
      *> WS-Lookup-Balance under one plan's rate set dated
      *> WS-Lookup-Effective-Date.
01  WS-Lookup-Plan-Code      PIC X(3).
01  WS-Lookup-Effective-Date PIC 9(8).
01  WS-Lookup-Balance        PIC 9(7)V99.
01  WS-Best-Effective-Date   PIC 9(8).
01  WS-Best-Minimum-Balance  PIC 9(7)V99.
01  WS-Band-Rate             PIC 9(3)V99.
01  WS-Current-Rate          PIC 9(3)V99.
01  WS-New-Rate              PIC 9(3)V99.

01  WS-Accounts-Scanned      PIC 9(7) VALUE 0.
01  WS-Notices-Written       PIC 9(7) VALUE 0.

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "RATENOTC".
01  WS-Run-Number            PIC 9(7) VALUE 1.
01  WS-Max-Run-Number        PIC 9(7) VALUE 0.
01  WS-Runc-Record-Seq       PIC 9(7) VALUE 0.
01  WS-Last-Complete-Seq     PIC 9(7) VALUE 0.
01  WS-Last-Override-Seq     PIC 9(7) VALUE 0.
01  WS-End-Of-Runc-Flag      PIC X VALUE "N".
    88  End-Of-Run-Control   VALUE "Y".

01  WS-Summary-Header-Line.
    05  FILLER               PIC X(26)
        VALUE "RATE CHANGE NOTICES       ".
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Sum-Hdr-Run-Date     PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(14) VALUE "WINDOW THRU:  ".
    05  Sum-Hdr-Window-End   PIC 9(8).

01  WS-Summary-Column-Line.
    05  FILLER               PIC X(6)  VALUE "PLAN  ".
    05  FILLER               PIC X(10) VALUE "EFFECTIVE ".
    05  FILLER               PIC X(9)  VALUE " ACCOUNTS".
    05  FILLER               PIC X(9)  VALUE "       UP".
    05  FILLER               PIC X(9)  VALUE "     DOWN".
    05  FILLER               PIC X(9)  VALUE "     FLAT".
    05  FILLER               PIC X(9)  VALUE "   MAILED".
    05  FILLER               PIC X(9)  VALUE "  E-NOTIC".
    05  FILLER               PIC X(9)  VALUE "  SUPPRSS".
    05  FILLER               PIC X(9)  VALUE "  NO ADDR".

01  WS-Summary-Detail-Line.
    05  Sum-Plan-Code        PIC X(3).
    05  FILLER               PIC X(3)  VALUE SPACES.
    05  Sum-Effective-Date   PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Sum-Accounts         PIC Z(8)9.
    05  Sum-Up-Count         PIC Z(8)9.
    05  Sum-Down-Count       PIC Z(8)9.
    05  Sum-Flat-Count       PIC Z(8)9.
    05  Sum-Mailed           PIC Z(8)9.
    05  Sum-Electronic       PIC Z(8)9.
    05  Sum-Suppressed       PIC Z(8)9.
    05  Sum-No-Address       PIC Z(8)9.

01  WS-Summary-Status-Line.
    05  Sum-Status-Text      PIC X(60).

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
    PERFORM OPEN-RUN-CONTROL
    COMPUTE WS-Window-End-Integer =
        FUNCTION INTEGER-OF-DATE(WS-Run-Date) + WS-Notice-Window-Days
    COMPUTE WS-Window-End-Date =
        FUNCTION DATE-OF-INTEGER(WS-Window-End-Integer)
    PERFORM LOAD-RATE-TABLE
    PERFORM LOAD-NOTICE-LOG
    PERFORM FIND-PENDING-RATE-SETS
    OPEN INPUT Account-Master-File
    IF Account-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Account-Master-File, status "
            Account-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT Member-Master-File
    IF Member-Master-Status = "00"
        SET Member-File-Available TO TRUE
    END-IF
    OPEN OUTPUT Rate-Notice-File
    IF Rate-Notice-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Rate-Notice-File, status "
            Rate-Notice-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Notice-Summary-Report
    IF Notice-Summary-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Notice-Summary-Report, status "
            Notice-Summary-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-Pending-Count > 0
        PERFORM READ-MASTER-RECORD
        PERFORM UNTIL End-Of-Master
            IF Account-Open AND NOT Flat-Rate-Account
                ADD 1 TO WS-Accounts-Scanned
                PERFORM VARYING WS-Pending-Index FROM 1 BY 1
                    UNTIL WS-Pending-Index > WS-Pending-Count
                    IF WS-Pn-Plan-Code(WS-Pending-Index)
                       = Rate-Plan-Code
                        PERFORM COMPARE-ACCOUNT-RATES
                    END-IF
                END-PERFORM
            END-IF
            PERFORM READ-MASTER-RECORD
        END-PERFORM
    END-IF
    PERFORM WRITE-NOTICE-SUMMARY
    DISPLAY "Rate sets noticed:      " WS-Pending-Count
    DISPLAY "Plan accounts scanned:  " WS-Accounts-Scanned
    DISPLAY "Notices written:        " WS-Notices-Written
    CLOSE Account-Master-File
    IF Member-File-Available
        CLOSE Member-Master-File
    END-IF
    CLOSE Rate-Notice-File
    CLOSE Notice-Summary-Report
    PERFORM WRITE-NOTICE-LOG
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

      *> Scan the shared run-control file: the next run number is one
      *> past the highest on file, and a completed record for this job
      *> and business date blocks a second notice pass unless an
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

LOAD-RATE-TABLE.
    OPEN INPUT Rate-Table-File
    IF Rate-Table-File-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Rate-Table-File, status "
            Rate-Table-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-RATE-TABLE-RECORD
    PERFORM UNTIL End-Of-Rates
        IF WS-Rate-Entry-Count >= 200
            DISPLAY "ERROR: Rate table exceeds 200 entries"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Rate-Entry-Count
        MOVE Rtbl-Plan-Code
            TO WS-Rt-Plan-Code(WS-Rate-Entry-Count)
        MOVE Rtbl-Effective-Date
            TO WS-Rt-Effective-Date(WS-Rate-Entry-Count)
        MOVE Rtbl-Minimum-Balance
            TO WS-Rt-Minimum-Balance(WS-Rate-Entry-Count)
        MOVE Rtbl-Annual-Rate
            TO WS-Rt-Annual-Rate(WS-Rate-Entry-Count)
        PERFORM READ-RATE-TABLE-RECORD
    END-PERFORM
    CLOSE Rate-Table-File.

READ-RATE-TABLE-RECORD.
    READ Rate-Table-File
        AT END
            SET End-Of-Rates TO TRUE
    END-READ.

      *> No log yet simply means nothing has been noticed before.
LOAD-NOTICE-LOG.
    OPEN INPUT Notice-Log-File
    IF Notice-Log-Status = "00"
        PERFORM READ-NOTICE-LOG-RECORD
        PERFORM UNTIL End-Of-Notice-Log
            IF WS-Logged-Count >= 500
                DISPLAY "ERROR: Notice log exceeds 500 entries"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Logged-Count
            MOVE Nlg-Plan-Code
                TO WS-Lg-Plan-Code(WS-Logged-Count)
            MOVE Nlg-Effective-Date
                TO WS-Lg-Effective-Date(WS-Logged-Count)
            PERFORM READ-NOTICE-LOG-RECORD
        END-PERFORM
        CLOSE Notice-Log-File
    END-IF.

READ-NOTICE-LOG-RECORD.
    READ Notice-Log-File
        AT END
            SET End-Of-Notice-Log TO TRUE
    END-READ.

      *> Every distinct plan and effective date after the run date and
      *> on or before the end of the notice window, less the sets the
      *> log shows were noticed on an earlier run.
FIND-PENDING-RATE-SETS.
    PERFORM VARYING WS-Rate-Index FROM 1 BY 1
        UNTIL WS-Rate-Index > WS-Rate-Entry-Count
        IF WS-Rt-Effective-Date(WS-Rate-Index) > WS-Run-Date
           AND WS-Rt-Effective-Date(WS-Rate-Index)
               <= WS-Window-End-Date
            PERFORM CHECK-SET-NOTICED
            PERFORM CHECK-SET-PENDING
            IF Set-Not-Noticed AND Set-Not-Pending
                PERFORM ADD-PENDING-RATE-SET
            END-IF
        END-IF
    END-PERFORM.

CHECK-SET-NOTICED.
    SET Set-Not-Noticed TO TRUE
    PERFORM VARYING WS-Logged-Index FROM 1 BY 1
        UNTIL WS-Logged-Index > WS-Logged-Count
        IF WS-Lg-Plan-Code(WS-Logged-Index)
           = WS-Rt-Plan-Code(WS-Rate-Index)
           AND WS-Lg-Effective-Date(WS-Logged-Index)
               = WS-Rt-Effective-Date(WS-Rate-Index)
            SET Set-Already-Noticed TO TRUE
        END-IF
    END-PERFORM.

CHECK-SET-PENDING.
    SET Set-Not-Pending TO TRUE
    PERFORM VARYING WS-Pending-Index FROM 1 BY 1
        UNTIL WS-Pending-Index > WS-Pending-Count
        IF WS-Pn-Plan-Code(WS-Pending-Index)
           = WS-Rt-Plan-Code(WS-Rate-Index)
           AND WS-Pn-Effective-Date(WS-Pending-Index)
               = WS-Rt-Effective-Date(WS-Rate-Index)
            SET Set-Already-Pending TO TRUE
        END-IF
    END-PERFORM.

ADD-PENDING-RATE-SET.
    IF WS-Pending-Count >= 50
        DISPLAY "ERROR: More than 50 rate sets in notice window"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Pending-Count
    INITIALIZE WS-Pending-Entry(WS-Pending-Count)
    MOVE WS-Rt-Plan-Code(WS-Rate-Index)
        TO WS-Pn-Plan-Code(WS-Pending-Count)
    MOVE WS-Rt-Effective-Date(WS-Rate-Index)
        TO WS-Pn-Effective-Date(WS-Pending-Count).

READ-MASTER-RECORD.
    READ Account-Master-File NEXT RECORD
        AT END
            SET End-Of-Master TO TRUE
    END-READ.

      *> The rate the account earns today (the plan's latest set on
      *> or before the run date) against the rate the upcoming set
      *> will pay on the same balance. Only a change is noticed; a
      *> flat result is counted for the summary.
COMPARE-ACCOUNT-RATES.
    ADD 1 TO WS-Pn-Accounts(WS-Pending-Index)
    MOVE Rate-Plan-Code TO WS-Lookup-Plan-Code
    MOVE Total-Amount   TO WS-Lookup-Balance
    MOVE 0 TO WS-Best-Effective-Date
    PERFORM VARYING WS-Rate-Index FROM 1 BY 1
        UNTIL WS-Rate-Index > WS-Rate-Entry-Count
        IF WS-Rt-Plan-Code(WS-Rate-Index) = Rate-Plan-Code
           AND WS-Rt-Effective-Date(WS-Rate-Index) <= WS-Run-Date
           AND WS-Rt-Effective-Date(WS-Rate-Index)
               > WS-Best-Effective-Date
            MOVE WS-Rt-Effective-Date(WS-Rate-Index)
                TO WS-Best-Effective-Date
        END-IF
    END-PERFORM
    MOVE WS-Best-Effective-Date TO WS-Lookup-Effective-Date
    PERFORM FIND-BAND-RATE
    MOVE WS-Band-Rate TO WS-Current-Rate
    MOVE WS-Pn-Effective-Date(WS-Pending-Index)
        TO WS-Lookup-Effective-Date
    PERFORM FIND-BAND-RATE
    MOVE WS-Band-Rate TO WS-New-Rate
    EVALUATE TRUE
        WHEN WS-New-Rate > WS-Current-Rate
            ADD 1 TO WS-Pn-Up-Count(WS-Pending-Index)
            PERFORM WRITE-RATE-NOTICE
        WHEN WS-New-Rate < WS-Current-Rate
            ADD 1 TO WS-Pn-Down-Count(WS-Pending-Index)
            PERFORM WRITE-RATE-NOTICE
        WHEN OTHER
            ADD 1 TO WS-Pn-Flat-Count(WS-Pending-Index)
    END-EVALUATE.

      *> Same band selection SET-CLOSE-EFFECTIVE-RATE makes in
      *> AccountMaintenance, against a named rate set: the highest
      *> band not exceeding the balance, falling back to the account's
      *> own flat rate when no band qualifies.
FIND-BAND-RATE.
    MOVE Annual-Interest-Rate TO WS-Band-Rate
    MOVE 0 TO WS-Best-Minimum-Balance
    PERFORM VARYING WS-Rate-Index FROM 1 BY 1
        UNTIL WS-Rate-Index > WS-Rate-Entry-Count
        IF WS-Rt-Plan-Code(WS-Rate-Index) = WS-Lookup-Plan-Code
           AND WS-Rt-Effective-Date(WS-Rate-Index)
               = WS-Lookup-Effective-Date
           AND WS-Rt-Minimum-Balance(WS-Rate-Index)
               <= WS-Lookup-Balance
           AND WS-Rt-Minimum-Balance(WS-Rate-Index)
               >= WS-Best-Minimum-Balance
            MOVE WS-Rt-Minimum-Balance(WS-Rate-Index)
                TO WS-Best-Minimum-Balance
            MOVE WS-Rt-Annual-Rate(WS-Rate-Index)
                TO WS-Band-Rate
        END-IF
    END-PERFORM.

      *> Addressed off the member master and routed by the member's
      *> statement preference: mail, electronic, or nothing at all for
      *> a suppressed member. An electronic member with no e-mail
      *> address is mailed instead, as StatementGenerator does. An
      *> account with no member (or a member
      *> not on file) has only its free-text name and goes out
      *> flagged for member services to address.
WRITE-RATE-NOTICE.
    MOVE SPACES TO Rate-Notice-Record
    SET Rno-No-Address TO TRUE
    MOVE Member-Name TO Rno-Member-Name
    IF Member-Number NOT = SPACES AND Member-File-Available
        MOVE Member-Number TO Mbr-Member-Number
        READ Member-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Mbr-Member-Name    TO Rno-Member-Name
                MOVE Mbr-Address-Line-1 TO Rno-Address-Line-1
                MOVE Mbr-Address-Line-2 TO Rno-Address-Line-2
                MOVE Mbr-City           TO Rno-City
                MOVE Mbr-State          TO Rno-State
                MOVE Mbr-Zip-Code       TO Rno-Zip-Code
                MOVE Mbr-Email-Address  TO Rno-Email-Address
                EVALUATE TRUE
                    WHEN Mbr-Stmt-Electronic
                         AND Mbr-Email-Address NOT = SPACES
                        SET Rno-Deliver-Electronic TO TRUE
                    WHEN Mbr-Stmt-Suppressed
                        SET Rno-Suppressed TO TRUE
                    WHEN OTHER
                        SET Rno-Deliver-By-Mail TO TRUE
                END-EVALUATE
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN Rno-Deliver-By-Mail
            ADD 1 TO WS-Pn-Mailed(WS-Pending-Index)
        WHEN Rno-Deliver-Electronic
            ADD 1 TO WS-Pn-Electronic(WS-Pending-Index)
        WHEN Rno-No-Address
            ADD 1 TO WS-Pn-No-Address(WS-Pending-Index)
        WHEN Rno-Suppressed
            ADD 1 TO WS-Pn-Suppressed(WS-Pending-Index)
    END-EVALUATE
    IF Rno-Deliver-By-Mail OR Rno-Deliver-Electronic
       OR Rno-No-Address
        MOVE Account-ID        TO Rno-Account-ID
        MOVE Member-Number     TO Rno-Member-Number
        MOVE Rate-Plan-Code    TO Rno-Rate-Plan-Code
        MOVE WS-Current-Rate   TO Rno-Old-Rate
        MOVE WS-New-Rate       TO Rno-New-Rate
        MOVE WS-Pn-Effective-Date(WS-Pending-Index)
            TO Rno-Effective-Date
        WRITE Rate-Notice-Record
        ADD 1 TO WS-Notices-Written
    END-IF.

WRITE-NOTICE-SUMMARY.
    MOVE WS-Run-Date        TO Sum-Hdr-Run-Date
    MOVE WS-Window-End-Date TO Sum-Hdr-Window-End
    WRITE Notice-Summary-Line FROM WS-Summary-Header-Line
    IF WS-Pending-Count = 0
        MOVE "NO NEW RATE SETS IN NOTICE WINDOW" TO Sum-Status-Text
        WRITE Notice-Summary-Line FROM WS-Summary-Status-Line
    ELSE
        WRITE Notice-Summary-Line FROM WS-Summary-Column-Line
        PERFORM VARYING WS-Pending-Index FROM 1 BY 1
            UNTIL WS-Pending-Index > WS-Pending-Count
            MOVE WS-Pn-Plan-Code(WS-Pending-Index)
                TO Sum-Plan-Code
            MOVE WS-Pn-Effective-Date(WS-Pending-Index)
                TO Sum-Effective-Date
            MOVE WS-Pn-Accounts(WS-Pending-Index)    TO Sum-Accounts
            MOVE WS-Pn-Up-Count(WS-Pending-Index)    TO Sum-Up-Count
            MOVE WS-Pn-Down-Count(WS-Pending-Index)  TO Sum-Down-Count
            MOVE WS-Pn-Flat-Count(WS-Pending-Index)  TO Sum-Flat-Count
            MOVE WS-Pn-Mailed(WS-Pending-Index)      TO Sum-Mailed
            MOVE WS-Pn-Electronic(WS-Pending-Index)  TO Sum-Electronic
            MOVE WS-Pn-Suppressed(WS-Pending-Index)  TO Sum-Suppressed
            MOVE WS-Pn-No-Address(WS-Pending-Index)  TO Sum-No-Address
            WRITE Notice-Summary-Line FROM WS-Summary-Detail-Line
        END-PERFORM
    END-IF.

      *> The log is written only after the notice file is closed, so
      *> a run that dies part way leaves the sets unlogged and the
      *> rerun regenerates the whole notice file. File status 35 is
      *> the first set ever noticed.
WRITE-NOTICE-LOG.
    IF WS-Pending-Count > 0
        OPEN EXTEND Notice-Log-File
        IF Notice-Log-Status = "35"
            OPEN OUTPUT Notice-Log-File
        END-IF
        IF Notice-Log-Status NOT = "00"
            DISPLAY "ERROR: Unable to open Notice-Log-File, status "
                Notice-Log-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-Pending-Index FROM 1 BY 1
            UNTIL WS-Pending-Index > WS-Pending-Count
            MOVE SPACES TO Notice-Log-Record
            MOVE WS-Pn-Plan-Code(WS-Pending-Index)
                TO Nlg-Plan-Code
            MOVE WS-Pn-Effective-Date(WS-Pending-Index)
                TO Nlg-Effective-Date
            MOVE WS-Run-Date   TO Nlg-Notice-Date
            MOVE WS-Run-Number TO Nlg-Run-Number
            WRITE Notice-Log-Record
        END-PERFORM
        CLOSE Notice-Log-File
    END-IF.
