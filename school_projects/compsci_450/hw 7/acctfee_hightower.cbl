IDENTIFICATION DIVISION.
PROGRAM-ID. MonthlyFeeAssessment.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Account-Master-File ASSIGN TO "ACCTMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Account-ID
        FILE STATUS IS Account-Master-Status.

    SELECT Fee-Schedule-File ASSIGN TO "ACCTFEES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Fee-Schedule-Status.

    SELECT Fee-Register ASSIGN TO "ACCTFREG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Fee-Register-Status.

    SELECT Fee-Feed-File ASSIGN TO "ACCTFFED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Fee-Feed-Status.

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

FD  Fee-Schedule-File.
    COPY FEEREC.

FD  Fee-Register.
01  Fee-Register-Line            PIC X(110).

      *> One line per fee actually charged, extended run over run and
      *> booked by GLJournalBuilder (PROCESS-FEE-FEED) against fee
      *> income for lines stamped with its business date.
FD  Fee-Feed-File.
01  Fee-Feed-Record.
    05  Ffd-Assessment-Date       PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Ffd-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Ffd-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Ffd-Fee-Amount            PIC 9(7)V99.

FD  Master-Journal-File.
    COPY MJRNREC.

FD  Run-Control-File.
    COPY RUNCREC.

WORKING-STORAGE SECTION.
01  Account-Master-Status    PIC XX.
01  Fee-Schedule-Status      PIC XX.
01  Fee-Register-Status      PIC XX.
01  Fee-Feed-Status          PIC XX.
01  Master-Journal-Status    PIC XX.
01  WS-Run-Date              PIC 9(8).
01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
    05  WS-Run-Month         PIC 9(6).
    05  FILLER               PIC 9(2).
01  WS-Open-Date-Work        PIC 9(8).
01  WS-Open-Date-Parts REDEFINES WS-Open-Date-Work.
    05  WS-Open-Month        PIC 9(6).
    05  FILLER               PIC 9(2).
01  WS-End-Of-Master-Flag    PIC X VALUE "N".
    88  End-Of-Master        VALUE "Y".
01  WS-End-Of-Fees-Flag      PIC X VALUE "N".
    88  End-Of-Fee-Schedule  VALUE "Y".

      *> Fee schedule held in storage for the run, the way
      *> AccountMaintenance holds the rate table.
01  WS-Fee-Table.
    05  WS-Fee-Entry OCCURS 200 TIMES.
        10  WS-Fs-Plan-Code        PIC X(3).
        10  WS-Fs-Effective-Date   PIC 9(8).
        10  WS-Fs-Minimum-Balance  PIC 9(7)V99.
        10  WS-Fs-Fee-Amount       PIC 9(5)V99.
        10  WS-Fs-Waive-New        PIC X(1).
        10  WS-Fs-Waive-Combined   PIC X(1).
01  WS-Fee-Entry-Count       PIC 9(3) VALUE 0.
01  WS-Fee-Index             PIC 9(3).
01  WS-Best-Effective-Date   PIC 9(8).
01  WS-Schedule-Found-Flag   PIC X.
    88  Schedule-Found       VALUE "Y".
    88  Schedule-Not-Found   VALUE "N".
01  WS-Sel-Minimum-Balance   PIC 9(7)V99.
01  WS-Sel-Fee-Amount        PIC 9(5)V99.
01  WS-Sel-Waive-New         PIC X(1).
    88  Sel-Waive-New        VALUE "Y".
01  WS-Sel-Waive-Combined    PIC X(1).
    88  Sel-Waive-Combined   VALUE "Y".

      *> Combined open balance per member, built off a first pass of
      *> the master before any fee is charged, so every account of a
      *> member is judged against the same start-of-run total.
01  WS-Member-Balance-Table.
    05  WS-Member-Balance-Entry OCCURS 5000 TIMES.
        10  WS-Mb-Member-Number    PIC X(10).
        10  WS-Mb-Combined-Balance PIC 9(9)V99.
01  WS-Member-Balance-Count  PIC 9(4) VALUE 0.
01  WS-Member-Balance-Index  PIC 9(4).
01  WS-Current-Member-Entry  PIC 9(4).
01  WS-Combined-Balance      PIC 9(9)V99.

01  WS-Before-Image          PIC X(160).
01  WS-Fee-Charged           PIC 9(7)V99.
01  WS-Fee-Status            PIC X(20).

01  WS-Accounts-Scanned      PIC 9(7) VALUE 0.
01  WS-Accounts-Above-Min    PIC 9(7) VALUE 0.
01  WS-Accounts-Charged      PIC 9(7) VALUE 0.
01  WS-Accounts-Partial      PIC 9(7) VALUE 0.
01  WS-Waived-New            PIC 9(7) VALUE 0.
01  WS-Waived-Combined       PIC 9(7) VALUE 0.
01  WS-Already-Assessed      PIC 9(7) VALUE 0.
01  WS-No-Schedule           PIC 9(7) VALUE 0.
01  WS-No-Balance            PIC 9(7) VALUE 0.
01  WS-Fees-Total            PIC 9(9)V99 VALUE 0.

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "FEEASMT".
01  WS-Run-Number            PIC 9(7) VALUE 1.
01  WS-Max-Run-Number        PIC 9(7) VALUE 0.
01  WS-Runc-Record-Seq       PIC 9(7) VALUE 0.
01  WS-Last-Complete-Seq     PIC 9(7) VALUE 0.
01  WS-Last-Override-Seq     PIC 9(7) VALUE 0.
01  WS-End-Of-Runc-Flag      PIC X VALUE "N".
    88  End-Of-Run-Control   VALUE "Y".

01  WS-Register-Header-Line.
    05  FILLER               PIC X(26)
        VALUE "MONTHLY SERVICE FEES      ".
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Reg-Hdr-Run-Date     PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(13) VALUE "FEE MONTH:   ".
    05  Reg-Hdr-Fee-Month    PIC 9(6).

01  WS-Register-Column-Line.
    05  FILLER               PIC X(12) VALUE "ACCOUNT     ".
    05  FILLER               PIC X(12) VALUE "MEMBER      ".
    05  FILLER               PIC X(6)  VALUE "PLAN  ".
    05  FILLER               PIC X(12) VALUE "     BALANCE".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(12) VALUE "    COMBINED".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(12) VALUE "     MINIMUM".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(9)  VALUE "      FEE".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(6)  VALUE "STATUS".

01  WS-Register-Detail-Line.
    05  Reg-Account-ID       PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Member-Number    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Plan-Code        PIC X(3).
    05  FILLER               PIC X(3)  VALUE SPACES.
    05  Reg-Balance          PIC Z(8)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Combined         PIC Z(8)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Minimum          PIC Z(8)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Fee              PIC Z(5)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Reg-Status           PIC X(20).

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
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM BUILD-MEMBER-BALANCES
    OPEN I-O Account-Master-File
    IF Account-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Account-Master-File, status "
            Account-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Fee-Register
    IF Fee-Register-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Fee-Register, status "
            Fee-Register-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
      *> The GL feed is permanent and extended run over run, like the
      *> disbursement and teller posting feeds.
    OPEN EXTEND Fee-Feed-File
    IF Fee-Feed-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Fee-Feed-File, status "
            Fee-Feed-Status
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
    PERFORM WRITE-REGISTER-HEADER
    MOVE "N" TO WS-End-Of-Master-Flag
    PERFORM READ-MASTER-RECORD
    PERFORM UNTIL End-Of-Master
        IF Account-Open
            ADD 1 TO WS-Accounts-Scanned
            PERFORM ASSESS-ACCOUNT-FEE
        END-IF
        PERFORM READ-MASTER-RECORD
    END-PERFORM
    PERFORM WRITE-REGISTER-TOTALS
    DISPLAY "Open accounts scanned:  " WS-Accounts-Scanned
    DISPLAY "Fees charged:           " WS-Accounts-Charged
    DISPLAY "Fees waived:            " WS-Waived-New
        " new, " WS-Waived-Combined " combined balance"
    DISPLAY "Total fees charged:     " WS-Fees-Total
    CLOSE Account-Master-File
    CLOSE Fee-Register
    CLOSE Fee-Feed-File
    CLOSE Master-Journal-File
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

      *> Scan the shared run-control file: the next run number is one
      *> past the highest on file. The fee is monthly, so unlike the
      *> daily jobs a completed FEEASMT record anywhere in the current
      *> month -- not just for today's business date -- blocks a second
      *> assessment unless an operator override record for the same
      *> month was appended after it. The file stays open so the
      *> completion record lands at clean end of job -- a crashed run
      *> leaves no completion and reruns freely, skipping the accounts
      *> it already charged off Last-Fee-Month.
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
               AND Runc-Business-Date(1:6) = WS-Run-Date(1:6)
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
            " already completed for fee month " WS-Run-Month
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

      *> Unlike the rate table, the fee schedule is not optional: a fee
      *> run with nothing to price against would waive every account
      *> and still log a completion that blocks the real run.
LOAD-FEE-SCHEDULE.
    OPEN INPUT Fee-Schedule-File
    IF Fee-Schedule-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Fee-Schedule-File, status "
            Fee-Schedule-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-FEE-SCHEDULE-RECORD
    PERFORM UNTIL End-Of-Fee-Schedule
        IF WS-Fee-Entry-Count >= 200
            DISPLAY "ERROR: Fee schedule exceeds 200 entries"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Fee-Entry-Count
        MOVE Fee-Plan-Code
            TO WS-Fs-Plan-Code(WS-Fee-Entry-Count)
        MOVE Fee-Effective-Date
            TO WS-Fs-Effective-Date(WS-Fee-Entry-Count)
        MOVE Fee-Minimum-Balance
            TO WS-Fs-Minimum-Balance(WS-Fee-Entry-Count)
        MOVE Fee-Amount
            TO WS-Fs-Fee-Amount(WS-Fee-Entry-Count)
        MOVE Fee-Waive-New-Account
            TO WS-Fs-Waive-New(WS-Fee-Entry-Count)
        MOVE Fee-Waive-Combined
            TO WS-Fs-Waive-Combined(WS-Fee-Entry-Count)
        PERFORM READ-FEE-SCHEDULE-RECORD
    END-PERFORM
    CLOSE Fee-Schedule-File.

READ-FEE-SCHEDULE-RECORD.
    READ Fee-Schedule-File
        AT END
            SET End-Of-Fee-Schedule TO TRUE
    END-READ.

      *> First pass over the master, read only: total every open
      *> account's balance under its Member-Number. Accounts with no
      *> Member-Number have no relationship to combine and are judged
      *> on their own balance in ASSESS-ACCOUNT-FEE.
BUILD-MEMBER-BALANCES.
    OPEN INPUT Account-Master-File
    IF Account-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Account-Master-File, status "
            Account-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-MASTER-RECORD
    PERFORM UNTIL End-Of-Master
        IF Account-Open AND Member-Number NOT = SPACES
            PERFORM FIND-MEMBER-BALANCE-ENTRY
            IF WS-Current-Member-Entry = 0
                IF WS-Member-Balance-Count >= 5000
                    DISPLAY "ERROR: More than 5000 members on master"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Member-Balance-Count
                MOVE WS-Member-Balance-Count TO WS-Current-Member-Entry
                MOVE Member-Number
                    TO WS-Mb-Member-Number(WS-Current-Member-Entry)
                MOVE 0
                    TO WS-Mb-Combined-Balance(WS-Current-Member-Entry)
            END-IF
            ADD Total-Amount
                TO WS-Mb-Combined-Balance(WS-Current-Member-Entry)
        END-IF
        PERFORM READ-MASTER-RECORD
    END-PERFORM
    CLOSE Account-Master-File.

FIND-MEMBER-BALANCE-ENTRY.
    MOVE 0 TO WS-Current-Member-Entry
    PERFORM VARYING WS-Member-Balance-Index FROM 1 BY 1
        UNTIL WS-Member-Balance-Index > WS-Member-Balance-Count
           OR WS-Current-Member-Entry > 0
        IF WS-Mb-Member-Number(WS-Member-Balance-Index)
           = Member-Number
            MOVE WS-Member-Balance-Index TO WS-Current-Member-Entry
        END-IF
    END-PERFORM.

READ-MASTER-RECORD.
    READ Account-Master-File NEXT RECORD
        AT END
            SET End-Of-Master TO TRUE
    END-READ.

      *> Latest schedule entry on or before the run date for the
      *> account's plan -- the same effective-date selection the rate
      *> lookup makes.
SELECT-FEE-SCHEDULE.
    SET Schedule-Not-Found TO TRUE
    MOVE 0 TO WS-Best-Effective-Date
    PERFORM VARYING WS-Fee-Index FROM 1 BY 1
        UNTIL WS-Fee-Index > WS-Fee-Entry-Count
        IF WS-Fs-Plan-Code(WS-Fee-Index) = Rate-Plan-Code
           AND WS-Fs-Effective-Date(WS-Fee-Index) <= WS-Run-Date
           AND WS-Fs-Effective-Date(WS-Fee-Index)
               >= WS-Best-Effective-Date
            SET Schedule-Found TO TRUE
            MOVE WS-Fs-Effective-Date(WS-Fee-Index)
                TO WS-Best-Effective-Date
            MOVE WS-Fs-Minimum-Balance(WS-Fee-Index)
                TO WS-Sel-Minimum-Balance
            MOVE WS-Fs-Fee-Amount(WS-Fee-Index)
                TO WS-Sel-Fee-Amount
            MOVE WS-Fs-Waive-New(WS-Fee-Index)
                TO WS-Sel-Waive-New
            MOVE WS-Fs-Waive-Combined(WS-Fee-Index)
                TO WS-Sel-Waive-Combined
        END-IF
    END-PERFORM.

      *> Decide one open account. Accounts at or above the minimum on
      *> their own owe nothing and are only counted; everything that
      *> was waived, charged, or could not be charged goes on the
      *> register so member services can answer for it.
ASSESS-ACCOUNT-FEE.
    PERFORM SELECT-FEE-SCHEDULE
    IF Member-Number = SPACES
        MOVE Total-Amount TO WS-Combined-Balance
    ELSE
        PERFORM FIND-MEMBER-BALANCE-ENTRY
        IF WS-Current-Member-Entry = 0
            MOVE Total-Amount TO WS-Combined-Balance
        ELSE
            MOVE WS-Mb-Combined-Balance(WS-Current-Member-Entry)
                TO WS-Combined-Balance
        END-IF
    END-IF
    MOVE Open-Date TO WS-Open-Date-Work
    MOVE 0 TO WS-Fee-Charged
    EVALUATE TRUE
        WHEN Last-Fee-Month IS NUMERIC
             AND Last-Fee-Month = WS-Run-Month
            ADD 1 TO WS-Already-Assessed
            MOVE "ALREADY CHARGED" TO WS-Fee-Status
            PERFORM WRITE-REGISTER-DETAIL
        WHEN Schedule-Not-Found
            ADD 1 TO WS-No-Schedule
            MOVE "NO FEE SCHEDULE" TO WS-Fee-Status
            PERFORM WRITE-REGISTER-DETAIL
        WHEN WS-Sel-Fee-Amount = 0
             OR Total-Amount >= WS-Sel-Minimum-Balance
            ADD 1 TO WS-Accounts-Above-Min
        WHEN Sel-Waive-New AND WS-Open-Month = WS-Run-Month
            ADD 1 TO WS-Waived-New
            MOVE "WAIVED NEW ACCOUNT" TO WS-Fee-Status
            PERFORM WRITE-REGISTER-DETAIL
        WHEN Sel-Waive-Combined
             AND WS-Combined-Balance >= WS-Sel-Minimum-Balance
            ADD 1 TO WS-Waived-Combined
            MOVE "WAIVED COMBINED BAL" TO WS-Fee-Status
            PERFORM WRITE-REGISTER-DETAIL
        WHEN Total-Amount = 0
            ADD 1 TO WS-No-Balance
            MOVE "NO BALANCE TO CHARGE" TO WS-Fee-Status
            PERFORM WRITE-REGISTER-DETAIL
        WHEN OTHER
            PERFORM CHARGE-ACCOUNT-FEE
    END-EVALUATE.

      *> The fee never takes an account below zero: a balance smaller
      *> than the fee is charged down to nothing and the remainder is
      *> forgiven. The charge goes into Posted-Activity-Net as well as
      *> Total-Amount so the next projection run's rebuild keeps it.
CHARGE-ACCOUNT-FEE.
    MOVE Account-Record TO WS-Before-Image
    MOVE WS-Sel-Fee-Amount TO WS-Fee-Charged
    MOVE "CHARGED" TO WS-Fee-Status
    IF WS-Fee-Charged > Total-Amount
        MOVE Total-Amount TO WS-Fee-Charged
        MOVE "PARTIAL - TO ZERO" TO WS-Fee-Status
    END-IF
    IF Posted-Activity-Net IS NOT NUMERIC
        MOVE 0 TO Posted-Activity-Net
    END-IF
    SUBTRACT WS-Fee-Charged FROM Total-Amount
    SUBTRACT WS-Fee-Charged FROM Posted-Activity-Net
    MOVE WS-Run-Month TO Last-Fee-Month
    REWRITE Account-Record
        INVALID KEY
            DISPLAY "ERROR: Unable to rewrite " Account-ID
                ", status " Account-Master-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE
    PERFORM WRITE-MASTER-JOURNAL-RECORD
    PERFORM WRITE-FEE-FEED-RECORD
    ADD 1 TO WS-Accounts-Charged
    IF WS-Fee-Charged < WS-Sel-Fee-Amount
        ADD 1 TO WS-Accounts-Partial
    END-IF
    ADD WS-Fee-Charged TO WS-Fees-Total
    PERFORM WRITE-REGISTER-DETAIL.

WRITE-MASTER-JOURNAL-RECORD.
    SET Jrnl-Action-Rewrite  TO TRUE
    MOVE "FEEASMT"           TO Jrnl-Source-Program
    MOVE WS-Run-Date         TO Jrnl-Run-Date
    MOVE WS-Run-Number       TO Jrnl-Run-Number
    MOVE Account-ID          TO Jrnl-Account-ID
    MOVE WS-Before-Image     TO Jrnl-Before-Image
    MOVE Account-Record      TO Jrnl-After-Image
    WRITE Master-Journal-Record.

WRITE-FEE-FEED-RECORD.
    MOVE SPACES          TO Fee-Feed-Record
    MOVE WS-Run-Date     TO Ffd-Assessment-Date
    MOVE WS-Run-Number   TO Ffd-Run-Number
    MOVE Account-ID      TO Ffd-Account-ID
    MOVE WS-Fee-Charged  TO Ffd-Fee-Amount
    WRITE Fee-Feed-Record.

WRITE-REGISTER-HEADER.
    MOVE WS-Run-Date  TO Reg-Hdr-Run-Date
    MOVE WS-Run-Month TO Reg-Hdr-Fee-Month
    WRITE Fee-Register-Line FROM WS-Register-Header-Line
    WRITE Fee-Register-Line FROM WS-Register-Column-Line.

WRITE-REGISTER-DETAIL.
    MOVE Account-ID          TO Reg-Account-ID
    MOVE Member-Number       TO Reg-Member-Number
    MOVE Rate-Plan-Code      TO Reg-Plan-Code
    MOVE Total-Amount        TO Reg-Balance
    MOVE WS-Combined-Balance TO Reg-Combined
    IF Schedule-Found
        MOVE WS-Sel-Minimum-Balance TO Reg-Minimum
    ELSE
        MOVE 0                      TO Reg-Minimum
    END-IF
    MOVE WS-Fee-Charged      TO Reg-Fee
    MOVE WS-Fee-Status       TO Reg-Status
    WRITE Fee-Register-Line FROM WS-Register-Detail-Line.

WRITE-REGISTER-TOTALS.
    MOVE SPACES TO Fee-Register-Line
    WRITE Fee-Register-Line
    MOVE "OPEN ACCOUNTS SCANNED:"          TO Reg-Total-Label
    MOVE WS-Accounts-Scanned               TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "AT OR ABOVE MINIMUM:"            TO Reg-Total-Label
    MOVE WS-Accounts-Above-Min             TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "WAIVED, OPENED THIS MONTH:"      TO Reg-Total-Label
    MOVE WS-Waived-New                     TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "WAIVED, COMBINED BALANCE:"       TO Reg-Total-Label
    MOVE WS-Waived-Combined                TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "FEES CHARGED:"                   TO Reg-Total-Label
    MOVE WS-Accounts-Charged               TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "  OF WHICH CHARGED TO ZERO:"     TO Reg-Total-Label
    MOVE WS-Accounts-Partial               TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "NO BALANCE TO CHARGE:"           TO Reg-Total-Label
    MOVE WS-No-Balance                     TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "ALREADY CHARGED THIS MONTH:"     TO Reg-Total-Label
    MOVE WS-Already-Assessed               TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "NO FEE SCHEDULE FOR PLAN:"       TO Reg-Total-Label
    MOVE WS-No-Schedule                    TO Reg-Total-Count
    WRITE Fee-Register-Line FROM WS-Register-Total-Line
    MOVE "TOTAL FEES CHARGED:"             TO Reg-Amount-Label
    MOVE WS-Fees-Total                     TO Reg-Amount-Value
    WRITE Fee-Register-Line FROM WS-Register-Amount-Line.
