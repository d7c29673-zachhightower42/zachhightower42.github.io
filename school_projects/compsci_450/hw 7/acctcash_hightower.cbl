IDENTIFICATION DIVISION.
PROGRAM-ID. LargeCashMonitor.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Cash-Parm-File ASSIGN TO "ACCTCSHP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Cash-Parm-Status.

    SELECT Trans-History-File ASSIGN TO "ACCTTHST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ths-Sequence-Number
        FILE STATUS IS Trans-History-Status.

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

    SELECT Ctr-Candidate-File ASSIGN TO "ACCTCTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Ctr-Candidate-Status.

    SELECT Structuring-Report ASSIGN TO "ACCTSTRW.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Structuring-Report-Status.

DATA DIVISION.
FILE SECTION.
      *> Optional: the business date to examine. With no parameter
      *> file the run examines its own run date, which is the normal
      *> nightly case after MonetaryPosting; a date can be supplied to
      *> re-examine an earlier day.
FD  Cash-Parm-File.
01  Cash-Parm-Record.
    05  Cshp-Business-Date       PIC 9(8).

FD  Trans-History-File.
    COPY THSTREC.

FD  Account-Master-File.
    COPY ACCTREC.

FD  Member-Master-File.
    COPY MBRREC.

      *> Currency transaction report candidates: one record per member
      *> (or per unlinked account) whose cash in, or cash out, for the
      *> business day is over the reporting threshold, with the name,
      *> address, and TIN the filing needs.
FD  Ctr-Candidate-File.
01  Ctr-Candidate-Record.
    05  Ctr-Business-Date        PIC 9(8).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Member-Number        PIC X(10).
    05  FILLER                   PIC X(2)  VALUE SPACES.
      *> Filled only when the account has no member number and is
      *> reported on its own.
    05  Ctr-Account-ID           PIC X(10).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Name                 PIC X(30).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Address-Line-1       PIC X(30).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Address-Line-2       PIC X(30).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-City                 PIC X(20).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-State                PIC X(2).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Zip-Code             PIC X(10).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Tax-ID               PIC X(9).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Cash-In-Total        PIC 9(9)V99.
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Cash-In-Count        PIC 9(5).
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Cash-Out-Total       PIC 9(9)V99.
    05  FILLER                   PIC X(2)  VALUE SPACES.
    05  Ctr-Cash-Out-Count       PIC 9(5).

FD  Structuring-Report.
01  Structuring-Report-Line      PIC X(100).

WORKING-STORAGE SECTION.
01  Cash-Parm-Status         PIC XX.
01  Trans-History-Status     PIC XX.
01  Account-Master-Status    PIC XX.
01  Member-Master-Status     PIC XX.
01  Ctr-Candidate-Status     PIC XX.
01  Structuring-Report-Status PIC XX.
01  WS-Run-Date              PIC 9(8).
01  WS-Business-Date         PIC 9(8).
01  WS-End-Of-History-Flag   PIC X VALUE "N".
    88  End-Of-History       VALUE "Y".
01  WS-Member-File-Flag      PIC X VALUE "N".
    88  Member-File-Available VALUE "Y".

      *> Cash over WS-Ctr-Threshold in one direction in one business
      *> day makes a CTR candidate. A deposit from WS-Structuring-Floor
      *> up to the threshold is a near-threshold deposit; a member with
      *> WS-Structuring-Min-Count or more of them inside the
      *> WS-Structuring-Window-Days days ending on the business date
      *> goes on the structuring watch report.
01  WS-Ctr-Threshold             PIC 9(7)V99 VALUE 10000.00.
01  WS-Structuring-Floor         PIC 9(7)V99 VALUE 9000.00.
01  WS-Structuring-Window-Days   PIC 9(3) VALUE 7.
01  WS-Structuring-Min-Count     PIC 9(3) VALUE 2.
01  WS-Window-Start-Integer      PIC 9(7).
01  WS-Window-Start-Date         PIC 9(8).

      *> One entry per member with cash activity in the window. An
      *> account with no member number (or no longer on the master)
      *> is its own entry, keyed by Account-ID.
01  WS-Cash-Table.
    05  WS-Cash-Entry OCCURS 5000 TIMES.
        10  WS-Csh-Key-Type          PIC X(1).
            88  Csh-Keyed-By-Member  VALUE "M".
            88  Csh-Keyed-By-Account VALUE "A".
        10  WS-Csh-Key               PIC X(10).
        10  WS-Csh-Account-Name      PIC X(30).
        10  WS-Csh-Day-Deposits      PIC 9(9)V99.
        10  WS-Csh-Day-Deposit-Count PIC 9(5).
        10  WS-Csh-Day-Withdrawals   PIC 9(9)V99.
        10  WS-Csh-Day-Withdraw-Count PIC 9(5).
        10  WS-Csh-Near-Count        PIC 9(5).
        10  WS-Csh-Near-Total        PIC 9(9)V99.
01  WS-Cash-Entry-Count      PIC 9(4) VALUE 0.
01  WS-Cash-Index            PIC 9(4).
01  WS-Current-Cash          PIC 9(4).
01  WS-Lookup-Key-Type       PIC X(1).
01  WS-Lookup-Key            PIC X(10).
01  WS-Lookup-Name           PIC X(30).

      *> Near-threshold deposits themselves, kept so the watch report
      *> can list the items behind each flagged member.
01  WS-Watch-Table.
    05  WS-Watch-Entry OCCURS 2000 TIMES.
        10  WS-Wch-Cash-Index        PIC 9(4).
        10  WS-Wch-Sequence-Number   PIC 9(9).
        10  WS-Wch-Account-ID        PIC X(10).
        10  WS-Wch-Trans-Date        PIC 9(8).
        10  WS-Wch-Amount            PIC 9(7)V99.
01  WS-Watch-Entry-Count     PIC 9(4) VALUE 0.
01  WS-Watch-Index           PIC 9(4).

01  WS-History-Lines-Read    PIC 9(9) VALUE 0.
01  WS-Cash-Items-In-Window  PIC 9(9) VALUE 0.
01  WS-Ctr-Candidates        PIC 9(5) VALUE 0.
01  WS-Watch-Members         PIC 9(5) VALUE 0.

01  WS-Watch-Header-Line.
    05  FILLER               PIC X(26)
        VALUE "STRUCTURING WATCH REPORT  ".
    05  FILLER               PIC X(15) VALUE "BUSINESS DATE: ".
    05  Wch-Hdr-Business-Date PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(8)  VALUE "WINDOW: ".
    05  Wch-Hdr-Window-Start PIC 9(8).
    05  FILLER               PIC X(4)  VALUE " TO ".
    05  Wch-Hdr-Window-End   PIC 9(8).

01  WS-Watch-Member-Line.
    05  FILLER               PIC X(8)  VALUE "MEMBER: ".
    05  Wch-Member-Key       PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Wch-Member-Name      PIC X(30).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(7)  VALUE "ITEMS: ".
    05  Wch-Near-Count       PIC ZZZ9.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(7)  VALUE "TOTAL: ".
    05  Wch-Near-Total       PIC Z(8)9.99.

01  WS-Watch-Item-Line.
    05  FILLER               PIC X(4)  VALUE SPACES.
    05  Wch-Item-Sequence    PIC Z(8)9.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Wch-Item-Account-ID  PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Wch-Item-Trans-Date  PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Wch-Item-Amount      PIC Z(6)9.99.

01  WS-Watch-Total-Line.
    05  Wch-Total-Label      PIC X(36).
    05  Wch-Total-Count      PIC Z(8)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
    PERFORM READ-CASH-PARM
    COMPUTE WS-Window-Start-Integer =
        FUNCTION INTEGER-OF-DATE(WS-Business-Date)
        - WS-Structuring-Window-Days + 1
    COMPUTE WS-Window-Start-Date =
        FUNCTION DATE-OF-INTEGER(WS-Window-Start-Integer)
    OPEN INPUT Trans-History-File
    IF Trans-History-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Trans-History-File, status "
            Trans-History-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
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
    OPEN OUTPUT Ctr-Candidate-File
    IF Ctr-Candidate-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Ctr-Candidate-File, status "
            Ctr-Candidate-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Structuring-Report
    IF Structuring-Report-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Structuring-Report, status "
            Structuring-Report-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-HISTORY-RECORD
    PERFORM UNTIL End-Of-History
        ADD 1 TO WS-History-Lines-Read
        IF (Ths-Deposit OR Ths-Withdrawal)
           AND NOT Ths-Item-Reversed
           AND Ths-Trans-Date IS NUMERIC
           AND Ths-Trans-Date >= WS-Window-Start-Date
           AND Ths-Trans-Date <= WS-Business-Date
            ADD 1 TO WS-Cash-Items-In-Window
            PERFORM ACCUMULATE-CASH-ITEM
        END-IF
        PERFORM READ-HISTORY-RECORD
    END-PERFORM
    PERFORM WRITE-CTR-CANDIDATES
    PERFORM WRITE-STRUCTURING-REPORT
    DISPLAY "Business date examined: " WS-Business-Date
    DISPLAY "History lines read:     " WS-History-Lines-Read
    DISPLAY "Cash items in window:   " WS-Cash-Items-In-Window
    DISPLAY "CTR candidates:         " WS-Ctr-Candidates
    DISPLAY "Structuring watch:      " WS-Watch-Members
    CLOSE Trans-History-File
    CLOSE Account-Master-File
    IF Member-File-Available
        CLOSE Member-Master-File
    END-IF
    CLOSE Ctr-Candidate-File
    CLOSE Structuring-Report
    STOP RUN.

READ-CASH-PARM.
    MOVE WS-Run-Date TO WS-Business-Date
    OPEN INPUT Cash-Parm-File
    IF Cash-Parm-Status = "00"
        READ Cash-Parm-File
            AT END
                CONTINUE
            NOT AT END
                IF Cshp-Business-Date IS NUMERIC
                   AND Cshp-Business-Date > 0
                    MOVE Cshp-Business-Date TO WS-Business-Date
                ELSE
                    DISPLAY "ERROR: Business date on Cash-Parm-File"
                        " is not numeric"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE Cash-Parm-File
    END-IF.

READ-HISTORY-RECORD.
    READ Trans-History-File NEXT RECORD
        AT END
            SET End-Of-History TO TRUE
    END-READ.

      *> Teller cash only: deposits and withdrawals still standing.
      *> A reversed item never really moved, the reversal itself is
      *> bookkeeping, and neither a same-member transfer nor a settled
      *> savings draft (an ACH deposit) is cash.
ACCUMULATE-CASH-ITEM.
    PERFORM SET-CASH-GROUPING-KEY
    PERFORM LOCATE-CASH-ENTRY
    IF Ths-Trans-Date = WS-Business-Date
        IF Ths-Deposit
            ADD Ths-Amount TO WS-Csh-Day-Deposits(WS-Current-Cash)
            ADD 1 TO WS-Csh-Day-Deposit-Count(WS-Current-Cash)
        ELSE
            ADD Ths-Amount TO WS-Csh-Day-Withdrawals(WS-Current-Cash)
            ADD 1 TO WS-Csh-Day-Withdraw-Count(WS-Current-Cash)
        END-IF
    END-IF
    IF Ths-Deposit
       AND Ths-Amount >= WS-Structuring-Floor
       AND Ths-Amount <= WS-Ctr-Threshold
        ADD 1 TO WS-Csh-Near-Count(WS-Current-Cash)
        ADD Ths-Amount TO WS-Csh-Near-Total(WS-Current-Cash)
        PERFORM ADD-WATCH-ITEM
    END-IF.

      *> Group by the owning member so cash split across a member's
      *> accounts is totalled together.
SET-CASH-GROUPING-KEY.
    MOVE Ths-Account-ID TO Account-ID
    READ Account-Master-File
        INVALID KEY
            MOVE "A"            TO WS-Lookup-Key-Type
            MOVE Ths-Account-ID TO WS-Lookup-Key
            MOVE SPACES         TO WS-Lookup-Name
        NOT INVALID KEY
            MOVE Member-Name    TO WS-Lookup-Name
            IF Member-Number = SPACES
                MOVE "A"            TO WS-Lookup-Key-Type
                MOVE Ths-Account-ID TO WS-Lookup-Key
            ELSE
                MOVE "M"            TO WS-Lookup-Key-Type
                MOVE Member-Number  TO WS-Lookup-Key
            END-IF
    END-READ.

LOCATE-CASH-ENTRY.
    MOVE 0 TO WS-Current-Cash
    PERFORM VARYING WS-Cash-Index FROM 1 BY 1
        UNTIL WS-Cash-Index > WS-Cash-Entry-Count
           OR WS-Current-Cash > 0
        IF WS-Csh-Key-Type(WS-Cash-Index) = WS-Lookup-Key-Type
           AND WS-Csh-Key(WS-Cash-Index) = WS-Lookup-Key
            MOVE WS-Cash-Index TO WS-Current-Cash
        END-IF
    END-PERFORM
    IF WS-Current-Cash = 0
        IF WS-Cash-Entry-Count >= 5000
            DISPLAY "ERROR: More than 5000 members with cash activity"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-Cash-Entry-Count
        MOVE WS-Cash-Entry-Count TO WS-Current-Cash
        MOVE WS-Lookup-Key-Type  TO WS-Csh-Key-Type(WS-Current-Cash)
        MOVE WS-Lookup-Key       TO WS-Csh-Key(WS-Current-Cash)
        MOVE WS-Lookup-Name      TO WS-Csh-Account-Name(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Day-Deposits(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Day-Deposit-Count(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Day-Withdrawals(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Day-Withdraw-Count(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Near-Count(WS-Current-Cash)
        MOVE 0 TO WS-Csh-Near-Total(WS-Current-Cash)
    END-IF.

ADD-WATCH-ITEM.
    IF WS-Watch-Entry-Count >= 2000
        DISPLAY "ERROR: More than 2000 near-threshold deposits"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-Watch-Entry-Count
    MOVE WS-Current-Cash
        TO WS-Wch-Cash-Index(WS-Watch-Entry-Count)
    MOVE Ths-Sequence-Number
        TO WS-Wch-Sequence-Number(WS-Watch-Entry-Count)
    MOVE Ths-Account-ID
        TO WS-Wch-Account-ID(WS-Watch-Entry-Count)
    MOVE Ths-Trans-Date
        TO WS-Wch-Trans-Date(WS-Watch-Entry-Count)
    MOVE Ths-Amount
        TO WS-Wch-Amount(WS-Watch-Entry-Count).

      *> Cash in and cash out are tested separately, the way the
      *> filing requires: a member who deposits 6,000 and withdraws
      *> 6,000 the same day has not crossed the threshold either way.
WRITE-CTR-CANDIDATES.
    PERFORM VARYING WS-Cash-Index FROM 1 BY 1
        UNTIL WS-Cash-Index > WS-Cash-Entry-Count
        IF WS-Csh-Day-Deposits(WS-Cash-Index) > WS-Ctr-Threshold
           OR WS-Csh-Day-Withdrawals(WS-Cash-Index) > WS-Ctr-Threshold
            PERFORM WRITE-CTR-CANDIDATE
        END-IF
    END-PERFORM.

WRITE-CTR-CANDIDATE.
    MOVE SPACES TO Ctr-Candidate-Record
    MOVE WS-Business-Date TO Ctr-Business-Date
    MOVE WS-Csh-Account-Name(WS-Cash-Index) TO Ctr-Name
    IF Csh-Keyed-By-Account(WS-Cash-Index)
        MOVE WS-Csh-Key(WS-Cash-Index) TO Ctr-Account-ID
    ELSE
        MOVE WS-Csh-Key(WS-Cash-Index) TO Ctr-Member-Number
        IF Member-File-Available
            MOVE WS-Csh-Key(WS-Cash-Index) TO Mbr-Member-Number
            READ Member-Master-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Mbr-Member-Name    TO Ctr-Name
                    MOVE Mbr-Address-Line-1 TO Ctr-Address-Line-1
                    MOVE Mbr-Address-Line-2 TO Ctr-Address-Line-2
                    MOVE Mbr-City           TO Ctr-City
                    MOVE Mbr-State          TO Ctr-State
                    MOVE Mbr-Zip-Code       TO Ctr-Zip-Code
                    MOVE Mbr-Tax-ID         TO Ctr-Tax-ID
            END-READ
        END-IF
    END-IF
    MOVE WS-Csh-Day-Deposits(WS-Cash-Index)       TO Ctr-Cash-In-Total
    MOVE WS-Csh-Day-Deposit-Count(WS-Cash-Index)  TO Ctr-Cash-In-Count
    MOVE WS-Csh-Day-Withdrawals(WS-Cash-Index)    TO Ctr-Cash-Out-Total
    MOVE WS-Csh-Day-Withdraw-Count(WS-Cash-Index) TO Ctr-Cash-Out-Count
    WRITE Ctr-Candidate-Record
    ADD 1 TO WS-Ctr-Candidates.

WRITE-STRUCTURING-REPORT.
    MOVE WS-Business-Date     TO Wch-Hdr-Business-Date
    MOVE WS-Window-Start-Date TO Wch-Hdr-Window-Start
    MOVE WS-Business-Date     TO Wch-Hdr-Window-End
    WRITE Structuring-Report-Line FROM WS-Watch-Header-Line
    PERFORM VARYING WS-Cash-Index FROM 1 BY 1
        UNTIL WS-Cash-Index > WS-Cash-Entry-Count
        IF WS-Csh-Near-Count(WS-Cash-Index)
           >= WS-Structuring-Min-Count
            PERFORM WRITE-WATCH-MEMBER
        END-IF
    END-PERFORM
    MOVE SPACES TO Structuring-Report-Line
    WRITE Structuring-Report-Line
    MOVE "MEMBERS ON WATCH:                   " TO Wch-Total-Label
    MOVE WS-Watch-Members                       TO Wch-Total-Count
    WRITE Structuring-Report-Line FROM WS-Watch-Total-Line
    MOVE "NEAR-THRESHOLD DEPOSITS IN WINDOW:  " TO Wch-Total-Label
    MOVE WS-Watch-Entry-Count                   TO Wch-Total-Count
    WRITE Structuring-Report-Line FROM WS-Watch-Total-Line.

WRITE-WATCH-MEMBER.
    ADD 1 TO WS-Watch-Members
    MOVE SPACES TO Structuring-Report-Line
    WRITE Structuring-Report-Line
    MOVE WS-Csh-Key(WS-Cash-Index)          TO Wch-Member-Key
    MOVE WS-Csh-Account-Name(WS-Cash-Index) TO Wch-Member-Name
    IF Csh-Keyed-By-Member(WS-Cash-Index) AND Member-File-Available
        MOVE WS-Csh-Key(WS-Cash-Index) TO Mbr-Member-Number
        READ Member-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE Mbr-Member-Name TO Wch-Member-Name
        END-READ
    END-IF
    MOVE WS-Csh-Near-Count(WS-Cash-Index)   TO Wch-Near-Count
    MOVE WS-Csh-Near-Total(WS-Cash-Index)   TO Wch-Near-Total
    WRITE Structuring-Report-Line FROM WS-Watch-Member-Line
    PERFORM VARYING WS-Watch-Index FROM 1 BY 1
        UNTIL WS-Watch-Index > WS-Watch-Entry-Count
        IF WS-Wch-Cash-Index(WS-Watch-Index) = WS-Cash-Index
            MOVE WS-Wch-Sequence-Number(WS-Watch-Index)
                TO Wch-Item-Sequence
            MOVE WS-Wch-Account-ID(WS-Watch-Index)
                TO Wch-Item-Account-ID
            MOVE WS-Wch-Trans-Date(WS-Watch-Index)
                TO Wch-Item-Trans-Date
            MOVE WS-Wch-Amount(WS-Watch-Index)
                TO Wch-Item-Amount
            WRITE Structuring-Report-Line FROM WS-Watch-Item-Line
        END-IF
    END-PERFORM.
