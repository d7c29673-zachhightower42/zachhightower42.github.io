IDENTIFICATION DIVISION.
PROGRAM-ID. DraftSettlement.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT Settlement-File ASSIGN TO "ACCTDSTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Settlement-File-Status.

    SELECT Account-Master-File ASSIGN TO "ACCTMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Account-ID
        FILE STATUS IS Account-Master-Status.

    SELECT Deposit-Trans-File ASSIGN TO "ACCTDDEP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Deposit-Trans-Status.

    SELECT Draft-Returns-Report ASSIGN TO "ACCTDRET.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Draft-Returns-Status.

    SELECT Settlement-Log-File ASSIGN TO "ACCTDSLG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Settlement-Log-Status.

    SELECT Master-Journal-File ASSIGN TO "ACCTMJRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Master-Journal-Status.

    SELECT Run-Control-File ASSIGN TO "ACCTRUNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.

DATA DIVISION.
FILE SECTION.
      *> The bank's answer to the drafts in ACCTDRFT.DAT: a header
      *> carrying the settlement date and the bank's file ID, one
      *> detail per draft (settled, or returned with its return
      *> reason code), and a trailer carrying the detail count, a hash
      *> total of the numeric Account-IDs and the dollar total.
      *> VERIFY-SETTLEMENT-FILE proves the file whole before anything
      *> touches the master.
FD  Settlement-File.
01  Settlement-Record.
    05  Stl-Record-Type           PIC X(1).
        88  Stl-Header            VALUE "H".
        88  Stl-Detail            VALUE "D".
        88  Stl-Trailer           VALUE "T".
    05  Stl-Detail-Fields.
        10  Stl-Account-ID        PIC X(10).
        10  Stl-Account-ID-Num REDEFINES Stl-Account-ID
                                  PIC 9(10).
        10  Stl-Draft-Date        PIC 9(8).
        10  Stl-Amount            PIC 9(5)V99.
        10  Stl-Result            PIC X(1).
            88  Stl-Settled       VALUE "S".
            88  Stl-Returned      VALUE "R".
        10  Stl-Return-Code       PIC X(3).
            88  Stl-Return-NSF             VALUE "R01".
            88  Stl-Return-Account-Closed  VALUE "R02".
            88  Stl-Return-No-Account      VALUE "R03".
            88  Stl-Return-Invalid-Account VALUE "R04".
            88  Stl-Return-Uncollected     VALUE "R09".
      *> The bank account itself is closed or wrong, so the next
      *> draft would come straight back: drafting is suspended at the
      *> first such return.
            88  Stl-Return-Hard  VALUE "R02" "R03" "R04".
        10  FILLER                PIC X(10).
    05  Stl-Header-Fields REDEFINES Stl-Detail-Fields.
        10  Stl-Settlement-Date   PIC 9(8).
        10  FILLER                PIC X(2).
        10  Stl-File-ID           PIC X(10).
        10  FILLER                PIC X(19).
    05  Stl-Trailer-Fields REDEFINES Stl-Detail-Fields.
        10  Stl-Trailer-Count     PIC 9(7).
        10  FILLER                PIC X(2).
        10  Stl-Trailer-Hash      PIC 9(12).
        10  FILLER                PIC X(2).
        10  Stl-Trailer-Amount    PIC 9(9)V99.
        10  FILLER                PIC X(5).

FD  Account-Master-File.
    COPY ACCTREC.

      *> Settled drafts as ACH deposits (code A) in the ACCTDTRN.DAT
      *> layout, headed and trailed, for MonetaryPosting to post like
      *> any teller batch. Layout must stay in step with Money-Trans-Record over
      *> in MonetaryPosting.
FD  Deposit-Trans-File.
01  Deposit-Trans-Record.
    05  Dep-Trans-Code            PIC X(1).
    05  Dep-Detail-Fields.
        10  Dep-Account-ID        PIC X(10).
        10  Dep-Account-ID-Num REDEFINES Dep-Account-ID
                                  PIC 9(10).
        10  Dep-Amount            PIC 9(7)V99.
        10  Dep-Trans-Date        PIC 9(8).
        10  Dep-Original-Sequence PIC 9(9).
        10  Dep-To-Account-ID     PIC X(10).
    05  Dep-Header-Fields REDEFINES Dep-Detail-Fields.
        10  Dep-Batch-Date        PIC 9(8).
        10  FILLER                PIC X(38).
    05  Dep-Trailer-Fields REDEFINES Dep-Detail-Fields.
        10  Dep-Trailer-Count     PIC 9(7).
        10  FILLER                PIC X(2).
        10  Dep-Trailer-Hash      PIC 9(12).
        10  FILLER                PIC X(25).

FD  Draft-Returns-Report.
01  Draft-Returns-Line           PIC X(110).

      *> Permanent log of the settlement files applied, extended run
      *> over run, so a file the bank sends twice is refused rather
      *> than deposited twice.
FD  Settlement-Log-File.
01  Settlement-Log-Record.
    05  Slg-Settlement-Date       PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Slg-File-ID               PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Slg-Run-Date              PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Slg-Run-Number            PIC 9(7).

FD  Master-Journal-File.
    COPY MJRNREC.

FD  Run-Control-File.
    COPY RUNCREC.

WORKING-STORAGE SECTION.
01  Settlement-File-Status   PIC XX.
01  Account-Master-Status    PIC XX.
01  Deposit-Trans-Status     PIC XX.
01  Draft-Returns-Status     PIC XX.
01  Settlement-Log-Status    PIC XX.
01  Master-Journal-Status    PIC XX.
01  WS-Run-Date              PIC 9(8).
01  WS-End-Of-Settlement-Flag PIC X VALUE "N".
    88  End-Of-Settlement    VALUE "Y".
01  WS-End-Of-Log-Flag       PIC X VALUE "N".
    88  End-Of-Settlement-Log VALUE "Y".
01  WS-Master-Found-Flag     PIC X.
    88  Master-Record-Found     VALUE "Y".
    88  Master-Record-Not-Found VALUE "N".
01  WS-Before-Image          PIC X(160).

      *> A draft returned this many times running (without a good
      *> settlement in between) suspends drafting on the account.
01  WS-Return-Limit          PIC 9(1) VALUE 2.
01  WS-Draft-Month           PIC 9(6).
01  WS-Return-Count          PIC 9(1).
01  WS-Return-Reason         PIC X(24).
01  WS-Return-Action         PIC X(20).

      *> Control state for VERIFY-SETTLEMENT-FILE.
01  WS-Header-Flag           PIC X VALUE "N".
    88  Header-Seen          VALUE "Y".
01  WS-Trailer-Flag          PIC X VALUE "N".
    88  Trailer-Seen         VALUE "Y".
01  WS-File-Error-Flag       PIC X VALUE "N".
    88  File-In-Error        VALUE "Y".
01  WS-File-Detail-Count     PIC 9(7)  VALUE 0.
01  WS-File-Hash-Total       PIC 9(12) VALUE 0.
01  WS-File-Amount-Total     PIC 9(9)V99 VALUE 0.
01  WS-Trailer-Count         PIC 9(7).
01  WS-Trailer-Hash          PIC 9(12).
01  WS-Trailer-Amount        PIC 9(9)V99.
01  WS-Settlement-Date       PIC 9(8) VALUE 0.
01  WS-File-ID               PIC X(10).

01  WS-Deposit-Count         PIC 9(7)  VALUE 0.
01  WS-Deposit-Hash          PIC 9(12) VALUE 0.
01  WS-Settled-Count         PIC 9(7)  VALUE 0.
01  WS-Settled-Total         PIC 9(9)V99 VALUE 0.
01  WS-Returned-Count        PIC 9(7)  VALUE 0.
01  WS-Returned-Total        PIC 9(9)V99 VALUE 0.
01  WS-Suspended-Count       PIC 9(7)  VALUE 0.
01  WS-Exception-Count       PIC 9(7)  VALUE 0.

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "DRAFTSET".
01  WS-Run-Number            PIC 9(7) VALUE 1.
01  WS-Max-Run-Number        PIC 9(7) VALUE 0.
01  WS-Runc-Record-Seq       PIC 9(7) VALUE 0.
01  WS-Last-Complete-Seq     PIC 9(7) VALUE 0.
01  WS-Last-Override-Seq     PIC 9(7) VALUE 0.
01  WS-End-Of-Runc-Flag      PIC X VALUE "N".
    88  End-Of-Run-Control   VALUE "Y".

01  WS-Returns-Header-Line.
    05  FILLER               PIC X(26)
        VALUE "RETURNED SAVINGS DRAFTS   ".
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Ret-Hdr-Run-Date     PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(12) VALUE "SETTLEMENT: ".
    05  Ret-Hdr-Settle-Date  PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(6)  VALUE "FILE: ".
    05  Ret-Hdr-File-ID      PIC X(10).

01  WS-Returns-Column-Line.
    05  FILLER               PIC X(12) VALUE "ACCOUNT     ".
    05  FILLER               PIC X(12) VALUE "MEMBER      ".
    05  FILLER               PIC X(10) VALUE "DRAFTED   ".
    05  FILLER               PIC X(11) VALUE "     AMOUNT".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(5)  VALUE "CODE ".
    05  FILLER               PIC X(25) VALUE "REASON".
    05  FILLER               PIC X(5)  VALUE "RETS ".
    05  FILLER               PIC X(6)  VALUE "ACTION".

01  WS-Returns-Detail-Line.
    05  Ret-Account-ID       PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Ret-Member-Number    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Ret-Draft-Date       PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Ret-Amount           PIC Z(5)9.99.
    05  FILLER               PIC X(4)  VALUE SPACES.
    05  Ret-Return-Code      PIC X(3).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Ret-Reason           PIC X(24).
    05  FILLER               PIC X(1)  VALUE SPACES.
    05  Ret-Return-Count     PIC Z9.
    05  FILLER               PIC X(3)  VALUE SPACES.
    05  Ret-Action           PIC X(20).

01  WS-Returns-Total-Line.
    05  Ret-Total-Label      PIC X(30).
    05  Ret-Total-Count      PIC Z(6)9.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Ret-Total-Amount     PIC Z(8)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
    PERFORM OPEN-RUN-CONTROL
    PERFORM VERIFY-SETTLEMENT-FILE
    PERFORM CHECK-SETTLEMENT-LOG
    OPEN INPUT Settlement-File
    IF Settlement-File-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Settlement-File, status "
            Settlement-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN I-O Account-Master-File
    IF Account-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Account-Master-File, status "
            Account-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Deposit-Trans-File
    IF Deposit-Trans-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Deposit-Trans-File, status "
            Deposit-Trans-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Draft-Returns-Report
    IF Draft-Returns-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Draft-Returns-Report, status "
            Draft-Returns-Status
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
    PERFORM WRITE-DEPOSIT-BATCH-HEADER
    MOVE WS-Run-Date        TO Ret-Hdr-Run-Date
    MOVE WS-Settlement-Date TO Ret-Hdr-Settle-Date
    MOVE WS-File-ID         TO Ret-Hdr-File-ID
    WRITE Draft-Returns-Line FROM WS-Returns-Header-Line
    WRITE Draft-Returns-Line FROM WS-Returns-Column-Line
    PERFORM READ-SETTLEMENT-RECORD
    PERFORM UNTIL End-Of-Settlement
        IF Stl-Detail
            PERFORM PROCESS-SETTLEMENT-DETAIL
        END-IF
        PERFORM READ-SETTLEMENT-RECORD
    END-PERFORM
    PERFORM WRITE-DEPOSIT-BATCH-TRAILER
    PERFORM WRITE-RETURNS-TOTALS
    DISPLAY "Drafts settled:         " WS-Settled-Count
    DISPLAY "Drafts returned:        " WS-Returned-Count
    DISPLAY "Drafting suspended:     " WS-Suspended-Count
    DISPLAY "Deposits batched:       " WS-Deposit-Count
    CLOSE Settlement-File
    CLOSE Account-Master-File
    CLOSE Deposit-Trans-File
    CLOSE Draft-Returns-Report
    CLOSE Master-Journal-File
    PERFORM WRITE-SETTLEMENT-LOG
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

      *> Scan the shared run-control file: the next run number is one
      *> past the highest on file, and a completed record for this job
      *> and business date blocks a second settlement pass unless an
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

READ-SETTLEMENT-RECORD.
    READ Settlement-File
        AT END
            SET End-Of-Settlement TO TRUE
    END-READ.

      *> Control pass over the whole file before the master is opened:
      *> exactly one leading header with a settlement date no later
      *> than today (MonetaryPosting will not post a future-dated
      *> deposit), details counted, hashed and footed, and exactly one
      *> trailer with nothing after it whose controls match. Any
      *> failure rejects the file whole -- nothing has been applied.
VERIFY-SETTLEMENT-FILE.
    OPEN INPUT Settlement-File
    IF Settlement-File-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Settlement-File, status "
            Settlement-File-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-SETTLEMENT-RECORD
    PERFORM UNTIL End-Of-Settlement
        EVALUATE TRUE
            WHEN Stl-Header
                IF Header-Seen OR WS-File-Detail-Count > 0
                   OR Trailer-Seen
                    DISPLAY "SETTLEMENT REJECTED: header out of place"
                    SET File-In-Error TO TRUE
                END-IF
                SET Header-Seen TO TRUE
                MOVE Stl-Settlement-Date TO WS-Settlement-Date
                MOVE Stl-File-ID         TO WS-File-ID
            WHEN Stl-Trailer
                IF Trailer-Seen
                    DISPLAY "SETTLEMENT REJECTED: more than one trailer"
                    SET File-In-Error TO TRUE
                END-IF
                SET Trailer-Seen TO TRUE
                MOVE Stl-Trailer-Count  TO WS-Trailer-Count
                MOVE Stl-Trailer-Hash   TO WS-Trailer-Hash
                MOVE Stl-Trailer-Amount TO WS-Trailer-Amount
            WHEN Stl-Detail
                IF NOT Header-Seen
                    DISPLAY "SETTLEMENT REJECTED: no header"
                    SET File-In-Error TO TRUE
                END-IF
                IF Trailer-Seen
                    DISPLAY "SETTLEMENT REJECTED: records after trailer"
                    SET File-In-Error TO TRUE
                END-IF
                IF Stl-Amount IS NOT NUMERIC
                   OR Stl-Draft-Date IS NOT NUMERIC
                   OR (NOT Stl-Settled AND NOT Stl-Returned)
                    DISPLAY "SETTLEMENT REJECTED: bad detail for "
                        Stl-Account-ID
                    SET File-In-Error TO TRUE
                ELSE
                    ADD Stl-Amount TO WS-File-Amount-Total
                END-IF
                ADD 1 TO WS-File-Detail-Count
                IF Stl-Account-ID-Num IS NUMERIC
                    ADD Stl-Account-ID-Num TO WS-File-Hash-Total
                END-IF
            WHEN OTHER
                DISPLAY "SETTLEMENT REJECTED: unknown record type "
                    Stl-Record-Type
                SET File-In-Error TO TRUE
        END-EVALUATE
        PERFORM READ-SETTLEMENT-RECORD
    END-PERFORM
    CLOSE Settlement-File
    IF NOT Header-Seen
        DISPLAY "SETTLEMENT REJECTED: no header"
        SET File-In-Error TO TRUE
    END-IF
    IF NOT Trailer-Seen
        DISPLAY "SETTLEMENT REJECTED: no trailer"
        SET File-In-Error TO TRUE
    END-IF
    IF Header-Seen
       AND (WS-Settlement-Date IS NOT NUMERIC
            OR WS-Settlement-Date = 0
            OR WS-Settlement-Date > WS-Run-Date)
        DISPLAY "SETTLEMENT REJECTED: settlement date "
            WS-Settlement-Date " missing or in future"
        SET File-In-Error TO TRUE
    END-IF
    IF Trailer-Seen
       AND WS-Trailer-Count NOT = WS-File-Detail-Count
        DISPLAY "SETTLEMENT REJECTED: trailer count " WS-Trailer-Count
            " but " WS-File-Detail-Count " details read"
        SET File-In-Error TO TRUE
    END-IF
    IF Trailer-Seen
       AND WS-Trailer-Hash NOT = WS-File-Hash-Total
        DISPLAY "SETTLEMENT REJECTED: trailer hash " WS-Trailer-Hash
            " but details hash to " WS-File-Hash-Total
        SET File-In-Error TO TRUE
    END-IF
    IF Trailer-Seen
       AND WS-Trailer-Amount NOT = WS-File-Amount-Total
        DISPLAY "SETTLEMENT REJECTED: trailer amount "
            WS-Trailer-Amount " but details foot to "
            WS-File-Amount-Total
        SET File-In-Error TO TRUE
    END-IF
    IF File-In-Error
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-End-Of-Settlement-Flag.

      *> No log yet simply means no settlement has been applied.
CHECK-SETTLEMENT-LOG.
    OPEN INPUT Settlement-Log-File
    IF Settlement-Log-Status = "00"
        PERFORM READ-SETTLEMENT-LOG-RECORD
        PERFORM UNTIL End-Of-Settlement-Log
            IF Slg-Settlement-Date = WS-Settlement-Date
               AND Slg-File-ID = WS-File-ID
                DISPLAY "SETTLEMENT REJECTED: file " WS-File-ID
                    " for " WS-Settlement-Date
                    " already applied on " Slg-Run-Date
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM READ-SETTLEMENT-LOG-RECORD
        END-PERFORM
        CLOSE Settlement-Log-File
    END-IF.

READ-SETTLEMENT-LOG-RECORD.
    READ Settlement-Log-File
        AT END
            SET End-Of-Settlement-Log TO TRUE
    END-READ.

LOAD-MASTER-RECORD.
    MOVE Stl-Account-ID TO Account-ID
    READ Account-Master-File
        INVALID KEY
            SET Master-Record-Not-Found TO TRUE
        NOT INVALID KEY
            SET Master-Record-Found TO TRUE
            MOVE Account-Record TO WS-Before-Image
    END-READ.

      *> The draft's own month is what it answers for; a settlement or
      *> return for an older draft than the account's latest leaves
      *> the pending state of the newer one alone.
PROCESS-SETTLEMENT-DETAIL.
    PERFORM LOAD-MASTER-RECORD
    MOVE Stl-Draft-Date(1:6) TO WS-Draft-Month
    EVALUATE TRUE
        WHEN Master-Record-Not-Found
            MOVE "ACCOUNT NOT ON MASTER" TO WS-Return-Reason
            IF Stl-Settled
                ADD 1 TO WS-Settled-Count
                ADD Stl-Amount TO WS-Settled-Total
                ADD 1 TO WS-Exception-Count
                MOVE "REFUND TO MEMBER"  TO WS-Return-Action
            ELSE
                ADD 1 TO WS-Returned-Count
                ADD Stl-Amount TO WS-Returned-Total
                MOVE "NONE - NO ACCOUNT" TO WS-Return-Action
            END-IF
            MOVE SPACES TO Member-Number
            MOVE 0 TO WS-Return-Count
            PERFORM WRITE-RETURNS-DETAIL
        WHEN Stl-Settled
            PERFORM APPLY-SETTLED-DRAFT
        WHEN OTHER
            PERFORM APPLY-RETURNED-DRAFT
    END-EVALUATE.

      *> Money the bank has paid over is deposited whether or not the
      *> account still shows the draft pending -- a rerun after an
      *> interrupted run rebuilds the whole deposit batch. A closed
      *> account cannot take the deposit, so that money goes back to
      *> the member instead.
APPLY-SETTLED-DRAFT.
    ADD 1 TO WS-Settled-Count
    ADD Stl-Amount TO WS-Settled-Total
    IF Account-Closed
        ADD 1 TO WS-Exception-Count
        MOVE "SETTLED TO CLOSED ACCT" TO WS-Return-Reason
        MOVE "REFUND TO MEMBER"       TO WS-Return-Action
        MOVE 0 TO WS-Return-Count
        PERFORM WRITE-RETURNS-DETAIL
    ELSE
        PERFORM WRITE-DEPOSIT-DETAIL
        IF Draft-Pending AND Last-Draft-Month = WS-Draft-Month
            SET Draft-Idle TO TRUE
            MOVE 0 TO Draft-Return-Count
            PERFORM REWRITE-MASTER-RECORD
        END-IF
    END-IF.

      *> Only a return against the draft still pending counts toward
      *> suspension, so a rerun does not count the same return twice.
APPLY-RETURNED-DRAFT.
    ADD 1 TO WS-Returned-Count
    ADD Stl-Amount TO WS-Returned-Total
    PERFORM SET-RETURN-REASON
    IF Draft-Return-Count IS NUMERIC
        MOVE Draft-Return-Count TO WS-Return-Count
    ELSE
        MOVE 0 TO WS-Return-Count
    END-IF
    MOVE "REDRAFT NEXT MONTH" TO WS-Return-Action
    IF Draft-Pending AND Last-Draft-Month = WS-Draft-Month
        IF WS-Return-Count < 9
            ADD 1 TO WS-Return-Count
        END-IF
        MOVE WS-Return-Count TO Draft-Return-Count
        IF Stl-Return-Hard OR WS-Return-Count >= WS-Return-Limit
            SET Draft-Suspended TO TRUE
            ADD 1 TO WS-Suspended-Count
        ELSE
            SET Draft-Idle TO TRUE
        END-IF
        PERFORM REWRITE-MASTER-RECORD
    END-IF
    IF Draft-Suspended
        MOVE "DRAFTING SUSPENDED" TO WS-Return-Action
    END-IF
    PERFORM WRITE-RETURNS-DETAIL.

SET-RETURN-REASON.
    EVALUATE TRUE
        WHEN Stl-Return-NSF
            MOVE "INSUFFICIENT FUNDS"     TO WS-Return-Reason
        WHEN Stl-Return-Account-Closed
            MOVE "BANK ACCOUNT CLOSED"    TO WS-Return-Reason
        WHEN Stl-Return-No-Account
            MOVE "NO BANK ACCOUNT FOUND"  TO WS-Return-Reason
        WHEN Stl-Return-Invalid-Account
            MOVE "INVALID BANK ACCOUNT"   TO WS-Return-Reason
        WHEN Stl-Return-Uncollected
            MOVE "UNCOLLECTED FUNDS"      TO WS-Return-Reason
        WHEN OTHER
            MOVE "OTHER BANK RETURN"      TO WS-Return-Reason
    END-EVALUATE.

REWRITE-MASTER-RECORD.
    REWRITE Account-Record
        INVALID KEY
            DISPLAY "ERROR: Unable to rewrite " Account-ID
                ", status " Account-Master-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE
    PERFORM WRITE-MASTER-JOURNAL-RECORD.

WRITE-MASTER-JOURNAL-RECORD.
    SET Jrnl-Action-Rewrite  TO TRUE
    MOVE WS-Job-Name         TO Jrnl-Source-Program
    MOVE WS-Run-Date         TO Jrnl-Run-Date
    MOVE WS-Run-Number       TO Jrnl-Run-Number
    MOVE Account-ID          TO Jrnl-Account-ID
    MOVE WS-Before-Image     TO Jrnl-Before-Image
    MOVE Account-Record      TO Jrnl-After-Image
    WRITE Master-Journal-Record.

      *> The deposit is dated the day the bank settled it, which is
      *> when the money actually moved.
WRITE-DEPOSIT-DETAIL.
    MOVE SPACES             TO Deposit-Trans-Record
    MOVE "A"                TO Dep-Trans-Code
    MOVE Stl-Account-ID     TO Dep-Account-ID
    MOVE Stl-Amount         TO Dep-Amount
    MOVE WS-Settlement-Date TO Dep-Trans-Date
    MOVE 0                  TO Dep-Original-Sequence
    WRITE Deposit-Trans-Record
    ADD 1 TO WS-Deposit-Count
    IF Dep-Account-ID-Num IS NUMERIC
        ADD Dep-Account-ID-Num TO WS-Deposit-Hash
    END-IF.

WRITE-DEPOSIT-BATCH-HEADER.
    MOVE SPACES      TO Deposit-Trans-Record
    MOVE "H"         TO Dep-Trans-Code
    MOVE WS-Run-Date TO Dep-Batch-Date
    WRITE Deposit-Trans-Record.

WRITE-DEPOSIT-BATCH-TRAILER.
    MOVE SPACES           TO Deposit-Trans-Record
    MOVE "T"              TO Dep-Trans-Code
    MOVE WS-Deposit-Count TO Dep-Trailer-Count
    MOVE WS-Deposit-Hash  TO Dep-Trailer-Hash
    WRITE Deposit-Trans-Record.

WRITE-RETURNS-DETAIL.
    MOVE Stl-Account-ID   TO Ret-Account-ID
    MOVE Member-Number    TO Ret-Member-Number
    MOVE Stl-Draft-Date   TO Ret-Draft-Date
    MOVE Stl-Amount       TO Ret-Amount
    MOVE Stl-Return-Code  TO Ret-Return-Code
    MOVE WS-Return-Reason TO Ret-Reason
    MOVE WS-Return-Count  TO Ret-Return-Count
    MOVE WS-Return-Action TO Ret-Action
    WRITE Draft-Returns-Line FROM WS-Returns-Detail-Line.

WRITE-RETURNS-TOTALS.
    MOVE "DRAFTS SETTLED:" TO Ret-Total-Label
    MOVE WS-Settled-Count  TO Ret-Total-Count
    MOVE WS-Settled-Total  TO Ret-Total-Amount
    WRITE Draft-Returns-Line FROM WS-Returns-Total-Line
    MOVE "DRAFTS RETURNED:" TO Ret-Total-Label
    MOVE WS-Returned-Count  TO Ret-Total-Count
    MOVE WS-Returned-Total  TO Ret-Total-Amount
    WRITE Draft-Returns-Line FROM WS-Returns-Total-Line
    MOVE "DRAFTING SUSPENDED:" TO Ret-Total-Label
    MOVE WS-Suspended-Count    TO Ret-Total-Count
    MOVE 0                     TO Ret-Total-Amount
    WRITE Draft-Returns-Line FROM WS-Returns-Total-Line
    MOVE "SETTLED, NOT DEPOSITED:" TO Ret-Total-Label
    MOVE WS-Exception-Count        TO Ret-Total-Count
    MOVE 0                         TO Ret-Total-Amount
    WRITE Draft-Returns-Line FROM WS-Returns-Total-Line
    MOVE "DEPOSITS BATCHED:" TO Ret-Total-Label
    MOVE WS-Deposit-Count    TO Ret-Total-Count
    MOVE 0                   TO Ret-Total-Amount
    WRITE Draft-Returns-Line FROM WS-Returns-Total-Line.

      *> Logged only once the deposit batch is closed, so a run that
      *> dies part way leaves the file unlogged and the rerun builds
      *> the batch again from the top. File status 35 is the first
      *> settlement ever applied.
WRITE-SETTLEMENT-LOG.
    OPEN EXTEND Settlement-Log-File
    IF Settlement-Log-Status = "35"
        OPEN OUTPUT Settlement-Log-File
    END-IF
    IF Settlement-Log-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Settlement-Log-File, status "
            Settlement-Log-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES             TO Settlement-Log-Record
    MOVE WS-Settlement-Date TO Slg-Settlement-Date
    MOVE WS-File-ID         TO Slg-File-ID
    MOVE WS-Run-Date        TO Slg-Run-Date
    MOVE WS-Run-Number      TO Slg-Run-Number
    WRITE Settlement-Log-Record
    CLOSE Settlement-Log-File.
