        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Posting-Checkpoint-Status.

    SELECT Posting-Feed-File ASSIGN TO "ACCTPFED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Posting-Feed-Status.

    SELECT Member-Master-File ASSIGN TO "MBRMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mbr-Member-Number
        FILE STATUS IS Member-Master-Status.

    SELECT Trans-History-File ASSIGN TO "ACCTTHST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ths-Sequence-Number
        FILE STATUS IS Trans-History-Status.

DATA DIVISION.
FILE SECTION.
      *> Teller-line deposits and withdrawals, batched the same way the
      *> detail count and a hash total of the numeric Account-IDs.
      *> VERIFY-TRANSACTION-BATCH proves the batch whole before
      *> anything touches the master, so a truncated transfer cannot
      *> half-apply. A reversal names the history item it backs out by
      *> sequence number and repeats that item's Account-ID and amount
      *> as a keying check. A transfer moves money from Mtr-Account-ID
      *> to Mtr-To-Account-ID between two accounts of the same member;
      *> the hash total covers Mtr-Account-ID only, as for every other
      *> detail.
FD  Money-Trans-File.
01  Money-Trans-Record.
    05  Mtr-Trans-Code            PIC X(1).
        88  Mtr-Deposit           VALUE "D".
      *> A settled savings draft from DraftSettlement's ACCTDDEP.DAT
      *> batch. It posts exactly like a deposit, but the code rides
      *> through to the history and the GL feed so the draft is booked
      *> against ACH clearing rather than teller cash, and is never
      *> mistaken for currency.
        88  Mtr-Ach-Deposit       VALUE "A".
        88  Mtr-Withdrawal        VALUE "W".
        88  Mtr-Reversal          VALUE "R".
        88  Mtr-Transfer          VALUE "X".
        88  Mtr-Batch-Header      VALUE "H".
        88  Mtr-Batch-Trailer     VALUE "T".
    05  Mtr-Detail-Fields.
      *> Last-Activity-Date, so a batch keyed a day late still ages
      *> dormancy off the real activity date.
        10  Mtr-Trans-Date        PIC 9(8).
      *> Reversals only: Ths-Sequence-Number of the item backed out.
        10  Mtr-Original-Sequence PIC 9(9).
      *> Transfers only: the account the money moves into.
        10  Mtr-To-Account-ID     PIC X(10).
    05  Mtr-Header-Fields REDEFINES Mtr-Detail-Fields.
        10  Mtr-Batch-Date        PIC 9(8).
        10  FILLER                PIC X(38).
    05  Mtr-Trailer-Fields REDEFINES Mtr-Detail-Fields.
        10  Mtr-Trailer-Count     PIC 9(7).
        10  FILLER                PIC X(2).
        10  Mtr-Trailer-Hash      PIC 9(12).
        10  FILLER                PIC X(25).

FD  Account-Master-File.
    COPY ACCTREC.
FD  Posting-Checkpoint-File.
    COPY CHKPTREC.

      *> GL feed of teller money: one record per item applied to the
      *> master, dated with the business date and stamped with this
      *> run's number. GLJournalBuilder picks this file up the same
      *> evening and books cash against member-share-payable 2100.
FD  Posting-Feed-File.
01  Posting-Feed-Record.
    05  Pfd-Posting-Date          PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-Trans-Code            PIC X(1).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-Amount                PIC 9(7)V99.
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-Trans-Date            PIC 9(8).
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Pfd-History-Sequence      PIC 9(9).
    05  FILLER                    PIC X(2)  VALUE SPACES.
      *> Reversals only: the code of the item backed out, so the GL
      *> side knows which way to unwind it.
    05  Pfd-Reversed-Code         PIC X(1).

FD  Member-Master-File.
    COPY MBRREC.

FD  Trans-History-File.
    COPY THSTREC.

WORKING-STORAGE SECTION.
01  Money-Trans-Status       PIC XX.
01  Account-Master-Status    PIC XX.
01  WS-Restart-Skip-Count     PIC 9(7) VALUE 0.
01  WS-Total-Records-Processed PIC 9(7) VALUE 0.

01  Posting-Feed-Status       PIC XX.

01  Member-Master-Status      PIC XX.
      *> The member master is opened the way AccountMaintenance opens
      *> it, optionally; only transfers need it, and with it missing
      *> every transfer is rejected rather than posted unproven.
01  WS-Member-File-Flag       PIC X VALUE "N".
    88  Member-File-Available VALUE "Y".
01  WS-Member-Found-Flag      PIC X.
    88  Member-Found          VALUE "Y".
    88  Member-Not-Found      VALUE "N".

      *> Both sides of a transfer in progress, as read and as
      *> rewritten, so either rewrite can be journaled against its true
      *> before-image and the from-side can be put back if the to-side
      *> will not rewrite.
01  WS-Transfer-From-Image    PIC X(160).
01  WS-Transfer-From-After    PIC X(160).
01  WS-Transfer-To-Image      PIC X(160).
01  WS-Transfer-To-After      PIC X(160).
01  WS-Transfer-Member-Number PIC X(10).
01  WS-Transfer-Valid-Flag    PIC X.
    88  Transfer-Valid        VALUE "Y".
    88  Transfer-Invalid      VALUE "N".

01  Trans-History-Status      PIC XX.
01  WS-End-Of-History-Flag    PIC X VALUE "N".
    88  End-Of-History        VALUE "Y".
      *> Highest sequence number on the history file; every item
      *> written takes the next one.
01  WS-Last-History-Seq       PIC 9(9) VALUE 0.
01  WS-Original-Found-Flag    PIC X VALUE "N".
    88  Original-Item-Found      VALUE "Y".
    88  Original-Item-Not-Found  VALUE "N".
      *> Code of the history item a reversal is backing out, held
      *> across the rewrite of the history record area.
01  WS-Reversed-Code          PIC X(1) VALUE SPACE.
    88  Reversing-Deposit     VALUE "D" "A".
    88  Reversing-Withdrawal  VALUE "W".

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "MONPOST".
01  WS-Run-Number            PIC 9(7) VALUE 1.
        10  WS-Act-Monthly-Savings  PIC 9(5)V99.
        10  WS-Act-Deposit-Total    PIC 9(9)V99.
        10  WS-Act-Withdrawal-Total PIC 9(9)V99.
        10  WS-Act-Reversal-Net     PIC S9(9)V99.
01  WS-Activity-Entry-Count  PIC 9(4) VALUE 0.
01  WS-Activity-Index        PIC 9(4).
01  WS-Current-Activity      PIC 9(4).
01  WS-Net-Activity          PIC S9(9)V99.
01  WS-Plan-Variance         PIC S9(9)V99.

      *> One entry per transfer applied, printed as a linked pair after
      *> the per-account lines. Transfers move money between a member's
      *> own accounts, so they stay out of the deposit and withdrawal
      *> columns and out of the new-money controls below.
01  WS-Transfer-Table.
    05  WS-Transfer-Entry OCCURS 1000 TIMES.
        10  WS-Xfr-From-Account-ID  PIC X(10).
        10  WS-Xfr-To-Account-ID    PIC X(10).
        10  WS-Xfr-Member-Number    PIC X(10).
        10  WS-Xfr-Amount           PIC 9(7)V99.
        10  WS-Xfr-From-Sequence    PIC 9(9).
        10  WS-Xfr-To-Sequence      PIC 9(9).
01  WS-Transfer-Entry-Count  PIC 9(4) VALUE 0.
01  WS-Transfer-Index        PIC 9(4).

      *> Batch money controls for the foot of the activity report.
01  WS-Ctl-Deposit-Total     PIC 9(11)V99 VALUE 0.
01  WS-Ctl-Withdrawal-Total  PIC 9(11)V99 VALUE 0.
01  WS-Ctl-Reversal-Net      PIC S9(11)V99 VALUE 0.
01  WS-Ctl-New-Money-Net     PIC S9(11)V99 VALUE 0.
01  WS-Ctl-Transfer-Total    PIC 9(11)V99 VALUE 0.

01  WS-Activity-Header-Line.
    05  FILLER  PIC X(12) VALUE "ACCOUNT-ID  ".
    05  FILLER  PIC X(12) VALUE "SCHEDULED   ".
    05  FILLER  PIC X(12) VALUE "DEPOSITS    ".
    05  FILLER  PIC X(12) VALUE "WITHDRAWALS ".
    05  FILLER  PIC X(12) VALUE "REVERSALS   ".
    05  FILLER  PIC X(14) VALUE "NET ACTIVITY  ".
    05  FILLER  PIC X(14) VALUE "VS PLAN       ".
    05  FILLER  PIC X(10) VALUE "STATUS".
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Act-Withdrawal-Total PIC Z(6)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Act-Reversal-Net     PIC +(6)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Act-Net-Activity     PIC +(8)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Act-Plan-Variance    PIC +(8)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Act-Plan-Status      PIC X(10).

01  WS-Transfer-Heading-Line.
    05  FILLER  PIC X(40)
        VALUE "TRANSFERS BETWEEN MEMBER ACCOUNTS       ".
    05  FILLER  PIC X(30) VALUE "(NOT NEW MONEY)".

01  WS-Transfer-Detail-Line.
    05  FILLER               PIC X(5)  VALUE "FROM ".
    05  Xfr-From-Account-ID  PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Xfr-From-Sequence    PIC Z(8)9.
    05  FILLER               PIC X(5)  VALUE "  TO ".
    05  Xfr-To-Account-ID    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Xfr-To-Sequence      PIC Z(8)9.
    05  FILLER               PIC X(9)  VALUE "  MEMBER ".
    05  Xfr-Member-Number    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Xfr-Amount           PIC Z(6)9.99.

01  WS-Control-Total-Line.
    05  Ctl-Label            PIC X(36).
    05  Ctl-Value            PIC +(11)9.99.

PROCEDURE DIVISION.
MAIN-LOGIC.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
      *> Extended, not rewritten, for the same reason AccountMaintenance
      *> extends its disbursement feed: an OUTPUT open would destroy a
      *> feed GLJournalBuilder never consumed. GLJournalBuilder posts
      *> only lines dated its own business date, so older lines stay
      *> on file for manual workout instead of re-posting.
    OPEN EXTEND Posting-Feed-File
    IF Posting-Feed-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Posting-Feed-File, status "
            Posting-Feed-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM OPEN-TRANSACTION-HISTORY
    PERFORM OPEN-MEMBER-MASTER
    OPEN OUTPUT Activity-Report
    IF Activity-Report-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Activity-Report, status "
                    CONTINUE
                WHEN Mtr-Deposit
                    PERFORM APPLY-MONEY-TRANSACTION
                WHEN Mtr-Ach-Deposit
                    PERFORM APPLY-MONEY-TRANSACTION
                WHEN Mtr-Withdrawal
                    PERFORM APPLY-MONEY-TRANSACTION
                WHEN Mtr-Reversal
                    PERFORM APPLY-REVERSAL-TRANSACTION
                WHEN Mtr-Transfer
                    PERFORM APPLY-TRANSFER-TRANSACTION
                WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION CODE"
                        TO WS-Posting-Reason
    CLOSE Master-Journal-File
    CLOSE Activity-Report
    CLOSE Posting-Checkpoint-File
    CLOSE Posting-Feed-File
    CLOSE Trans-History-File
    IF Member-File-Available
        CLOSE Member-Master-File
    END-IF
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

    WRITE Run-Control-Record
    CLOSE Run-Control-File.

      *> File status 35 is the first run with no history yet; the file
      *> is created by an OUTPUT open and reopened I-O, as
      *> MemberMaintenance does for its master. One pass finds the
      *> highest sequence already used.
OPEN-TRANSACTION-HISTORY.
    OPEN I-O Trans-History-File
    IF Trans-History-Status = "35"
        OPEN OUTPUT Trans-History-File
        CLOSE Trans-History-File
        OPEN I-O Trans-History-File
    END-IF
    IF Trans-History-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Trans-History-File, status "
            Trans-History-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-NEXT-HISTORY-RECORD
    PERFORM UNTIL End-Of-History
        IF Ths-Sequence-Number > WS-Last-History-Seq
            MOVE Ths-Sequence-Number TO WS-Last-History-Seq
        END-IF
        PERFORM READ-NEXT-HISTORY-RECORD
    END-PERFORM
    DISPLAY "Transaction history high sequence: " WS-Last-History-Seq.

OPEN-MEMBER-MASTER.
    OPEN INPUT Member-Master-File
    IF Member-Master-Status = "00"
        SET Member-File-Available TO TRUE
    END-IF.

READ-NEXT-HISTORY-RECORD.
    READ Trans-History-File NEXT RECORD
        AT END
            SET End-Of-History TO TRUE
    END-READ.

READ-TRANSACTION.
    READ Money-Trans-File
        AT END
                    IF Posted-Activity-Net IS NOT NUMERIC
                        MOVE 0 TO Posted-Activity-Net
                    END-IF
                    IF Mtr-Deposit OR Mtr-Ach-Deposit
                        ADD Mtr-Amount TO Total-Amount
                        ADD Mtr-Amount TO Posted-Activity-Net
                    ELSE
                        SUBTRACT Mtr-Amount FROM Total-Amount
                        SUBTRACT Mtr-Amount FROM Posted-Activity-Net
                    END-IF
                    PERFORM STAMP-LAST-ACTIVITY-DATE
                    REWRITE Account-Record
                        INVALID KEY
                            MOVE "UNABLE TO UPDATE MASTER RECORD"
                            PERFORM WRITE-POSTING-EXCEPTION
                        NOT INVALID KEY
                            PERFORM WRITE-MASTER-JOURNAL-RECORD
                            PERFORM WRITE-TRANSACTION-HISTORY
                            PERFORM WRITE-POSTING-FEED-RECORD
                            PERFORM ACCUMULATE-ACCOUNT-ACTIVITY
                            ADD 1 TO WS-Trans-Applied-Count
                    END-REWRITE
        END-IF
    END-IF.

      *> A transfer posts both sides or neither. Every edit -- both
      *> accounts on file and open, the same Member-Number on both and
      *> that member on MBRMSTR.DAT, enough balance on the from-side,
      *> room in the transfer table -- is made before
      *> either record is touched. The from-side is rewritten first;
      *> if the to-side then will not rewrite, the from-side is put
      *> back from its before-image and nothing is journaled.
APPLY-TRANSFER-TRANSACTION.
    PERFORM EDIT-TRANSFER-TRANSACTION
    IF Transfer-Valid
        MOVE WS-Transfer-From-Image TO Account-Record
        MOVE WS-Transfer-From-Image TO WS-Before-Image
        IF Posted-Activity-Net IS NOT NUMERIC
            MOVE 0 TO Posted-Activity-Net
        END-IF
        SUBTRACT Mtr-Amount FROM Total-Amount
        SUBTRACT Mtr-Amount FROM Posted-Activity-Net
        PERFORM STAMP-LAST-ACTIVITY-DATE
        REWRITE Account-Record
            INVALID KEY
                MOVE "UNABLE TO UPDATE FROM ACCOUNT"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            NOT INVALID KEY
                MOVE Account-Record TO WS-Transfer-From-After
                PERFORM POST-TRANSFER-TO-SIDE
        END-REWRITE
    END-IF.

EDIT-TRANSFER-TRANSACTION.
    SET Transfer-Invalid TO TRUE
    EVALUATE TRUE
        WHEN Mtr-Amount IS NOT NUMERIC OR Mtr-Amount = 0
            MOVE "AMOUNT NOT NUMERIC OR ZERO" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Mtr-Trans-Date IS NOT NUMERIC OR Mtr-Trans-Date = 0
             OR Mtr-Trans-Date > WS-Run-Date
            MOVE "TRANS DATE MISSING OR IN FUTURE"
                TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Mtr-To-Account-ID = SPACES
            MOVE "TRANSFER TO-ACCOUNT MISSING" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Mtr-To-Account-ID = Mtr-Account-ID
            MOVE "TRANSFER TO SAME ACCOUNT" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN NOT Member-File-Available
            MOVE "MEMBER MASTER UNAVAILABLE" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN WS-Transfer-Entry-Count >= 1000
            DISPLAY "ERROR: More than 1000 transfers in one batch"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        WHEN OTHER
            PERFORM EDIT-TRANSFER-FROM-SIDE
    END-EVALUATE.

EDIT-TRANSFER-FROM-SIDE.
    PERFORM LOAD-MASTER-RECORD
    EVALUATE TRUE
        WHEN Master-Record-Not-Found
            MOVE "FROM ACCOUNT NOT FOUND ON MASTER"
                TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Account-Closed
            MOVE "FROM ACCOUNT IS CLOSED" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Mtr-Amount > Total-Amount
            MOVE "TRANSFER EXCEEDS BALANCE" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Member-Number = SPACES
            MOVE "FROM ACCOUNT HAS NO MEMBER NUMBER"
                TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN OTHER
            MOVE Account-Record TO WS-Transfer-From-Image
            MOVE Member-Number  TO WS-Transfer-Member-Number
            PERFORM EDIT-TRANSFER-TO-SIDE
    END-EVALUATE.

EDIT-TRANSFER-TO-SIDE.
    MOVE Mtr-To-Account-ID TO Account-ID
    READ Account-Master-File
        INVALID KEY
            SET Master-Record-Not-Found TO TRUE
        NOT INVALID KEY
            SET Master-Record-Found TO TRUE
    END-READ
    EVALUATE TRUE
        WHEN Master-Record-Not-Found
            MOVE "TO ACCOUNT NOT FOUND ON MASTER"
                TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Account-Closed
            MOVE "TO ACCOUNT IS CLOSED" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Member-Number NOT = WS-Transfer-Member-Number
            MOVE "ACCOUNTS BELONG TO DIFFERENT MEMBERS"
                TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN OTHER
            MOVE Account-Record TO WS-Transfer-To-Image
            MOVE WS-Transfer-Member-Number TO Mbr-Member-Number
            READ Member-Master-File
                INVALID KEY
                    SET Member-Not-Found TO TRUE
                NOT INVALID KEY
                    SET Member-Found TO TRUE
            END-READ
            IF Member-Not-Found
                MOVE "MEMBER NOT ON MEMBER MASTER"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            ELSE
                SET Transfer-Valid TO TRUE
            END-IF
    END-EVALUATE.

      *> The from-side has landed. If the to-side will not rewrite, the
      *> from-side goes back exactly as it was read; a failure of that
      *> restore leaves the master half-posted and stops the run so the
      *> operator can recover from the journal before anything else
      *> moves.
POST-TRANSFER-TO-SIDE.
    MOVE WS-Transfer-To-Image TO Account-Record
    IF Posted-Activity-Net IS NOT NUMERIC
        MOVE 0 TO Posted-Activity-Net
    END-IF
    ADD Mtr-Amount TO Total-Amount
    ADD Mtr-Amount TO Posted-Activity-Net
    PERFORM STAMP-LAST-ACTIVITY-DATE
    REWRITE Account-Record
        INVALID KEY
            MOVE WS-Transfer-From-Image TO Account-Record
            REWRITE Account-Record
                INVALID KEY
                    DISPLAY "ERROR: Transfer from " Mtr-Account-ID
                        " to " Mtr-To-Account-ID
                        " half-applied and could not be backed out"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            MOVE "UNABLE TO UPDATE TO ACCOUNT" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        NOT INVALID KEY
            MOVE Account-Record         TO WS-Transfer-To-After
            MOVE WS-Transfer-From-Image TO WS-Before-Image
            MOVE WS-Transfer-From-After TO Account-Record
            PERFORM WRITE-MASTER-JOURNAL-RECORD
            MOVE WS-Transfer-To-Image   TO WS-Before-Image
            MOVE WS-Transfer-To-After   TO Account-Record
            PERFORM WRITE-MASTER-JOURNAL-RECORD
            PERFORM WRITE-TRANSFER-HISTORY
            PERFORM ACCUMULATE-TRANSFER-PAIR
            ADD 1 TO WS-Trans-Applied-Count
    END-REWRITE.

      *> The dormancy clock only ever moves forward: a late-keyed
      *> correction batch carrying an old transaction date must not
      *> rewind a fresher activity stamp already on the record.
STAMP-LAST-ACTIVITY-DATE.
    IF Last-Activity-Date IS NOT NUMERIC
       OR Mtr-Trans-Date > Last-Activity-Date
        MOVE Mtr-Trans-Date TO Last-Activity-Date
    END-IF.

      *> Two history items, out and in, each naming the other leg.
WRITE-TRANSFER-HISTORY.
    ADD 1 TO WS-Last-History-Seq
    MOVE SPACES              TO Trans-History-Record
    MOVE WS-Last-History-Seq TO Ths-Sequence-Number
    MOVE Mtr-Account-ID      TO Ths-Account-ID
    SET Ths-Transfer-Out     TO TRUE
    MOVE Mtr-Amount          TO Ths-Amount
    MOVE Mtr-Trans-Date      TO Ths-Trans-Date
    MOVE WS-Run-Date         TO Ths-Posting-Date
    MOVE WS-Run-Number       TO Ths-Run-Number
    COMPUTE Ths-Related-Sequence = WS-Last-History-Seq + 1
    SET Ths-Item-Active      TO TRUE
    MOVE Mtr-To-Account-ID   TO Ths-Linked-Account-ID
    PERFORM ADD-HISTORY-ITEM
    ADD 1 TO WS-Last-History-Seq
    MOVE WS-Last-History-Seq TO Ths-Sequence-Number
    MOVE Mtr-To-Account-ID   TO Ths-Account-ID
    SET Ths-Transfer-In      TO TRUE
    COMPUTE Ths-Related-Sequence = WS-Last-History-Seq - 1
    MOVE Mtr-Account-ID      TO Ths-Linked-Account-ID
    PERFORM ADD-HISTORY-ITEM.

ACCUMULATE-TRANSFER-PAIR.
    ADD 1 TO WS-Transfer-Entry-Count
    MOVE Mtr-Account-ID
        TO WS-Xfr-From-Account-ID(WS-Transfer-Entry-Count)
    MOVE Mtr-To-Account-ID
        TO WS-Xfr-To-Account-ID(WS-Transfer-Entry-Count)
    MOVE WS-Transfer-Member-Number
        TO WS-Xfr-Member-Number(WS-Transfer-Entry-Count)
    MOVE Mtr-Amount
        TO WS-Xfr-Amount(WS-Transfer-Entry-Count)
    COMPUTE WS-Xfr-From-Sequence(WS-Transfer-Entry-Count) =
        WS-Last-History-Seq - 1
    MOVE WS-Last-History-Seq
        TO WS-Xfr-To-Sequence(WS-Transfer-Entry-Count).

      *> A reversal backs one history item out exactly: the item must
      *> be on file, must not already be reversed, must not itself be a
      *> reversal, and must match the Account-ID and amount keyed on
      *> the reversal -- a mis-keyed sequence number is rejected rather
      *> than unwinding somebody else's money.
APPLY-REVERSAL-TRANSACTION.
    IF Mtr-Trans-Date IS NOT NUMERIC OR Mtr-Trans-Date = 0
       OR Mtr-Trans-Date > WS-Run-Date
        MOVE "TRANS DATE MISSING OR IN FUTURE" TO WS-Posting-Reason
        PERFORM WRITE-POSTING-EXCEPTION
    ELSE
        PERFORM LOAD-ORIGINAL-HISTORY-ITEM
        EVALUATE TRUE
            WHEN Original-Item-Not-Found
                MOVE "ORIGINAL ITEM NOT ON HISTORY"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Ths-Reversal
                MOVE "ITEM IS A REVERSAL, CANNOT REVERSE"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Ths-Transfer-Out OR Ths-Transfer-In
                MOVE "TRANSFER LEG, KEY A RETURN TRANSFER"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Ths-Item-Reversed
                MOVE "ITEM ALREADY REVERSED" TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Ths-Account-ID NOT = Mtr-Account-ID
                MOVE "ACCOUNT DOES NOT MATCH ORIGINAL ITEM"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Mtr-Amount IS NOT NUMERIC
                MOVE "AMOUNT DOES NOT MATCH ORIGINAL ITEM"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN Mtr-Amount NOT = Ths-Amount
                MOVE "AMOUNT DOES NOT MATCH ORIGINAL ITEM"
                    TO WS-Posting-Reason
                PERFORM WRITE-POSTING-EXCEPTION
            WHEN OTHER
                PERFORM BACK-OUT-ORIGINAL-ITEM
        END-EVALUATE
    END-IF.

LOAD-ORIGINAL-HISTORY-ITEM.
    SET Original-Item-Not-Found TO TRUE
    MOVE SPACE TO WS-Reversed-Code
    IF Mtr-Original-Sequence IS NUMERIC
       AND Mtr-Original-Sequence > 0
        MOVE Mtr-Original-Sequence TO Ths-Sequence-Number
        READ Trans-History-File
            INVALID KEY
                SET Original-Item-Not-Found TO TRUE
            NOT INVALID KEY
                SET Original-Item-Found TO TRUE
                MOVE Ths-Trans-Code TO WS-Reversed-Code
        END-READ
    END-IF.

      *> A deposit backed out comes off the balance and may not take it
      *> below zero; a withdrawal backed out goes back on. Posted-
      *> Activity-Net moves with the balance, as for any teller item.
      *> Last-Activity-Date is left alone -- a correction is not the
      *> member touching the account.
BACK-OUT-ORIGINAL-ITEM.
    PERFORM LOAD-MASTER-RECORD
    EVALUATE TRUE
        WHEN Master-Record-Not-Found
            MOVE "ACCOUNT NOT FOUND ON MASTER" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Account-Closed
            MOVE "ACCOUNT IS CLOSED" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN Reversing-Deposit AND Mtr-Amount > Total-Amount
            MOVE "REVERSAL EXCEEDS BALANCE" TO WS-Posting-Reason
            PERFORM WRITE-POSTING-EXCEPTION
        WHEN OTHER
            PERFORM LOCATE-ACTIVITY-ENTRY
            IF Posted-Activity-Net IS NOT NUMERIC
                MOVE 0 TO Posted-Activity-Net
            END-IF
            IF Reversing-Deposit
                SUBTRACT Mtr-Amount FROM Total-Amount
                SUBTRACT Mtr-Amount FROM Posted-Activity-Net
            ELSE
                ADD Mtr-Amount TO Total-Amount
                ADD Mtr-Amount TO Posted-Activity-Net
            END-IF
            REWRITE Account-Record
                INVALID KEY
                    MOVE "UNABLE TO UPDATE MASTER RECORD"
                        TO WS-Posting-Reason
                    PERFORM WRITE-POSTING-EXCEPTION
                NOT INVALID KEY
                    PERFORM WRITE-MASTER-JOURNAL-RECORD
                    PERFORM WRITE-TRANSACTION-HISTORY
                    PERFORM MARK-ORIGINAL-REVERSED
                    PERFORM WRITE-POSTING-FEED-RECORD
                    PERFORM ACCUMULATE-ACCOUNT-ACTIVITY
                    ADD 1 TO WS-Trans-Applied-Count
            END-REWRITE
    END-EVALUATE.

      *> Every item applied to the master gets the next sequence number;
      *> a reversal records the item it backs out.
WRITE-TRANSACTION-HISTORY.
    ADD 1 TO WS-Last-History-Seq
    MOVE SPACES              TO Trans-History-Record
    MOVE WS-Last-History-Seq TO Ths-Sequence-Number
    MOVE Account-ID          TO Ths-Account-ID
    MOVE Mtr-Trans-Code      TO Ths-Trans-Code
    MOVE Mtr-Amount          TO Ths-Amount
    MOVE Mtr-Trans-Date      TO Ths-Trans-Date
    MOVE WS-Run-Date         TO Ths-Posting-Date
    MOVE WS-Run-Number       TO Ths-Run-Number
    IF Mtr-Reversal
        MOVE Mtr-Original-Sequence TO Ths-Related-Sequence
    ELSE
        MOVE 0                     TO Ths-Related-Sequence
    END-IF
    SET Ths-Item-Active      TO TRUE
    PERFORM ADD-HISTORY-ITEM.

ADD-HISTORY-ITEM.
    WRITE Trans-History-Record
        INVALID KEY
            DISPLAY "ERROR: Unable to add history item "
                Ths-Sequence-Number ", status " Trans-History-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-WRITE.

      *> The original is re-read because WRITE-TRANSACTION-HISTORY has
      *> just reused the record area for the reversing item.
MARK-ORIGINAL-REVERSED.
    MOVE Mtr-Original-Sequence TO Ths-Sequence-Number
    READ Trans-History-File
        INVALID KEY
            DISPLAY "ERROR: History item " Mtr-Original-Sequence
                " vanished before it could be marked reversed"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ
    SET Ths-Item-Reversed    TO TRUE
    MOVE WS-Last-History-Seq TO Ths-Related-Sequence
    REWRITE Trans-History-Record
        INVALID KEY
            DISPLAY "ERROR: Unable to mark history item "
                Mtr-Original-Sequence " reversed, status "
                Trans-History-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE.

      *> Forward-recovery support: every successful rewrite of the
      *> master leaves a before/after image on the update journal so
      *> MasterRecovery can roll a restored backup forward to the
    MOVE Account-Record      TO Jrnl-After-Image
    WRITE Master-Journal-Record.

      *> Written only once the rewrite has landed, so the GL feed
      *> never carries money the master does not.
WRITE-POSTING-FEED-RECORD.
    MOVE WS-Run-Date         TO Pfd-Posting-Date
    MOVE WS-Run-Number       TO Pfd-Run-Number
    MOVE Account-ID          TO Pfd-Account-ID
    MOVE Mtr-Trans-Code      TO Pfd-Trans-Code
    MOVE Mtr-Amount          TO Pfd-Amount
    MOVE Mtr-Trans-Date      TO Pfd-Trans-Date
    MOVE WS-Last-History-Seq TO Pfd-History-Sequence
    IF Mtr-Reversal
        MOVE WS-Reversed-Code TO Pfd-Reversed-Code
    ELSE
        MOVE SPACE            TO Pfd-Reversed-Code
    END-IF
    WRITE Posting-Feed-Record.

      *> WS-Current-Activity was set by the LOCATE-ACTIVITY-ENTRY the
      *> apply paragraph performed before the rewrite.
ACCUMULATE-ACCOUNT-ACTIVITY.
    EVALUATE TRUE
        WHEN Mtr-Deposit OR Mtr-Ach-Deposit
            ADD Mtr-Amount
                TO WS-Act-Deposit-Total(WS-Current-Activity)
        WHEN Mtr-Withdrawal
            ADD Mtr-Amount
                TO WS-Act-Withdrawal-Total(WS-Current-Activity)
        WHEN Reversing-Deposit
            SUBTRACT Mtr-Amount
                FROM WS-Act-Reversal-Net(WS-Current-Activity)
        WHEN OTHER
            ADD Mtr-Amount
                TO WS-Act-Reversal-Net(WS-Current-Activity)
    END-EVALUATE.

LOCATE-ACTIVITY-ENTRY.
    MOVE 0 TO WS-Current-Activity
    END-IF.

      *> Actual activity against the plan: net activity is the batch's
      *> deposits less withdrawals, adjusted by whatever reversals
      *> backed out of the balance, and the variance is that net
      *> against the one Monthly-Savings contribution the schedule
      *> expects for the month -- positive means the member is running
      *> ahead of plan, negative behind.
        COMPUTE WS-Net-Activity =
            WS-Act-Deposit-Total(WS-Activity-Index)
            - WS-Act-Withdrawal-Total(WS-Activity-Index)
            + WS-Act-Reversal-Net(WS-Activity-Index)
        COMPUTE WS-Plan-Variance = WS-Net-Activity
            - WS-Act-Monthly-Savings(WS-Activity-Index)
        MOVE WS-Act-Account-ID(WS-Activity-Index)
            TO Act-Deposit-Total
        MOVE WS-Act-Withdrawal-Total(WS-Activity-Index)
            TO Act-Withdrawal-Total
        MOVE WS-Act-Reversal-Net(WS-Activity-Index)
            TO Act-Reversal-Net
        MOVE WS-Net-Activity  TO Act-Net-Activity
        MOVE WS-Plan-Variance TO Act-Plan-Variance
        EVALUATE TRUE
                MOVE "ON PLAN" TO Act-Plan-Status
        END-EVALUATE
        WRITE Activity-Report-Line FROM WS-Activity-Detail-Line
        ADD WS-Act-Deposit-Total(WS-Activity-Index)
            TO WS-Ctl-Deposit-Total
        ADD WS-Act-Withdrawal-Total(WS-Activity-Index)
            TO WS-Ctl-Withdrawal-Total
        ADD WS-Act-Reversal-Net(WS-Activity-Index)
            TO WS-Ctl-Reversal-Net
    END-PERFORM
    IF WS-Transfer-Entry-Count > 0
        WRITE Activity-Report-Line FROM WS-Transfer-Heading-Line
    END-IF
    PERFORM VARYING WS-Transfer-Index FROM 1 BY 1
        UNTIL WS-Transfer-Index > WS-Transfer-Entry-Count
        MOVE WS-Xfr-From-Account-ID(WS-Transfer-Index)
            TO Xfr-From-Account-ID
        MOVE WS-Xfr-From-Sequence(WS-Transfer-Index)
            TO Xfr-From-Sequence
        MOVE WS-Xfr-To-Account-ID(WS-Transfer-Index)
            TO Xfr-To-Account-ID
        MOVE WS-Xfr-To-Sequence(WS-Transfer-Index)
            TO Xfr-To-Sequence
        MOVE WS-Xfr-Member-Number(WS-Transfer-Index)
            TO Xfr-Member-Number
        MOVE WS-Xfr-Amount(WS-Transfer-Index)
            TO Xfr-Amount
        WRITE Activity-Report-Line FROM WS-Transfer-Detail-Line
        ADD WS-Xfr-Amount(WS-Transfer-Index) TO WS-Ctl-Transfer-Total
    END-PERFORM
    PERFORM WRITE-ACTIVITY-CONTROLS.

      *> New money is what came in or went out through the teller line
      *> (net of reversals); transfers only move a member's balance
      *> between accounts and are footed on their own line.
WRITE-ACTIVITY-CONTROLS.
    COMPUTE WS-Ctl-New-Money-Net = WS-Ctl-Deposit-Total
        - WS-Ctl-Withdrawal-Total + WS-Ctl-Reversal-Net
    MOVE "BATCH DEPOSITS:" TO Ctl-Label
    MOVE WS-Ctl-Deposit-Total TO Ctl-Value
    WRITE Activity-Report-Line FROM WS-Control-Total-Line
    MOVE "BATCH WITHDRAWALS:" TO Ctl-Label
    MOVE WS-Ctl-Withdrawal-Total TO Ctl-Value
    WRITE Activity-Report-Line FROM WS-Control-Total-Line
    MOVE "BATCH REVERSALS (NET):" TO Ctl-Label
    MOVE WS-Ctl-Reversal-Net TO Ctl-Value
    WRITE Activity-Report-Line FROM WS-Control-Total-Line
    MOVE "NET NEW MONEY:" TO Ctl-Label
    MOVE WS-Ctl-New-Money-Net TO Ctl-Value
    WRITE Activity-Report-Line FROM WS-Control-Total-Line
    MOVE "TRANSFERS BETWEEN ACCOUNTS:" TO Ctl-Label
    MOVE WS-Ctl-Transfer-Total TO Ctl-Value
    WRITE Activity-Report-Line FROM WS-Control-Total-Line.

WRITE-POSTING-EXCEPTION.
    MOVE Mtr-Trans-Code     TO Exc-Trans-Code
