        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-History-Status.

    SELECT Posting-Feed-File ASSIGN TO "ACCTPFED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Posting-Feed-Status.

    SELECT Fee-Feed-File ASSIGN TO "ACCTFFED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Fee-Feed-Status.

DATA DIVISION.
FILE SECTION.
      *> Layout must stay in step with GL-Extract-Line as written by
    05  Ext-New-Total-Amount      PIC 9(7)V99.
    05  FILLER                    PIC X(2).
    05  Ext-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2).
    05  Ext-Tax-Withheld          PIC 9(7)V99.

FD  GL-Journal-File.
01  GL-Journal-Record            PIC X(70).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Glh-Credit-Total      PIC 9(11)V99.

      *> Layout must stay in step with Posting-Feed-Record as written
      *> by WRITE-POSTING-FEED-RECORD in MonetaryPosting.
FD  Posting-Feed-File.
01  Posting-Feed-Record.
    05  Pfd-Posting-Date          PIC 9(8).
    05  FILLER                    PIC X(2).
    05  Pfd-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2).
    05  Pfd-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2).
    05  Pfd-Trans-Code            PIC X(1).
        88  Pfd-Deposit           VALUE "D".
        88  Pfd-Ach-Deposit       VALUE "A".
        88  Pfd-Withdrawal        VALUE "W".
        88  Pfd-Reversal          VALUE "R".
    05  FILLER                    PIC X(2).
    05  Pfd-Amount                PIC 9(7)V99.
    05  FILLER                    PIC X(2).
    05  Pfd-Trans-Date            PIC 9(8).
    05  FILLER                    PIC X(2).
    05  Pfd-History-Sequence      PIC 9(9).
    05  FILLER                    PIC X(2).
    05  Pfd-Reversed-Code         PIC X(1).
        88  Pfd-Reversed-Deposit     VALUE "D".
        88  Pfd-Reversed-Ach-Deposit VALUE "A".
        88  Pfd-Reversed-Withdrawal  VALUE "W".

      *> Layout must stay in step with Fee-Feed-Record as written by
      *> WRITE-FEE-FEED-RECORD in MonthlyFeeAssessment.
FD  Fee-Feed-File.
01  Fee-Feed-Record.
    05  Ffd-Assessment-Date       PIC 9(8).
    05  FILLER                    PIC X(2).
    05  Ffd-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2).
    05  Ffd-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2).
    05  Ffd-Fee-Amount            PIC 9(7)V99.

WORKING-STORAGE SECTION.
01  GL-Extract-File-Status   PIC XX.
01  GL-Journal-File-Status   PIC XX.
    88  End-Of-Extract       VALUE "Y".

      *> Corporate ledger account numbers the journal posts against.
01  WS-GL-Teller-Cash            PIC X(4) VALUE "1000".
01  WS-GL-Contribution-Clearing  PIC X(4) VALUE "1010".
01  WS-GL-Disbursement-Clearing  PIC X(4) VALUE "1020".
01  WS-GL-Ach-Clearing           PIC X(4) VALUE "1030".
01  WS-GL-Member-Share-Payable   PIC X(4) VALUE "2100".
01  WS-GL-Withholding-Payable    PIC X(4) VALUE "2200".
01  WS-GL-Penalty-Income         PIC X(4) VALUE "4020".
01  WS-GL-Fee-Income             PIC X(4) VALUE "4030".
01  WS-GL-Interest-Expense       PIC X(4) VALUE "5040".

01  Disbursement-File-Status PIC XX.
01  GL-History-Status        PIC XX.
      *> Run totals by ledger account, accumulated off every detail
      *> line written and flushed to the GL posting history at end of
      *> job; ten slots is headroom over the nine accounts posted
      *> today.
01  WS-GL-History-Table.
    05  WS-Glh-Entry OCCURS 10 TIMES.
01  WS-Current-Glh           PIC 9(2).
      *> Account the detail line being built belongs to -- the extract
      *> account on projection postings, the closed account on
      *> disbursement postings, the teller or charged account on feed
      *> postings.
01  WS-Posting-Account-ID    PIC X(10).
01  WS-Posting-Account-Num REDEFINES WS-Posting-Account-ID
                             PIC 9(10).

      *> The extract carries only the interest credited; what the
      *> member contributed this run is the part of the balance
      *> movement interest doesn't explain, once the backup
      *> withholding already taken out of the new balance is added
      *> back. A re-baselined account
      *> (ACCT PARAMS CHANGED) can make this negative, in which case
      *> the posting is a reversal with debit and credit swapped.
01  WS-Contribution-Credited  PIC S9(8)V99.
01  WS-Maint-Complete-Flag   PIC X VALUE "N".
    88  Maint-Complete       VALUE "Y".
01  WS-Disb-Stale-Skipped    PIC 9(7) VALUE 0.
      *> Same guard for the teller posting feed: ACCTPFED.DAT is only
      *> believed once MonetaryPosting has logged a completion for this
      *> business date.
01  WS-Post-Complete-Flag    PIC X VALUE "N".
    88  Post-Complete        VALUE "Y".
01  Posting-Feed-Status      PIC XX.
01  WS-End-Of-Feed-Flag      PIC X VALUE "N".
    88  End-Of-Posting-Feed  VALUE "Y".
01  WS-Feed-Stale-Skipped    PIC 9(7) VALUE 0.
      *> And for the service-fee feed: ACCTFFED.DAT is only believed
      *> once MonthlyFeeAssessment has logged a completion for this
      *> business date.
01  WS-Fee-Complete-Flag     PIC X VALUE "N".
    88  Fee-Complete         VALUE "Y".
01  Fee-Feed-Status          PIC XX.
01  WS-End-Of-Fee-Feed-Flag  PIC X VALUE "N".
    88  End-Of-Fee-Feed      VALUE "Y".
01  WS-Fee-Stale-Skipped     PIC 9(7) VALUE 0.

01  WS-Journal-Detail-Line.
    05  FILLER               PIC X(1)  VALUE "D".
        PERFORM READ-EXTRACT-RECORD
    END-PERFORM
    PERFORM PROCESS-DISBURSEMENT-FEED
    PERFORM PROCESS-POSTING-FEED
    PERFORM PROCESS-FEE-FEED
    IF WS-Accounts-In-Batch > 0
        PERFORM WRITE-BATCH-TRAILER
    END-IF
               AND Runc-Completed
                SET Maint-Complete TO TRUE
            END-IF
            IF Runc-Job-Name = "MONPOST"
               AND Runc-Business-Date = WS-Run-Date
               AND Runc-Completed
                SET Post-Complete TO TRUE
            END-IF
            IF Runc-Job-Name = "FEEASMT"
               AND Runc-Business-Date = WS-Run-Date
               AND Runc-Completed
                SET Fee-Complete TO TRUE
            END-IF
            PERFORM READ-RUN-CONTROL-RECORD
        END-PERFORM
        CLOSE Run-Control-File

BUILD-ACCOUNT-POSTINGS.
    MOVE Ext-Account-ID TO WS-Posting-Account-ID
    IF Ext-Tax-Withheld IS NOT NUMERIC
        MOVE 0 TO Ext-Tax-Withheld
    END-IF
    COMPUTE WS-Contribution-Credited =
        Ext-New-Total-Amount - Ext-Prior-Balance
        - Ext-Interest-Credited + Ext-Tax-Withheld
    IF Ext-Interest-Credited > 0
        MOVE Ext-Interest-Credited TO WS-Posting-Amount
        MOVE "INTEREST CREDITED" TO Dtl-Description
        MOVE WS-GL-Contribution-Clearing TO Dtl-GL-Account
        MOVE "CR" TO Dtl-Debit-Credit
        PERFORM WRITE-JOURNAL-DETAIL
    END-IF
      *> Tax held back from the member's interest is owed to the IRS
      *> until the deposit is remitted.
    IF Ext-Tax-Withheld > 0
        MOVE Ext-Tax-Withheld TO WS-Posting-Amount
        MOVE "BACKUP WITHHOLDING" TO Dtl-Description
        MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
        MOVE "DR" TO Dtl-Debit-Credit
        PERFORM WRITE-JOURNAL-DETAIL
        MOVE WS-GL-Withholding-Payable TO Dtl-GL-Account
        MOVE "CR" TO Dtl-Debit-Credit
        PERFORM WRITE-JOURNAL-DETAIL
    END-IF.

      *> The trailer hash covers the Account-IDs of the detail records
        PERFORM WRITE-JOURNAL-DETAIL
    END-IF.

      *> Teller deposits bring cash in against member-share-payable;
      *> withdrawals pay it back out; a settled savings draft comes in
      *> through ACH clearing, not the teller drawer; a reversal
      *> unwinds the original item's entry with debit and credit
      *> swapped. The guards are
      *> the disbursement feed's: nothing is read unless MONPOST
      *> logged a completion for this business date, and only lines
      *> stamped with this business date post -- the feed is extended
      *> run over run, so older unconsumed lines stay on file for
      *> manual workout.
PROCESS-POSTING-FEED.
    IF NOT Post-Complete
        DISPLAY "Posting feed skipped: MONPOST not complete"
            " for business date " WS-Run-Date
    ELSE
        OPEN INPUT Posting-Feed-File
        IF Posting-Feed-Status = "00"
            PERFORM READ-POSTING-FEED-RECORD
            PERFORM UNTIL End-Of-Posting-Feed
                IF Pfd-Amount IS NUMERIC AND Pfd-Amount > 0
                    IF Pfd-Posting-Date = WS-Run-Date
                        IF WS-Accounts-In-Batch = 0
                            PERFORM WRITE-BATCH-HEADER
                        END-IF
                        PERFORM BUILD-TELLER-POSTINGS
                        ADD 1 TO WS-Accounts-In-Batch
                        IF WS-Accounts-In-Batch >= WS-Batch-Size
                            PERFORM WRITE-BATCH-TRAILER
                        END-IF
                    ELSE
                        ADD 1 TO WS-Feed-Stale-Skipped
                    END-IF
                END-IF
                PERFORM READ-POSTING-FEED-RECORD
            END-PERFORM
            CLOSE Posting-Feed-File
            IF WS-Feed-Stale-Skipped > 0
                DISPLAY "Posting feed records not for today, skipped: "
                    WS-Feed-Stale-Skipped
            END-IF
        END-IF
    END-IF.

READ-POSTING-FEED-RECORD.
    READ Posting-Feed-File
        AT END
            SET End-Of-Posting-Feed TO TRUE
    END-READ.

BUILD-TELLER-POSTINGS.
    MOVE Pfd-Account-ID TO WS-Posting-Account-ID
    MOVE Pfd-Amount     TO WS-Posting-Amount
    EVALUATE TRUE
        WHEN Pfd-Deposit
            MOVE "TELLER DEPOSIT" TO Dtl-Description
            MOVE WS-GL-Teller-Cash TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN Pfd-Ach-Deposit
            MOVE "ACH DRAFT DEPOSIT" TO Dtl-Description
            MOVE WS-GL-Ach-Clearing TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN Pfd-Withdrawal
            MOVE "TELLER WITHDRAWAL" TO Dtl-Description
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Teller-Cash TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN Pfd-Reversal AND Pfd-Reversed-Deposit
            MOVE "DEPOSIT REVERSAL" TO Dtl-Description
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Teller-Cash TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN Pfd-Reversal AND Pfd-Reversed-Ach-Deposit
            MOVE "ACH DEPOSIT REVERSAL" TO Dtl-Description
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Ach-Clearing TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN Pfd-Reversal AND Pfd-Reversed-Withdrawal
            MOVE "WITHDRAWAL REVERSAL" TO Dtl-Description
            MOVE WS-GL-Teller-Cash TO Dtl-GL-Account
            MOVE "DR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
            MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
            MOVE "CR" TO Dtl-Debit-Credit
            PERFORM WRITE-JOURNAL-DETAIL
        WHEN OTHER
            DISPLAY "Posting feed code '" Pfd-Trans-Code
                "' for " Pfd-Account-ID " not booked"
    END-EVALUATE.

      *> A service fee comes out of the member's share balance and is
      *> earned by the credit union, so member-share-payable is
      *> relieved against fee income. Same two guards as the other
      *> feeds: nothing is read unless FEEASMT logged a completion for
      *> this business date, and only lines stamped with this business
      *> date post.
PROCESS-FEE-FEED.
    IF NOT Fee-Complete
        DISPLAY "Fee feed skipped: FEEASMT not complete"
            " for business date " WS-Run-Date
    ELSE
        OPEN INPUT Fee-Feed-File
        IF Fee-Feed-Status = "00"
            PERFORM READ-FEE-FEED-RECORD
            PERFORM UNTIL End-Of-Fee-Feed
                IF Ffd-Fee-Amount IS NUMERIC AND Ffd-Fee-Amount > 0
                    IF Ffd-Assessment-Date = WS-Run-Date
                        IF WS-Accounts-In-Batch = 0
                            PERFORM WRITE-BATCH-HEADER
                        END-IF
                        PERFORM BUILD-FEE-POSTINGS
                        ADD 1 TO WS-Accounts-In-Batch
                        IF WS-Accounts-In-Batch >= WS-Batch-Size
                            PERFORM WRITE-BATCH-TRAILER
                        END-IF
                    ELSE
                        ADD 1 TO WS-Fee-Stale-Skipped
                    END-IF
                END-IF
                PERFORM READ-FEE-FEED-RECORD
            END-PERFORM
            CLOSE Fee-Feed-File
            IF WS-Fee-Stale-Skipped > 0
                DISPLAY "Fee feed records not for today, skipped: "
                    WS-Fee-Stale-Skipped
            END-IF
        END-IF
    END-IF.

READ-FEE-FEED-RECORD.
    READ Fee-Feed-File
        AT END
            SET End-Of-Fee-Feed TO TRUE
    END-READ.

BUILD-FEE-POSTINGS.
    MOVE Ffd-Account-ID TO WS-Posting-Account-ID
    MOVE Ffd-Fee-Amount TO WS-Posting-Amount
    MOVE "SERVICE FEE" TO Dtl-Description
    MOVE WS-GL-Member-Share-Payable TO Dtl-GL-Account
    MOVE "DR" TO Dtl-Debit-Credit
    PERFORM WRITE-JOURNAL-DETAIL
    MOVE WS-GL-Fee-Income TO Dtl-GL-Account
    MOVE "CR" TO Dtl-Debit-Credit
    PERFORM WRITE-JOURNAL-DETAIL.

WRITE-BATCH-HEADER.
    ADD 1 TO WS-Batch-Number
    MOVE WS-Batch-Number TO Hdr-Batch-Number
