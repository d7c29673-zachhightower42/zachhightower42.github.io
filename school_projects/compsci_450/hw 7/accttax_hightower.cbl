        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Tax-Totals-Status.

    SELECT Withholding-File ASSIGN TO "ACCTBWH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Withholding-File-Status.

    SELECT Member-Master-File ASSIGN TO "MBRMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mbr-Member-Number
        FILE STATUS IS Member-Master-Status.

    SELECT Member-Tax-File ASSIGN TO "ACCTTAXM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Member-Tax-Status.

DATA DIVISION.
FILE SECTION.
      *> One record: the calendar year being reported.
    COPY ACCTREC.

      *> Archived accounts keep the ACCTREC layout byte for byte; only
      *> the key, name, and member number are picked out here, for
      *> accounts purged off the master mid-year.
FD  Archive-File.
01  Archive-Record.
    05  Arc-Account-ID        PIC X(10).
    05  Arc-Member-Name       PIC X(30).
    05  FILLER                PIC X(73).
    05  Arc-Member-Number     PIC X(10).
    05  FILLER                PIC X(37).

      *> Layout must stay in step with GL-History-Record as written by
      *> WRITE-GL-POSTING-HISTORY in GLJournalBuilder.
    05  Txe-Tax-Year          PIC 9(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Txe-Interest-Earned   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Txe-Tax-Withheld      PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Txe-Member-Number     PIC X(10).

      *> Layout must stay in step with Withholding-Record as written by
      *> WRITE-EXTRACT-RECORD in SavingsCalculator.
FD  Withholding-File.
01  Withholding-Record.
    05  Bwh-Account-ID        PIC X(10).
    05  FILLER                PIC X(2).
    05  Bwh-Member-Number     PIC X(10).
    05  FILLER                PIC X(2).
    05  Bwh-Run-Date          PIC 9(8).
    05  Bwh-Run-Year REDEFINES Bwh-Run-Date.
        10  Bwh-Year          PIC 9(4).
        10  FILLER            PIC 9(4).
    05  FILLER                PIC X(2).
    05  Bwh-Run-Number        PIC 9(7).
    05  FILLER                PIC X(2).
    05  Bwh-Interest-Delta    PIC 9(7)V99.
    05  FILLER                PIC X(2).
    05  Bwh-Tax-Withheld      PIC 9(7)V99.
    05  FILLER                PIC X(2).
    05  Bwh-TIN-Cert-Status   PIC X(1).

FD  Member-Master-File.
    COPY MBRREC.

      *> Payee-level extract for the 1099-INT: one record per member
      *> number, the interest and federal tax withheld across all of
      *> the member's accounts side by side, with the TIN and name off
      *> the member master. Accounts with no member number are
      *> reported on the account extract only.
FD  Member-Tax-File.
01  Member-Tax-Record.
    05  Tmx-Member-Number     PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-Member-Name       PIC X(30).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-Tax-ID            PIC X(9).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-TIN-Cert-Status   PIC X(1).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-Tax-Year          PIC 9(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-Interest-Earned   PIC S9(9)V99 SIGN IS LEADING SEPARATE.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Tmx-Tax-Withheld      PIC S9(9)V99 SIGN IS LEADING SEPARATE.

FD  Tax-Totals-Report.
01  Tax-Totals-Line           PIC X(100).
01  GL-History-Status         PIC XX.
01  Tax-Extract-Status        PIC XX.
01  Tax-Totals-Status         PIC XX.
01  Withholding-File-Status   PIC XX.
01  Member-Master-Status      PIC XX.
01  Member-Tax-Status         PIC XX.
01  WS-Run-Date               PIC 9(8).
01  WS-Tax-Year               PIC 9(4).

    88  End-Of-Archive        VALUE "Y".
01  WS-End-Of-GL-Hist-Flag    PIC X VALUE "N".
    88  End-Of-GL-History     VALUE "Y".
01  WS-End-Of-Withhold-Flag   PIC X VALUE "N".
    88  End-Of-Withholding    VALUE "Y".

      *> One entry per account credited interest during the reporting
      *> year; the name is filled from the master first and the purge
            88  Tax-Name-Found    VALUE "Y".
            88  Tax-Name-Missing  VALUE "N".
        10  WS-Tax-Interest       PIC S9(9)V99.
        10  WS-Tax-Withheld       PIC S9(9)V99.
        10  WS-Tax-Member-Number  PIC X(10).
01  WS-Tax-Entry-Count        PIC 9(4) VALUE 0.
01  WS-Tax-Index              PIC 9(4).
01  WS-Current-Tax            PIC 9(4).
01  WS-Tax-Lookup-ID          PIC X(10).

      *> Per-member rollup of the account table, built after the
      *> member numbers have been filled from the master and archive.
01  WS-Member-Tax-Table.
    05  WS-Mtx-Entry OCCURS 5000 TIMES.
        10  WS-Mtx-Member-Number  PIC X(10).
        10  WS-Mtx-Member-Name    PIC X(30).
        10  WS-Mtx-Interest       PIC S9(9)V99.
        10  WS-Mtx-Withheld       PIC S9(9)V99.
01  WS-Mtx-Entry-Count        PIC 9(4) VALUE 0.
01  WS-Mtx-Index              PIC 9(4).
01  WS-Current-Mtx            PIC 9(4).
01  WS-Accounts-No-Member     PIC 9(4) VALUE 0.
01  WS-Member-File-Flag       PIC X VALUE "N".
    88  Member-File-Available VALUE "Y".

01  WS-History-Lines-Read     PIC 9(9) VALUE 0.
01  WS-History-Lines-In-Year  PIC 9(9) VALUE 0.
01  WS-GL-5040-Total          PIC S9(11)V99 VALUE 0.
01  WS-Reconcile-Difference   PIC S9(11)V99.
01  WS-GL-Interest-Expense    PIC X(4) VALUE "5040".
01  WS-Withholding-Lines-In-Year PIC 9(9) VALUE 0.
01  WS-Extract-Withheld-Total PIC S9(11)V99 VALUE 0.
01  WS-GL-2200-Total          PIC S9(11)V99 VALUE 0.
01  WS-Withheld-Difference    PIC S9(11)V99.
01  WS-GL-Withholding-Payable PIC X(4) VALUE "2200".

01  WS-Totals-Header-Line.
    05  FILLER               PIC X(26)
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Member-Tax-File
    IF Member-Tax-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Member-Tax-File, status "
            Member-Tax-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SUM-INTEREST-HISTORY
    PERFORM SUM-WITHHOLDING-HISTORY
    PERFORM FILL-NAMES-FROM-MASTER
    PERFORM FILL-NAMES-FROM-ARCHIVE
    PERFORM WRITE-TAX-EXTRACT
    PERFORM BUILD-MEMBER-TOTALS
    PERFORM WRITE-MEMBER-TAX-EXTRACT
    PERFORM SUM-GL-INTEREST-POSTINGS
    PERFORM WRITE-TOTALS-PAGE
    DISPLAY "History lines read:     " WS-History-Lines-Read
    DISPLAY "Accounts extracted:     " WS-Tax-Entry-Count
    DISPLAY "Names from archive:     " WS-Names-From-Archive
    DISPLAY "Names not found:        " WS-Names-Not-Found
    DISPLAY "Members extracted:      " WS-Mtx-Entry-Count
    CLOSE Tax-Extract-File
    CLOSE Tax-Totals-Report
    CLOSE Member-Tax-File
    STOP RUN.

READ-TAX-PARM.
    END-READ.

ACCUMULATE-ACCOUNT-INTEREST.
    MOVE Ihs-Account-ID TO WS-Tax-Lookup-ID
    PERFORM LOCATE-TAX-ENTRY
    ADD Ihs-Interest-Delta TO WS-Tax-Interest(WS-Current-Tax).

LOCATE-TAX-ENTRY.
    MOVE 0 TO WS-Current-Tax
    PERFORM VARYING WS-Tax-Index FROM 1 BY 1
        UNTIL WS-Tax-Index > WS-Tax-Entry-Count
        IF WS-Tax-Account-ID(WS-Tax-Index) = WS-Tax-Lookup-ID
            MOVE WS-Tax-Index TO WS-Current-Tax
        END-IF
    END-PERFORM
        END-IF
        ADD 1 TO WS-Tax-Entry-Count
        MOVE WS-Tax-Entry-Count TO WS-Current-Tax
        MOVE WS-Tax-Lookup-ID
            TO WS-Tax-Account-ID(WS-Current-Tax)
        MOVE SPACES TO WS-Tax-Member-Name(WS-Current-Tax)
        SET Tax-Name-Missing(WS-Current-Tax) TO TRUE
        MOVE 0 TO WS-Tax-Interest(WS-Current-Tax)
        MOVE 0 TO WS-Tax-Withheld(WS-Current-Tax)
        MOVE SPACES TO WS-Tax-Member-Number(WS-Current-Tax)
    END-IF.

      *> Backup withholding taken during the year, off the permanent
      *> withholding history SavingsCalculator extends. No file simply
      *> means nothing has ever been withheld. The member number the
      *> withholding was taken under stands in until the master or
      *> archive supplies the account's current one.
SUM-WITHHOLDING-HISTORY.
    OPEN INPUT Withholding-File
    IF Withholding-File-Status = "00"
        PERFORM READ-WITHHOLDING-RECORD
        PERFORM UNTIL End-Of-Withholding
            IF Bwh-Year = WS-Tax-Year
                ADD 1 TO WS-Withholding-Lines-In-Year
                MOVE Bwh-Account-ID TO WS-Tax-Lookup-ID
                PERFORM LOCATE-TAX-ENTRY
                ADD Bwh-Tax-Withheld
                    TO WS-Tax-Withheld(WS-Current-Tax)
                IF WS-Tax-Member-Number(WS-Current-Tax) = SPACES
                    MOVE Bwh-Member-Number
                        TO WS-Tax-Member-Number(WS-Current-Tax)
                END-IF
            END-IF
            PERFORM READ-WITHHOLDING-RECORD
        END-PERFORM
        CLOSE Withholding-File
    END-IF.

READ-WITHHOLDING-RECORD.
    READ Withholding-File
        AT END
            SET End-Of-Withholding TO TRUE
    END-READ.

FILL-NAMES-FROM-MASTER.
    OPEN INPUT Account-Master-File
                    MOVE Member-Name
                        TO WS-Tax-Member-Name(WS-Tax-Index)
                    SET Tax-Name-Found(WS-Tax-Index) TO TRUE
                    IF Member-Number NOT = SPACES
                        MOVE Member-Number
                            TO WS-Tax-Member-Number(WS-Tax-Index)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE Account-Master-File
                   AND Tax-Name-Missing(WS-Tax-Index)
                    MOVE Arc-Member-Name
                        TO WS-Tax-Member-Name(WS-Tax-Index)
                    IF Arc-Member-Number NOT = SPACES
                        MOVE Arc-Member-Number
                            TO WS-Tax-Member-Number(WS-Tax-Index)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM READ-ARCHIVE-RECORD
        MOVE WS-Tax-Member-Name(WS-Tax-Index) TO Txe-Member-Name
        MOVE WS-Tax-Year                      TO Txe-Tax-Year
        MOVE WS-Tax-Interest(WS-Tax-Index)    TO Txe-Interest-Earned
        MOVE WS-Tax-Withheld(WS-Tax-Index)    TO Txe-Tax-Withheld
        MOVE WS-Tax-Member-Number(WS-Tax-Index) TO Txe-Member-Number
        WRITE Tax-Extract-Record
        ADD WS-Tax-Interest(WS-Tax-Index)
            TO WS-Extract-Interest-Total
        ADD WS-Tax-Withheld(WS-Tax-Index)
            TO WS-Extract-Withheld-Total
    END-PERFORM.

      *> Roll the account table up by member number. The first
      *> account's name stands in until the member master supplies the
      *> member's own.
BUILD-MEMBER-TOTALS.
    PERFORM VARYING WS-Tax-Index FROM 1 BY 1
        UNTIL WS-Tax-Index > WS-Tax-Entry-Count
        IF WS-Tax-Member-Number(WS-Tax-Index) = SPACES
            ADD 1 TO WS-Accounts-No-Member
        ELSE
            MOVE 0 TO WS-Current-Mtx
            PERFORM VARYING WS-Mtx-Index FROM 1 BY 1
                UNTIL WS-Mtx-Index > WS-Mtx-Entry-Count
                IF WS-Mtx-Member-Number(WS-Mtx-Index)
                   = WS-Tax-Member-Number(WS-Tax-Index)
                    MOVE WS-Mtx-Index TO WS-Current-Mtx
                END-IF
            END-PERFORM
            IF WS-Current-Mtx = 0
                IF WS-Mtx-Entry-Count >= 5000
                    DISPLAY "ERROR: More than 5000 members in tax year"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-Mtx-Entry-Count
                MOVE WS-Mtx-Entry-Count TO WS-Current-Mtx
                MOVE WS-Tax-Member-Number(WS-Tax-Index)
                    TO WS-Mtx-Member-Number(WS-Current-Mtx)
                MOVE WS-Tax-Member-Name(WS-Tax-Index)
                    TO WS-Mtx-Member-Name(WS-Current-Mtx)
                MOVE 0 TO WS-Mtx-Interest(WS-Current-Mtx)
                MOVE 0 TO WS-Mtx-Withheld(WS-Current-Mtx)
            END-IF
            ADD WS-Tax-Interest(WS-Tax-Index)
                TO WS-Mtx-Interest(WS-Current-Mtx)
            ADD WS-Tax-Withheld(WS-Tax-Index)
                TO WS-Mtx-Withheld(WS-Current-Mtx)
        END-IF
    END-PERFORM.

WRITE-MEMBER-TAX-EXTRACT.
    OPEN INPUT Member-Master-File
    IF Member-Master-Status = "00"
        SET Member-File-Available TO TRUE
    ELSE
        DISPLAY "WARNING: Member master unavailable, status "
            Member-Master-Status " -- member extract has no TINs"
    END-IF
    PERFORM VARYING WS-Mtx-Index FROM 1 BY 1
        UNTIL WS-Mtx-Index > WS-Mtx-Entry-Count
        MOVE SPACES TO Member-Tax-Record
        MOVE WS-Mtx-Member-Number(WS-Mtx-Index) TO Tmx-Member-Number
        MOVE WS-Mtx-Member-Name(WS-Mtx-Index)   TO Tmx-Member-Name
        IF Member-File-Available
            MOVE WS-Mtx-Member-Number(WS-Mtx-Index)
                TO Mbr-Member-Number
            READ Member-Master-File
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE Mbr-Member-Name     TO Tmx-Member-Name
                    MOVE Mbr-Tax-ID          TO Tmx-Tax-ID
                    MOVE Mbr-TIN-Cert-Status TO Tmx-TIN-Cert-Status
            END-READ
        END-IF
        MOVE WS-Tax-Year                     TO Tmx-Tax-Year
        MOVE WS-Mtx-Interest(WS-Mtx-Index)   TO Tmx-Interest-Earned
        MOVE WS-Mtx-Withheld(WS-Mtx-Index)   TO Tmx-Tax-Withheld
        WRITE Member-Tax-Record
    END-PERFORM
    IF Member-File-Available
        CLOSE Member-Master-File
    END-IF.

      *> Interest expense debits to 5040, net of any credits, over the
      *> same calendar year -- what GLJournalBuilder actually posted
      *> and the number the extract has to foot to. Withholding
      *> payable credits to 2200 are gathered the same way for the
      *> withheld column.
SUM-GL-INTEREST-POSTINGS.
    OPEN INPUT GL-History-File
    IF GL-History-Status NOT = "00"
                ADD Glh-Debit-Total TO WS-GL-5040-Total
                SUBTRACT Glh-Credit-Total FROM WS-GL-5040-Total
            END-IF
            IF Glh-Year = WS-Tax-Year
               AND Glh-GL-Account = WS-GL-Withholding-Payable
                ADD Glh-Credit-Total TO WS-GL-2200-Total
                SUBTRACT Glh-Debit-Total FROM WS-GL-2200-Total
            END-IF
            PERFORM READ-GL-HISTORY-RECORD
        END-PERFORM
        CLOSE GL-History-File
    MOVE "NAMES NOT FOUND:                    " TO Tot-Count-Label
    MOVE WS-Names-Not-Found                     TO Tot-Count-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Count-Line
    MOVE "MEMBERS ON MEMBER EXTRACT:          " TO Tot-Count-Label
    MOVE WS-Mtx-Entry-Count                     TO Tot-Count-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Count-Line
    MOVE "ACCOUNTS WITH NO MEMBER NUMBER:     " TO Tot-Count-Label
    MOVE WS-Accounts-No-Member                  TO Tot-Count-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Count-Line
    MOVE "INTEREST EXTRACTED:                 " TO Tot-Amount-Label
    MOVE WS-Extract-Interest-Total              TO Tot-Amount-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Amount-Line
            TO Tot-Status-Text
        WRITE Tax-Totals-Line FROM WS-Totals-Status-Line
        MOVE 8 TO RETURN-CODE
    END-IF
    MOVE "FEDERAL TAX WITHHELD:               " TO Tot-Amount-Label
    MOVE WS-Extract-Withheld-Total              TO Tot-Amount-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Amount-Line
    MOVE "GL 2200 POSTINGS (NET CREDITS):     " TO Tot-Amount-Label
    MOVE WS-GL-2200-Total                       TO Tot-Amount-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Amount-Line
    COMPUTE WS-Withheld-Difference =
        WS-Extract-Withheld-Total - WS-GL-2200-Total
    MOVE "DIFFERENCE:                         " TO Tot-Amount-Label
    MOVE WS-Withheld-Difference                 TO Tot-Amount-Value
    WRITE Tax-Totals-Line FROM WS-Totals-Amount-Line
    IF WS-Withheld-Difference = 0
        MOVE "WITHHOLDING RECONCILES TO GL WITHHOLDING PAYABLE"
            TO Tot-Status-Text
        WRITE Tax-Totals-Line FROM WS-Totals-Status-Line
    ELSE
        MOVE "*** WITHHOLDING DOES NOT RECONCILE TO GL 2200 ***"
            TO Tot-Status-Text
        WRITE Tax-Totals-Line FROM WS-Totals-Status-Line
        MOVE 8 TO RETURN-CODE
    END-IF.
