        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Interest-History-Status.

    SELECT Member-Master-File ASSIGN TO "MBRMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Mbr-Member-Number
        FILE STATUS IS Member-Master-Status.

    SELECT Withholding-File ASSIGN TO "ACCTBWH.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Withholding-File-Status.

DATA DIVISION.
FILE SECTION.
      *> The reason code and recycle count are blank on a fresh input
    05  FILLER                    PIC X(2)  VALUE SPACES.
      *> Controlled run (ACCTRUNC.DAT) the extract was cut under.
    05  Ext-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2)  VALUE SPACES.
      *> Backup withholding taken out of this run's interest; already
      *> deducted from Ext-New-Total-Amount.
    05  Ext-Tax-Withheld          PIC 9(7)V99.

FD  Control-Report.
01  Control-Report-Line          PIC X(60).
        10  Roll-Open-Date             PIC 9(8).
        10  Roll-Rate-Plan-Code        PIC X(3).
        10  Roll-Member-Number         PIC X(10).
        10  Roll-Draft-Day             PIC 9(2).
    05  Roll-Header-Fields REDEFINES Roll-Detail-Fields.
        10  Roll-Batch-Date            PIC 9(8).
        10  FILLER                     PIC X(71).
    05  Roll-Trailer-Fields REDEFINES Roll-Detail-Fields.
        10  Roll-Trailer-Count         PIC 9(7).
        10  FILLER                     PIC X(2).
        10  Roll-Trailer-Hash          PIC 9(12).
        10  FILLER                     PIC X(58).

FD  Rate-Table-File.
    COPY RATEREC.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Ihs-Interest-Delta    PIC S9(7)V99 SIGN IS LEADING SEPARATE.

FD  Member-Master-File.
    COPY MBRREC.

      *> Permanent backup-withholding history, one line per account
      *> per run that withheld, extended run over run like the
      *> interest history. YearEndTaxExtract sums it per member per
      *> calendar year for the federal-tax-withheld box.
FD  Withholding-File.
01  Withholding-Record.
    05  Bwh-Account-ID        PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-Member-Number     PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-Run-Date          PIC 9(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-Run-Number        PIC 9(7).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-Interest-Delta    PIC 9(7)V99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-Tax-Withheld      PIC 9(7)V99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  Bwh-TIN-Cert-Status   PIC X(1).

WORKING-STORAGE SECTION.
01  Accounts-In-Status       PIC XX.
01  Account-Master-Status    PIC XX.
01  Interest-History-Status  PIC XX.
01  WS-Run-Date               PIC 9(8).

01  Member-Master-Status     PIC XX.
01  Withholding-File-Status  PIC XX.
      *> The member master is optional here as everywhere else: with
      *> no MBRMSTR.DAT there is no TIN certification to test and no
      *> backup withholding is taken. Once it is present, an account
      *> with no Member-Number, or whose member is not on file, has no
      *> certified TIN and is withheld on.
01  WS-Member-File-Flag      PIC X VALUE "N".
    88  Member-File-Available VALUE "Y".
01  WS-Backup-Withholding-Rate PIC 9(1)V99 VALUE 0.24.
01  WS-Tax-Withheld          PIC 9(7)V99 VALUE 0.
01  WS-Withholding-Flag      PIC X.
    88  Withhold-On-Interest VALUE "Y".
    88  Member-TIN-Certified VALUE "N".
01  WS-Withholding-Cert-Status PIC X(1).

01  Run-Control-Status       PIC XX.
      *> Run-control state: this job's name as recorded on
      *> ACCTRUNC.DAT, the run number this run executes under, and the
01  WS-Control-Total-Contributions  PIC 9(9)V99 VALUE 0.
01  WS-Control-Total-Interest       PIC 9(9)V99 VALUE 0.
01  WS-Control-Total-Ending-Balance PIC 9(9)V99 VALUE 0.
01  WS-Control-Total-Withheld       PIC 9(9)V99 VALUE 0.
01  WS-Control-Line.
    05  WS-Control-Label   PIC X(26).
    05  WS-Control-Value   PIC Z(8)9.99.
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN EXTEND Withholding-File
        IF Withholding-File-Status NOT = "00"
            DISPLAY "ERROR: Unable to open Withholding-File, status "
                Withholding-File-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT Member-Master-File
        IF Member-Master-Status = "00"
            SET Member-File-Available TO TRUE
        END-IF
        OPEN OUTPUT Recycle-File
        IF Recycle-File-Status NOT = "00"
            DISPLAY "ERROR: Unable to open Recycle-File, status "
                        PERFORM CALCULATE-SAVINGS
                        PERFORM FOLD-POSTED-ACTIVITY
                        PERFORM CALCULATE-POSTING-DELTAS
                        PERFORM APPLY-BACKUP-WITHHOLDING
                        PERFORM SAVE-MASTER-RECORD
                        PERFORM WRITE-EXTRACT-RECORD
                        PERFORM WRITE-AUDIT-RECORD
        CLOSE Audit-Log-File
        CLOSE Master-Journal-File
        CLOSE Interest-History-File
        CLOSE Withholding-File
        IF Member-File-Available
            CLOSE Member-Master-File
        END-IF
        CLOSE Recycle-File
        CLOSE Suspense-Report
        CLOSE Maturity-Notice-File
    MOVE WS-Maturity-Date      TO Roll-Open-Date
    MOVE Rate-Plan-Code        TO Roll-Rate-Plan-Code
    MOVE Member-Number         TO Roll-Member-Number
    IF Draft-Day IS NUMERIC
        MOVE Draft-Day         TO Roll-Draft-Day
    ELSE
        MOVE 0                 TO Roll-Draft-Day
    END-IF
    WRITE Rollover-Trans-Record
    ADD 1 TO WS-Rollover-Count
    IF Roll-Account-ID-Num IS NUMERIC
    MOVE "POSTED WITHDRAWALS EXCEED SCHEDULE" TO Exc-Reason
    WRITE Exceptions-Report-Line.

      *> Backup withholding: a member without a certified TIN has
      *> WS-Backup-Withholding-Rate of the interest newly credited this
      *> run held back for the IRS. The amount leaves the share balance
      *> and goes into Posted-Activity-Net like any other posted
      *> movement, so the next run's rebuild keeps it out and the
      *> interest delta is never withheld on twice.
APPLY-BACKUP-WITHHOLDING.
    MOVE 0 TO WS-Tax-Withheld
    IF Member-File-Available AND WS-Interest-Delta > 0
        PERFORM CHECK-MEMBER-CERTIFICATION
        IF Withhold-On-Interest
            COMPUTE WS-Tax-Withheld ROUNDED =
                WS-Interest-Delta * WS-Backup-Withholding-Rate
            IF WS-Tax-Withheld > Total-Amount
                MOVE Total-Amount TO WS-Tax-Withheld
            END-IF
            SUBTRACT WS-Tax-Withheld FROM Total-Amount
            SUBTRACT WS-Tax-Withheld FROM Posted-Activity-Net
            ADD WS-Tax-Withheld TO WS-Control-Total-Withheld
        END-IF
    END-IF.

CHECK-MEMBER-CERTIFICATION.
    SET Withhold-On-Interest TO TRUE
    MOVE "M" TO WS-Withholding-Cert-Status
    IF Member-Number NOT = SPACES
        MOVE Member-Number TO Mbr-Member-Number
        READ Member-Master-File
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF Mbr-TIN-Certified
                    SET Member-TIN-Certified TO TRUE
                END-IF
                IF Mbr-TIN-B-Notice
                    MOVE "B" TO WS-Withholding-Cert-Status
                END-IF
        END-READ
    END-IF.

CALCULATE-POSTING-DELTAS.
      *> CALCULATE-SAVINGS re-projects the full schedule from zero every
      *> run, so WS-Cumulative-Contributions/-Interest are from-scratch

    MOVE "TOTAL ENDING BALANCES:   " TO WS-Control-Label
    MOVE WS-Control-Total-Ending-Balance TO WS-Control-Value
    WRITE Control-Report-Line FROM WS-Control-Line

    MOVE "TOTAL BACKUP WITHHOLDING:" TO WS-Control-Label
    MOVE WS-Control-Total-Withheld   TO WS-Control-Value
    WRITE Control-Report-Line FROM WS-Control-Line.

WRITE-EXTRACT-RECORD.
    MOVE WS-Interest-Delta    TO Ext-Interest-Credited
    MOVE Total-Amount         TO Ext-New-Total-Amount
    MOVE WS-Run-Number        TO Ext-Run-Number
    MOVE WS-Tax-Withheld      TO Ext-Tax-Withheld
    WRITE GL-Extract-Line
    MOVE Account-ID        TO Ihs-Account-ID
    MOVE WS-Run-Date       TO Ihs-Run-Date
    MOVE WS-Run-Number     TO Ihs-Run-Number
    MOVE WS-Interest-Delta TO Ihs-Interest-Delta
    WRITE Interest-History-Record
    IF WS-Tax-Withheld > 0
        MOVE Account-ID                 TO Bwh-Account-ID
        MOVE Member-Number              TO Bwh-Member-Number
        MOVE WS-Run-Date                TO Bwh-Run-Date
        MOVE WS-Run-Number              TO Bwh-Run-Number
        MOVE WS-Interest-Delta          TO Bwh-Interest-Delta
        MOVE WS-Tax-Withheld            TO Bwh-Tax-Withheld
        MOVE WS-Withholding-Cert-Status TO Bwh-TIN-Cert-Status
        WRITE Withholding-Record
    END-IF.

SAVE-MASTER-RECORD.
      *> Only a run that actually moved the balance counts as account
