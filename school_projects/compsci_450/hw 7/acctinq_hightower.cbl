        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Master-Journal-Status.

    SELECT Trans-History-File ASSIGN TO "ACCTTHST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Ths-Sequence-Number
        FILE STATUS IS Trans-History-Status.

    SELECT Dossier-Report ASSIGN TO "ACCTDOSS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Dossier-Report-Status.
FD  Master-Journal-File.
    COPY MJRNREC.

FD  Trans-History-File.
    COPY THSTREC.

FD  Dossier-Report.
01  Dossier-Report-Line          PIC X(100).

01  Account-Master-Status     PIC XX.
01  Audit-Log-File-Status     PIC XX.
01  Master-Journal-Status     PIC XX.
01  Trans-History-Status      PIC XX.
01  Dossier-Report-Status     PIC XX.
01  WS-Run-Date               PIC 9(8).
01  WS-Inquiry-Account-ID     PIC X(10).
    88  End-Of-Audit          VALUE "Y".
01  WS-End-Of-Journal-Flag    PIC X VALUE "N".
    88  End-Of-Journal        VALUE "Y".
01  WS-End-Of-History-Flag    PIC X VALUE "N".
    88  End-Of-History        VALUE "Y".

01  WS-Audit-Lines-Matched    PIC 9(7) VALUE 0.
01  WS-Journal-Lines-Matched  PIC 9(7) VALUE 0.
01  WS-History-Lines-Matched  PIC 9(7) VALUE 0.

      *> The journal images are pictures of Account-Record; these two
      *> working layouts split them back into fields so a rewrite can
    05  Bfr-Member-Number            PIC X(10).
    05  Bfr-Last-Activity-Date       PIC X(8).
    05  Bfr-Posted-Activity-Net      PIC X(10).
    05  Bfr-Last-Fee-Month           PIC X(6).
    05  Bfr-Draft-Day                PIC X(2).
    05  Bfr-Draft-Status             PIC X(1).
    05  Bfr-Draft-Return-Count       PIC X(1).
    05  Bfr-Last-Draft-Month         PIC X(6).
    05  FILLER                       PIC X(3).
01  WS-Aft-Record.
    05  Aft-Account-ID               PIC X(10).
    05  Aft-Member-Name              PIC X(30).
    05  Aft-Member-Number            PIC X(10).
    05  Aft-Last-Activity-Date       PIC X(8).
    05  Aft-Posted-Activity-Net      PIC X(10).
    05  Aft-Last-Fee-Month           PIC X(6).
    05  Aft-Draft-Day                PIC X(2).
    05  Aft-Draft-Status             PIC X(1).
    05  Aft-Draft-Return-Count       PIC X(1).
    05  Aft-Last-Draft-Month         PIC X(6).
    05  FILLER                       PIC X(3).

01  WS-Dossier-Title-Line.
    05  FILLER               PIC X(26)
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Jnl-Action-Text      PIC X(16).

01  WS-Trans-History-Line.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Sequence-Number  PIC Z(8)9.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Trans-Date       PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Posting-Date     PIC 9(8).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Trans-Type       PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Amount           PIC Z(6)9.99.
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Hst-Link-Text        PIC X(13).
    05  Hst-Link-Value       PIC X(10).

01  WS-Difference-Line.
    05  FILLER               PIC X(4)  VALUE SPACES.
    05  Dif-Field-Name       PIC X(28).
01  WS-Edited-Amount-5       PIC Z(4)9.99.
01  WS-Edited-Rate           PIC ZZ9.99.
01  WS-Edited-Activity       PIC +(6)9.99.
01  WS-Edited-Sequence       PIC Z(8)9.

PROCEDURE DIVISION.
MAIN-LOGIC.
    WRITE Dossier-Report-Line FROM WS-Dossier-Title-Line
    PERFORM WRITE-MASTER-SECTION
    PERFORM WRITE-AUDIT-SECTION
    PERFORM WRITE-HISTORY-SECTION
    PERFORM WRITE-JOURNAL-SECTION
    DISPLAY "Audit lines matched:   " WS-Audit-Lines-Matched
    DISPLAY "History lines matched: " WS-History-Lines-Matched
    DISPLAY "Journal lines matched: " WS-Journal-Lines-Matched
    CLOSE Dossier-Report
    STOP RUN.
    ELSE
        MOVE SPACES              TO Fld-Value
    END-IF
    WRITE Dossier-Report-Line FROM WS-Field-Line
    MOVE "LAST FEE MONTH:" TO Fld-Label
    MOVE Last-Fee-Month    TO Fld-Value
    WRITE Dossier-Report-Line FROM WS-Field-Line
    MOVE "DRAFT DAY:"      TO Fld-Label
    MOVE Draft-Day         TO Fld-Value
    WRITE Dossier-Report-Line FROM WS-Field-Line
    MOVE "DRAFT STATUS:"   TO Fld-Label
    MOVE Draft-Status      TO Fld-Value
    WRITE Dossier-Report-Line FROM WS-Field-Line
    MOVE "DRAFT RETURNS:"  TO Fld-Label
    MOVE Draft-Return-Count TO Fld-Value
    WRITE Dossier-Report-Line FROM WS-Field-Line
    MOVE "LAST DRAFT MONTH:" TO Fld-Label
    MOVE Last-Draft-Month  TO Fld-Value
    WRITE Dossier-Report-Line FROM WS-Field-Line.

      *> The audit log is appended one line per account per projection
    MOVE Audit-Compounding-Frequency TO Aud-Frequency
    WRITE Dossier-Report-Line FROM WS-Audit-History-Line.

      *> The transaction history is keyed by sequence number, so a
      *> single pass in key order lists the account's teller items in
      *> the order they were applied. Each side of a correction points
      *> at the other: a reversed item names the reversal that backed
      *> it out, and the reversal names the item it reversed. A
      *> transfer leg names the account on the other side.
WRITE-HISTORY-SECTION.
    MOVE SPACES TO Sec-Heading
    MOVE "MONETARY TRANSACTION HISTORY" TO Sec-Heading
    WRITE Dossier-Report-Line FROM WS-Section-Line
    OPEN INPUT Trans-History-File
    IF Trans-History-Status NOT = "00"
        MOVE "NO TRANSACTION HISTORY AVAILABLE" TO Fld-Label
        MOVE SPACES                             TO Fld-Value
        WRITE Dossier-Report-Line FROM WS-Field-Line
    ELSE
        PERFORM READ-HISTORY-RECORD
        PERFORM UNTIL End-Of-History
            IF Ths-Account-ID = WS-Inquiry-Account-ID
                PERFORM WRITE-HISTORY-LINE
                ADD 1 TO WS-History-Lines-Matched
            END-IF
            PERFORM READ-HISTORY-RECORD
        END-PERFORM
        CLOSE Trans-History-File
        IF WS-History-Lines-Matched = 0
            MOVE "NO TELLER ITEMS FOR THIS ACCOUNT" TO Fld-Label
            MOVE SPACES                             TO Fld-Value
            WRITE Dossier-Report-Line FROM WS-Field-Line
        END-IF
    END-IF.

READ-HISTORY-RECORD.
    READ Trans-History-File NEXT RECORD
        AT END
            SET End-Of-History TO TRUE
    END-READ.

WRITE-HISTORY-LINE.
    MOVE Ths-Sequence-Number TO Hst-Sequence-Number
    MOVE Ths-Trans-Date      TO Hst-Trans-Date
    MOVE Ths-Posting-Date    TO Hst-Posting-Date
    MOVE Ths-Amount          TO Hst-Amount
    EVALUATE TRUE
        WHEN Ths-Deposit
            MOVE "DEPOSIT"    TO Hst-Trans-Type
        WHEN Ths-Ach-Deposit
            MOVE "ACH DEP"    TO Hst-Trans-Type
        WHEN Ths-Withdrawal
            MOVE "WITHDRAWAL" TO Hst-Trans-Type
        WHEN Ths-Reversal
            MOVE "REVERSAL"   TO Hst-Trans-Type
        WHEN Ths-Transfer-Out
            MOVE "XFER OUT"   TO Hst-Trans-Type
        WHEN Ths-Transfer-In
            MOVE "XFER IN"    TO Hst-Trans-Type
        WHEN OTHER
            MOVE "UNKNOWN"    TO Hst-Trans-Type
    END-EVALUATE
    MOVE Ths-Related-Sequence TO WS-Edited-Sequence
    EVALUATE TRUE
        WHEN Ths-Reversal
            MOVE "REVERSES"     TO Hst-Link-Text
            MOVE WS-Edited-Sequence    TO Hst-Link-Value
        WHEN Ths-Item-Reversed
            MOVE "*REVERSED BY" TO Hst-Link-Text
            MOVE WS-Edited-Sequence    TO Hst-Link-Value
        WHEN Ths-Transfer-Out
            MOVE "TO ACCOUNT"   TO Hst-Link-Text
            MOVE Ths-Linked-Account-ID TO Hst-Link-Value
        WHEN Ths-Transfer-In
            MOVE "FROM ACCOUNT" TO Hst-Link-Text
            MOVE Ths-Linked-Account-ID TO Hst-Link-Value
        WHEN OTHER
            MOVE SPACES         TO Hst-Link-Text
            MOVE SPACES         TO Hst-Link-Value
    END-EVALUATE
    WRITE Dossier-Report-Line FROM WS-Trans-History-Line.

WRITE-JOURNAL-SECTION.
    MOVE SPACES TO Sec-Heading
    MOVE "MASTER FILE CHANGES (UPDATE JOURNAL)" TO Sec-Heading
        MOVE Bfr-Posted-Activity-Net  TO Dif-Before-Value
        MOVE Aft-Posted-Activity-Net  TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF
    IF Bfr-Last-Fee-Month NOT = Aft-Last-Fee-Month
        MOVE "LAST FEE MONTH"    TO Dif-Field-Name
        MOVE Bfr-Last-Fee-Month  TO Dif-Before-Value
        MOVE Aft-Last-Fee-Month  TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF
    IF Bfr-Draft-Day NOT = Aft-Draft-Day
        MOVE "DRAFT DAY"         TO Dif-Field-Name
        MOVE Bfr-Draft-Day       TO Dif-Before-Value
        MOVE Aft-Draft-Day       TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF
    IF Bfr-Draft-Status NOT = Aft-Draft-Status
        MOVE "DRAFT STATUS"      TO Dif-Field-Name
        MOVE Bfr-Draft-Status    TO Dif-Before-Value
        MOVE Aft-Draft-Status    TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF
    IF Bfr-Draft-Return-Count NOT = Aft-Draft-Return-Count
        MOVE "DRAFT RETURNS"          TO Dif-Field-Name
        MOVE Bfr-Draft-Return-Count   TO Dif-Before-Value
        MOVE Aft-Draft-Return-Count   TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF
    IF Bfr-Last-Draft-Month NOT = Aft-Last-Draft-Month
        MOVE "LAST DRAFT MONTH"       TO Dif-Field-Name
        MOVE Bfr-Last-Draft-Month     TO Dif-Before-Value
        MOVE Aft-Last-Draft-Month     TO Dif-After-Value
        PERFORM WRITE-DIFFERENCE-LINE
    END-IF.

WRITE-DIFFERENCE-LINE.
