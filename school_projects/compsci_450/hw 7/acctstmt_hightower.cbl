        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Statement-Parms-Status.

    SELECT E-Statement-File ASSIGN TO "ACCTESTM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS E-Statement-Status.

    SELECT E-Notice-File ASSIGN TO "ACCTENOT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS E-Notice-Status.

    SELECT E-Bounce-File ASSIGN TO "ACCTEBNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS E-Bounce-Status.

    SELECT E-Exceptions-Report ASSIGN TO "ACCTESXC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS E-Exceptions-Status.

    SELECT Run-Control-File ASSIGN TO "ACCTRUNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.
01  Statement-Parms-Record.
    05  Stmp-Mode-Code           PIC X(4).

      *> Electronic statements, one document per member whose
      *> preference is E and whose e-mail address is good: a start
      *> record, the statement lines exactly as they would have
      *> printed (form feeds included, so the vendor renders the same
      *> pages), and an end record with the page and line counts.
      *> Every record carries the member number, statement date and
      *> e-mail address the document is indexed by.
FD  E-Statement-File.
01  E-Statement-Record.
    05  Estm-Record-Type          PIC X(1).
        88  Estm-Document-Start   VALUE "S".
        88  Estm-Document-Line    VALUE "L".
        88  Estm-Document-End     VALUE "E".
    05  Estm-Member-Number        PIC X(10).
    05  Estm-Statement-Date       PIC 9(8).
    05  Estm-Email-Address        PIC X(60).
    05  Estm-Line-Text            PIC X(80).
    05  Estm-Start-Fields REDEFINES Estm-Line-Text.
        10  Estm-Member-Name      PIC X(30).
        10  FILLER                PIC X(50).
    05  Estm-End-Fields REDEFINES Estm-Line-Text.
        10  Estm-Page-Count       PIC 9(3).
        10  Estm-Line-Count       PIC 9(7).
        10  FILLER                PIC X(70).

      *> Notification file for the e-mail vendor, one per run: a
      *> header carrying the file date, one detail per document on
      *> ACCTESTM.DAT telling the vendor whom to mail that the
      *> statement is ready, and a trailer carrying the detail count
      *> and a hash total of the numeric member numbers.
FD  E-Notice-File.
01  E-Notice-Record.
    05  Enot-Record-Type          PIC X(1).
        88  Enot-Header           VALUE "H".
        88  Enot-Detail           VALUE "D".
        88  Enot-Trailer          VALUE "T".
    05  Enot-Detail-Fields.
        10  Enot-Member-Number    PIC X(10).
        10  Enot-Member-Number-Num REDEFINES Enot-Member-Number
                                  PIC 9(10).
        10  Enot-Statement-Date   PIC 9(8).
        10  Enot-Email-Address    PIC X(60).
        10  Enot-Member-Name      PIC X(30).
        10  Enot-Page-Count       PIC 9(3).
    05  Enot-Header-Fields REDEFINES Enot-Detail-Fields.
        10  Enot-File-Date        PIC 9(8).
        10  FILLER                PIC X(103).
    05  Enot-Trailer-Fields REDEFINES Enot-Detail-Fields.
        10  Enot-Trailer-Count    PIC 9(7).
        10  FILLER                PIC X(2).
        10  Enot-Trailer-Hash     PIC 9(12).
        10  FILLER                PIC X(90).

      *> Bounce-backs the e-mail vendor returns from the last cycle's
      *> notifications, one record per undeliverable address. An
      *> absent file means nothing bounced.
FD  E-Bounce-File.
01  E-Bounce-Record.
    05  Ebnc-Member-Number        PIC X(10).
    05  Ebnc-Statement-Date       PIC 9(8).
    05  Ebnc-Email-Address        PIC X(60).
    05  Ebnc-Bounce-Reason        PIC X(30).

FD  E-Exceptions-Report.
01  E-Exceptions-Line             PIC X(132).

FD  Run-Control-File.
    COPY RUNCREC.

01  WS-Combined-Contributions    PIC 9(9)V99 VALUE 0.
01  WS-Combined-Interest         PIC 9(9)V99 VALUE 0.

      *> Electronic delivery for the member group in progress. An
      *> E-preference member with no e-mail address, or whose address
      *> is on the vendor's bounce file, stays on paper and is listed
      *> on the exceptions report for member services to correct.
01  E-Statement-Status       PIC XX.
01  E-Notice-Status          PIC XX.
01  E-Bounce-Status          PIC XX.
01  E-Exceptions-Status      PIC XX.
01  WS-Statement-Line        PIC X(80).
01  WS-Delivery-Flag         PIC X.
    88  Deliver-On-Paper     VALUE "P".
    88  Deliver-Electronic   VALUE "E".
01  WS-Document-Flag         PIC X.
    88  Document-Started     VALUE "Y".
    88  Document-Not-Started VALUE "N".
01  WS-Current-Email         PIC X(60).
01  WS-Document-Line-Count   PIC 9(7).
01  WS-Fallback-Reason       PIC X(26).
01  WS-Bounce-Found-Flag     PIC X.
    88  Bounce-Found         VALUE "Y".
    88  Bounce-Not-Found     VALUE "N".
01  WS-End-Of-Bounces-Flag   PIC X VALUE "N".
    88  End-Of-Bounces       VALUE "Y".
01  WS-Bounce-Table.
    05  WS-Bounce-Entry OCCURS 2000 TIMES.
        10  WS-Bn-Member-Number  PIC X(10).
        10  WS-Bn-Email-Address  PIC X(60).
01  WS-Bounce-Count          PIC 9(4) VALUE 0.
01  WS-Bounce-Index          PIC 9(4).
01  WS-EStatements-Delivered PIC 9(7) VALUE 0.
01  WS-Paper-Fallbacks       PIC 9(7) VALUE 0.
01  WS-Notice-Hash           PIC 9(12) VALUE 0.

01  WS-Esx-Heading-Line.
    05  FILLER               PIC X(40)
        VALUE "E-STATEMENT EXCEPTIONS - SENT ON PAPER  ".
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Esx-Hdg-Run-Date     PIC 9(8).

01  WS-Esx-Column-Line.
    05  FILLER               PIC X(12) VALUE "MEMBER      ".
    05  FILLER               PIC X(32) VALUE "NAME".
    05  FILLER               PIC X(28) VALUE "REASON".
    05  FILLER               PIC X(14) VALUE "E-MAIL ON FILE".

01  WS-Esx-Detail-Line.
    05  Esx-Member-Number    PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Esx-Member-Name      PIC X(30).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Esx-Reason           PIC X(26).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Esx-Email-Address    PIC X(60).

01  WS-Esx-Total-Line.
    05  Esx-Total-Label      PIC X(30).
    05  Esx-Total-Count      PIC Z(6)9.

01  Run-Control-Status       PIC XX.
      *> Statement runs are read-only reporting, so a same-day rerun
      *> is never refused -- the run is still logged on the shared
        STOP RUN
    END-IF
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
    PERFORM OPEN-ELECTRONIC-DELIVERY
    PERFORM OPEN-RUN-CONTROL
    PERFORM LOAD-STATEMENT-PARMS
    PERFORM LOAD-RATE-TABLE
    PERFORM BUILD-PLAN-BAND-TABLE
    PERFORM OPEN-MEMBER-MASTER
    PERFORM LOAD-BOUNCE-TABLE
    PERFORM BUILD-STATEMENT-INDEX
    PERFORM PRODUCE-ALL-STATEMENTS
    DISPLAY "Statements written: " WS-Statements-Written
    DISPLAY "Statements skipped: " WS-Statements-Skipped
    DISPLAY "Members consolidated: " WS-Members-Consolidated
    DISPLAY "E-statements delivered: " WS-EStatements-Delivered
    DISPLAY "E-statement paper fallbacks: " WS-Paper-Fallbacks
    PERFORM CLOSE-ELECTRONIC-DELIVERY
    CLOSE Account-Master-File
    CLOSE Statement-Report
    IF Member-File-Available
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

OPEN-ELECTRONIC-DELIVERY.
    OPEN OUTPUT E-Statement-File
    IF E-Statement-Status NOT = "00"
        DISPLAY "ERROR: Unable to open E-Statement-File, status "
            E-Statement-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT E-Notice-File
    IF E-Notice-Status NOT = "00"
        DISPLAY "ERROR: Unable to open E-Notice-File, status "
            E-Notice-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT E-Exceptions-Report
    IF E-Exceptions-Status NOT = "00"
        DISPLAY "ERROR: Unable to open E-Exceptions-Report, status "
            E-Exceptions-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES      TO E-Notice-Record
    SET Enot-Header  TO TRUE
    MOVE WS-Run-Date TO Enot-File-Date
    WRITE E-Notice-Record
    MOVE WS-Run-Date TO Esx-Hdg-Run-Date
    WRITE E-Exceptions-Line FROM WS-Esx-Heading-Line
    WRITE E-Exceptions-Line FROM WS-Esx-Column-Line.

CLOSE-ELECTRONIC-DELIVERY.
    MOVE SPACES                   TO E-Notice-Record
    SET Enot-Trailer              TO TRUE
    MOVE WS-EStatements-Delivered TO Enot-Trailer-Count
    MOVE WS-Notice-Hash           TO Enot-Trailer-Hash
    WRITE E-Notice-Record
    MOVE SPACES TO E-Exceptions-Line
    WRITE E-Exceptions-Line
    MOVE "E-STATEMENTS DELIVERED:"  TO Esx-Total-Label
    MOVE WS-EStatements-Delivered   TO Esx-Total-Count
    WRITE E-Exceptions-Line FROM WS-Esx-Total-Line
    MOVE "FALLEN BACK TO PAPER:"    TO Esx-Total-Label
    MOVE WS-Paper-Fallbacks         TO Esx-Total-Count
    WRITE E-Exceptions-Line FROM WS-Esx-Total-Line
    CLOSE E-Statement-File
    CLOSE E-Notice-File
    CLOSE E-Exceptions-Report.

      *> The vendor's bounce file is optional, the same way the rate
      *> table is. A bounce is kept with the address it bounced at, so
      *> once member services keys a corrected address the member goes
      *> back to electronic delivery without waiting for a clean cycle.
LOAD-BOUNCE-TABLE.
    MOVE 0 TO WS-Bounce-Count
    OPEN INPUT E-Bounce-File
    IF E-Bounce-Status = "00"
        PERFORM READ-BOUNCE-RECORD
        PERFORM UNTIL End-Of-Bounces
            IF WS-Bounce-Count >= 2000
                DISPLAY "ERROR: Bounce file exceeds 2000 entries"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            ADD 1 TO WS-Bounce-Count
            MOVE Ebnc-Member-Number
                TO WS-Bn-Member-Number(WS-Bounce-Count)
            MOVE Ebnc-Email-Address
                TO WS-Bn-Email-Address(WS-Bounce-Count)
            PERFORM READ-BOUNCE-RECORD
        END-PERFORM
        CLOSE E-Bounce-File
    END-IF.

READ-BOUNCE-RECORD.
    READ E-Bounce-File
        AT END
            SET End-Of-Bounces TO TRUE
    END-READ.

OPEN-RUN-CONTROL.
    OPEN INPUT Run-Control-File
    IF Run-Control-Status = "00"
    MOVE WS-Sx-Group-Key(WS-Stmt-Index)   TO WS-Current-Group-Key
    MOVE WS-Sx-Member-Flag(WS-Stmt-Index) TO WS-Current-Member-Flag
    SET Statement-Not-Suppressed TO TRUE
    SET Deliver-On-Paper TO TRUE
    SET Document-Not-Started TO TRUE
    MOVE 0 TO WS-Page-Number
    MOVE 0 TO WS-Member-Account-Count
    MOVE 0 TO WS-Combined-Balance
            IF Mbr-Stmt-Suppressed
                SET Statement-Suppressed TO TRUE
            END-IF
            IF Mbr-Stmt-Electronic
                PERFORM CHECK-ELECTRONIC-DELIVERY
            END-IF
        ELSE
            MOVE WS-Current-Group-Key TO WS-Mbr-Hdg-Number
            DISPLAY "Member not on member master: "
        END-READ
    END-IF.

CHECK-ELECTRONIC-DELIVERY.
    MOVE SPACES TO WS-Fallback-Reason
    IF Mbr-Email-Address = SPACES
        MOVE "NO E-MAIL ADDRESS ON FILE" TO WS-Fallback-Reason
    ELSE
        SET Bounce-Not-Found TO TRUE
        PERFORM VARYING WS-Bounce-Index FROM 1 BY 1
            UNTIL WS-Bounce-Index > WS-Bounce-Count
            IF WS-Bn-Member-Number(WS-Bounce-Index)
               = Mbr-Member-Number
               AND WS-Bn-Email-Address(WS-Bounce-Index)
                   = Mbr-Email-Address
                SET Bounce-Found TO TRUE
            END-IF
        END-PERFORM
        IF Bounce-Found
            MOVE "E-MAIL BOUNCED LAST CYCLE" TO WS-Fallback-Reason
        END-IF
    END-IF
    IF WS-Fallback-Reason = SPACES
        SET Deliver-Electronic TO TRUE
        MOVE Mbr-Email-Address TO WS-Current-Email
    ELSE
        MOVE Mbr-Member-Number  TO Esx-Member-Number
        MOVE Mbr-Member-Name    TO Esx-Member-Name
        MOVE WS-Fallback-Reason TO Esx-Reason
        MOVE Mbr-Email-Address  TO Esx-Email-Address
        WRITE E-Exceptions-Line FROM WS-Esx-Detail-Line
        ADD 1 TO WS-Paper-Fallbacks
    END-IF.

      *> The combined page totals the member's whole relationship --
      *> printed only for real member groups with at least one account
      *> statement behind it; an unattached account's envelope reads
       AND WS-Member-Account-Count > 0
        PERFORM WRITE-COMBINED-SUMMARY-PAGE
        ADD 1 TO WS-Members-Consolidated
    END-IF
    IF Document-Started
        PERFORM FINISH-E-STATEMENT-DOCUMENT
    END-IF.

      *> The document opens on the first line actually written, so a
      *> member whose every account is skipped gets no empty document
      *> and no notification.
START-E-STATEMENT-DOCUMENT.
    SET Document-Started TO TRUE
    MOVE 0 TO WS-Document-Line-Count
    MOVE SPACES                TO E-Statement-Record
    SET Estm-Document-Start    TO TRUE
    MOVE WS-Current-Group-Key  TO Estm-Member-Number
    MOVE WS-Run-Date           TO Estm-Statement-Date
    MOVE WS-Current-Email      TO Estm-Email-Address
    MOVE WS-Mbr-Hdg-Name       TO Estm-Member-Name
    WRITE E-Statement-Record.

FINISH-E-STATEMENT-DOCUMENT.
    MOVE SPACES                TO E-Statement-Record
    SET Estm-Document-End      TO TRUE
    MOVE WS-Current-Group-Key  TO Estm-Member-Number
    MOVE WS-Run-Date           TO Estm-Statement-Date
    MOVE WS-Current-Email      TO Estm-Email-Address
    MOVE WS-Page-Number        TO Estm-Page-Count
    MOVE WS-Document-Line-Count TO Estm-Line-Count
    WRITE E-Statement-Record
    MOVE SPACES                TO E-Notice-Record
    SET Enot-Detail            TO TRUE
    MOVE WS-Current-Group-Key  TO Enot-Member-Number
    MOVE WS-Run-Date           TO Enot-Statement-Date
    MOVE WS-Current-Email      TO Enot-Email-Address
    MOVE WS-Mbr-Hdg-Name       TO Enot-Member-Name
    MOVE WS-Page-Number        TO Enot-Page-Count
    WRITE E-Notice-Record
    IF Enot-Member-Number-Num IS NUMERIC
        ADD Enot-Member-Number-Num TO WS-Notice-Hash
    END-IF
    ADD 1 TO WS-EStatements-Delivered.

WRITE-COMBINED-SUMMARY-PAGE.
    ADD 1 TO WS-Page-Number
    MOVE WS-Run-Date     TO Hdg-Run-Date
    MOVE WS-Page-Number  TO Hdg-Page-Number
    MOVE WS-Stmt-Page-Heading-1 TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-Mbr-Hdg-Name   TO Hdg-Member-Name
    MOVE WS-Mbr-Hdg-Number TO Hdg-Member-Number
    MOVE WS-Stmt-Page-Heading-2 TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE SPACES TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-Combined-Heading-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "ACCOUNTS ON STATEMENT:    " TO Cmc-Label
    MOVE WS-Member-Account-Count      TO Cmc-Count
    MOVE WS-Combined-Count-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "COMBINED ENDING BALANCE:  " TO Cmb-Label
    MOVE WS-Combined-Balance          TO Cmb-Value
    MOVE WS-Combined-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "COMBINED CONTRIBUTIONS:   " TO Cmb-Label
    MOVE WS-Combined-Contributions    TO Cmb-Value
    MOVE WS-Combined-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "COMBINED INTEREST EARNED: " TO Cmb-Label
    MOVE WS-Combined-Interest         TO Cmb-Value
    MOVE WS-Combined-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    PERFORM WRITE-PAGE-BREAK.

LOAD-RATE-TABLE.
    END-IF
    MOVE WS-Run-Date  TO Asf-Split-Date
    MOVE Total-Amount TO Asf-Split-Amount
    MOVE WS-AsOf-Split-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    ADD 1 TO WS-Line-Count.

CALCULATE-INTEREST-RATE.
    MOVE 0 TO WS-Line-Count
    MOVE WS-Run-Date     TO Hdg-Run-Date
    MOVE WS-Page-Number  TO Hdg-Page-Number
    MOVE WS-Stmt-Page-Heading-1 TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-Mbr-Hdg-Name   TO Hdg-Member-Name
    MOVE WS-Mbr-Hdg-Number TO Hdg-Member-Number
    MOVE WS-Stmt-Page-Heading-2 TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    ADD 2 TO WS-Line-Count
    IF WS-Mbr-Hdg-Addr-1 NOT = SPACES
        MOVE WS-Mbr-Hdg-Addr-1 TO Adr-Text
        MOVE WS-Stmt-Address-Line TO WS-Statement-Line
        PERFORM WRITE-STATEMENT-LINE
        ADD 1 TO WS-Line-Count
    END-IF
    IF WS-Mbr-Hdg-Addr-2 NOT = SPACES
        MOVE WS-Mbr-Hdg-Addr-2 TO Adr-Text
        MOVE WS-Stmt-Address-Line TO WS-Statement-Line
        PERFORM WRITE-STATEMENT-LINE
        ADD 1 TO WS-Line-Count
    END-IF
    IF WS-Mbr-Hdg-City NOT = SPACES
        MOVE WS-Mbr-Hdg-City  TO Cty-City
        MOVE WS-Mbr-Hdg-State TO Cty-State
        MOVE WS-Mbr-Hdg-Zip   TO Cty-Zip
        MOVE WS-Stmt-City-Line TO WS-Statement-Line
        PERFORM WRITE-STATEMENT-LINE
        ADD 1 TO WS-Line-Count
    END-IF
    MOVE Account-ID      TO Hdg-Account-ID
    MOVE Open-Date       TO Hdg-Open-Date
    MOVE WS-Stmt-Page-Heading-3 TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE SPACES TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE WS-Stmt-Column-Heading TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    ADD 4 TO WS-Line-Count.

WRITE-STATEMENT-DETAIL-LINE.
    ELSE
        MOVE SPACES TO Dtl-Period-Tag
    END-IF
    MOVE WS-Stmt-Detail-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    ADD 1 TO WS-Line-Count.

WRITE-STATEMENT-SUMMARY.
        PERFORM WRITE-PAGE-BREAK
        PERFORM WRITE-STATEMENT-HEADING
    END-IF
    MOVE SPACES TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "ENDING BALANCE:           " TO Sum-Label
    MOVE WS-Running-Balance           TO Sum-Value
    MOVE WS-Stmt-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "TOTAL CONTRIBUTIONS:      " TO Sum-Label
    MOVE WS-Cumulative-Contributions  TO Sum-Value
    MOVE WS-Stmt-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE "TOTAL INTEREST EARNED:    " TO Sum-Label
    MOVE WS-Cumulative-Interest       TO Sum-Value
    MOVE WS-Stmt-Summary-Line TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    ADD 4 TO WS-Line-Count
    IF AsOf-Account-Aged
        MOVE WS-Elapsed-Periods      TO Asf-Elapsed-Periods
        MOVE WS-Compounding-Periods  TO Asf-Total-Periods
        MOVE WS-AsOf-Plan-Line TO WS-Statement-Line
        PERFORM WRITE-STATEMENT-LINE
        MOVE WS-Maturity-Date        TO Asf-Maturity-Date
        MOVE WS-AsOf-Maturity-Line TO WS-Statement-Line
        PERFORM WRITE-STATEMENT-LINE
        ADD 2 TO WS-Line-Count
    END-IF
    PERFORM WRITE-PAGE-BREAK.

      *> Every statement line goes to the print file, or into the
      *> member's e-statement document when the group is delivered
      *> electronically.
WRITE-STATEMENT-LINE.
    IF Deliver-Electronic
        IF Document-Not-Started
            PERFORM START-E-STATEMENT-DOCUMENT
        END-IF
        MOVE SPACES                TO E-Statement-Record
        SET Estm-Document-Line     TO TRUE
        MOVE WS-Current-Group-Key  TO Estm-Member-Number
        MOVE WS-Run-Date           TO Estm-Statement-Date
        MOVE WS-Current-Email      TO Estm-Email-Address
        MOVE WS-Statement-Line     TO Estm-Line-Text
        WRITE E-Statement-Record
        ADD 1 TO WS-Document-Line-Count
    ELSE
        WRITE Statement-Report-Line FROM WS-Statement-Line
    END-IF.

      *> The print spooler form-feeds on this character in column one,
      *> so every statement starts at the top of its own sheet.
WRITE-PAGE-BREAK.
    MOVE X"0C" TO WS-Statement-Line
    PERFORM WRITE-STATEMENT-LINE
    MOVE 0 TO WS-Line-Count.
