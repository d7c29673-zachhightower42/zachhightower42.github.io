        88  Trans-Add             VALUE "A".
        88  Trans-Change          VALUE "C".
        88  Trans-Close           VALUE "X".
      *> Lifts a draft suspension: clears the return count and puts
      *> the account back in line for its next draft day.
        88  Trans-Draft-Reinstate VALUE "R".
        88  Trans-Batch-Header    VALUE "H".
        88  Trans-Batch-Trailer   VALUE "T".
    05  Trans-Detail-Fields.
      *> account unattached (legacy accounts statement off their own
      *> Member-Name).
        10  Trans-Member-Number       PIC X(10).
      *> Day of the month (01-28) Monthly-Savings is drafted from the
      *> member's bank account; zero takes the account off drafting.
        10  Trans-Draft-Day           PIC 9(2).
    05  Trans-Header-Fields REDEFINES Trans-Detail-Fields.
        10  Trans-Batch-Date          PIC 9(8).
        10  FILLER                    PIC X(71).
    05  Trans-Trailer-Fields REDEFINES Trans-Detail-Fields.
        10  Trans-Trailer-Count       PIC 9(7).
        10  FILLER                    PIC X(2).
        10  Trans-Trailer-Hash        PIC 9(12).
        10  FILLER                    PIC X(58).

FD  Account-Master-File.
    COPY ACCTREC.
                END-IF
            WHEN Trans-Close
                PERFORM APPLY-CLOSE-TRANSACTION
            WHEN Trans-Draft-Reinstate
                PERFORM APPLY-REINSTATE-TRANSACTION
            WHEN OTHER
                MOVE "UNKNOWN TRANSACTION CODE" TO WS-Maint-Reason
                PERFORM WRITE-MAINTENANCE-EXCEPTION
            MOVE "MONTHS NOT A MULTIPLE OF 30 (DAILY)"
                TO WS-Maint-Reason
        END-IF
    END-IF

      *> The draft pulls from the bank account on the member master,
      *> so a drafted account has to belong to a member. A blank draft
      *> day is keyed as no draft.
    IF Trans-Draft-Day = SPACES
        MOVE 0 TO Trans-Draft-Day
    END-IF

    IF Trans-Fields-Valid
       AND (Trans-Draft-Day IS NOT NUMERIC OR Trans-Draft-Day > 28)
        SET Trans-Fields-Invalid TO TRUE
        MOVE "DRAFT DAY MUST BE 00-28" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND Trans-Draft-Day > 0
       AND Trans-Member-Number = SPACES
        SET Trans-Fields-Invalid TO TRUE
        MOVE "DRAFTED ACCOUNT NEEDS A MEMBER NUMBER" TO WS-Maint-Reason
    END-IF.

LOAD-MASTER-RECORD.
        MOVE Trans-Member-Number           TO Member-Number
        MOVE WS-Run-Date                   TO Last-Activity-Date
        MOVE 0                             TO Posted-Activity-Net
        MOVE 0                             TO Last-Fee-Month
        MOVE Trans-Draft-Day               TO Draft-Day
        SET Draft-Idle                     TO TRUE
        MOVE 0                             TO Draft-Return-Count
        MOVE 0                             TO Last-Draft-Month
        SET Account-Open                   TO TRUE
        WRITE Account-Record
            INVALID KEY
        MOVE Trans-Months                  TO Months
        MOVE Trans-Rate-Plan-Code          TO Rate-Plan-Code
        MOVE Trans-Member-Number           TO Member-Number
        MOVE Trans-Draft-Day               TO Draft-Day
        MOVE WS-Run-Date                   TO Last-Activity-Date
      *> A rollover change transaction restarts the term by carrying
      *> the maturity date as a new Open-Date; an ordinary change
        END-REWRITE
    END-IF.

      *> Only a suspended account is reinstated; the return count is
      *> cleared with it so the next return starts the count afresh.
APPLY-REINSTATE-TRANSACTION.
    PERFORM LOAD-MASTER-RECORD
    EVALUATE TRUE
        WHEN Master-Record-Not-Found
            MOVE "ACCOUNT NOT FOUND ON MASTER" TO WS-Maint-Reason
            PERFORM WRITE-MAINTENANCE-EXCEPTION
        WHEN Account-Closed
            MOVE "ACCOUNT IS CLOSED" TO WS-Maint-Reason
            PERFORM WRITE-MAINTENANCE-EXCEPTION
        WHEN NOT Draft-Suspended
            MOVE "DRAFTING IS NOT SUSPENDED" TO WS-Maint-Reason
            PERFORM WRITE-MAINTENANCE-EXCEPTION
        WHEN OTHER
            SET Draft-Idle TO TRUE
            MOVE 0 TO Draft-Return-Count
            REWRITE Account-Record
                INVALID KEY
                    MOVE "UNABLE TO UPDATE MASTER RECORD"
                        TO WS-Maint-Reason
                    PERFORM WRITE-MAINTENANCE-EXCEPTION
                NOT INVALID KEY
                    SET Jrnl-Action-Rewrite TO TRUE
                    PERFORM WRITE-MASTER-JOURNAL-RECORD
            END-REWRITE
    END-EVALUATE.

      *> A close now pays the member out: the balance goes to the
      *> disbursement feed for the check run (less the early-
      *> withdrawal penalty when the close lands before maturity), and
