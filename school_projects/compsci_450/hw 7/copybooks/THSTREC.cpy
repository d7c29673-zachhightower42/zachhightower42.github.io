      *> Permanent monetary transaction history (ACCTTHST.DAT,
      *> Ths-Sequence-Number is the primary key). MonetaryPosting adds
      *> one record for every teller item it applies to the master,
      *> numbered one past the highest sequence already on file, so
      *> the file grows run over run and a member's activity can be
      *> listed for any date range long after ACCTDTRN.DAT is gone.
      *> A reversal is itself a history item: it carries the original
      *> item's sequence in Ths-Related-Sequence, and the original is
      *> rewritten reversed with the reversing item's sequence in the
      *> same field, so each side of the correction points at the
      *> other. A same-member transfer is written as two items, one
      *> out of the from-account and one into the to-account, each
      *> carrying the other leg's sequence and account so the pair
      *> stays linked.
01  Trans-History-Record.
    05  Ths-Sequence-Number       PIC 9(9).
    05  FILLER                    PIC X(2).
    05  Ths-Account-ID            PIC X(10).
    05  FILLER                    PIC X(2).
    05  Ths-Trans-Code            PIC X(1).
        88  Ths-Deposit           VALUE "D".
      *> Settled automatic savings draft: new money, but not cash.
        88  Ths-Ach-Deposit       VALUE "A".
        88  Ths-Withdrawal        VALUE "W".
        88  Ths-Reversal          VALUE "R".
        88  Ths-Transfer-Out      VALUE "O".
        88  Ths-Transfer-In       VALUE "I".
    05  FILLER                    PIC X(2).
    05  Ths-Amount                PIC 9(7)V99.
    05  FILLER                    PIC X(2).
      *> Teller-line date the money moved.
    05  Ths-Trans-Date            PIC 9(8).
    05  FILLER                    PIC X(2).
      *> Business date and controlled run (ACCTRUNC.DAT) the item was
      *> applied under.
    05  Ths-Posting-Date          PIC 9(8).
    05  FILLER                    PIC X(2).
    05  Ths-Run-Number            PIC 9(7).
    05  FILLER                    PIC X(2).
    05  Ths-Related-Sequence      PIC 9(9).
    05  FILLER                    PIC X(2).
    05  Ths-Item-Status           PIC X(1).
        88  Ths-Item-Active       VALUE "A".
        88  Ths-Item-Reversed     VALUE "V".
    05  FILLER                    PIC X(2).
      *> Transfer legs only: the account on the other side.
    05  Ths-Linked-Account-ID     PIC X(10).
