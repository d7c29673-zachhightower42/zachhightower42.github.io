      *> unclaimed-property filing. Zero on records converted from
      *> before the field existed -- the sweep falls back to Open-Date.
    05  Last-Activity-Date           PIC 9(8).
      *> Net actual activity outside the savings schedule, accumulated
      *> across runs: teller deposits less withdrawals, reversals and
      *> transfers posted by MonetaryPosting, and service fees charged
      *> by MonthlyFeeAssessment. CALCULATE-SAVINGS rebuilds
      *> Total-Amount from the schedule alone, so SavingsCalculator
      *> folds this back into the rebuilt balance before saving --
      *> without it every posted amount would be silently erased by
      *> the next projection run. Spaces on records from before the
      *> field existed read as zero.
    05  Posted-Activity-Net          PIC S9(7)V99
                                     SIGN IS LEADING SEPARATE.
      *> Year and month (YYYYMM) of the last service fee charged by
      *> MonthlyFeeAssessment, so a rerun of the same month after an
      *> interrupted run skips accounts already charged. Spaces or
      *> zero means no fee has been charged yet.
    05  Last-Fee-Month               PIC 9(6).
      *> Automatic monthly draft of Monthly-Savings from the member's
      *> bank account (routing and account on MBRREC.cpy).
      *> DraftOrigination pulls the draft on this day of the month,
      *> 01-28 so every month has one; zero or spaces means the account
      *> is not drafted.
    05  Draft-Day                    PIC 9(2).
      *> P while a draft is out awaiting settlement. S once returns
      *> have suspended drafting, until maintenance reinstates the
      *> account. Space otherwise.
    05  Draft-Status                 PIC X(1).
        88  Draft-Idle               VALUE " ".
        88  Draft-Pending            VALUE "P".
        88  Draft-Suspended          VALUE "S".
      *> Drafts returned since the last one that settled.
    05  Draft-Return-Count           PIC 9(1).
      *> Year and month (YYYYMM) of the last draft originated, so each
      *> month is drafted once however the run days fall.
    05  Last-Draft-Month             PIC 9(6).
