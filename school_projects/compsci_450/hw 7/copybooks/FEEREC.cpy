      *> One entry on the monthly service-fee schedule (ACCTFEES.DAT),
      *> keyed like the rate table by Rate-Plan-Code and effective
      *> date: MonthlyFeeAssessment prices each open account off the
      *> plan's entry with the latest effective date on or before the
      *> run date. A plan code of spaces is the entry for legacy
      *> flat-rate accounts. An account whose own balance is at or
      *> above Fee-Minimum-Balance owes nothing; below it the account
      *> owes Fee-Amount unless one of the waiver switches lets it off.
01  Fee-Schedule-Record.
    05  Fee-Plan-Code            PIC X(3).
    05  FILLER                   PIC X(2).
    05  Fee-Effective-Date       PIC 9(8).
    05  FILLER                   PIC X(2).
    05  Fee-Minimum-Balance      PIC 9(7)V99.
    05  FILLER                   PIC X(2).
    05  Fee-Amount               PIC 9(5)V99.
    05  FILLER                   PIC X(2).
      *> Y waives the fee in the month the account was opened.
    05  Fee-Waive-New-Account    PIC X(1).
    05  FILLER                   PIC X(2).
      *> Y waives the fee when the member's open accounts together
      *> (all accounts sharing the Member-Number) carry at least
      *> Fee-Minimum-Balance.
    05  Fee-Waive-Combined       PIC X(1).
