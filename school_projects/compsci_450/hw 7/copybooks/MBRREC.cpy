        88  Mbr-Stmt-By-Mail     VALUE "M".
        88  Mbr-Stmt-Electronic  VALUE "E".
        88  Mbr-Stmt-Suppressed  VALUE "S".
      *> Taxpayer identification for 1099-INT reporting and backup
      *> withholding. SavingsCalculator withholds federal tax from the
      *> interest credited to any member whose TIN is not certified:
      *> never certified (missing), or named on an IRS B-notice as
      *> mismatched. Spaces on members added before the field existed
      *> read as missing until maintenance certifies them.
    05  Mbr-Tax-ID               PIC X(9).
    05  Mbr-TIN-Cert-Status      PIC X(1).
        88  Mbr-TIN-Certified    VALUE "C".
        88  Mbr-TIN-Missing      VALUE "M" " ".
        88  Mbr-TIN-B-Notice     VALUE "B".
      *> Outside bank account DraftOrigination pulls the member's
      *> monthly savings drafts from. Spaces when the member has not
      *> signed up for drafting.
    05  Mbr-Bank-Routing         PIC X(9).
    05  Mbr-Bank-Account         PIC X(17).
    05  Mbr-Bank-Account-Type    PIC X(1).
        88  Mbr-Bank-Checking    VALUE "C".
        88  Mbr-Bank-Savings     VALUE "S".
      *> Where StatementGenerator delivers an electronic-preference
      *> member's statement. Spaces when none is on file; such a
      *> member falls back to a paper statement.
    05  Mbr-Email-Address        PIC X(60).
