        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Member-Exc-Status.

    SELECT Member-Duplicate-Report ASSIGN TO "MBRMDUP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Member-Dup-Status.

    SELECT Account-Master-File ASSIGN TO "ACCTMSTR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS Account-ID
        FILE STATUS IS Account-Master-Status.

    SELECT Master-Journal-File ASSIGN TO "ACCTMJRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Master-Journal-Status.

    SELECT Run-Control-File ASSIGN TO "ACCTRUNC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS Run-Control-Status.
        88  Mtrn-Add              VALUE "A".
        88  Mtrn-Change           VALUE "C".
        88  Mtrn-Delete           VALUE "X".
      *> TIN certification only: replaces Mbr-Tax-ID and the cert
      *> status and leaves name and address alone, so W-9s and IRS
      *> B-notices can be keyed without re-entering the whole member.
        88  Mtrn-TIN-Update       VALUE "I".
      *> Merge: Mtrn-Member-Number survives, Mtrn-Retired-Member-Number
      *> is folded into it -- every account re-pointed, then the
      *> retired member record removed.
        88  Mtrn-Merge            VALUE "M".
        88  Mtrn-Batch-Header     VALUE "H".
        88  Mtrn-Batch-Trailer    VALUE "T".
    05  Mtrn-Detail-Fields.
            88  Mtrn-Stmt-By-Mail     VALUE "M".
            88  Mtrn-Stmt-Electronic  VALUE "E".
            88  Mtrn-Stmt-Suppressed  VALUE "S".
        10  Mtrn-Tax-ID               PIC X(9).
        10  Mtrn-Tax-ID-Num REDEFINES Mtrn-Tax-ID
                                      PIC 9(9).
        10  Mtrn-TIN-Cert-Status      PIC X(1).
            88  Mtrn-TIN-Certified    VALUE "C".
            88  Mtrn-TIN-Missing      VALUE "M".
            88  Mtrn-TIN-B-Notice     VALUE "B".
        10  Mtrn-Retired-Member-Number PIC X(10).
      *> Y when member services has reviewed a merge whose two members
      *> differ in statement preference or address and accepts the
      *> survivor's as they stand on the master.
        10  Mtrn-Conflict-Resolved    PIC X(1).
            88  Mtrn-Conflict-Is-Resolved VALUE "Y".
            88  Mtrn-Conflict-Flag-Valid  VALUE "Y" "N" " ".
      *> Drafting bank account; all spaces when the member does not
      *> draft.
        10  Mtrn-Bank-Routing         PIC X(9).
        10  Mtrn-Bank-Routing-Num REDEFINES Mtrn-Bank-Routing
                                      PIC 9(9).
        10  Mtrn-Bank-Account         PIC X(17).
        10  Mtrn-Bank-Account-Type    PIC X(1).
            88  Mtrn-Bank-Checking    VALUE "C".
            88  Mtrn-Bank-Savings     VALUE "S".
      *> Statement e-mail address; spaces when none is on file.
        10  Mtrn-Email-Address        PIC X(60).
    05  Mtrn-Header-Fields REDEFINES Mtrn-Detail-Fields.
        10  Mtrn-Batch-Date           PIC 9(8).
        10  FILLER                    PIC X(233).
    05  Mtrn-Trailer-Fields REDEFINES Mtrn-Detail-Fields.
        10  Mtrn-Trailer-Count        PIC 9(7).
        10  FILLER                    PIC X(2).
        10  Mtrn-Trailer-Hash         PIC 9(12).
        10  FILLER                    PIC X(220).

FD  Member-Master-File.
    COPY MBRREC.
    05  FILLER                    PIC X(2)  VALUE SPACES.
    05  Exc-Trans-Reason          PIC X(40).

      *> Duplicate-suspect report: merges applied this run, member
      *> pairs whose normalized name, address and zip agree, and
      *> accounts still identified only by free-text Member-Name.
FD  Member-Duplicate-Report.
01  Member-Dup-Line               PIC X(100).

FD  Account-Master-File.
    COPY ACCTREC.

FD  Master-Journal-File.
    COPY MJRNREC.

FD  Run-Control-File.
    COPY RUNCREC.

01  WS-Trans-Valid-Flag      PIC X.
    88  Trans-Fields-Valid   VALUE "Y".
    88  Trans-Fields-Invalid VALUE "N".
01  WS-Email-At-Count        PIC 9(2).
01  WS-Email-Length          PIC 9(2).

01  Member-Dup-Status        PIC XX.
01  Account-Master-Status    PIC XX.
01  Master-Journal-Status    PIC XX.
01  WS-Batch-Merge-Count     PIC 9(7)  VALUE 0.
01  WS-End-Of-Accounts-Flag  PIC X VALUE "N".
    88  End-Of-Accounts      VALUE "Y".
01  WS-End-Of-Members-Flag   PIC X VALUE "N".
    88  End-Of-Members       VALUE "Y".
01  WS-Before-Image          PIC X(160).

      *> The retired side of a merge, held while the survivor is read.
01  WS-Retired-Member-Number PIC X(10).
01  WS-Retired-Preference    PIC X(1).
01  WS-Retired-Tax-ID        PIC X(9).
01  WS-Retired-TIN-Cert      PIC X(1).
01  WS-Retired-Bank-Routing  PIC X(9).
01  WS-Retired-Bank-Account  PIC X(17).
01  WS-Retired-Bank-Type     PIC X(1).
01  WS-Retired-Email-Address PIC X(60).
01  WS-Retired-Address-Key   PIC X(120).
01  WS-Survivor-Address-Key  PIC X(120).
01  WS-Accounts-Repointed    PIC 9(7).

      *> NORMALIZE-TEXT folds WS-Norm-Input to upper case and keeps
      *> only letters and digits, so "123 Main St." and "123 MAIN ST"
      *> compare equal.
01  WS-Norm-Input            PIC X(120).
01  WS-Norm-Output           PIC X(120).
01  WS-Norm-In-Index         PIC 9(3).
01  WS-Norm-Out-Index        PIC 9(3).
01  WS-Norm-Char             PIC X.
    88  Norm-Char-Kept       VALUE "A" THRU "Z" "0" THRU "9".

01  WS-Member-Table.
    05  WS-Member-Entry OCCURS 5000 TIMES.
        10  WS-Mt-Member-Number    PIC X(10).
        10  WS-Mt-Member-Name      PIC X(30).
        10  WS-Mt-Name-Key         PIC X(30).
        10  WS-Mt-Address-Key      PIC X(60).
        10  WS-Mt-Zip-Key          PIC X(5).
01  WS-Member-Count          PIC 9(4) VALUE 0.
01  WS-Member-Index          PIC 9(4).
01  WS-Compare-Index         PIC 9(4).
01  WS-Member-Table-Flag     PIC X VALUE "N".
    88  Member-Table-Full    VALUE "Y".

01  WS-Merges-Applied        PIC 9(7) VALUE 0.
01  WS-Suspect-Pairs         PIC 9(7) VALUE 0.
01  WS-Unlinked-Accounts     PIC 9(7) VALUE 0.

01  WS-Dup-Title-Line.
    05  Dup-Title-Text       PIC X(40).
    05  FILLER               PIC X(10) VALUE "RUN DATE: ".
    05  Dup-Title-Run-Date   PIC 9(8).

01  WS-Dup-Merge-Line.
    05  FILLER               PIC X(10) VALUE "SURVIVOR: ".
    05  Dup-Mrg-Survivor     PIC X(10).
    05  FILLER               PIC X(11) VALUE "  RETIRED: ".
    05  Dup-Mrg-Retired      PIC X(10).
    05  FILLER               PIC X(22)
        VALUE "  ACCOUNTS RE-POINTED:".
    05  Dup-Mrg-Accounts     PIC Z(6)9.

01  WS-Dup-Suspect-Line.
    05  Dup-Sus-Member-1     PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Sus-Name-1       PIC X(30).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Sus-Member-2     PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Sus-Name-2       PIC X(30).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Sus-Zip          PIC X(5).

01  WS-Dup-Unlinked-Line.
    05  Dup-Unl-Account-ID   PIC X(10).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Unl-Member-Name  PIC X(30).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  Dup-Unl-Status       PIC X(6).
    05  FILLER               PIC X(2)  VALUE SPACES.
    05  FILLER               PIC X(17) VALUE "POSSIBLE MEMBER: ".
    05  Dup-Unl-Possible     PIC X(10).

01  WS-Dup-Total-Line.
    05  Dup-Total-Label      PIC X(40).
    05  Dup-Total-Count      PIC Z(6)9.

01  WS-Dup-Note-Line.
    05  Dup-Note-Text        PIC X(60).

01  Run-Control-Status       PIC XX.
01  WS-Job-Name              PIC X(8) VALUE "MBRMNT".
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT Member-Duplicate-Report
    IF Member-Dup-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Member-Duplicate-Report, status "
            Member-Dup-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
      *> Only a batch carrying merges rewrites accounts, so only then
      *> is the master journal needed.
    IF WS-Batch-Merge-Count > 0
        OPEN EXTEND Master-Journal-File
        IF Master-Journal-Status NOT = "00"
            DISPLAY "ERROR: Unable to open Master-Journal-File, status "
                Master-Journal-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE "MEMBER MERGES APPLIED" TO Dup-Title-Text
    MOVE WS-Run-Date TO Dup-Title-Run-Date
    WRITE Member-Dup-Line FROM WS-Dup-Title-Line
    PERFORM READ-TRANSACTION
    PERFORM UNTIL End-Of-Trans
        EVALUATE TRUE
                END-IF
            WHEN Mtrn-Delete
                PERFORM APPLY-DELETE-TRANSACTION
            WHEN Mtrn-TIN-Update
                PERFORM EDIT-TIN-FIELDS
                IF Trans-Fields-Valid
                    PERFORM APPLY-TIN-TRANSACTION
                ELSE
                    PERFORM WRITE-MEMBER-EXCEPTION
                END-IF
            WHEN Mtrn-Merge
                PERFORM EDIT-MERGE-FIELDS
                IF Trans-Fields-Valid
                    PERFORM APPLY-MERGE-TRANSACTION
                ELSE
                    PERFORM WRITE-MEMBER-EXCEPTION
                END-IF
            WHEN OTHER
                MOVE "UNKNOWN TRANSACTION CODE" TO WS-Maint-Reason
                PERFORM WRITE-MEMBER-EXCEPTION
    END-PERFORM
    CLOSE Member-Trans-File
    CLOSE Member-Master-File
    IF WS-Batch-Merge-Count > 0
        CLOSE Master-Journal-File
    END-IF
    MOVE "MERGES APPLIED:" TO Dup-Total-Label
    MOVE WS-Merges-Applied TO Dup-Total-Count
    WRITE Member-Dup-Line FROM WS-Dup-Total-Line
    PERFORM WRITE-DUPLICATE-SUSPECTS
    PERFORM WRITE-UNLINKED-ACCOUNTS
    CLOSE Member-Exceptions-Report
    CLOSE Member-Duplicate-Report
    PERFORM WRITE-RUN-COMPLETION
    STOP RUN.

                    SET Batch-In-Error TO TRUE
                END-IF
                ADD 1 TO WS-Batch-Detail-Count
                IF Mtrn-Merge
                    ADD 1 TO WS-Batch-Merge-Count
                END-IF
                IF Mtrn-Member-Number-Num IS NUMERIC
                    ADD Mtrn-Member-Number-Num TO WS-Batch-Hash-Total
                END-IF
       AND NOT Mtrn-Stmt-Suppressed
        SET Trans-Fields-Invalid TO TRUE
        MOVE "INVALID STATEMENT PREFERENCE" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
        PERFORM EDIT-TIN-CERTIFICATION
    END-IF

    IF Trans-Fields-Valid
        PERFORM EDIT-BANK-FIELDS
    END-IF

    IF Trans-Fields-Valid AND Mtrn-Email-Address NOT = SPACES
        PERFORM EDIT-EMAIL-ADDRESS
    END-IF.

      *> A shape check only -- one @ with something either side of it
      *> and no embedded blanks. Whether the mailbox is real is the
      *> e-mail vendor's bounce file to tell us.
EDIT-EMAIL-ADDRESS.
    MOVE 0 TO WS-Email-At-Count
    MOVE 0 TO WS-Email-Length
    INSPECT Mtrn-Email-Address TALLYING WS-Email-At-Count FOR ALL "@"
    INSPECT Mtrn-Email-Address TALLYING WS-Email-Length
        FOR CHARACTERS BEFORE INITIAL SPACE
    EVALUATE TRUE
        WHEN WS-Email-Length = 0
            SET Trans-Fields-Invalid TO TRUE
            MOVE "E-MAIL ADDRESS HAS LEADING BLANKS" TO WS-Maint-Reason
        WHEN WS-Email-Length < 60
             AND Mtrn-Email-Address(WS-Email-Length + 1:) NOT = SPACES
            SET Trans-Fields-Invalid TO TRUE
            MOVE "E-MAIL ADDRESS HAS EMBEDDED BLANKS" TO WS-Maint-Reason
        WHEN WS-Email-At-Count NOT = 1
           OR Mtrn-Email-Address(1:1) = "@"
           OR Mtrn-Email-Address(WS-Email-Length:1) = "@"
            SET Trans-Fields-Invalid TO TRUE
            MOVE "INVALID E-MAIL ADDRESS" TO WS-Maint-Reason
    END-EVALUATE.

      *> Either no bank account at all, or a nine-digit routing number
      *> with an account number and a checking/savings type.
EDIT-BANK-FIELDS.
    IF Mtrn-Bank-Routing = SPACES
        IF Mtrn-Bank-Account NOT = SPACES
           OR Mtrn-Bank-Account-Type NOT = SPACES
            SET Trans-Fields-Invalid TO TRUE
            MOVE "BANK ACCOUNT WITH NO ROUTING NUMBER"
                TO WS-Maint-Reason
        END-IF
    ELSE
        EVALUATE TRUE
            WHEN Mtrn-Bank-Routing-Num IS NOT NUMERIC
                SET Trans-Fields-Invalid TO TRUE
                MOVE "ROUTING NUMBER IS NOT NUMERIC"
                    TO WS-Maint-Reason
            WHEN Mtrn-Bank-Account = SPACES
                SET Trans-Fields-Invalid TO TRUE
                MOVE "ROUTING NUMBER WITH NO BANK ACCOUNT"
                    TO WS-Maint-Reason
            WHEN NOT Mtrn-Bank-Checking AND NOT Mtrn-Bank-Savings
                SET Trans-Fields-Invalid TO TRUE
                MOVE "INVALID BANK ACCOUNT TYPE" TO WS-Maint-Reason
        END-EVALUATE
    END-IF.

EDIT-TIN-FIELDS.
    SET Trans-Fields-Valid TO TRUE
    MOVE SPACES TO WS-Maint-Reason

    IF Mtrn-Member-Number = SPACES
        SET Trans-Fields-Invalid TO TRUE
        MOVE "MEMBER NUMBER IS BLANK" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
        PERFORM EDIT-TIN-CERTIFICATION
    END-IF.

      *> A member can only be certified against a full nine-digit TIN;
      *> a missing or B-noticed member may carry whatever TIN is on
      *> file, or none, but a TIN that is keyed has to be digits.
EDIT-TIN-CERTIFICATION.
    IF NOT Mtrn-TIN-Certified
       AND NOT Mtrn-TIN-Missing
       AND NOT Mtrn-TIN-B-Notice
        SET Trans-Fields-Invalid TO TRUE
        MOVE "INVALID TIN CERTIFICATION STATUS" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND Mtrn-Tax-ID NOT = SPACES
       AND Mtrn-Tax-ID-Num IS NOT NUMERIC
        SET Trans-Fields-Invalid TO TRUE
        MOVE "TAX ID IS NOT NUMERIC" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND Mtrn-TIN-Certified
       AND Mtrn-Tax-ID = SPACES
        SET Trans-Fields-Invalid TO TRUE
        MOVE "CERTIFIED STATUS WITH NO TAX ID" TO WS-Maint-Reason
    END-IF.

EDIT-MERGE-FIELDS.
    SET Trans-Fields-Valid TO TRUE
    MOVE SPACES TO WS-Maint-Reason

    IF Mtrn-Member-Number = SPACES
        SET Trans-Fields-Invalid TO TRUE
        MOVE "MEMBER NUMBER IS BLANK" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid AND Mtrn-Retired-Member-Number = SPACES
        SET Trans-Fields-Invalid TO TRUE
        MOVE "RETIRED MEMBER NUMBER IS BLANK" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND Mtrn-Retired-Member-Number = Mtrn-Member-Number
        SET Trans-Fields-Invalid TO TRUE
        MOVE "SURVIVOR AND RETIRED ARE THE SAME" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid AND NOT Mtrn-Conflict-Flag-Valid
        SET Trans-Fields-Invalid TO TRUE
        MOVE "INVALID CONFLICT RESOLUTION FLAG" TO WS-Maint-Reason
    END-IF.

LOAD-MEMBER-RECORD.
        MOVE Mtrn-State                TO Mbr-State
        MOVE Mtrn-Zip-Code             TO Mbr-Zip-Code
        MOVE Mtrn-Statement-Preference TO Mbr-Statement-Preference
        MOVE Mtrn-Tax-ID               TO Mbr-Tax-ID
        MOVE Mtrn-TIN-Cert-Status      TO Mbr-TIN-Cert-Status
        MOVE Mtrn-Bank-Routing         TO Mbr-Bank-Routing
        MOVE Mtrn-Bank-Account         TO Mbr-Bank-Account
        MOVE Mtrn-Bank-Account-Type    TO Mbr-Bank-Account-Type
        MOVE Mtrn-Email-Address        TO Mbr-Email-Address
        WRITE Member-Record
            INVALID KEY
                MOVE "UNABLE TO ADD MEMBER TO MASTER" TO WS-Maint-Reason
        MOVE Mtrn-State                TO Mbr-State
        MOVE Mtrn-Zip-Code             TO Mbr-Zip-Code
        MOVE Mtrn-Statement-Preference TO Mbr-Statement-Preference
        MOVE Mtrn-Tax-ID               TO Mbr-Tax-ID
        MOVE Mtrn-TIN-Cert-Status      TO Mbr-TIN-Cert-Status
        MOVE Mtrn-Bank-Routing         TO Mbr-Bank-Routing
        MOVE Mtrn-Bank-Account         TO Mbr-Bank-Account
        MOVE Mtrn-Bank-Account-Type    TO Mbr-Bank-Account-Type
        MOVE Mtrn-Email-Address        TO Mbr-Email-Address
        REWRITE Member-Record
            INVALID KEY
                MOVE "UNABLE TO UPDATE MEMBER RECORD" TO WS-Maint-Reason
                PERFORM WRITE-MEMBER-EXCEPTION
        END-REWRITE
    END-IF.

      *> A B-notice usually arrives without a corrected TIN, so a
      *> blank Tax-ID on this transaction keeps the one on file.
APPLY-TIN-TRANSACTION.
    PERFORM LOAD-MEMBER-RECORD
    IF Member-Not-Found
        MOVE "MEMBER NOT FOUND ON MASTER" TO WS-Maint-Reason
        PERFORM WRITE-MEMBER-EXCEPTION
    ELSE
        IF Mtrn-Tax-ID NOT = SPACES
            MOVE Mtrn-Tax-ID           TO Mbr-Tax-ID
        END-IF
        MOVE Mtrn-TIN-Cert-Status      TO Mbr-TIN-Cert-Status
        REWRITE Member-Record
            INVALID KEY
                MOVE "UNABLE TO UPDATE MEMBER RECORD" TO WS-Maint-Reason
        END-DELETE
    END-IF.

      *> Both members must be on file and must not disagree about
      *> where and how the member is reached, unless member services
      *> has flagged the conflict resolved. Two different TINs mean
      *> two different people, and no flag overrides that. Accounts
      *> are re-pointed before the retired record goes, so a run that
      *> dies part way leaves the retired member on file for the
      *> rerun to finish the job.
APPLY-MERGE-TRANSACTION.
    MOVE Mtrn-Retired-Member-Number TO WS-Retired-Member-Number
    MOVE WS-Retired-Member-Number TO Mbr-Member-Number
    READ Member-Master-File
        INVALID KEY
            SET Trans-Fields-Invalid TO TRUE
            MOVE "RETIRED MEMBER NOT FOUND ON MASTER"
                TO WS-Maint-Reason
        NOT INVALID KEY
            MOVE Mbr-Statement-Preference TO WS-Retired-Preference
            MOVE Mbr-Tax-ID               TO WS-Retired-Tax-ID
            MOVE Mbr-TIN-Cert-Status      TO WS-Retired-TIN-Cert
            MOVE Mbr-Bank-Routing         TO WS-Retired-Bank-Routing
            MOVE Mbr-Bank-Account         TO WS-Retired-Bank-Account
            MOVE Mbr-Bank-Account-Type    TO WS-Retired-Bank-Type
            MOVE Mbr-Email-Address        TO WS-Retired-Email-Address
            PERFORM BUILD-MEMBER-ADDRESS-KEY
            MOVE WS-Norm-Output TO WS-Retired-Address-Key
    END-READ

    IF Trans-Fields-Valid
        PERFORM LOAD-MEMBER-RECORD
        IF Member-Not-Found
            SET Trans-Fields-Invalid TO TRUE
            MOVE "MEMBER NOT FOUND ON MASTER" TO WS-Maint-Reason
        END-IF
    END-IF

    IF Trans-Fields-Valid
        PERFORM CHECK-MERGE-CONFLICTS
    END-IF

    IF Trans-Fields-Valid
        PERFORM CARRY-RETIRED-DETAILS
        PERFORM REPOINT-MEMBER-ACCOUNTS
        PERFORM RETIRE-MERGED-MEMBER
    ELSE
        PERFORM WRITE-MEMBER-EXCEPTION
    END-IF.

      *> The survivor's record is in the member buffer.
CHECK-MERGE-CONFLICTS.
    PERFORM BUILD-MEMBER-ADDRESS-KEY
    MOVE WS-Norm-Output TO WS-Survivor-Address-Key

    IF Mbr-Tax-ID NOT = SPACES
       AND WS-Retired-Tax-ID NOT = SPACES
       AND Mbr-Tax-ID NOT = WS-Retired-Tax-ID
        SET Trans-Fields-Invalid TO TRUE
        MOVE "TAX IDS DIFFER - NOT THE SAME MEMBER" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND NOT Mtrn-Conflict-Is-Resolved
       AND Mbr-Statement-Preference NOT = WS-Retired-Preference
        SET Trans-Fields-Invalid TO TRUE
        MOVE "STATEMENT PREFERENCE CONFLICT" TO WS-Maint-Reason
    END-IF

    IF Trans-Fields-Valid
       AND NOT Mtrn-Conflict-Is-Resolved
       AND WS-Survivor-Address-Key NOT = WS-Retired-Address-Key
        SET Trans-Fields-Invalid TO TRUE
        MOVE "ADDRESS CONFLICT" TO WS-Maint-Reason
    END-IF.

      *> A survivor keyed before TINs were collected takes the retired
      *> member's TIN and certification rather than losing them, and
      *> a survivor with no drafting bank account takes the retired
      *> member's so the re-pointed accounts keep drafting. The same
      *> goes for a statement e-mail address.
CARRY-RETIRED-DETAILS.
    IF (Mbr-Tax-ID = SPACES AND WS-Retired-Tax-ID NOT = SPACES)
       OR (Mbr-Bank-Routing = SPACES
           AND WS-Retired-Bank-Routing NOT = SPACES)
       OR (Mbr-Email-Address = SPACES
           AND WS-Retired-Email-Address NOT = SPACES)
        IF Mbr-Tax-ID = SPACES
            MOVE WS-Retired-Tax-ID   TO Mbr-Tax-ID
            MOVE WS-Retired-TIN-Cert TO Mbr-TIN-Cert-Status
        END-IF
        IF Mbr-Bank-Routing = SPACES
            MOVE WS-Retired-Bank-Routing TO Mbr-Bank-Routing
            MOVE WS-Retired-Bank-Account TO Mbr-Bank-Account
            MOVE WS-Retired-Bank-Type    TO Mbr-Bank-Account-Type
        END-IF
        IF Mbr-Email-Address = SPACES
            MOVE WS-Retired-Email-Address TO Mbr-Email-Address
        END-IF
        REWRITE Member-Record
            INVALID KEY
                MOVE "UNABLE TO UPDATE MEMBER RECORD" TO WS-Maint-Reason
                PERFORM WRITE-MEMBER-EXCEPTION
        END-REWRITE
    END-IF.

      *> A full pass of the account master for each merge; merges are
      *> rare and the file is reopened so the pass starts at the top.
      *> No account master yet (status 35) means nothing to re-point.
REPOINT-MEMBER-ACCOUNTS.
    MOVE 0 TO WS-Accounts-Repointed
    OPEN I-O Account-Master-File
    IF Account-Master-Status = "00"
        MOVE "N" TO WS-End-Of-Accounts-Flag
        PERFORM READ-ACCOUNT-RECORD
        PERFORM UNTIL End-Of-Accounts
            IF Member-Number = WS-Retired-Member-Number
                PERFORM REPOINT-ACCOUNT
            END-IF
            PERFORM READ-ACCOUNT-RECORD
        END-PERFORM
        CLOSE Account-Master-File
    ELSE
        IF Account-Master-Status NOT = "35"
            DISPLAY "ERROR: Unable to open Account-Master-File, status "
                Account-Master-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

READ-ACCOUNT-RECORD.
    READ Account-Master-File NEXT RECORD
        AT END
            SET End-Of-Accounts TO TRUE
    END-READ.

REPOINT-ACCOUNT.
    MOVE Account-Record TO WS-Before-Image
    MOVE Mtrn-Member-Number TO Member-Number
    REWRITE Account-Record
        INVALID KEY
            DISPLAY "ERROR: Unable to rewrite " Account-ID
                ", status " Account-Master-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE
    PERFORM WRITE-MASTER-JOURNAL-RECORD
    ADD 1 TO WS-Accounts-Repointed.

WRITE-MASTER-JOURNAL-RECORD.
    SET Jrnl-Action-Rewrite  TO TRUE
    MOVE WS-Job-Name         TO Jrnl-Source-Program
    MOVE WS-Run-Date         TO Jrnl-Run-Date
    MOVE WS-Run-Number       TO Jrnl-Run-Number
    MOVE Account-ID          TO Jrnl-Account-ID
    MOVE WS-Before-Image     TO Jrnl-Before-Image
    MOVE Account-Record      TO Jrnl-After-Image
    WRITE Master-Journal-Record.

RETIRE-MERGED-MEMBER.
    MOVE WS-Retired-Member-Number TO Mbr-Member-Number
    DELETE Member-Master-File
        INVALID KEY
            MOVE "UNABLE TO DELETE MEMBER RECORD" TO WS-Maint-Reason
            PERFORM WRITE-MEMBER-EXCEPTION
        NOT INVALID KEY
            ADD 1 TO WS-Merges-Applied
            MOVE Mtrn-Member-Number      TO Dup-Mrg-Survivor
            MOVE WS-Retired-Member-Number TO Dup-Mrg-Retired
            MOVE WS-Accounts-Repointed   TO Dup-Mrg-Accounts
            WRITE Member-Dup-Line FROM WS-Dup-Merge-Line
    END-DELETE.

      *> Street lines, city, state and five-digit zip of the member in
      *> the buffer, normalized into WS-Norm-Output.
BUILD-MEMBER-ADDRESS-KEY.
    MOVE SPACES TO WS-Norm-Input
    STRING Mbr-Address-Line-1 DELIMITED BY SIZE
           Mbr-Address-Line-2 DELIMITED BY SIZE
           Mbr-City           DELIMITED BY SIZE
           Mbr-State          DELIMITED BY SIZE
           Mbr-Zip-Code(1:5)  DELIMITED BY SIZE
        INTO WS-Norm-Input
    END-STRING
    PERFORM NORMALIZE-TEXT.

NORMALIZE-TEXT.
    MOVE SPACES TO WS-Norm-Output
    MOVE 0 TO WS-Norm-Out-Index
    INSPECT WS-Norm-Input CONVERTING "abcdefghijklmnopqrstuvwxyz"
        TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    PERFORM VARYING WS-Norm-In-Index FROM 1 BY 1
        UNTIL WS-Norm-In-Index > 120
        MOVE WS-Norm-Input(WS-Norm-In-Index:1) TO WS-Norm-Char
        IF Norm-Char-Kept
            ADD 1 TO WS-Norm-Out-Index
            MOVE WS-Norm-Char TO WS-Norm-Output(WS-Norm-Out-Index:1)
        END-IF
    END-PERFORM.

      *> Reads the member master as it stands after this run's
      *> transactions and lists every pair of members whose
      *> normalized name, street lines and zip all agree. Each pair is
      *> listed once; a member keyed three times shows as three pairs.
WRITE-DUPLICATE-SUSPECTS.
    MOVE "DUPLICATE MEMBER SUSPECTS" TO Dup-Title-Text
    WRITE Member-Dup-Line FROM WS-Dup-Title-Line
    OPEN INPUT Member-Master-File
    IF Member-Master-Status NOT = "00"
        DISPLAY "ERROR: Unable to open Member-Master-File, status "
            Member-Master-Status
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-MEMBER-RECORD
    PERFORM UNTIL End-Of-Members
        IF WS-Member-Count >= 5000
            SET Member-Table-Full TO TRUE
            SET End-Of-Members TO TRUE
        ELSE
            ADD 1 TO WS-Member-Count
            PERFORM LOAD-MEMBER-TABLE-ENTRY
            PERFORM READ-MEMBER-RECORD
        END-IF
    END-PERFORM
    CLOSE Member-Master-File
    IF Member-Table-Full
        MOVE "MEMBER TABLE FULL AT 5000 - SCAN INCOMPLETE"
            TO Dup-Note-Text
        WRITE Member-Dup-Line FROM WS-Dup-Note-Line
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM VARYING WS-Member-Index FROM 1 BY 1
        UNTIL WS-Member-Index > WS-Member-Count
        PERFORM VARYING WS-Compare-Index FROM WS-Member-Index BY 1
            UNTIL WS-Compare-Index >= WS-Member-Count
            IF WS-Mt-Name-Key(WS-Member-Index)
               = WS-Mt-Name-Key(WS-Compare-Index + 1)
               AND WS-Mt-Address-Key(WS-Member-Index)
                   = WS-Mt-Address-Key(WS-Compare-Index + 1)
               AND WS-Mt-Zip-Key(WS-Member-Index)
                   = WS-Mt-Zip-Key(WS-Compare-Index + 1)
                PERFORM WRITE-SUSPECT-PAIR
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE "SUSPECT PAIRS:" TO Dup-Total-Label
    MOVE WS-Suspect-Pairs TO Dup-Total-Count
    WRITE Member-Dup-Line FROM WS-Dup-Total-Line.

READ-MEMBER-RECORD.
    READ Member-Master-File NEXT RECORD
        AT END
            SET End-Of-Members TO TRUE
    END-READ.

LOAD-MEMBER-TABLE-ENTRY.
    MOVE Mbr-Member-Number TO WS-Mt-Member-Number(WS-Member-Count)
    MOVE Mbr-Member-Name   TO WS-Mt-Member-Name(WS-Member-Count)
    MOVE Mbr-Member-Name   TO WS-Norm-Input
    PERFORM NORMALIZE-TEXT
    MOVE WS-Norm-Output    TO WS-Mt-Name-Key(WS-Member-Count)
    MOVE SPACES TO WS-Norm-Input
    STRING Mbr-Address-Line-1 DELIMITED BY SIZE
           Mbr-Address-Line-2 DELIMITED BY SIZE
        INTO WS-Norm-Input
    END-STRING
    PERFORM NORMALIZE-TEXT
    MOVE WS-Norm-Output    TO WS-Mt-Address-Key(WS-Member-Count)
    MOVE Mbr-Zip-Code(1:5) TO WS-Mt-Zip-Key(WS-Member-Count).

WRITE-SUSPECT-PAIR.
    ADD 1 TO WS-Suspect-Pairs
    MOVE WS-Mt-Member-Number(WS-Member-Index)  TO Dup-Sus-Member-1
    MOVE WS-Mt-Member-Name(WS-Member-Index)    TO Dup-Sus-Name-1
    MOVE WS-Mt-Member-Number(WS-Compare-Index + 1)
        TO Dup-Sus-Member-2
    MOVE WS-Mt-Member-Name(WS-Compare-Index + 1)
        TO Dup-Sus-Name-2
    MOVE WS-Mt-Zip-Key(WS-Member-Index)        TO Dup-Sus-Zip
    WRITE Member-Dup-Line FROM WS-Dup-Suspect-Line.

      *> Accounts with no Member-Number still statement and tax off
      *> their free-text Member-Name. Where that name normalizes to a
      *> member's name the first such member is shown as the likely
      *> owner for member services to link.
WRITE-UNLINKED-ACCOUNTS.
    MOVE "ACCOUNTS WITH NO MEMBER NUMBER" TO Dup-Title-Text
    WRITE Member-Dup-Line FROM WS-Dup-Title-Line
    OPEN INPUT Account-Master-File
    IF Account-Master-Status = "00"
        MOVE "N" TO WS-End-Of-Accounts-Flag
        PERFORM READ-ACCOUNT-RECORD
        PERFORM UNTIL End-Of-Accounts
            IF Member-Number = SPACES
                PERFORM WRITE-UNLINKED-ACCOUNT
            END-IF
            PERFORM READ-ACCOUNT-RECORD
        END-PERFORM
        CLOSE Account-Master-File
    ELSE
        IF Account-Master-Status = "35"
            MOVE "NO ACCOUNT MASTER ON FILE" TO Dup-Note-Text
            WRITE Member-Dup-Line FROM WS-Dup-Note-Line
        ELSE
            DISPLAY "ERROR: Unable to open Account-Master-File, status "
                Account-Master-Status
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    MOVE "UNLINKED ACCOUNTS:" TO Dup-Total-Label
    MOVE WS-Unlinked-Accounts TO Dup-Total-Count
    WRITE Member-Dup-Line FROM WS-Dup-Total-Line.

WRITE-UNLINKED-ACCOUNT.
    ADD 1 TO WS-Unlinked-Accounts
    MOVE Account-ID  TO Dup-Unl-Account-ID
    MOVE Member-Name TO Dup-Unl-Member-Name
    IF Account-Open
        MOVE "OPEN" TO Dup-Unl-Status
    ELSE
        MOVE "CLOSED" TO Dup-Unl-Status
    END-IF
    MOVE SPACES TO Dup-Unl-Possible
    MOVE Member-Name TO WS-Norm-Input
    PERFORM NORMALIZE-TEXT
    PERFORM VARYING WS-Member-Index FROM 1 BY 1
        UNTIL WS-Member-Index > WS-Member-Count
           OR Dup-Unl-Possible NOT = SPACES
        IF WS-Mt-Name-Key(WS-Member-Index) = WS-Norm-Output
            MOVE WS-Mt-Member-Number(WS-Member-Index)
                TO Dup-Unl-Possible
        END-IF
    END-PERFORM
    WRITE Member-Dup-Line FROM WS-Dup-Unlinked-Line.

WRITE-MEMBER-EXCEPTION.
    MOVE Mtrn-Trans-Code    TO Exc-Trans-Code
    MOVE Mtrn-Member-Number TO Exc-Member-Number
