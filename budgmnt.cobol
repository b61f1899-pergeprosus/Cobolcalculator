       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDG-MAINT.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Maintenance program for the BUDGMAST.DAT budget master the
      * variance report sets against the period ledger. One row per
      * account per accounting period (yyyymm) carrying what the
      * cost center was supposed to spend that month. Adds budget
      * rows, changes the amount on an existing row, and lists the
      * master for review. Every row carries the operator and time
      * of its last change, and every change is appended to a change
      * log with the amount before and after, the way RATE-MAINT
      * logs rate changes - the department managers kept their
      * budgets in a spreadsheet before this, and nobody could say
      * who had moved a number or when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "BUDGCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
      * Dynamic access on the budget master, the way ACCT-MAINT
      * opens the account master - adds and changes go straight to
      * the key, the list walks it in key order. The account master
      * is read-only here: a budget for an account the calculator
      * would reject can never be spent against. The change log is
      * append-only, like RATECHG.DAT.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT DENIAL-FILE ASSIGN TO "ACCDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-FILE-STATUS.
      * The operator master, the role authority table and the
      * denial log are the sign-on files every program carries.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-ACCOUNT     PIC X(6).
               10 BUD-PERIOD      PIC X(6).
           05 BUD-AMOUNT
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 BUD-CHANGED-BY      PIC X(8).
           05 BUD-CHANGED-TS      PIC X(14).
      * One row per account per accounting period, keyed the way the
      * period ledger is keyed so the variance report can walk the
      * two side by side. The amount is signed the way the ledger
      * is - whatever sign the account's postings carry, its budget
      * carries too. The last operator and timestamp ride on the row
      * itself so the list answers "who set this" without the log.

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-RECORD.
           05 CHG-TIMESTAMP       PIC X(14).
           05 FILLER              PIC X.
           05 CHG-OPERATOR        PIC X(8).
           05 FILLER              PIC X.
           05 CHG-ACTION          PIC X.
           05 FILLER              PIC X.
           05 CHG-ACCOUNT         PIC X(6).
           05 FILLER              PIC X.
           05 CHG-PERIOD          PIC X(6).
           05 FILLER              PIC X.
           05 CHG-OLD-AMOUNT
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 CHG-NEW-AMOUNT
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
      * One line appended per change - when, who, A(dd) or C(hange),
      * which row, and the amount before and after (zero before on
      * an add) - never overwritten.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-CODE           PIC X(6).
           05 ACCT-DESC           PIC X(30).
           05 ACCT-STATUS         PIC X.
               88 ACCT-ACTIVE VALUE "A".
               88 ACCT-CLOSED VALUE "C".
           05 ACCT-DEPT           PIC X(4).
      * Mirror of the ACCT-RECORD layout ACCT-MAINT owns - any
      * change there must be carried here.

       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPER-ID             PIC X(8).
           05 OPER-NAME           PIC X(30).
           05 OPER-STATUS         PIC X.
               88 OPER-ACTIVE      VALUE "A".
               88 OPER-DEACTIVATED VALUE "D".
           05 OPER-APPROVAL-LIMIT PIC 9(8)V99.
           05 OPER-ROLE           PIC X.
               88 OPER-ROLE-CLERK      VALUE "C".
               88 OPER-ROLE-SUPERVISOR VALUE "S".
               88 OPER-ROLE-FINANCE    VALUE "F".
               88 OPER-ROLE-OPS-ADMIN  VALUE "A".
      * Operator master, read-only here - same layout OPER-MAINT
      * owns and COBOL-CALC signs on against.

       FD  ROLE-AUTH-FILE.
       01  ROLE-AUTH-RECORD.
           05 RA-ROLE             PIC X.
           05 FILLER              PIC X.
           05 RA-PROGRAM          PIC X(14).
           05 FILLER              PIC X.
           05 RA-MODE             PIC X.
      * Mirror of the role authority table OPER-MAINT maintains -
      * one line per role, program and mode granted, '*' for every
      * mode of that program.

       FD  DENIAL-FILE.
       01  DENIAL-RECORD.
           05 DENY-TIMESTAMP      PIC X(14).
           05 FILLER              PIC X.
           05 DENY-OPERATOR       PIC X(8).
           05 FILLER              PIC X.
           05 DENY-ROLE           PIC X.
           05 FILLER              PIC X.
           05 DENY-PROGRAM        PIC X(14).
           05 FILLER              PIC X.
           05 DENY-MODE           PIC X.
           05 FILLER              PIC X.
           05 DENY-REASON         PIC X(30).
      * Mirror of the access denial log every program appends to -
      * who was refused what, when, and why.

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-FILE-STATUS PIC XX.
       01 WS-CHANGE-LOG-STATUS  PIC XX.
       01 WS-ACCT-FILE-STATUS   PIC XX.
       01 WS-OPER-FILE-STATUS   PIC XX.

       01 WS-ACTION PIC X.
           88 WS-ACTION-ADD    VALUE "A" "a".
           88 WS-ACTION-CHANGE VALUE "C" "c".
           88 WS-ACTION-LIST   VALUE "L" "l".
           88 WS-ACTION-QUIT   VALUE "Q" "q".
       01 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT-REQUESTED VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-FIELD-ATTEMPTS     PIC 9(2) VALUE ZERO.
       01 WS-FIELD-MAX-ATTEMPTS PIC 9(2) VALUE 5.
      * Bounded prompts, same as the calculator - an unattended or
      * redirected-stdin run abends instead of spinning forever.

       01 WS-OPERATOR PIC X(8).
      * Who is making the changes - signed on the way RATE-MAINT
      * signs on, and stamped on every row and change log line.

       01 WS-ACCOUNT-IN PIC X(6).
       01 WS-PERIOD-IN  PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-IN.
           05 WS-PI-YEAR  PIC 9(4).
           05 WS-PI-MONTH PIC 9(2).
       01 WS-AMOUNT-IN  PIC S9(12)V99.
       01 WS-OLD-AMOUNT PIC S9(12)V99.
       01 WS-INPUT-TEXT PIC X(18).
       01 WS-VALID-SW PIC X VALUE "N".
           88 WS-VALID VALUE "Y".
       01 WS-LIST-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AMT-EDIT PIC -(12)9.99.

       01 WS-TS-DATE PIC X(8).
       01 WS-TS-TIME PIC X(6).
       01 WS-CHANGE-TS PIC X(14).
       01 WS-CHG-ACTION PIC X.
      * The change log record area only exists while the file is
      * open, so the action and the before-amount are staged here
      * by the add and change paths, the way RATE-MAINT stages them.

       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "BUDG-MAINT".
       01 WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ATTEMPTS     PIC 9(2) VALUE ZERO.
       01 WS-SIGNON-MAX-ATTEMPTS PIC 9(2) VALUE 5.
       01 WS-AUTH-MODE   PIC X.
       01 WS-AUTH-MODES  PIC X(20) VALUE SPACES.
       01 WS-AUTH-COUNT  PIC 9(2) VALUE ZERO.
       01 WS-AUTH-POS    PIC 9(2) VALUE ZERO.
       01 WS-AUTH-SW PIC X VALUE "N".
           88 WS-AUTHORIZED VALUE "Y".
       01 WS-AUTH-EOF-SW PIC X VALUE "N".
           88 WS-AUTH-EOF VALUE "Y".
       01 WS-DENY-REASON PIC X(30).
       01 WS-DENY-DATE   PIC X(8).
       01 WS-DENY-TIME   PIC X(6).
      * Sign-on and role authority, the same in every program in the
      * suite: the operator's role comes off the operator master,
      * the modes that role may run in this program come out of
      * ROLEAUTH.DAT, and every refusal is logged to ACCDENY.DAT.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-QUIT-REQUESTED
               PERFORM 2000-ACCEPT-ACTION
               EVALUATE TRUE
                   WHEN NOT WS-AUTHORIZED
                       CONTINUE
                   WHEN WS-ACTION-ADD
                       PERFORM 3000-ADD-BUDGET
                   WHEN WS-ACTION-CHANGE
                       PERFORM 4000-CHANGE-BUDGET
                   WHEN WS-ACTION-LIST
                       PERFORM 5000-LIST-BUDGETS
                   WHEN OTHER
                       SET WS-QUIT-REQUESTED TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE BUDGET-FILE
           CLOSE ACCT-FILE
           STOP RUN.
      * Main line - identify the operator, open the masters, loop on
      * actions until the operator quits, close up.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master ACCTMAST.DAT "
                   "- file status " WS-ACCT-FILE-STATUS
                   " - run ACCT-MAINT to create and load the "
                   "account master before budgeting. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
               DISPLAY "Budget master BUDGMAST.DAT created"
           END-IF
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open budget master BUDGMAST.DAT "
                   "- file status " WS-BUDGET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No identity, no changes - the same sign-on every program in
      * the suite runs.
      * The budget master is created on first use the way ACCT-MAINT
      * creates the account master; the account master must already
      * exist, since every budget row is proven against it.

       1010-OPERATOR-SIGN-ON.
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS = "35"
               DISPLAY "No operator master OPERMAST.DAT on file - "
                   "run OPER-MAINT to create and load operators. "
                   "Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-FILE-STATUS = "39"
               DISPLAY "Operator master OPERMAST.DAT is still in an "
                   "earlier record layout - run OPER-CONVERT once "
                   "to convert it. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator master OPERMAST.DAT "
                   "- file status " WS-OPER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "COBOL-CALC-OPERATOR"
           MOVE "N" TO WS-SIGNON-SW
           MOVE ZERO TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-SIGNED-ON
                   OR WS-SIGNON-ATTEMPTS >= WS-SIGNON-MAX-ATTEMPTS
               IF WS-OPERATOR NOT = SPACES
                   MOVE WS-OPERATOR TO OPER-ID
                   READ OPER-FILE
                       INVALID KEY
                           DISPLAY "Operator " WS-OPERATOR
                               " is not on the operator master"
                       NOT INVALID KEY
                           IF OPER-ACTIVE
                               SET WS-SIGNED-ON TO TRUE
                               MOVE OPER-ROLE TO WS-OPER-ROLE
                           ELSE
                               DISPLAY "Operator " WS-OPERATOR
                                   " is deactivated"
                           END-IF
                   END-READ
               END-IF
               IF NOT WS-SIGNED-ON
                   DISPLAY "Operator ID: "
                   ACCEPT WS-OPERATOR
                   ADD 1 TO WS-SIGNON-ATTEMPTS
               END-IF
           END-PERFORM
           CLOSE OPER-FILE
           IF NOT WS-SIGNED-ON
               MOVE SPACE TO WS-OPER-ROLE
               MOVE SPACE TO WS-AUTH-MODE
               MOVE "SIGN-ON FAILED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "No valid operator sign-on after "
                   WS-SIGNON-MAX-ATTEMPTS " attempts - set "
                   "COBOL-CALC-OPERATOR in the environment for "
                   "unattended runs. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1012-LOAD-AUTHORITY
           DISPLAY "Operator " WS-OPERATOR " signed on - role "
               WS-OPER-ROLE.
      * The calculator's sign-on, carried into every program: no
      * identity, no run. An unknown or deactivated ID re-prompts,
      * bounded, and a sign-on that never succeeds is itself logged
      * as a denial before the abend.

       1012-LOAD-AUTHORITY.
           MOVE SPACES TO WS-AUTH-MODES
           MOVE ZERO TO WS-AUTH-COUNT
           OPEN INPUT ROLE-AUTH-FILE
           IF WS-ROLE-AUTH-STATUS = "00"
               MOVE "N" TO WS-AUTH-EOF-SW
               PERFORM UNTIL WS-AUTH-EOF
                   READ ROLE-AUTH-FILE
                       AT END
                           SET WS-AUTH-EOF TO TRUE
                       NOT AT END
                           IF RA-ROLE = WS-OPER-ROLE
                                   AND RA-PROGRAM = WS-SIGNON-PROGRAM
                                   AND WS-AUTH-COUNT < 20
                               ADD 1 TO WS-AUTH-COUNT
                               MOVE RA-MODE
                                   TO WS-AUTH-MODES (WS-AUTH-COUNT:1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLE-AUTH-FILE
           ELSE
               DISPLAY "No role authority table ROLEAUTH.DAT on "
                   "file - nothing is granted to any role"
           END-IF.
      * Only this program's grants for the signed-on role are kept -
      * a handful of mode letters, checked as each action is asked
      * for. No table means no grants, never every grant.

       1014-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTH-SW
           PERFORM VARYING WS-AUTH-POS FROM 1 BY 1
                   UNTIL WS-AUTH-POS > WS-AUTH-COUNT
                      OR WS-AUTHORIZED
               IF WS-AUTH-MODES (WS-AUTH-POS:1) = WS-AUTH-MODE
                       OR WS-AUTH-MODES (WS-AUTH-POS:1) = "*"
                   SET WS-AUTHORIZED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-AUTHORIZED
               MOVE "MODE NOT GRANTED TO ROLE" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "Operator " WS-OPERATOR " (role "
                   WS-OPER-ROLE ") is not authorized for "
                   WS-SIGNON-PROGRAM " mode " WS-AUTH-MODE
                   " - refused and logged"
           END-IF.
      * The caller puts the mode or action letter in WS-AUTH-MODE
      * and acts on WS-AUTHORIZED; the refusal is already logged.

       1016-LOG-DENIAL.
           ACCEPT WS-DENY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DENY-TIME FROM TIME
           OPEN EXTEND DENIAL-FILE
           IF WS-DENIAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT DENIAL-FILE
           END-IF
           IF WS-DENIAL-FILE-STATUS = "00"
               MOVE SPACES TO DENIAL-RECORD
               STRING WS-DENY-DATE DELIMITED BY SIZE
                      WS-DENY-TIME DELIMITED BY SIZE
                      INTO DENY-TIMESTAMP
               MOVE WS-OPERATOR TO DENY-OPERATOR
               MOVE WS-OPER-ROLE TO DENY-ROLE
               MOVE WS-SIGNON-PROGRAM TO DENY-PROGRAM
               MOVE WS-AUTH-MODE TO DENY-MODE
               MOVE WS-DENY-REASON TO DENY-REASON
               WRITE DENIAL-RECORD
               CLOSE DENIAL-FILE
           ELSE
               DISPLAY "Unable to log the denial to ACCDENY.DAT - "
                   "file status " WS-DENIAL-FILE-STATUS
           END-IF.
      * Appended and closed at once, so a refusal is on disk even if
      * the program abends straight after it.

       2000-ACCEPT-ACTION.
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           MOVE SPACE TO WS-ACTION
           PERFORM UNTIL WS-ACTION-ADD OR WS-ACTION-CHANGE
                   OR WS-ACTION-LIST OR WS-ACTION-QUIT
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Action - (A)dd, (C)hange, (L)ist, (Q)uit: "
               ACCEPT WS-ACTION
               ADD 1 TO WS-FIELD-ATTEMPTS
           END-PERFORM
           IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE
                   OR WS-ACTION-LIST OR WS-ACTION-QUIT)
               DISPLAY "No valid action after " WS-FIELD-MAX-ATTEMPTS
                   " attempts. Quitting."
               SET WS-ACTION-QUIT TO TRUE
           END-IF
           IF WS-ACTION-QUIT
               SET WS-QUIT-REQUESTED TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-AUTH-MODE
               PERFORM 1014-CHECK-AUTHORITY
           END-IF.
      * Every action but quit is checked against the operator's
      * role before it runs; a refused one goes back to the prompt.

       3000-ADD-BUDGET.
           DISPLAY "Account code to budget: "
           ACCEPT WS-ACCOUNT-IN
           MOVE WS-ACCOUNT-IN TO ACCT-CODE
           MOVE "N" TO WS-VALID-SW
           READ ACCT-FILE
               INVALID KEY
                   DISPLAY "Account " WS-ACCOUNT-IN
                       " is not on the account master - nothing added"
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       DISPLAY "Account " WS-ACCOUNT-IN
                           " is closed - nothing added"
                   ELSE
                       SET WS-VALID TO TRUE
                   END-IF
           END-READ
           IF WS-VALID
               PERFORM 3100-ACCEPT-PERIOD
           END-IF
           IF WS-VALID
               PERFORM 3200-ACCEPT-AMOUNT
           END-IF
           IF WS-VALID
               PERFORM 6000-STAMP-CHANGE
               MOVE SPACES TO BUDGET-RECORD
               MOVE WS-ACCOUNT-IN TO BUD-ACCOUNT
               MOVE WS-PERIOD-IN TO BUD-PERIOD
               MOVE WS-AMOUNT-IN TO BUD-AMOUNT
               MOVE WS-OPERATOR TO BUD-CHANGED-BY
               MOVE WS-CHANGE-TS TO BUD-CHANGED-TS
               WRITE BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-IN " already has "
                           "a budget for " WS-PERIOD-IN
                           " - use (C)hange, nothing added"
                   NOT INVALID KEY
                       MOVE "A" TO WS-CHG-ACTION
                       MOVE ZERO TO WS-OLD-AMOUNT
                       PERFORM 8000-WRITE-CHANGE-LOG
                       MOVE WS-AMOUNT-IN TO WS-AMT-EDIT
                       DISPLAY "Budget " WS-ACCOUNT-IN " "
                           WS-PERIOD-IN " of " WS-AMT-EDIT " added"
               END-WRITE
           END-IF.
      * A new row must name an open account and a real period. An
      * existing row is refused rather than overwritten - moving a
      * number someone else set is a change, and a change is logged
      * with the amount it replaced.

       3100-ACCEPT-PERIOD.
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Accounting period (yyyymm): "
               ACCEPT WS-PERIOD-IN
               ADD 1 TO WS-FIELD-ATTEMPTS
               IF WS-PERIOD-IN IS NUMERIC
                       AND WS-PI-MONTH >= 1 AND WS-PI-MONTH <= 12
                   SET WS-VALID TO TRUE
               ELSE
                   DISPLAY "Not a valid yyyymm period - re-enter"
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "No valid period after "
                   WS-FIELD-MAX-ATTEMPTS " attempts - nothing done"
           END-IF.
      * The same yyyymm test GL-LEDGER applies to
      * COBOL-CALC-GL-PERIOD - a budget in month 13 would never meet
      * a ledger row.

       3200-ACCEPT-AMOUNT.
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Budget amount for the period: "
               ACCEPT WS-INPUT-TEXT
               ADD 1 TO WS-FIELD-ATTEMPTS
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) = 0
                   COMPUTE WS-AMOUNT-IN =
                           FUNCTION NUMVAL(WS-INPUT-TEXT)
                       ON SIZE ERROR
                           DISPLAY "Amount too large for the budget "
                               "field"
                       NOT ON SIZE ERROR
                           SET WS-VALID TO TRUE
                   END-COMPUTE
               ELSE
                   DISPLAY "INVALID NUMBER"
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "No valid amount after "
                   WS-FIELD-MAX-ATTEMPTS " attempts - nothing done"
           END-IF.
      * Accepted as text and proven numeric first, the way every
      * amount in this suite is keyed.

       4000-CHANGE-BUDGET.
           DISPLAY "Account code: "
           ACCEPT WS-ACCOUNT-IN
           PERFORM 3100-ACCEPT-PERIOD
           IF WS-VALID
               MOVE WS-ACCOUNT-IN TO BUD-ACCOUNT
               MOVE WS-PERIOD-IN TO BUD-PERIOD
               READ BUDGET-FILE
                   INVALID KEY
                       DISPLAY "No budget for account " WS-ACCOUNT-IN
                           " period " WS-PERIOD-IN " - use (A)dd"
                       MOVE "N" TO WS-VALID-SW
               END-READ
           END-IF
           IF WS-VALID
               MOVE BUD-AMOUNT TO WS-OLD-AMOUNT
               MOVE BUD-AMOUNT TO WS-AMT-EDIT
               DISPLAY "Current budget " WS-AMT-EDIT " set by "
                   BUD-CHANGED-BY " at " BUD-CHANGED-TS
               PERFORM 3200-ACCEPT-AMOUNT
           END-IF
           IF WS-VALID
               PERFORM 6000-STAMP-CHANGE
               MOVE WS-AMOUNT-IN TO BUD-AMOUNT
               MOVE WS-OPERATOR TO BUD-CHANGED-BY
               MOVE WS-CHANGE-TS TO BUD-CHANGED-TS
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "Unable to rewrite budget "
                           WS-ACCOUNT-IN " " WS-PERIOD-IN
                           " - file status " WS-BUDGET-FILE-STATUS
                   NOT INVALID KEY
                       MOVE "C" TO WS-CHG-ACTION
                       PERFORM 8000-WRITE-CHANGE-LOG
                       MOVE WS-AMOUNT-IN TO WS-AMT-EDIT
                       DISPLAY "Budget " WS-ACCOUNT-IN " "
                           WS-PERIOD-IN " changed to " WS-AMT-EDIT
               END-REWRITE
           END-IF.
      * A change rewrites the amount and the stamp and logs the
      * amount it replaced. The account is not re-proven - a row
      * already on file for an account closed since must stay
      * correctable, the way closed accounts stay on the master.
      * Setting a budget to zero is how a row is withdrawn; nothing
      * is ever deleted, so the log always has a row to point at.

       5000-LIST-BUDGETS.
           DISPLAY "Period to list (yyyymm, blank for all): "
           ACCEPT WS-PERIOD-IN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO BUD-KEY
           START BUDGET-FILE KEY >= BUD-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ BUDGET-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-PERIOD-IN = SPACES
                               OR BUD-PERIOD = WS-PERIOD-IN
                           ADD 1 TO WS-LIST-COUNT
                           MOVE BUD-AMOUNT TO WS-AMT-EDIT
                           DISPLAY BUD-ACCOUNT " " BUD-PERIOD " "
                               WS-AMT-EDIT " " BUD-CHANGED-BY " "
                               BUD-CHANGED-TS
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " budget row(s) listed".
      * Key-order walk - account, then period - filtered to one
      * period when one is given, showing who last set each figure.

       6000-STAMP-CHANGE.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO WS-CHANGE-TS
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-CHANGE-TS.
      * One timestamp per change, used on the row and the log line
      * alike so the two always agree.

       8000-WRITE-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE
           IF WS-CHANGE-LOG-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open change log BUDGCHG.DAT "
                   "- file status " WS-CHANGE-LOG-STATUS
                   " - abending rather than make an unlogged change"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE WS-CHANGE-TS TO CHG-TIMESTAMP
           MOVE WS-OPERATOR TO CHG-OPERATOR
           MOVE WS-CHG-ACTION TO CHG-ACTION
           MOVE WS-ACCOUNT-IN TO CHG-ACCOUNT
           MOVE WS-PERIOD-IN TO CHG-PERIOD
           MOVE WS-OLD-AMOUNT TO CHG-OLD-AMOUNT
           MOVE WS-AMOUNT-IN TO CHG-NEW-AMOUNT
           WRITE CHANGE-LOG-RECORD
           IF WS-CHANGE-LOG-STATUS NOT = "00"
               DISPLAY "Unable to write change log record - file "
                   "status " WS-CHANGE-LOG-STATUS
                   " - abending rather than make an unlogged change"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHANGE-LOG-FILE.
      * The change already landed on the master by the time this
      * runs, but a log that cannot be written still abends, the
      * same rule RATE-MAINT applies.
