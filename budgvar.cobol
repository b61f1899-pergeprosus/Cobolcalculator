       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDG-VARIANCE.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Budget-versus-actual report for one accounting period. Sets
      * each account's period-to-date total and closing balance from
      * the period ledger GL-LEDGER keeps beside the month's budget
      * and the year-to-date budget from BUDGMAST.DAT, with the
      * variance amount and percentage, grouped by the ACCT-DEPT
      * rollup with a subtotal per department. An account whose
      * variance is over the tolerance percentage - or that spent
      * with no budget at all - is flagged, and a closing section
      * lists the accounts that were budgeted for the period but
      * took no postings, which is usually a coding error somewhere
      * upstream rather than a thrifty month. The department
      * managers compared the trial balance against a spreadsheet
      * by hand before this.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "BUDGMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "BUDGVAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VARIANCE-REPORT-STATUS.
      * Everything here is read-only and read straight through in
      * key order - the ledger and the budget master are both keyed
      * account then period, so each walk comes out in account
      * order. The account master supplies the department rollup,
      * survivable if missing the way GL-LEDGER's trial balance
      * treats it. The report goes to BUDGVAR.DAT the way the other
      * reports in the suite go to files.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
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
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05 LED-KEY.
               10 LED-ACCOUNT     PIC X(6).
               10 LED-PERIOD      PIC X(6).
           05 LED-STATUS          PIC X.
               88 LED-OPEN-PERIOD   VALUE "O".
               88 LED-CLOSED-PERIOD VALUE "C".
           05 LED-OPEN-BAL
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LED-PTD-COUNT       PIC 9(8).
           05 LED-PTD-TOTAL
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 LED-CLOSE-BAL
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
      * Mirror of the LEDGER-RECORD layout GL-LEDGER owns - any
      * change there must be carried here.

       FD  BUDGET-FILE.
       01  BUDGET-RECORD.
           05 BUD-KEY.
               10 BUD-ACCOUNT     PIC X(6).
               10 BUD-PERIOD      PIC X(6).
           05 BUD-AMOUNT
                                  PIC S9(12)V99 SIGN LEADING SEPARATE.
           05 BUD-CHANGED-BY      PIC X(8).
           05 BUD-CHANGED-TS      PIC X(14).
      * Mirror of the BUDGET-RECORD layout BUDG-MAINT owns - any
      * change there must be carried here.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-CODE           PIC X(6).
           05 ACCT-DESC           PIC X(30).
           05 ACCT-STATUS         PIC X.
           05 ACCT-DEPT           PIC X(4).
      * Mirror of the ACCT-RECORD layout ACCT-MAINT owns - any
      * change there must be carried here.

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-RECORD PIC X(132).

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
      * Mirror of the OPER-RECORD layout OPER-MAINT owns - any
      * change there must be carried here. Read once, at sign-on.

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
       01 WS-LEDGER-FILE-STATUS     PIC XX.
       01 WS-BUDGET-FILE-STATUS     PIC XX.
       01 WS-ACCT-FILE-STATUS       PIC XX.
       01 WS-VARIANCE-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-ENV PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-ENV.
           05 WS-PE-YEAR  PIC 9(4).
           05 WS-PE-MONTH PIC 9(2).
       01 WS-YEAR-START PIC X(6).
      * The accounting period, yyyymm - COBOL-CALC-GL-PERIOD in the
      * environment, validated the way GL-LEDGER validates it, else
      * the run date's month. The year-to-date budget runs from
      * period yyyy01 of the same year through the period itself.

       01 WS-TOLERANCE-ENV PIC X(8).
       01 WS-TOLERANCE PIC 9(3)V99 VALUE 10.00.
      * Variance tolerance as a percentage of the period budget -
      * COBOL-CALC-BUDGET-TOLERANCE in the environment (e.g. 5 or
      * 7.5), else ten percent. Over it in either direction is
      * flagged: an underspend that large is as likely a mis-coded
      * posting as a saving.

       01 WS-ACCT-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX    PIC 9(4) VALUE 500.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10 WS-AC-CODE PIC X(6).
               10 WS-AC-DEPT PIC X(4).
       01 WS-DEPT-LOOKUP PIC X(4).
      * Account-to-department lookup, loaded from the master the way
      * GL-LEDGER loads it for the trial balance - closed accounts
      * included, since their history still has a department.

       01 WS-VAR-LOADED PIC 9(4) VALUE ZERO.
       01 WS-VAR-MAX    PIC 9(4) VALUE 500.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 500 TIMES INDEXED BY VAR-IDX.
               10 WS-VR-ACCOUNT    PIC X(6).
               10 WS-VR-DEPT       PIC X(4).
               10 WS-VR-LEDGER-SW  PIC X.
                   88 WS-VR-HAS-LEDGER VALUE "Y".
               10 WS-VR-BUDGET-SW  PIC X.
                   88 WS-VR-HAS-BUDGET VALUE "Y".
               10 WS-VR-PTD-COUNT  PIC 9(8).
               10 WS-VR-PTD        PIC S9(12)V99.
               10 WS-VR-CLOSE      PIC S9(12)V99.
               10 WS-VR-BUDGET     PIC S9(12)V99.
               10 WS-VR-YTD-BUDGET PIC S9(14)V99.
       01 WS-ROW-ACCOUNT PIC X(6).
       01 WS-INSERT-AT PIC 9(4).
       01 WS-SHIFT-IDX PIC 9(4).
      * One row per account the report covers - anything with a
      * ledger row for the period or a budget anywhere in the year
      * to date - held in account order. Rows are inserted in place
      * as the budget walk finds accounts the ledger walk did not,
      * so the department groups print in account order too. A row
      * with neither a ledger row nor a budget for the period itself
      * (only earlier months budgeted) is carried for nothing and
      * not printed.

       01 WS-DEPT-USED PIC 9(4) VALUE ZERO.
       01 WS-DEPT-MAX  PIC 9(4) VALUE 50.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
               10 WS-DP-DEPT       PIC X(4).
               10 WS-DP-ACCTS      PIC 9(8).
               10 WS-DP-PTD        PIC S9(14)V99.
               10 WS-DP-CLOSE      PIC S9(14)V99.
               10 WS-DP-BUDGET     PIC S9(14)V99.
               10 WS-DP-YTD-BUDGET PIC S9(14)V99.
      * Department subtotals, first-use order like every rollup
      * table in this suite - a blank department prints as ----.

       01 WS-VARIANCE    PIC S9(14)V99.
       01 WS-VAR-PCT     PIC S9(5)V99.
       01 WS-ABS-PCT     PIC 9(5)V99.
       01 WS-FLAG        PIC X(9).
       01 WS-FLAG-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-NOPOST-COUNT PIC 9(8) VALUE ZERO.
       01 WS-PRINTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-TOT-PTD-SUM    PIC S9(14)V99 VALUE ZERO.
       01 WS-TOT-CLOSE-SUM  PIC S9(14)V99 VALUE ZERO.
       01 WS-TOT-BUDGET-SUM PIC S9(14)V99 VALUE ZERO.
       01 WS-TOT-YTD-SUM    PIC S9(14)V99 VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.

       01 WS-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "COBOL-CALC BUDGET VARIANCE    ".
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 WS-H1-PERIOD PIC X(6).
           05 FILLER PIC X(13) VALUE "  TOLERANCE ".
           05 WS-H1-TOLERANCE PIC ZZ9.99.
           05 FILLER PIC X(4) VALUE " PCT".
           05 FILLER PIC X(57) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZZ9.
       01 WS-HEADING-2.
           05 FILLER PIC X(12) VALUE "ACCOUNT DEPT".
           05 FILLER PIC X(16) VALUE "  PERIOD-TO-DATE".
           05 FILLER PIC X(16) VALUE "          BUDGET".
           05 FILLER PIC X(16) VALUE "        VARIANCE".
           05 FILLER PIC X(10) VALUE "     VAR %".
           05 FILLER PIC X(16) VALUE "         CLOSING".
           05 FILLER PIC X(16) VALUE "      YTD BUDGET".
           05 FILLER PIC X(10) VALUE "  FLAG    ".
       01 WS-DETAIL-LINE.
           05 WS-DTL-ACCOUNT PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-DTL-DEPT    PIC X(4).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-DTL-PTD     PIC -(12)9.99.
           05 WS-DTL-BUDGET  PIC -(12)9.99.
           05 WS-DTL-VARIANCE PIC -(12)9.99.
           05 FILLER         PIC X VALUE SPACE.
           05 WS-DTL-PCT     PIC -(5)9.99.
           05 WS-DTL-PCT-X REDEFINES WS-DTL-PCT PIC X(9).
           05 WS-DTL-CLOSE   PIC -(12)9.99.
           05 WS-DTL-YTD     PIC -(12)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG    PIC X(9).
       01 WS-DEPT-LINE.
           05 FILLER         PIC X(5) VALUE "DEPT ".
           05 WS-DEP-DEPT    PIC X(4).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 WS-DEP-PTD     PIC -(12)9.99.
           05 WS-DEP-BUDGET  PIC -(12)9.99.
           05 WS-DEP-VARIANCE PIC -(12)9.99.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 WS-DEP-CLOSE   PIC -(12)9.99.
           05 WS-DEP-YTD     PIC -(12)9.99.
       01 WS-TOTAL-LINE.
           05 FILLER         PIC X(12) VALUE "TOTALS".
           05 WS-TOT-PTD     PIC -(12)9.99.
           05 WS-TOT-BUDGET  PIC -(12)9.99.
           05 WS-TOT-VARIANCE PIC -(12)9.99.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 WS-TOT-CLOSE   PIC -(12)9.99.
           05 WS-TOT-YTD     PIC -(12)9.99.
       01 WS-NOPOST-LINE.
           05 WS-NP-ACCOUNT  PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 WS-NP-DEPT     PIC X(4).
           05 FILLER         PIC X VALUE SPACE.
           05 FILLER         PIC X(16) VALUE "         BUDGET ".
           05 WS-NP-BUDGET   PIC -(12)9.99.
      * Fixed-column print lines, built here and written through
      * VARIANCE-REPORT-RECORD like the trial balance. Variance is
      * period-to-date less budget, so a positive figure is actual
      * running ahead of plan in the direction the account posts;
      * the percentage is of the period budget and shows N/A where
      * there is no budget to divide by.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "BUDG-VARIANCE".
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
           PERFORM 2000-LOAD-LEDGER-ROWS
           PERFORM 3000-LOAD-BUDGET-ROWS
           PERFORM 4000-PRINT-REPORT
           PERFORM 5000-PRINT-NO-POSTINGS
           CLOSE VARIANCE-REPORT-FILE
           DISPLAY "Budget variance for period " WS-PERIOD " - "
               WS-PRINTED-COUNT " account(s), " WS-FLAG-COUNT
               " flagged, " WS-NOPOST-COUNT " budgeted with no "
               "postings - report written to BUDGVAR.DAT"
           IF WS-FLAG-COUNT > ZERO OR WS-NOPOST-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * Main line - gather the ledger and budget figures for the
      * period into one account-ordered table, print it by
      * department, then the budgeted-but-silent section. A soft
      * RETURN-CODE 4 when anything was flagged, so a scheduled run
      * can mail the report only when there is something to read.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "R" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-ENV
               FROM ENVIRONMENT "COBOL-CALC-GL-PERIOD"
           IF WS-PERIOD-ENV IS NUMERIC
                   AND WS-PE-MONTH >= 1 AND WS-PE-MONTH <= 12
               MOVE WS-PERIOD-ENV TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD (1:4) TO WS-YEAR-START (1:4)
           MOVE "01" TO WS-YEAR-START (5:2)
           ACCEPT WS-TOLERANCE-ENV
               FROM ENVIRONMENT "COBOL-CALC-BUDGET-TOLERANCE"
           IF WS-TOLERANCE-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-TOLERANCE-ENV) = 0
               COMPUTE WS-TOLERANCE =
                       FUNCTION NUMVAL(WS-TOLERANCE-ENV)
                   ON SIZE ERROR
                       DISPLAY "Tolerance " WS-TOLERANCE-ENV
                           " out of range - using 10 percent"
                       MOVE 10 TO WS-TOLERANCE
               END-COMPUTE
           END-IF
           MOVE WS-TOLERANCE TO WS-H1-TOLERANCE
           DISPLAY "Accounting period " WS-PERIOD
               ", tolerance " WS-H1-TOLERANCE " percent"
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-VARIANCE-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open report file BUDGVAR.DAT "
                   "- file status " WS-VARIANCE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ACCOUNT-MASTER.
      * Period and tolerance from the environment, proven before
      * they are believed; the report file is opened before any
      * reading so a run that cannot report stops first.

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

       1100-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Account master ACCTMAST.DAT not readable - "
                   "file status " WS-ACCT-FILE-STATUS
                   " - department rollup unavailable, everything "
                   "groups under the unassigned line"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-ACCT-LOADED < WS-ACCT-MAX
                               ADD 1 TO WS-ACCT-LOADED
                               MOVE ACCT-CODE
                                   TO WS-AC-CODE (WS-ACCT-LOADED)
                               MOVE ACCT-DEPT
                                   TO WS-AC-DEPT (WS-ACCT-LOADED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Same load GL-LEDGER does for the trial balance.

       2000-LOAD-LEDGER-ROWS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               DISPLAY "No period ledger LEDGER.DAT on file - every "
                   "budgeted account reports with no postings"
           ELSE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open period ledger LEDGER.DAT "
                   "- file status " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ LEDGER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF LED-PERIOD = WS-PERIOD
                               MOVE LED-ACCOUNT TO WS-ROW-ACCOUNT
                               PERFORM 2100-FIND-OR-ADD-ROW
                               SET WS-VR-HAS-LEDGER (VAR-IDX) TO TRUE
                               MOVE LED-PTD-COUNT
                                   TO WS-VR-PTD-COUNT (VAR-IDX)
                               MOVE LED-PTD-TOTAL
                                   TO WS-VR-PTD (VAR-IDX)
                               MOVE LED-CLOSE-BAL
                                   TO WS-VR-CLOSE (VAR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF.
      * The ledger walk comes out in account order, so every row it
      * adds lands on the end of the table.

       2100-FIND-OR-ADD-ROW.
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > WS-VAR-LOADED
                       OR WS-INSERT-AT > ZERO
               IF WS-VR-ACCOUNT (VAR-IDX) >= WS-ROW-ACCOUNT
                   SET WS-INSERT-AT TO VAR-IDX
               END-IF
           END-PERFORM
           IF WS-INSERT-AT > ZERO
                   AND WS-VR-ACCOUNT (WS-INSERT-AT) = WS-ROW-ACCOUNT
               SET VAR-IDX TO WS-INSERT-AT
           ELSE
               IF WS-VAR-LOADED >= WS-VAR-MAX
                   DISPLAY "More than " WS-VAR-MAX " accounts to "
                       "report - table full, abending"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-INSERT-AT = ZERO
                   COMPUTE WS-INSERT-AT = WS-VAR-LOADED + 1
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-VAR-LOADED
                           BY -1 UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                       MOVE WS-VAR-ENTRY (WS-SHIFT-IDX)
                           TO WS-VAR-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-VAR-LOADED
               SET VAR-IDX TO WS-INSERT-AT
               MOVE WS-ROW-ACCOUNT TO WS-VR-ACCOUNT (VAR-IDX)
               PERFORM 2200-LOOKUP-DEPT
               MOVE WS-DEPT-LOOKUP TO WS-VR-DEPT (VAR-IDX)
               MOVE "N" TO WS-VR-LEDGER-SW (VAR-IDX)
               MOVE "N" TO WS-VR-BUDGET-SW (VAR-IDX)
               MOVE ZERO TO WS-VR-PTD-COUNT (VAR-IDX)
               MOVE ZERO TO WS-VR-PTD (VAR-IDX)
               MOVE ZERO TO WS-VR-CLOSE (VAR-IDX)
               MOVE ZERO TO WS-VR-BUDGET (VAR-IDX)
               MOVE ZERO TO WS-VR-YTD-BUDGET (VAR-IDX)
           END-IF.
      * Finds the row for WS-ROW-ACCOUNT, or opens one at its place
      * in account order by shifting the tail down a slot. VAR-IDX
      * is left on the row either way.

       2200-LOOKUP-DEPT.
           MOVE WS-VR-ACCOUNT (VAR-IDX) TO WS-DEPT-LOOKUP
           SET ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   MOVE SPACES TO WS-DEPT-LOOKUP
               WHEN WS-AC-CODE (ACCT-IDX) = WS-DEPT-LOOKUP
                       AND ACCT-IDX <= WS-ACCT-LOADED
                   MOVE WS-AC-DEPT (ACCT-IDX) TO WS-DEPT-LOOKUP
           END-SEARCH
           IF ACCT-IDX > WS-ACCT-LOADED
               MOVE SPACES TO WS-DEPT-LOOKUP
           END-IF.
      * An account the master no longer knows reports under the
      * unassigned line rather than disappearing from the recap.

       3000-LOAD-BUDGET-ROWS.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-FILE-STATUS = "35"
               DISPLAY "No budget master BUDGMAST.DAT on file - "
                   "every account reports with no budget; run "
                   "BUDG-MAINT to load budgets"
           ELSE
           IF WS-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open budget master BUDGMAST.DAT "
                   "- file status " WS-BUDGET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ BUDGET-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BUD-PERIOD >= WS-YEAR-START
                                   AND BUD-PERIOD <= WS-PERIOD
                                   AND BUD-AMOUNT IS NUMERIC
                               PERFORM 3100-APPLY-BUDGET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF.
      * Every budget row from January of the period's year through
      * the period itself feeds the year-to-date figure; the row for
      * the period itself is also the period budget.

       3100-APPLY-BUDGET-ROW.
           MOVE BUD-ACCOUNT TO WS-ROW-ACCOUNT
           PERFORM 2100-FIND-OR-ADD-ROW
           ADD BUD-AMOUNT TO WS-VR-YTD-BUDGET (VAR-IDX)
           IF BUD-PERIOD = WS-PERIOD
               SET WS-VR-HAS-BUDGET (VAR-IDX) TO TRUE
               MOVE BUD-AMOUNT TO WS-VR-BUDGET (VAR-IDX)
           END-IF.

       4000-PRINT-REPORT.
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > WS-VAR-LOADED
               IF WS-VR-HAS-LEDGER (VAR-IDX)
                       OR WS-VR-HAS-BUDGET (VAR-IDX)
                   PERFORM 4050-ADD-DEPT-TOTAL
               END-IF
           END-PERFORM
           IF WS-DEPT-USED = ZERO
               PERFORM 7000-PAGE-HEADING
               MOVE SPACES TO VARIANCE-REPORT-RECORD
               MOVE "NO LEDGER OR BUDGET ROWS FOR THE PERIOD"
                   TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           ELSE
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > WS-DEPT-USED
                   PERFORM 4100-PRINT-DEPT-GROUP
               END-PERFORM
               PERFORM 4400-PRINT-TOTALS
           END-IF.
      * Departments are gathered first, in first-use (account)
      * order, then each department's accounts print as a group
      * under it with its subtotal - the page a department manager
      * is handed holds only their own cost centers.

       4050-ADD-DEPT-TOTAL.
           SET DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-USED < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-USED
                       SET DEPT-IDX TO WS-DEPT-USED
                       MOVE WS-VR-DEPT (VAR-IDX)
                           TO WS-DP-DEPT (DEPT-IDX)
                       MOVE 1 TO WS-DP-ACCTS (DEPT-IDX)
                       MOVE WS-VR-PTD (VAR-IDX)
                           TO WS-DP-PTD (DEPT-IDX)
                       MOVE WS-VR-CLOSE (VAR-IDX)
                           TO WS-DP-CLOSE (DEPT-IDX)
                       MOVE WS-VR-BUDGET (VAR-IDX)
                           TO WS-DP-BUDGET (DEPT-IDX)
                       MOVE WS-VR-YTD-BUDGET (VAR-IDX)
                           TO WS-DP-YTD-BUDGET (DEPT-IDX)
                   ELSE
                       DISPLAY "More than " WS-DEPT-MAX
                           " departments - table full, abending"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-DP-DEPT (DEPT-IDX) = WS-VR-DEPT (VAR-IDX)
                       AND DEPT-IDX <= WS-DEPT-USED
                   ADD 1 TO WS-DP-ACCTS (DEPT-IDX)
                   ADD WS-VR-PTD (VAR-IDX) TO WS-DP-PTD (DEPT-IDX)
                   ADD WS-VR-CLOSE (VAR-IDX) TO WS-DP-CLOSE (DEPT-IDX)
                   ADD WS-VR-BUDGET (VAR-IDX)
                       TO WS-DP-BUDGET (DEPT-IDX)
                   ADD WS-VR-YTD-BUDGET (VAR-IDX)
                       TO WS-DP-YTD-BUDGET (DEPT-IDX)
           END-SEARCH.
      * A department the table cannot hold abends rather than
      * printing a report whose subtotals leave somebody out.

       4100-PRINT-DEPT-GROUP.
           PERFORM 7000-PAGE-HEADING
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > WS-VAR-LOADED
               IF (WS-VR-HAS-LEDGER (VAR-IDX)
                       OR WS-VR-HAS-BUDGET (VAR-IDX))
                       AND WS-VR-DEPT (VAR-IDX) = WS-DP-DEPT (DEPT-IDX)
                   PERFORM 4200-PRINT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           IF WS-DP-DEPT (DEPT-IDX) = SPACES
               MOVE "----" TO WS-DEP-DEPT
           ELSE
               MOVE WS-DP-DEPT (DEPT-IDX) TO WS-DEP-DEPT
           END-IF
           MOVE WS-DP-PTD (DEPT-IDX) TO WS-DEP-PTD
           MOVE WS-DP-BUDGET (DEPT-IDX) TO WS-DEP-BUDGET
           COMPUTE WS-VARIANCE =
               WS-DP-PTD (DEPT-IDX) - WS-DP-BUDGET (DEPT-IDX)
           MOVE WS-VARIANCE TO WS-DEP-VARIANCE
           MOVE WS-DP-CLOSE (DEPT-IDX) TO WS-DEP-CLOSE
           MOVE WS-DP-YTD-BUDGET (DEPT-IDX) TO WS-DEP-YTD
           WRITE VARIANCE-REPORT-RECORD FROM WS-DEPT-LINE
           ADD 2 TO WS-LINE-COUNT
           ADD WS-DP-PTD (DEPT-IDX) TO WS-TOT-PTD-SUM
           ADD WS-DP-CLOSE (DEPT-IDX) TO WS-TOT-CLOSE-SUM
           ADD WS-DP-BUDGET (DEPT-IDX) TO WS-TOT-BUDGET-SUM
           ADD WS-DP-YTD-BUDGET (DEPT-IDX) TO WS-TOT-YTD-SUM.
      * Each department starts a fresh page and ends with its
      * subtotal line, so the pages can be split and handed out.

       4200-PRINT-ACCOUNT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-PAGE-HEADING
           END-IF
           MOVE WS-VR-ACCOUNT (VAR-IDX) TO WS-DTL-ACCOUNT
           IF WS-VR-DEPT (VAR-IDX) = SPACES
               MOVE "----" TO WS-DTL-DEPT
           ELSE
               MOVE WS-VR-DEPT (VAR-IDX) TO WS-DTL-DEPT
           END-IF
           MOVE WS-VR-PTD (VAR-IDX) TO WS-DTL-PTD
           MOVE WS-VR-BUDGET (VAR-IDX) TO WS-DTL-BUDGET
           COMPUTE WS-VARIANCE =
               WS-VR-PTD (VAR-IDX) - WS-VR-BUDGET (VAR-IDX)
           MOVE WS-VARIANCE TO WS-DTL-VARIANCE
           MOVE WS-VR-CLOSE (VAR-IDX) TO WS-DTL-CLOSE
           MOVE WS-VR-YTD-BUDGET (VAR-IDX) TO WS-DTL-YTD
           PERFORM 4300-TEST-TOLERANCE
           MOVE WS-FLAG TO WS-DTL-FLAG
           WRITE VARIANCE-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PRINTED-COUNT.
      * One line per account - actual beside budget for the month,
      * the variance and its percentage, then the closing balance
      * beside the year-to-date budget, and the flag.

       4300-TEST-TOLERANCE.
           MOVE SPACES TO WS-FLAG
           IF WS-VR-BUDGET (VAR-IDX) = ZERO
               MOVE "      N/A" TO WS-DTL-PCT-X
               IF WS-VR-PTD (VAR-IDX) NOT = ZERO
                   MOVE "NO BUDGET" TO WS-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           ELSE
               COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-VR-BUDGET (VAR-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VAR-PCT
                       IF WS-VARIANCE * WS-VR-BUDGET (VAR-IDX) < 0
                           MOVE -99999.99 TO WS-VAR-PCT
                       END-IF
               END-COMPUTE
               MOVE WS-VAR-PCT TO WS-DTL-PCT
               IF WS-VAR-PCT < ZERO
                   COMPUTE WS-ABS-PCT = ZERO - WS-VAR-PCT
               ELSE
                   MOVE WS-VAR-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT > WS-TOLERANCE
                   IF WS-VAR-PCT > ZERO
                       MOVE "** OVER" TO WS-FLAG
                   ELSE
                       MOVE "** UNDER" TO WS-FLAG
                   END-IF
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF.
      * The percentage is of the period budget. A budget of zero
      * has no percentage; spending against it is flagged on its
      * own, since no tolerance makes an unplanned spend expected.
      * A percentage too large for the field is pinned at the
      * field's limit with the right sign rather than truncated.

       4400-PRINT-TOTALS.
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE WS-TOT-PTD-SUM TO WS-TOT-PTD
           MOVE WS-TOT-BUDGET-SUM TO WS-TOT-BUDGET
           COMPUTE WS-VARIANCE = WS-TOT-PTD-SUM - WS-TOT-BUDGET-SUM
           MOVE WS-VARIANCE TO WS-TOT-VARIANCE
           MOVE WS-TOT-CLOSE-SUM TO WS-TOT-CLOSE
           MOVE WS-TOT-YTD-SUM TO WS-TOT-YTD
           WRITE VARIANCE-REPORT-RECORD FROM WS-TOTAL-LINE.
      * Totals across every department - the sum of the subtotals.

       5000-PRINT-NO-POSTINGS.
           PERFORM 7000-PAGE-HEADING
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           MOVE "BUDGETED ACCOUNTS WITH NO POSTINGS IN THE PERIOD"
               TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           PERFORM VARYING VAR-IDX FROM 1 BY 1
                   UNTIL VAR-IDX > WS-VAR-LOADED
               IF WS-VR-HAS-BUDGET (VAR-IDX)
                       AND WS-VR-PTD-COUNT (VAR-IDX) = ZERO
                   MOVE WS-VR-ACCOUNT (VAR-IDX) TO WS-NP-ACCOUNT
                   IF WS-VR-DEPT (VAR-IDX) = SPACES
                       MOVE "----" TO WS-NP-DEPT
                   ELSE
                       MOVE WS-VR-DEPT (VAR-IDX) TO WS-NP-DEPT
                   END-IF
                   MOVE WS-VR-BUDGET (VAR-IDX) TO WS-NP-BUDGET
                   WRITE VARIANCE-REPORT-RECORD FROM WS-NOPOST-LINE
                   ADD 1 TO WS-NOPOST-COUNT
               END-IF
           END-PERFORM
           IF WS-NOPOST-COUNT = ZERO
               MOVE SPACES TO VARIANCE-REPORT-RECORD
               MOVE "NONE" TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           END-IF.
      * Budgeted for the period and nothing posted - no ledger row
      * at all, or a row the period opened with but never added to.
      * They also appear in the detail (a full negative variance);
      * this section is the short list someone actually chases.

       7000-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE
           MOVE WS-PERIOD TO WS-H1-PERIOD
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO VARIANCE-REPORT-RECORD
               WRITE VARIANCE-REPORT-RECORD
           END-IF
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-1
           WRITE VARIANCE-REPORT-RECORD FROM WS-HEADING-2
           MOVE SPACES TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
           MOVE ZERO TO WS-LINE-COUNT.
      * Page heading carries the period and tolerance so a page
      * separated from the rest still says what it measured.
