       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-STATEMENT.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Activity statements for the cost-center owners - one per
      * account, or one per ACCT-DEPT department, for an accounting
      * period. The detail lines come out of the audit trail, the
      * archived history in AUDITARCH.DAT first and then the live
      * AUDITLOG.DAT, each with its entry number, timestamp,
      * operator, submitted currency amount and the entry it
      * reverses or is reversed by. The opening, running and
      * closing balances come from the period ledger GL-LEDGER
      * keeps, and a statement whose detail does not foot to the
      * ledger carries a warning saying by how much. Accounts with
      * no activity in the period get no statement unless they are
      * asked for. Before this the owners were sent AUDIT-INQUIRY
      * output by date range with their rows cut out by hand, and
      * no balances at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-REPORT-STATUS.
      * Everything here is read-only. The audit trail is read the
      * way AUDIT-INQUIRY reads it - a keyed START into the archive
      * at the first day of the period, then the live log front to
      * back - once up front to find who had activity, and again
      * for each statement printed. The ledger and the account
      * master are walked once, in key order. The statements go to
      * STMTRPT.DAT the way the other reports in the suite go to
      * files.
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
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 AUDIT-OPER          PIC X.
           05 FILLER              PIC X.
           05 AUDIT-NUM2          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 AUDIT-RESULT        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 AUDIT-TIMESTAMP     PIC X(14).
           05 FILLER              PIC X.
           05 AUDIT-ENTRY-ID      PIC 9(8).
           05 FILLER              PIC X.
           05 AUDIT-REV-OF        PIC 9(8).
           05 FILLER              PIC X.
           05 AUDIT-OPERATOR      PIC X(8).
           05 FILLER              PIC X.
           05 AUDIT-ORIG-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 AUDIT-CURRENCY      PIC X(3).
           05 FILLER              PIC X.
           05 AUDIT-ACCOUNT       PIC X(6).
           05 FILLER              PIC X.
           05 AUDIT-APPROVER      PIC X(8).
           05 FILLER              PIC X.
           05 AUDIT-CHAIN-CHECK   PIC 9(9).
      * Mirror of the AUDIT-RECORD layout in COBOL-CALC - any change
      * there must be carried here. Lines from before entry
      * numbering carry spaces in the numeric fields; they are
      * staged as zero.

       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05 ARCH-KEY.
               10 ARCH-TIMESTAMP  PIC X(14).
               10 ARCH-SEQ        PIC 9(6).
           05 ARCH-NUM1           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-OPER           PIC X.
           05 ARCH-NUM2           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-RESULT         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 ARCH-ENTRY-ID       PIC 9(8).
           05 ARCH-REV-OF         PIC 9(8).
           05 ARCH-OPERATOR       PIC X(8).
           05 ARCH-ORIG-AMOUNT
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-CURRENCY       PIC X(3).
           05 ARCH-ACCOUNT        PIC X(6).
           05 ARCH-APPROVER       PIC X(8).
           05 ARCH-CHAIN-CHECK    PIC 9(9).
      * Mirror of the ARCH-RECORD layout AUDIT-ARCHIVE loads - any
      * change there must be carried here.

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

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-CODE           PIC X(6).
           05 ACCT-DESC           PIC X(30).
           05 ACCT-STATUS         PIC X.
           05 ACCT-DEPT           PIC X(4).
      * Mirror of the ACCT-RECORD layout ACCT-MAINT owns - any
      * change there must be carried here.

       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-RECORD PIC X(132).

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
       01 WS-AUDIT-FILE-STATUS       PIC XX.
       01 WS-ARCHIVE-FILE-STATUS     PIC XX.
       01 WS-LEDGER-FILE-STATUS      PIC XX.
       01 WS-ACCT-FILE-STATUS        PIC XX.
       01 WS-STATEMENT-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-LIVE-LOG-SW PIC X VALUE "N".
           88 WS-LIVE-LOG-AVAILABLE VALUE "Y".
       01 WS-ARCHIVE-SW PIC X VALUE "N".
           88 WS-ARCHIVE-AVAILABLE VALUE "Y".
      * A missing live log (just archived) or a missing archive
      * (never rolled) is a normal state, the way AUDIT-INQUIRY
      * treats both; the statements are built from whichever half
      * of the trail is there. Both are proven once up front and
      * the result remembered for every later pass.

       01 WS-SEL-FIELDS.
           05 WS-SEL-TIMESTAMP   PIC X(14).
           05 WS-SEL-OPER        PIC X.
           05 WS-SEL-RESULT      PIC S9(8)V99.
           05 WS-SEL-ENTRY-ID    PIC 9(8).
           05 WS-SEL-REV-OF      PIC 9(8).
           05 WS-SEL-OPERATOR    PIC X(8).
           05 WS-SEL-ORIG-AMOUNT PIC S9(6)V99.
           05 WS-SEL-CURRENCY    PIC X(3).
           05 WS-SEL-ACCOUNT     PIC X(6).
           05 WS-SEL-APPROVER    PIC X(8).
      * One audit line, whichever file it came from - the archive
      * and live-log reads both stage their record here so the
      * scan and the print logic below read one layout.

       01 WS-RUN-DATE PIC X(8).
       01 WS-PERIOD PIC X(6).
       01 WS-PERIOD-ENV PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD-ENV.
           05 WS-PE-YEAR  PIC 9(4).
           05 WS-PE-MONTH PIC 9(2).
      * The statement period, yyyymm - COBOL-CALC-STMT-PERIOD in the
      * environment, validated the way GL-LEDGER validates its
      * period, else the run date's month. An audit line belongs to
      * the period its timestamp falls in.

       01 WS-ACCT-FILTER PIC X(6).
       01 WS-DEPT-FILTER PIC X(4).
       01 WS-STMT-BY PIC X VALUE "A".
           88 WS-BY-ACCOUNT VALUE "A".
           88 WS-BY-DEPT    VALUE "D".
       01 WS-STMT-ALL-SW PIC X VALUE "N".
           88 WS-STMT-ALL VALUE "Y".
      * Selection arrives through the environment like every other
      * unattended setting in the suite. COBOL-CALC-STMT-ACCT names
      * one account and COBOL-CALC-STMT-DEPT one department (unset
      * selects every one). COBOL-CALC-STMT-BY=D prints one
      * statement per department instead of one per account, with
      * the department's accounts summarized at the foot.
      * COBOL-CALC-STMT-ALL=Y prints statements with no activity
      * in the period as well - a balance-only statement for every
      * selected account on the master or the ledger.

       01 WS-ACCT-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX    PIC 9(4) VALUE 500.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10 WS-AC-CODE PIC X(6).
               10 WS-AC-DESC PIC X(30).
               10 WS-AC-DEPT PIC X(4).
       01 WS-DESC-LOOKUP PIC X(30).
       01 WS-DEPT-LOOKUP PIC X(4).
       01 WS-MASTER-SUB PIC 9(4).
       01 WS-SELECTED-SW PIC X VALUE "N".
           88 WS-ACCOUNT-SELECTED VALUE "Y".
      * Account description and department, loaded from the master
      * the way GL-LEDGER loads it - closed accounts included,
      * since their history still has an owner.

       01 WS-ROW-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ROW-MAX    PIC 9(4) VALUE 500.
       01 WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 500 TIMES INDEXED BY ROW-IDX.
               10 WS-SR-ACCOUNT      PIC X(6).
               10 WS-SR-DESC         PIC X(30).
               10 WS-SR-DEPT         PIC X(4).
               10 WS-SR-LEDGER-SW    PIC X.
                   88 WS-SR-HAS-LEDGER VALUE "Y".
               10 WS-SR-CARRIED-FROM PIC X(6).
               10 WS-SR-OPEN         PIC S9(12)V99.
               10 WS-SR-PTD-COUNT    PIC 9(8).
               10 WS-SR-PTD          PIC S9(12)V99.
               10 WS-SR-CLOSE        PIC S9(12)V99.
               10 WS-SR-DET-COUNT    PIC 9(8).
               10 WS-SR-DET-TOTAL    PIC S9(12)V99.
               10 WS-SR-FOOT-SW      PIC X.
                   88 WS-SR-FOOTS     VALUE "Y".
               10 WS-SR-FOOT-REASON  PIC X.
                   88 WS-SR-NO-LEDGER-ROW  VALUE "L".
                   88 WS-SR-DETAIL-DIFFERS VALUE "D".
                   88 WS-SR-LEDGER-UNBAL   VALUE "B".
       01 WS-ROW-ACCOUNT PIC X(6).
       01 WS-INSERT-AT PIC 9(4).
       01 WS-SHIFT-IDX PIC 9(4).
       01 WS-ROW-FOUND-SW PIC X VALUE "N".
           88 WS-ROW-FOUND VALUE "Y".
      * One row per selected account the run knows anything about -
      * a ledger row for the period or before it, or audit activity
      * in the period - held in account order the way BUDG-VARIANCE
      * holds its rows. The ledger row for the period gives the
      * opening, period-to-date and closing figures; an account
      * with no row for the period yet carries the closing balance
      * of its latest earlier row as both opening and closing
      * (WS-SR-CARRIED-FROM says which period). The detail count
      * and total are what the audit trail holds for the period,
      * and the footing switch says whether the two agree.

       01 WS-DEPT-USED PIC 9(4) VALUE ZERO.
       01 WS-DEPT-MAX  PIC 9(4) VALUE 50.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
               10 WS-DP-DEPT      PIC X(4).
               10 WS-DP-ACCTS     PIC 9(8).
               10 WS-DP-OPEN      PIC S9(14)V99.
               10 WS-DP-PTD-COUNT PIC 9(8).
               10 WS-DP-PTD       PIC S9(14)V99.
               10 WS-DP-CLOSE     PIC S9(14)V99.
               10 WS-DP-DET-COUNT PIC 9(8).
               10 WS-DP-DET-TOTAL PIC S9(14)V99.
               10 WS-DP-NOFOOT    PIC 9(8).
      * Department totals for the by-department statements,
      * first-use order like every rollup table in this suite - a
      * blank department prints as ----. Only built when the run
      * is by department.

       01 WS-LINK-LOADED PIC 9(8) VALUE ZERO.
       01 WS-LINK-MAX    PIC 9(8) VALUE 5000.
       01 WS-LINK-FULL-SW PIC X VALUE "N".
           88 WS-LINK-FULL VALUE "Y".
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 5000 TIMES INDEXED BY LINK-IDX.
               10 WS-LK-ORIG     PIC 9(8).
               10 WS-LK-REVERSAL PIC 9(8).
      * Reversal pairing - for every reversal in the trail from the
      * start of the period on, the entry it reversed and its own
      * entry number, so a statement line can say "reversed by"
      * even when the reversal was keyed the following month. A
      * reversal line carries its own pairing in AUDIT-REV-OF. A
      * full table is warned about once and pairing beyond it is
      * simply not shown; the figures are unaffected.

       01 WS-CUR-ACCOUNT PIC X(6).
       01 WS-CUR-DEPT    PIC X(4).
       01 WS-RUNNING-BAL PIC S9(14)V99.
       01 WS-STMT-OPEN   PIC S9(14)V99.
       01 WS-STMT-CLOSE  PIC S9(14)V99.
       01 WS-STMT-PTD    PIC S9(14)V99.
       01 WS-STMT-PTD-COUNT PIC 9(8).
       01 WS-STMT-LINES  PIC 9(8).
       01 WS-DIFFERENCE  PIC S9(14)V99.
       01 WS-WORK-BAL    PIC S9(14)V99.
      * The statement being printed - one account, or one department
      * - with the running balance carried down its detail lines.

       01 WS-STMT-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-SKIP-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-WARN-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-TRAIL-COUNT   PIC 9(8) VALUE ZERO.

       01 WS-LINE-COUNT PIC 9(2) VALUE 99.
       01 WS-PAGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(2) VALUE 55.
      * Every statement starts on a page of its own, so the pages
      * can be split up and handed to their owners.

       01 WS-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "COBOL-CALC ACCOUNT STATEMENT  ".
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 WS-H1-PERIOD PIC X(6).
           05 FILLER PIC X(80) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 WS-H1-PAGE PIC ZZZ9.
       01 WS-HEADING-2.
           05 WS-H2-LABEL PIC X(11).
           05 WS-H2-CODE  PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-H2-DESC  PIC X(30).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 WS-H2-DEPT-LABEL PIC X(5).
           05 WS-H2-DEPT  PIC X(4).
       01 WS-HEADING-3.
           05 FILLER PIC X(20) VALUE "DATE       TIME     ".
           05 FILLER PIC X(15) VALUE "ACCOUNT   ENTRY".
           05 FILLER PIC X(9)  VALUE " OPERATOR".
           05 FILLER PIC X(3)  VALUE " OP".
           05 FILLER PIC X(12) VALUE "      AMOUNT".
           05 FILLER PIC X(17) VALUE "          BALANCE".
           05 FILLER PIC X(11) VALUE "  SUBMITTED".
           05 FILLER PIC X(4)  VALUE " CCY".
           05 FILLER PIC X(24) VALUE "  PAIRING               ".
           05 FILLER PIC X(8)  VALUE "APPROVER".
       01 WS-DETAIL-LINE.
           05 WS-DTL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-TIME PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-ACCOUNT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-ENTRY PIC Z(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-OPERID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-OPER PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-RESULT PIC -(7)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-BALANCE PIC -(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-ORIG PIC -(6)9.99.
           05 WS-DTL-ORIG-X REDEFINES WS-DTL-ORIG PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-CURRENCY PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-PAIRING PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-DTL-APPROVER PIC X(8).
       01 WS-BALANCE-LINE.
           05 WS-BAL-LABEL  PIC X(60).
           05 WS-BAL-AMOUNT PIC -(12)9.99.
       01 WS-FOOT-LINE.
           05 WS-FT-LABEL   PIC X(24).
           05 FILLER        PIC X(7) VALUE " COUNT ".
           05 WS-FT-COUNT   PIC ZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(8) VALUE "  TOTAL ".
           05 WS-FT-TOTAL   PIC -(12)9.99.
       01 WS-SUMMARY-HEADING.
           05 FILLER PIC X(40)
               VALUE "ACCOUNT DESCRIPTION                     ".
           05 FILLER PIC X(16) VALUE "         OPENING".
           05 FILLER PIC X(16) VALUE "          DETAIL".
           05 FILLER PIC X(16) VALUE "         CLOSING".
           05 FILLER PIC X(12) VALUE "  FOOTING   ".
       01 WS-SUMMARY-LINE.
           05 WS-SUM-ACCOUNT PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-SUM-DESC    PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-SUM-OPEN    PIC -(12)9.99.
           05 WS-SUM-DETAIL  PIC -(12)9.99.
           05 WS-SUM-CLOSE   PIC -(12)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WS-SUM-FLAG    PIC X(24).
       01 WS-WARNING-TEXT PIC X(132).
      * Fixed-column print lines, built here and written through
      * STATEMENT-REPORT-RECORD. AMOUNT is the line's Result, the
      * figure GL-LEDGER posts, and BALANCE runs on from the
      * opening balance; SUBMITTED is the amount as keyed in its
      * original currency, blank on a base-currency line. PAIRING
      * names the entry a reversal reverses, or the entry that
      * reversed this one.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "CALC-STATEMENT".
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
           PERFORM 3000-SCAN-TRAIL
           IF WS-STMT-ALL
               PERFORM 1150-ADD-MASTER-ROWS
           END-IF
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > WS-ROW-LOADED
               PERFORM 4000-CHECK-FOOTING
           END-PERFORM
           IF WS-BY-DEPT
               PERFORM 5500-PRINT-DEPT-STATEMENTS
           ELSE
               PERFORM 5000-PRINT-ACCOUNT-STATEMENTS
           END-IF
           IF WS-STMT-COUNT = ZERO
               PERFORM 7000-PAGE-HEADING
               MOVE SPACES TO STATEMENT-REPORT-RECORD
               MOVE "NO ACTIVITY FOR THE SELECTION IN THE PERIOD"
                   TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
           END-IF
           CLOSE STATEMENT-REPORT-FILE
           DISPLAY "Statements for period " WS-PERIOD " - "
               WS-STMT-COUNT " printed, " WS-SKIP-COUNT
               " skipped with no activity, " WS-WARN-COUNT
               " not footing to the ledger - report written to "
               "STMTRPT.DAT"
           IF WS-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * Main line - gather the ledger balances and the period's
      * activity into one account-ordered table, decide which rows
      * foot, then print a statement per account or per department.
      * A soft RETURN-CODE 4 when any statement carries a footing
      * warning, so a scheduled run can hold the mailing until
      * someone has looked.

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
               FROM ENVIRONMENT "COBOL-CALC-STMT-PERIOD"
           IF WS-PERIOD-ENV IS NUMERIC
                   AND WS-PE-MONTH >= 1 AND WS-PE-MONTH <= 12
               MOVE WS-PERIOD-ENV TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-H1-PERIOD
           ACCEPT WS-ACCT-FILTER
               FROM ENVIRONMENT "COBOL-CALC-STMT-ACCT"
           ACCEPT WS-DEPT-FILTER
               FROM ENVIRONMENT "COBOL-CALC-STMT-DEPT"
           ACCEPT WS-STMT-BY FROM ENVIRONMENT "COBOL-CALC-STMT-BY"
           IF WS-STMT-BY = "d"
               MOVE "D" TO WS-STMT-BY
           END-IF
           IF NOT WS-BY-DEPT
               MOVE "A" TO WS-STMT-BY
           END-IF
           ACCEPT WS-STMT-ALL-SW
               FROM ENVIRONMENT "COBOL-CALC-STMT-ALL"
           IF WS-STMT-ALL-SW = "y"
               MOVE "Y" TO WS-STMT-ALL-SW
           END-IF
           IF WS-BY-DEPT
               DISPLAY "Statement period " WS-PERIOD
                   ", one statement per department"
           ELSE
               DISPLAY "Statement period " WS-PERIOD
                   ", one statement per account"
           END-IF

           OPEN INPUT AUDIT-FILE
           EVALUATE WS-AUDIT-FILE-STATUS
               WHEN "00"
                   SET WS-LIVE-LOG-AVAILABLE TO TRUE
                   CLOSE AUDIT-FILE
               WHEN "35"
                   DISPLAY "No live audit log on file - the log was "
                       "archived and the calculator has not run "
                       "since - statements from the archive alone"
               WHEN OTHER
                   DISPLAY "Unable to open audit file AUDITLOG.DAT "
                       "- file status " WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF WS-ARCHIVE-FILE-STATUS = "39"
                   DISPLAY "Audit archive AUDITARCH.DAT is still "
                       "in an earlier record layout - run "
                       "ARCH-CONVERT once - archived lines not "
                       "on these statements"
               ELSE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "Audit archive AUDITARCH.DAT not "
                       "readable - file status "
                       WS-ARCHIVE-FILE-STATUS
                       " - archived lines not on these statements"
               ELSE
                   SET WS-ARCHIVE-AVAILABLE TO TRUE
                   CLOSE ARCHIVE-FILE
               END-IF
               END-IF
           END-IF
           OPEN OUTPUT STATEMENT-REPORT-FILE
           IF WS-STATEMENT-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open report file STMTRPT.DAT "
                   "- file status " WS-STATEMENT-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-ACCOUNT-MASTER.
      * Period and selection from the environment; the trail files
      * are proven once here so a bad one stops the run before any
      * statement is half printed, and the report file is opened
      * before any reading so a run that cannot report stops first.
      * An archive that will not open costs the archived lines -
      * the footing warnings will then say so statement by
      * statement - rather than the whole run.

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
                   " - statements carry no description and every "
                   "account falls under the unassigned department"
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
                               MOVE ACCT-DESC
                                   TO WS-AC-DESC (WS-ACCT-LOADED)
                               MOVE ACCT-DEPT
                                   TO WS-AC-DEPT (WS-ACCT-LOADED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Same load GL-LEDGER does for the trial balance, with the
      * description kept for the statement heading.

       1150-ADD-MASTER-ROWS.
           PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > WS-ACCT-LOADED
               MOVE WS-AC-CODE (WS-MASTER-SUB) TO WS-ROW-ACCOUNT
               PERFORM 1200-TEST-SELECTED
               IF WS-ACCOUNT-SELECTED
                   PERFORM 2100-FIND-OR-ADD-ROW
               END-IF
           END-PERFORM.
      * Asked for every statement, activity or not: every selected
      * account on the master gets a row, so one that has never
      * posted still gets its (zero) statement. The walk keeps its
      * own subscript because the look-up moves ACCT-IDX.

       1200-TEST-SELECTED.
           MOVE "Y" TO WS-SELECTED-SW
           IF WS-ACCT-FILTER NOT = SPACES
                   AND WS-ROW-ACCOUNT NOT = WS-ACCT-FILTER
               MOVE "N" TO WS-SELECTED-SW
           END-IF
           IF WS-DEPT-FILTER NOT = SPACES
                   AND WS-ACCOUNT-SELECTED
               PERFORM 2200-LOOKUP-ACCOUNT
               IF WS-DEPT-LOOKUP NOT = WS-DEPT-FILTER
                   MOVE "N" TO WS-SELECTED-SW
               END-IF
           END-IF.
      * WS-ROW-ACCOUNT against the account and department filters -
      * the department is the one the master gives the account now.

       2000-LOAD-LEDGER-ROWS.
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
               DISPLAY "No period ledger LEDGER.DAT on file - every "
                   "statement opens at zero and will not foot; run "
                   "GL-LEDGER to post the period"
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
                           IF LED-PERIOD <= WS-PERIOD
                               MOVE LED-ACCOUNT TO WS-ROW-ACCOUNT
                               PERFORM 1200-TEST-SELECTED
                               IF WS-ACCOUNT-SELECTED
                                   PERFORM 2050-APPLY-LEDGER-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF.
      * The ledger walk comes out in account then period order, so
      * every row it adds lands on the end of the table and each
      * account's earlier periods arrive before the period itself.

       2050-APPLY-LEDGER-ROW.
           PERFORM 2100-FIND-OR-ADD-ROW
           IF LED-PERIOD = WS-PERIOD
               SET WS-SR-HAS-LEDGER (ROW-IDX) TO TRUE
               MOVE SPACES TO WS-SR-CARRIED-FROM (ROW-IDX)
               MOVE LED-OPEN-BAL TO WS-SR-OPEN (ROW-IDX)
               MOVE LED-PTD-COUNT TO WS-SR-PTD-COUNT (ROW-IDX)
               MOVE LED-PTD-TOTAL TO WS-SR-PTD (ROW-IDX)
               MOVE LED-CLOSE-BAL TO WS-SR-CLOSE (ROW-IDX)
           ELSE
               MOVE LED-PERIOD TO WS-SR-CARRIED-FROM (ROW-IDX)
               MOVE LED-CLOSE-BAL TO WS-SR-OPEN (ROW-IDX)
               MOVE LED-CLOSE-BAL TO WS-SR-CLOSE (ROW-IDX)
           END-IF.
      * An earlier period's closing balance is where the account
      * stands until GL-LEDGER posts the statement period - the
      * latest one read wins, and the period's own row, when there
      * is one, replaces it with the real figures.

       2100-FIND-OR-ADD-ROW.
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > WS-ROW-LOADED
                       OR WS-INSERT-AT > ZERO
               IF WS-SR-ACCOUNT (ROW-IDX) >= WS-ROW-ACCOUNT
                   SET WS-INSERT-AT TO ROW-IDX
               END-IF
           END-PERFORM
           IF WS-INSERT-AT > ZERO
                   AND WS-SR-ACCOUNT (WS-INSERT-AT) = WS-ROW-ACCOUNT
               SET ROW-IDX TO WS-INSERT-AT
           ELSE
               IF WS-ROW-LOADED >= WS-ROW-MAX
                   DISPLAY "More than " WS-ROW-MAX " accounts to "
                       "state - table full, abending"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-INSERT-AT = ZERO
                   COMPUTE WS-INSERT-AT = WS-ROW-LOADED + 1
               ELSE
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-ROW-LOADED
                           BY -1 UNTIL WS-SHIFT-IDX < WS-INSERT-AT
                       MOVE WS-ROW-ENTRY (WS-SHIFT-IDX)
                           TO WS-ROW-ENTRY (WS-SHIFT-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ROW-LOADED
               PERFORM 2200-LOOKUP-ACCOUNT
               SET ROW-IDX TO WS-INSERT-AT
               MOVE WS-ROW-ACCOUNT TO WS-SR-ACCOUNT (ROW-IDX)
               MOVE WS-DESC-LOOKUP TO WS-SR-DESC (ROW-IDX)
               MOVE WS-DEPT-LOOKUP TO WS-SR-DEPT (ROW-IDX)
               MOVE "N" TO WS-SR-LEDGER-SW (ROW-IDX)
               MOVE SPACES TO WS-SR-CARRIED-FROM (ROW-IDX)
               MOVE ZERO TO WS-SR-OPEN (ROW-IDX)
               MOVE ZERO TO WS-SR-PTD-COUNT (ROW-IDX)
               MOVE ZERO TO WS-SR-PTD (ROW-IDX)
               MOVE ZERO TO WS-SR-CLOSE (ROW-IDX)
               MOVE ZERO TO WS-SR-DET-COUNT (ROW-IDX)
               MOVE ZERO TO WS-SR-DET-TOTAL (ROW-IDX)
               MOVE "Y" TO WS-SR-FOOT-SW (ROW-IDX)
               MOVE SPACE TO WS-SR-FOOT-REASON (ROW-IDX)
           END-IF.
      * Finds the row for WS-ROW-ACCOUNT, or opens one at its place
      * in account order by shifting the tail down a slot. ROW-IDX
      * is left on the row either way.

       2150-FIND-ROW.
           MOVE "N" TO WS-ROW-FOUND-SW
           SET ROW-IDX TO 1
           SEARCH WS-ROW-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SR-ACCOUNT (ROW-IDX) = WS-ROW-ACCOUNT
                       AND ROW-IDX <= WS-ROW-LOADED
                   SET WS-ROW-FOUND TO TRUE
           END-SEARCH.
      * Look-up only - an account with no row was not selected, so
      * its lines belong on nobody's statement.

       2200-LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-DESC-LOOKUP
           MOVE SPACES TO WS-DEPT-LOOKUP
           SET ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   MOVE "NOT ON ACCOUNT MASTER" TO WS-DESC-LOOKUP
               WHEN WS-AC-CODE (ACCT-IDX) = WS-ROW-ACCOUNT
                       AND ACCT-IDX <= WS-ACCT-LOADED
                   MOVE WS-AC-DESC (ACCT-IDX) TO WS-DESC-LOOKUP
                   MOVE WS-AC-DEPT (ACCT-IDX) TO WS-DEPT-LOOKUP
           END-SEARCH
           IF ACCT-IDX > WS-ACCT-LOADED
               MOVE "NOT ON ACCOUNT MASTER" TO WS-DESC-LOOKUP
               MOVE SPACES TO WS-DEPT-LOOKUP
           END-IF.
      * An account the master no longer knows is still stated, under
      * the unassigned department, rather than dropped.

       3000-SCAN-TRAIL.
           IF WS-ARCHIVE-AVAILABLE
               OPEN INPUT ARCHIVE-FILE
               MOVE SPACES TO ARCH-TIMESTAMP
               STRING WS-PERIOD DELIMITED BY SIZE
                      "01000000" DELIMITED BY SIZE
                      INTO ARCH-TIMESTAMP
               MOVE ZERO TO ARCH-SEQ
               START ARCHIVE-FILE KEY >= ARCH-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3100-STAGE-ARCHIVE-LINE
                           PERFORM 3300-SCAN-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-LIVE-LOG-AVAILABLE
               OPEN INPUT AUDIT-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3200-STAGE-AUDIT-LINE
                           PERFORM 3300-SCAN-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           DISPLAY WS-TRAIL-COUNT " audit line(s) in the period for "
               WS-ROW-LOADED " selected account(s)".
      * One pass over the trail before anything prints: the archive
      * from the first day of the period to its end, then the whole
      * live log. It finds who had activity and what it adds up to,
      * and gathers the reversal pairing - which, unlike the
      * detail, has to look past the end of the period.

       3100-STAGE-ARCHIVE-LINE.
           MOVE ARCH-TIMESTAMP TO WS-SEL-TIMESTAMP
           MOVE ARCH-OPER TO WS-SEL-OPER
           MOVE ARCH-RESULT TO WS-SEL-RESULT
           MOVE ARCH-ENTRY-ID TO WS-SEL-ENTRY-ID
           MOVE ARCH-REV-OF TO WS-SEL-REV-OF
           IF ARCH-OPERATOR = SPACES
               MOVE "UNSIGNED" TO WS-SEL-OPERATOR
           ELSE
               MOVE ARCH-OPERATOR TO WS-SEL-OPERATOR
           END-IF
           IF ARCH-ORIG-AMOUNT IS NUMERIC
               MOVE ARCH-ORIG-AMOUNT TO WS-SEL-ORIG-AMOUNT
           ELSE
               MOVE ZERO TO WS-SEL-ORIG-AMOUNT
           END-IF
           MOVE ARCH-CURRENCY TO WS-SEL-CURRENCY
           MOVE ARCH-ACCOUNT TO WS-SEL-ACCOUNT
           MOVE ARCH-APPROVER TO WS-SEL-APPROVER.
      * Archive fields are staged as they stand, as AUDIT-INQUIRY
      * stages them - only the submitted amount is guarded.

       3200-STAGE-AUDIT-LINE.
           MOVE AUDIT-TIMESTAMP TO WS-SEL-TIMESTAMP
           MOVE AUDIT-OPER TO WS-SEL-OPER
           IF AUDIT-RESULT IS NUMERIC
               MOVE AUDIT-RESULT TO WS-SEL-RESULT
           ELSE
               MOVE ZERO TO WS-SEL-RESULT
           END-IF
           IF AUDIT-ENTRY-ID IS NUMERIC
               MOVE AUDIT-ENTRY-ID TO WS-SEL-ENTRY-ID
           ELSE
               MOVE ZERO TO WS-SEL-ENTRY-ID
           END-IF
           IF AUDIT-REV-OF IS NUMERIC
               MOVE AUDIT-REV-OF TO WS-SEL-REV-OF
           ELSE
               MOVE ZERO TO WS-SEL-REV-OF
           END-IF
           IF AUDIT-OPERATOR = SPACES
               MOVE "UNSIGNED" TO WS-SEL-OPERATOR
           ELSE
               MOVE AUDIT-OPERATOR TO WS-SEL-OPERATOR
           END-IF
           IF AUDIT-ORIG-AMOUNT IS NUMERIC
               MOVE AUDIT-ORIG-AMOUNT TO WS-SEL-ORIG-AMOUNT
           ELSE
               MOVE ZERO TO WS-SEL-ORIG-AMOUNT
           END-IF
           MOVE AUDIT-CURRENCY TO WS-SEL-CURRENCY
           MOVE AUDIT-ACCOUNT TO WS-SEL-ACCOUNT
           MOVE AUDIT-APPROVER TO WS-SEL-APPROVER.
      * Lines from before sign-on report as UNSIGNED, as they do in
      * AUDIT-INQUIRY; lines from before the account field carry no
      * account and belong to no statement.

       3300-SCAN-LINE.
           IF WS-SEL-REV-OF > ZERO
                   AND WS-SEL-TIMESTAMP (1:6) >= WS-PERIOD
               PERFORM 3400-ADD-LINK
           END-IF
           IF WS-SEL-TIMESTAMP (1:6) = WS-PERIOD
                   AND WS-SEL-ACCOUNT NOT = SPACES
               MOVE WS-SEL-ACCOUNT TO WS-ROW-ACCOUNT
               PERFORM 1200-TEST-SELECTED
               IF WS-ACCOUNT-SELECTED
                   PERFORM 2100-FIND-OR-ADD-ROW
                   ADD 1 TO WS-SR-DET-COUNT (ROW-IDX)
                   ADD WS-SEL-RESULT TO WS-SR-DET-TOTAL (ROW-IDX)
                   ADD 1 TO WS-TRAIL-COUNT
               END-IF
           END-IF.
      * A line counts toward its account's activity when its
      * timestamp falls in the period and the account is selected.

       3400-ADD-LINK.
           IF WS-LINK-LOADED < WS-LINK-MAX
               ADD 1 TO WS-LINK-LOADED
               MOVE WS-SEL-REV-OF TO WS-LK-ORIG (WS-LINK-LOADED)
               MOVE WS-SEL-ENTRY-ID
                   TO WS-LK-REVERSAL (WS-LINK-LOADED)
           ELSE
               IF NOT WS-LINK-FULL
                   SET WS-LINK-FULL TO TRUE
                   DISPLAY "More than " WS-LINK-MAX " reversals "
                       "since the period opened - later ones not "
                       "paired on the statements"
               END-IF
           END-IF.
      * The reversal's own entry number against the entry it
      * reverses - read back by 6400 for the original's line.

       4000-CHECK-FOOTING.
           MOVE "Y" TO WS-SR-FOOT-SW (ROW-IDX)
           MOVE SPACE TO WS-SR-FOOT-REASON (ROW-IDX)
           IF NOT WS-SR-HAS-LEDGER (ROW-IDX)
               IF WS-SR-DET-COUNT (ROW-IDX) > ZERO
                   MOVE "N" TO WS-SR-FOOT-SW (ROW-IDX)
                   SET WS-SR-NO-LEDGER-ROW (ROW-IDX) TO TRUE
               END-IF
           ELSE
               COMPUTE WS-WORK-BAL = WS-SR-OPEN (ROW-IDX)
                   + WS-SR-PTD (ROW-IDX)
               IF WS-SR-DET-COUNT (ROW-IDX)
                       NOT = WS-SR-PTD-COUNT (ROW-IDX)
                       OR WS-SR-DET-TOTAL (ROW-IDX)
                       NOT = WS-SR-PTD (ROW-IDX)
                   MOVE "N" TO WS-SR-FOOT-SW (ROW-IDX)
                   SET WS-SR-DETAIL-DIFFERS (ROW-IDX) TO TRUE
               ELSE
               IF WS-WORK-BAL NOT = WS-SR-CLOSE (ROW-IDX)
                   MOVE "N" TO WS-SR-FOOT-SW (ROW-IDX)
                   SET WS-SR-LEDGER-UNBAL (ROW-IDX) TO TRUE
               END-IF
               END-IF
           END-IF.
      * An account foots when the trail's lines for the period match
      * the ledger's posting count and period-to-date total, and the
      * ledger row itself runs from opening to closing. Activity in
      * the trail with no ledger row for the period at all means
      * GL-LEDGER has not posted it. The usual causes of a mismatch
      * are a posting run still to come, lines timestamped late on
      * the last day and posted into the next period, or lines
      * purged from the trail - the warning says which figures
      * disagree, not why.

       5000-PRINT-ACCOUNT-STATEMENTS.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > WS-ROW-LOADED
               IF WS-SR-DET-COUNT (ROW-IDX) > ZERO
                       OR WS-SR-PTD-COUNT (ROW-IDX) > ZERO
                       OR WS-STMT-ALL
                   PERFORM 5100-PRINT-ACCOUNT-STATEMENT
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-PERFORM.
      * An account has activity when the trail or the ledger says it
      * moved in the period - a ledger count with no trail lines is
      * exactly the statement that needs its warning seen.

       5100-PRINT-ACCOUNT-STATEMENT.
           MOVE WS-SR-ACCOUNT (ROW-IDX) TO WS-CUR-ACCOUNT
           MOVE "ACCOUNT    " TO WS-H2-LABEL
           MOVE WS-SR-ACCOUNT (ROW-IDX) TO WS-H2-CODE
           MOVE WS-SR-DESC (ROW-IDX) TO WS-H2-DESC
           MOVE "DEPT " TO WS-H2-DEPT-LABEL
           IF WS-SR-DEPT (ROW-IDX) = SPACES
               MOVE "----" TO WS-H2-DEPT
           ELSE
               MOVE WS-SR-DEPT (ROW-IDX) TO WS-H2-DEPT
           END-IF
           MOVE WS-SR-OPEN (ROW-IDX) TO WS-STMT-OPEN
           MOVE WS-SR-CLOSE (ROW-IDX) TO WS-STMT-CLOSE
           MOVE WS-SR-PTD (ROW-IDX) TO WS-STMT-PTD
           MOVE WS-SR-PTD-COUNT (ROW-IDX) TO WS-STMT-PTD-COUNT
           PERFORM 6000-PRINT-STATEMENT-BODY
           IF NOT WS-SR-HAS-LEDGER (ROW-IDX)
                   AND WS-SR-CARRIED-FROM (ROW-IDX) NOT = SPACES
               MOVE SPACES TO WS-WARNING-TEXT
               STRING "NOTE - NO LEDGER ROW FOR THE PERIOD, "
                          DELIMITED BY SIZE
                      "BALANCES CARRIED FROM PERIOD "
                          DELIMITED BY SIZE
                      WS-SR-CARRIED-FROM (ROW-IDX)
                          DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
               PERFORM 6900-WRITE-TEXT-LINE
           END-IF
           IF NOT WS-SR-FOOTS (ROW-IDX)
               ADD 1 TO WS-WARN-COUNT
               PERFORM 6500-PRINT-ROW-WARNING
           END-IF.
      * One account's statement - heading, detail, balances - and
      * the footing warning when the row does not foot.

       5500-PRINT-DEPT-STATEMENTS.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > WS-ROW-LOADED
               PERFORM 5550-ADD-DEPT-TOTAL
           END-PERFORM
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-USED
               IF WS-DP-DET-COUNT (DEPT-IDX) > ZERO
                       OR WS-DP-PTD-COUNT (DEPT-IDX) > ZERO
                       OR WS-STMT-ALL
                   PERFORM 5600-PRINT-DEPT-STATEMENT
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-PERFORM.
      * Departments are gathered first, in first-use (account)
      * order, balances of quiet accounts included - a department's
      * opening and closing are the whole department's.

       5550-ADD-DEPT-TOTAL.
           SET DEPT-IDX TO 1
           SEARCH WS-DEPT-ENTRY
               AT END
                   IF WS-DEPT-USED < WS-DEPT-MAX
                       ADD 1 TO WS-DEPT-USED
                       SET DEPT-IDX TO WS-DEPT-USED
                       MOVE WS-SR-DEPT (ROW-IDX)
                           TO WS-DP-DEPT (DEPT-IDX)
                       MOVE ZERO TO WS-DP-ACCTS (DEPT-IDX)
                       MOVE ZERO TO WS-DP-OPEN (DEPT-IDX)
                       MOVE ZERO TO WS-DP-PTD-COUNT (DEPT-IDX)
                       MOVE ZERO TO WS-DP-PTD (DEPT-IDX)
                       MOVE ZERO TO WS-DP-CLOSE (DEPT-IDX)
                       MOVE ZERO TO WS-DP-DET-COUNT (DEPT-IDX)
                       MOVE ZERO TO WS-DP-DET-TOTAL (DEPT-IDX)
                       MOVE ZERO TO WS-DP-NOFOOT (DEPT-IDX)
                   ELSE
                       DISPLAY "More than " WS-DEPT-MAX
                           " departments - table full, abending"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN WS-DP-DEPT (DEPT-IDX) = WS-SR-DEPT (ROW-IDX)
                       AND DEPT-IDX <= WS-DEPT-USED
                   CONTINUE
           END-SEARCH
           ADD 1 TO WS-DP-ACCTS (DEPT-IDX)
           ADD WS-SR-OPEN (ROW-IDX) TO WS-DP-OPEN (DEPT-IDX)
           ADD WS-SR-PTD-COUNT (ROW-IDX) TO WS-DP-PTD-COUNT (DEPT-IDX)
           ADD WS-SR-PTD (ROW-IDX) TO WS-DP-PTD (DEPT-IDX)
           ADD WS-SR-CLOSE (ROW-IDX) TO WS-DP-CLOSE (DEPT-IDX)
           ADD WS-SR-DET-COUNT (ROW-IDX) TO WS-DP-DET-COUNT (DEPT-IDX)
           ADD WS-SR-DET-TOTAL (ROW-IDX) TO WS-DP-DET-TOTAL (DEPT-IDX)
           IF NOT WS-SR-FOOTS (ROW-IDX)
               ADD 1 TO WS-DP-NOFOOT (DEPT-IDX)
           END-IF.
      * A department the table cannot hold abends rather than
      * printing statements that leave somebody out.

       5600-PRINT-DEPT-STATEMENT.
           MOVE WS-DP-DEPT (DEPT-IDX) TO WS-CUR-DEPT
           MOVE "DEPARTMENT " TO WS-H2-LABEL
           IF WS-DP-DEPT (DEPT-IDX) = SPACES
               MOVE "----" TO WS-H2-CODE
               MOVE "NO DEPARTMENT ASSIGNED" TO WS-H2-DESC
           ELSE
               MOVE WS-DP-DEPT (DEPT-IDX) TO WS-H2-CODE
               MOVE "ALL ACCOUNTS IN THE DEPARTMENT" TO WS-H2-DESC
           END-IF
           MOVE SPACES TO WS-H2-DEPT-LABEL
           MOVE SPACES TO WS-H2-DEPT
           MOVE WS-DP-OPEN (DEPT-IDX) TO WS-STMT-OPEN
           MOVE WS-DP-CLOSE (DEPT-IDX) TO WS-STMT-CLOSE
           MOVE WS-DP-PTD (DEPT-IDX) TO WS-STMT-PTD
           MOVE WS-DP-PTD-COUNT (DEPT-IDX) TO WS-STMT-PTD-COUNT
           PERFORM 6000-PRINT-STATEMENT-BODY
           PERFORM 5700-PRINT-ACCOUNT-SUMMARY
           IF WS-DP-NOFOOT (DEPT-IDX) > ZERO
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-WARNING-TEXT
               STRING "*** WARNING - ACCOUNT(S) IN THIS "
                          DELIMITED BY SIZE
                      "DEPARTMENT DO NOT FOOT " DELIMITED BY SIZE
                      "TO THE LEDGER - SEE THE SUMMARY ABOVE ***"
                          DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
               PERFORM 6900-WRITE-TEXT-LINE
           END-IF.
      * One department's statement - every selected account's lines
      * in time order with one running balance, then an account
      * summary so the owner can see which account a footing
      * problem sits in. The department warns when any of its
      * accounts does not foot, even if the differences net out.

       5700-PRINT-ACCOUNT-SUMMARY.
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD FROM WS-SUMMARY-HEADING
           ADD 2 TO WS-LINE-COUNT
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > WS-ROW-LOADED
               IF WS-SR-DEPT (ROW-IDX) = WS-CUR-DEPT
                   IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       PERFORM 7000-PAGE-HEADING
                   END-IF
                   MOVE WS-SR-ACCOUNT (ROW-IDX) TO WS-SUM-ACCOUNT
                   MOVE WS-SR-DESC (ROW-IDX) TO WS-SUM-DESC
                   MOVE WS-SR-OPEN (ROW-IDX) TO WS-SUM-OPEN
                   MOVE WS-SR-DET-TOTAL (ROW-IDX) TO WS-SUM-DETAIL
                   MOVE WS-SR-CLOSE (ROW-IDX) TO WS-SUM-CLOSE
                   IF WS-SR-FOOTS (ROW-IDX)
                       MOVE SPACES TO WS-SUM-FLAG
                   ELSE
                   IF WS-SR-NO-LEDGER-ROW (ROW-IDX)
                       MOVE "NO LEDGER ROW" TO WS-SUM-FLAG
                   ELSE
                   IF WS-SR-DETAIL-DIFFERS (ROW-IDX)
                       MOVE "DETAIL NOT = LEDGER" TO WS-SUM-FLAG
                   ELSE
                       MOVE "LEDGER ROW UNBALANCED" TO WS-SUM-FLAG
                   END-IF
                   END-IF
                   END-IF
                   WRITE STATEMENT-REPORT-RECORD FROM WS-SUMMARY-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
           END-PERFORM.
      * Every account in the department with a row, quiet ones too,
      * since their balances are in the department's opening and
      * closing.

       6000-PRINT-STATEMENT-BODY.
           ADD 1 TO WS-STMT-COUNT
           PERFORM 7000-PAGE-HEADING
           MOVE "OPENING BALANCE" TO WS-BAL-LABEL
           MOVE WS-STMT-OPEN TO WS-BAL-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-BALANCE-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-STMT-OPEN TO WS-RUNNING-BAL
           MOVE ZERO TO WS-STMT-LINES
           PERFORM 6100-PRINT-DETAIL-LINES
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 7000-PAGE-HEADING
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE "DETAIL ON THIS STATEMENT" TO WS-FT-LABEL
           MOVE WS-STMT-LINES TO WS-FT-COUNT
           COMPUTE WS-WORK-BAL = WS-RUNNING-BAL - WS-STMT-OPEN
           MOVE WS-WORK-BAL TO WS-FT-TOTAL
           WRITE STATEMENT-REPORT-RECORD FROM WS-FOOT-LINE
           MOVE "LEDGER PERIOD-TO-DATE" TO WS-FT-LABEL
           MOVE WS-STMT-PTD-COUNT TO WS-FT-COUNT
           MOVE WS-STMT-PTD TO WS-FT-TOTAL
           WRITE STATEMENT-REPORT-RECORD FROM WS-FOOT-LINE
           MOVE "CLOSING BALANCE PER DETAIL" TO WS-BAL-LABEL
           MOVE WS-RUNNING-BAL TO WS-BAL-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-BALANCE-LINE
           MOVE "CLOSING BALANCE PER LEDGER" TO WS-BAL-LABEL
           MOVE WS-STMT-CLOSE TO WS-BAL-AMOUNT
           WRITE STATEMENT-REPORT-RECORD FROM WS-BALANCE-LINE
           ADD 5 TO WS-LINE-COUNT.
      * The part of a statement that is the same by account or by
      * department: a fresh page, the opening balance, the period's
      * lines with the running balance, and the footing figures -
      * what the detail adds up to beside what the ledger posted,
      * and the closing balance both ways. The two closings agree
      * on a statement that foots.

       6100-PRINT-DETAIL-LINES.
           IF WS-ARCHIVE-AVAILABLE
               OPEN INPUT ARCHIVE-FILE
               MOVE SPACES TO ARCH-TIMESTAMP
               STRING WS-PERIOD DELIMITED BY SIZE
                      "01000000" DELIMITED BY SIZE
                      INTO ARCH-TIMESTAMP
               MOVE ZERO TO ARCH-SEQ
               START ARCHIVE-FILE KEY >= ARCH-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF ARCH-TIMESTAMP (1:6) > WS-PERIOD
                               SET WS-END-OF-FILE TO TRUE
                           ELSE
                               PERFORM 3100-STAGE-ARCHIVE-LINE
                               PERFORM 6200-SIFT-DETAIL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           IF WS-LIVE-LOG-AVAILABLE
               OPEN INPUT AUDIT-FILE
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 3200-STAGE-AUDIT-LINE
                           PERFORM 6200-SIFT-DETAIL-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * The period's slice of the archive - the keyed START drops the
      * read on the first day and the first line past the period
      * ends it - then the live log. Archive lines are always the
      * older history, so the statement reads in time order.

       6200-SIFT-DETAIL-LINE.
           IF WS-SEL-TIMESTAMP (1:6) = WS-PERIOD
                   AND WS-SEL-ACCOUNT NOT = SPACES
               IF WS-BY-DEPT
                   MOVE WS-SEL-ACCOUNT TO WS-ROW-ACCOUNT
                   PERFORM 2150-FIND-ROW
                   IF WS-ROW-FOUND
                           AND WS-SR-DEPT (ROW-IDX) = WS-CUR-DEPT
                       PERFORM 6300-PRINT-DETAIL
                   END-IF
               ELSE
               IF WS-SEL-ACCOUNT = WS-CUR-ACCOUNT
                   PERFORM 6300-PRINT-DETAIL
               END-IF
               END-IF
           END-IF.
      * By department a line belongs when its account has a row (it
      * was selected) and the row sits in the department.

       6300-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-PAGE-HEADING
           END-IF
           ADD WS-SEL-RESULT TO WS-RUNNING-BAL
           ADD 1 TO WS-STMT-LINES
           MOVE SPACES TO WS-DTL-DATE
           STRING WS-SEL-TIMESTAMP (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SEL-TIMESTAMP (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-SEL-TIMESTAMP (7:2) DELIMITED BY SIZE
                  INTO WS-DTL-DATE
           MOVE SPACES TO WS-DTL-TIME
           STRING WS-SEL-TIMESTAMP (9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SEL-TIMESTAMP (11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-SEL-TIMESTAMP (13:2) DELIMITED BY SIZE
                  INTO WS-DTL-TIME
           MOVE WS-SEL-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE WS-SEL-ENTRY-ID TO WS-DTL-ENTRY
           MOVE WS-SEL-OPERATOR TO WS-DTL-OPERID
           MOVE WS-SEL-OPER TO WS-DTL-OPER
           MOVE WS-SEL-RESULT TO WS-DTL-RESULT
           MOVE WS-RUNNING-BAL TO WS-DTL-BALANCE
           IF WS-SEL-CURRENCY = SPACES
               MOVE SPACES TO WS-DTL-ORIG-X
               MOVE SPACES TO WS-DTL-CURRENCY
           ELSE
               MOVE WS-SEL-ORIG-AMOUNT TO WS-DTL-ORIG
               MOVE WS-SEL-CURRENCY TO WS-DTL-CURRENCY
           END-IF
           PERFORM 6400-FIND-PAIRING
           MOVE WS-SEL-APPROVER TO WS-DTL-APPROVER
           WRITE STATEMENT-REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.
      * Format one line and carry its Result into the running
      * balance.

       6400-FIND-PAIRING.
           MOVE SPACES TO WS-DTL-PAIRING
           IF WS-SEL-REV-OF > ZERO
               STRING "REVERSES " DELIMITED BY SIZE
                      WS-SEL-REV-OF DELIMITED BY SIZE
                      INTO WS-DTL-PAIRING
           ELSE
           IF WS-SEL-ENTRY-ID > ZERO
               SET LINK-IDX TO 1
               SEARCH WS-LINK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LK-ORIG (LINK-IDX) = WS-SEL-ENTRY-ID
                           AND LINK-IDX <= WS-LINK-LOADED
                       STRING "REVERSED BY " DELIMITED BY SIZE
                              WS-LK-REVERSAL (LINK-IDX)
                                  DELIMITED BY SIZE
                              INTO WS-DTL-PAIRING
               END-SEARCH
           END-IF
           END-IF.
      * A reversal names the entry it reverses straight off its own
      * line; an original finds the reversal that points at it in
      * the pairing gathered by the trail scan.

       6500-PRINT-ROW-WARNING.
           MOVE SPACES TO WS-WARNING-TEXT
           IF WS-SR-NO-LEDGER-ROW (ROW-IDX)
               STRING "*** WARNING - DETAIL DOES NOT FOOT - "
                          DELIMITED BY SIZE
                      "GL-LEDGER HAS NO ROW FOR THIS ACCOUNT AND "
                          DELIMITED BY SIZE
                      "PERIOD ***" DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
           ELSE
           IF WS-SR-DETAIL-DIFFERS (ROW-IDX)
                   AND WS-SR-DET-TOTAL (ROW-IDX) = WS-SR-PTD (ROW-IDX)
               STRING "*** WARNING - DETAIL DOES NOT FOOT TO THE "
                          DELIMITED BY SIZE
                      "LEDGER - SAME TOTAL BUT THE LINE COUNT "
                          DELIMITED BY SIZE
                      "DIFFERS FROM THE POSTING COUNT ***"
                          DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
           ELSE
           IF WS-SR-DETAIL-DIFFERS (ROW-IDX)
               COMPUTE WS-DIFFERENCE = WS-SR-DET-TOTAL (ROW-IDX)
                   - WS-SR-PTD (ROW-IDX)
               MOVE WS-DIFFERENCE TO WS-BAL-AMOUNT
               STRING "*** WARNING - DETAIL DOES NOT FOOT TO THE "
                          DELIMITED BY SIZE
                      "LEDGER - DIFFERENCE " DELIMITED BY SIZE
                      WS-BAL-AMOUNT DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
           ELSE
               COMPUTE WS-DIFFERENCE = WS-SR-OPEN (ROW-IDX)
                   + WS-SR-PTD (ROW-IDX) - WS-SR-CLOSE (ROW-IDX)
               MOVE WS-DIFFERENCE TO WS-BAL-AMOUNT
               STRING "*** WARNING - LEDGER ROW DOES NOT BALANCE, "
                          DELIMITED BY SIZE
                      "OPENING PLUS PERIOD-TO-DATE LESS CLOSING "
                          DELIMITED BY SIZE
                      WS-BAL-AMOUNT DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO WS-WARNING-TEXT
           END-IF
           END-IF
           END-IF
           PERFORM 6900-WRITE-TEXT-LINE.
      * The difference is detail less ledger, so a positive figure
      * is trail lines the ledger has not taken up; equal totals on
      * unequal counts usually mean a zero-amount line one side
      * holds and the other does not. An unbalanced
      * ledger row is CALC-INTEGRITY's finding too; it is repeated
      * here because the closing balance on the statement is that
      * row's.

       6900-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 7000-PAGE-HEADING
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD FROM WS-WARNING-TEXT
           ADD 2 TO WS-LINE-COUNT.
      * A note or warning line, set off by a blank line and kept on
      * the page with the statement it belongs to.

       7000-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-H1-PAGE
           IF WS-PAGE-COUNT > 1
               MOVE SPACES TO STATEMENT-REPORT-RECORD
               WRITE STATEMENT-REPORT-RECORD
           END-IF
           WRITE STATEMENT-REPORT-RECORD FROM WS-HEADING-1
           IF WS-STMT-COUNT > ZERO
               WRITE STATEMENT-REPORT-RECORD FROM WS-HEADING-2
               WRITE STATEMENT-REPORT-RECORD FROM WS-HEADING-3
           END-IF
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE ZERO TO WS-LINE-COUNT.
      * Every page carries the statement it belongs to, so a page
      * separated from the rest still says whose it is. The page
      * for an empty run has the report heading alone.
