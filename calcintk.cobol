       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-INTAKE.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Department submission intake. The departments send the day's
      * figures as comma-delimited spreadsheet exports; this reads
      * every file named on the intake list, edits each row against
      * the same rules COBOL-CALC applies when it posts - record
      * type, signed amounts, operator, account on the master, rate
      * code in force, currency rate in force - and writes the rows
      * that pass as one framed TRANSIN.DAT, an 'H' header and a 'T'
      * trailer generated around each department's rows with the
      * record count and hash total worked out here instead of on a
      * desk calculator. Rows that fail go on an edit-error listing
      * by line number for the sending department to correct and
      * resend, so bad input never reaches the posting run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-LIST-FILE ASSIGN TO "INTAKLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN USING WS-DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
      * The intake list names the day's department files, one per
      * line, and each is opened in turn under the name the list
      * gives - the departments name their own exports, so the file
      * name cannot be fixed the way every other file here is.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
           SELECT EDIT-LIST-FILE ASSIGN TO "INTAKERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-LIST-STATUS.
      * The posting run's input, built fresh here, and the
      * edit-error listing that goes back to the departments.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "ALLOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALLOC-CODE
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATETABL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CURR-RATE-FILE ASSIGN TO "CURRRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT BUS-DATE-FILE ASSIGN TO "CALCBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.
      * The reference files the calculator validates against, read
      * straight through into lookup tables the way it loads them,
      * plus the business-day calendar and the last posted business
      * date, so the headers carry the date the calculator will
      * accept.
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
       FD  INTAKE-LIST-FILE.
       01  INTAKE-LIST-RECORD.
           05 ILST-DEPT           PIC X(4).
           05 FILLER              PIC X.
           05 ILST-FILE-NAME      PIC X(60).
      * One line per department file - the department code, a space,
      * and the file name. Blank lines and lines starting '*' are
      * skipped, so operations can comment a department out for the
      * day without deleting its line.

       FD  DEPT-FILE.
       01  DEPT-ROW               PIC X(200).
      * A department export row: record type, account (or
      * allocation code), amount, second operand (or rate code),
      * operator, currency - comma-delimited, quotes allowed around
      * any field. A row whose type field reads TYPE is the
      * spreadsheet's column heading and is skipped.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-REC-TYPE      PIC X.
               88 TRANS-HEADER-REC  VALUE "H".
               88 TRANS-DETAIL-REC  VALUE "D".
               88 TRANS-CHAINED-REC VALUE "C".
               88 TRANS-CLEAR-REC   VALUE "Z".
               88 TRANS-RATE-REC    VALUE "R".
               88 TRANS-CHAINED-RATE-REC VALUE "S".
               88 TRANS-REVERSAL-REC VALUE "V".
               88 TRANS-ALLOC-REC   VALUE "A".
               88 TRANS-TRAILER-REC VALUE "T".
           05 TRANS-ACCOUNT       PIC X(6).
           05 TRANS-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 TRANS-NUM2          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 TRANS-OPER          PIC X.
           05 TRANS-CURRENCY      PIC X(3).
       01  TRANS-HEADER-RECORD.
           05 THDR-REC-TYPE       PIC X.
           05 THDR-BATCH-ID       PIC X(8).
           05 THDR-BUS-DATE       PIC X(8).
           05 THDR-DEPT           PIC X(4).
       01  TRANS-RATE-RECORD.
           05 TRATE-REC-TYPE      PIC X.
           05 TRATE-ACCOUNT       PIC X(6).
           05 TRATE-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 TRATE-RATE-CODE     PIC X(4).
           05 TRATE-CURRENCY      PIC X(3).
       01  TRANS-REVERSAL-RECORD.
           05 TREV-REC-TYPE       PIC X.
           05 TREV-ACCOUNT        PIC X(6).
           05 TREV-ORIG-ENTRY     PIC 9(8).
       01  TRANS-ALLOC-RECORD.
           05 TALLOC-REC-TYPE     PIC X.
           05 TALLOC-CODE         PIC X(6).
           05 TALLOC-AMOUNT       PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(10).
           05 TALLOC-CURRENCY     PIC X(3).
       01  TRANS-TRAILER-RECORD.
           05 TTRL-REC-TYPE       PIC X.
           05 TTRL-RECORD-COUNT   PIC 9(8).
           05 TTRL-HASH-TOTAL     PIC S9(10)V99 SIGN LEADING SEPARATE.
      * Mirror of the TRANS-RECORD layouts COBOL-CALC reads - any
      * change there must be carried here.

       FD  EDIT-LIST-FILE.
       01  EDIT-LIST-RECORD       PIC X(132).

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-CODE           PIC X(6).
           05 ACCT-DESC           PIC X(30).
           05 ACCT-STATUS         PIC X.
           05 ACCT-DEPT           PIC X(4).
      * Mirror of the ACCT-RECORD layout ACCT-MAINT owns - any
      * change there must be carried here.

       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05 ALLOC-CODE          PIC X(6).
           05 ALLOC-DESC          PIC X(30).
           05 ALLOC-STATUS        PIC X.
           05 ALLOC-ROUND-ACCOUNT PIC X(6).
           05 ALLOC-CHANGED-BY    PIC X(8).
           05 ALLOC-CHANGED-TS    PIC X(14).
           05 ALLOC-TARGET-COUNT  PIC 9(2).
           05 ALLOC-TARGET OCCURS 12 TIMES.
               10 ALLOC-TGT-ACCOUNT PIC X(6).
               10 ALLOC-TGT-PCT     PIC 9(3)V99.
      * Mirror of the ALLOC-RECORD layout ALLOC-MAINT owns - any
      * change there must be carried here.

       FD  RATE-FILE.
       01  RATE-RECORD.
           05 RATE-CODE           PIC X(4).
           05 RATE-DESC           PIC X(20).
           05 RATE-PCT            PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 RATE-EFF-DATE       PIC X(8).
           05 RATE-EXP-DATE       PIC X(8).
      * Mirror of the RATE-RECORD layout RATE-MAINT owns - any
      * change there must be carried here.

       FD  CURR-RATE-FILE.
       01  CURR-RATE-RECORD.
           05 CURR-CODE           PIC X(3).
           05 CURR-RATE           PIC S9(3)V9(6)
                                  SIGN LEADING SEPARATE.
           05 CURR-EFF-DATE       PIC X(8).
      * Same layout COBOL-CALC reads - only the code and effective
      * date matter here; the conversion itself happens at posting.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE            PIC X(8).
           05 HOL-DESC            PIC X(30).

       FD  BUS-DATE-FILE.
       01  BUS-DATE-RECORD.
           05 BDAT-LAST-DATE      PIC X(8).
      * Same layouts COBOL-CALC reads - the calendar of non-working
      * weekdays and the business date of the last batch posted.

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
       01 WS-LIST-FILE-STATUS     PIC XX.
       01 WS-DEPT-FILE-STATUS     PIC XX.
       01 WS-TRANS-FILE-STATUS    PIC XX.
       01 WS-EDIT-LIST-STATUS     PIC XX.
       01 WS-ACCT-FILE-STATUS     PIC XX.
       01 WS-ALLOC-FILE-STATUS    PIC XX.
       01 WS-RATE-FILE-STATUS     PIC XX.
       01 WS-CURR-FILE-STATUS     PIC XX.
       01 WS-HOLIDAY-FILE-STATUS  PIC XX.
       01 WS-BUS-DATE-FILE-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-LIST-EOF-SW PIC X VALUE "N".
           88 WS-LIST-EOF VALUE "Y".
       01 WS-DEPT-EOF-SW PIC X VALUE "N".
           88 WS-DEPT-EOF VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-BUS-DATE PIC X(8).
       01 WS-BUS-DATE-ENV PIC X(8).
      * The business date every generated header carries -
      * COBOL-CALC-INTAKE-DATE in the environment, else the next
      * business day after the last one posted, else (first run
      * ever) the run date. It is proven the way the calculator
      * proves a header date before anything is written, and rates
      * and currencies are resolved against it, as they will be at
      * posting.

       01 WS-ACCT-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX    PIC 9(4) VALUE 500.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10 WS-AT-CODE   PIC X(6).
               10 WS-AT-STATUS PIC X.
      * Account lookup, loaded from the master the way COBOL-CALC
      * loads it - same size, same abend when it overflows.

       01 WS-ALLOC-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ALLOC-MAX    PIC 9(4) VALUE 200.
       01 WS-ALLOC-SW PIC X VALUE "N".
           88 WS-ALLOC-MASTER-LOADED VALUE "Y".
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 200 TIMES INDEXED BY ALLOC-IDX.
               10 WS-AL-CODE   PIC X(6).
               10 WS-AL-STATUS PIC X.
      * Allocation codes and their status - enough to refuse an 'A'
      * row naming an unknown or closed rule. The split itself is
      * the calculator's business at posting.

       01 WS-RATE-LOADED PIC 9(4) VALUE ZERO.
       01 WS-RATE-MAX    PIC 9(4) VALUE 50.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RATE-IDX.
               10 WS-RT-CODE     PIC X(4).
               10 WS-RT-EFF-DATE PIC X(8).
               10 WS-RT-EXP-DATE PIC X(8).
       01 WS-RATE-BEST-DATE PIC X(8).

       01 WS-CURR-LOADED PIC 9(4) VALUE ZERO.
       01 WS-CURR-MAX    PIC 9(4) VALUE 50.
       01 WS-CURR-TABLE.
           05 WS-CURR-ENTRY OCCURS 50 TIMES INDEXED BY CURR-IDX.
               10 WS-CU-CODE     PIC X(3).
               10 WS-CU-EFF-DATE PIC X(8).
       01 WS-CURR-BEST-DATE PIC X(8).
      * Rate codes and currency codes with their effective dating -
      * a code only passes when a row is in force on the business
      * date, by the same rule 2400 and 2750 apply in COBOL-CALC.

       01 WS-HOLIDAY-LOADED PIC 9(4) VALUE ZERO.
       01 WS-HOLIDAY-MAX    PIC 9(4) VALUE 100.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES INDEXED BY HOL-IDX.
               10 WS-HOL-DATE PIC X(8).
       01 WS-LAST-BUS-DATE     PIC X(8) VALUE SPACES.
       01 WS-EXPECTED-BUS-DATE PIC X(8) VALUE SPACES.
       01 WS-CAND-DATE   PIC 9(8).
       01 WS-DATE-INT    PIC 9(8).
       01 WS-DAY-OF-WEEK PIC 9.
       01 WS-BUS-DAY-SW PIC X.
           88 WS-BUS-DAY VALUE "Y".
       01 WS-VAL-DATE PIC X(8).
       01 WS-DATE-VALID-SW PIC X.
           88 WS-DATE-VALID VALUE "Y".
       01 WS-DATE-WORK.
           05 WS-DW-YEAR  PIC 9(4).
           05 WS-DW-MONTH PIC 9(2).
           05 WS-DW-DAY   PIC 9(2).
       01 WS-LEAP-REM   PIC 9(4).
       01 WS-MONTH-DAYS PIC 9(2).
      * Business-day calendar and date work areas, the calculator's
      * own - the date a header carries has to survive its gates.

       01 WS-DEPT-FILE-NAME PIC X(60).
       01 WS-DEPT-CODE      PIC X(4).
       01 WS-LIST-LINE-NO   PIC 9(4) VALUE ZERO.
       01 WS-LINE-NO        PIC 9(6) VALUE ZERO.
       01 WS-DATA-ROWS-SEEN PIC 9(6) VALUE ZERO.
      * The department file being edited, and where in it we are -
      * every physical line counts toward the line number the
      * listing quotes, blank ones included, so it matches what the
      * department sees in its own editor.

       01 WS-ROW PIC X(200).
       01 WS-ROW-FIELDS.
           05 WS-IN-TYPE     PIC X(40).
           05 WS-IN-ACCOUNT  PIC X(40).
           05 WS-IN-AMOUNT   PIC X(40).
           05 WS-IN-OPERAND2 PIC X(40).
           05 WS-IN-OPER     PIC X(40).
           05 WS-IN-CURRENCY PIC X(40).
       01 WS-ROW-FIELD-TABLE REDEFINES WS-ROW-FIELDS.
           05 WS-IN-FIELD PIC X(40) OCCURS 6 TIMES.
       01 WS-FIELD-NAMES.
           05 FILLER PIC X(10) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "AMOUNT".
           05 FILLER PIC X(10) VALUE "OPERAND 2".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "CURRENCY".
       01 WS-FIELD-NAME-TABLE REDEFINES WS-FIELD-NAMES.
           05 WS-FN-NAME PIC X(10) OCCURS 6 TIMES.
       01 WS-FIELD-COUNT PIC 9(2).
       01 WS-FIELD-SUB   PIC 9(2).
       01 WS-FIELD-WORK  PIC X(40).
       01 WS-LEAD-SPACES PIC 9(2).
       01 WS-DIGIT-COUNT PIC 9(2).
       01 WS-OVERFLOW-SW PIC X.
           88 WS-TOO-MANY-FIELDS VALUE "Y".
      * One row split at the commas into its six positional fields,
      * each cleaned of quotes and leading spaces. The name table
      * labels a field on the listing by its position.

       01 WS-ROW-TYPE      PIC X.
       01 WS-ROW-ACCOUNT   PIC X(6).
       01 WS-ROW-RATE-CODE PIC X(4).
       01 WS-ROW-CURRENCY  PIC X(3).
       01 WS-ROW-OPER      PIC X.
       01 WS-NUM1-VALUE    PIC S9(6)V99.
       01 WS-NUM1-SW PIC X.
           88 WS-NUM1-GIVEN VALUE "Y".
       01 WS-NUM2-VALUE    PIC S9(6)V99.
       01 WS-ENTRY-VALUE   PIC 9(8).
       01 WS-AMT-TEXT      PIC X(40).
       01 WS-AMT-CHECK     PIC S9(7)V9(4).
       01 WS-AMT-VALUE     PIC S9(6)V99.
       01 WS-AMT-SW PIC X.
           88 WS-AMT-VALID VALUE "Y".
       01 WS-ROW-SW PIC X.
           88 WS-ROW-OK VALUE "Y".
       01 WS-ROW-LISTED-SW PIC X.
           88 WS-ROW-LISTED VALUE "Y".
       01 WS-CHAIN-SW PIC X VALUE "N".
           88 WS-CHAIN-BROKEN VALUE "Y".
       01 WS-ERR-FIELD PIC X(10).
       01 WS-ERR-TEXT  PIC X(40).
      * The row's edited values, staged for the record build, and
      * the row's verdict. WS-CHAIN-BROKEN is the tape guard: a 'C'
      * or 'S' row chains from the Result of the row before it, so
      * once a row that sets the running Result is refused, every
      * chained row after it is refused too until a 'D', 'R' or 'Z'
      * row starts the tape again - posting the rest of the chain
      * would post figures built on a number that never posted.

       01 WS-FRAME-SW PIC X VALUE "N".
           88 WS-FRAME-OPEN VALUE "Y".
       01 WS-FRAME-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FRAME-MAX   PIC 9(4) VALUE 20.
       01 WS-FRAME-RECS  PIC 9(8) VALUE ZERO.
       01 WS-FRAME-HASH  PIC S9(10)V99 VALUE ZERO.
       01 WS-BATCH-ID.
           05 WS-BID-DEPT  PIC X(4).
           05 WS-BID-DAY   PIC X(2).
           05 WS-BID-FRAME PIC 9(2).
      * One frame per department file with anything to post. The
      * batch ID is the department, the business day of the month
      * and the frame's place in the file, so two files from one
      * department on the same day still get IDs of their own. The
      * frame limit is the calculator's batch table size - a 21st
      * frame would abend the posting run.

       01 WS-DEPT-ROWS     PIC 9(6) VALUE ZERO.
       01 WS-DEPT-WRITTEN  PIC 9(6) VALUE ZERO.
       01 WS-DEPT-ERRORS   PIC 9(6) VALUE ZERO.
       01 WS-FILES-LISTED  PIC 9(4) VALUE ZERO.
       01 WS-FILES-FAILED  PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-ROWS    PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-WRITTEN PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-ERRORS  PIC 9(8) VALUE ZERO.
      * Per-file and run totals for the listing and the console.

       01 WS-TRANS-FILE-NAME PIC X(12) VALUE "TRANSIN.DAT".
       01 WS-DELETE-STATUS   PIC S9(9) COMP-5.
      * An intake that passes nothing leaves no TRANSIN.DAT behind -
      * an empty file would only abend the posting run on its
      * missing header.

       01 WS-EDIT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "COBOL-CALC INTAKE EDIT LIST   ".
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 WS-EH1-BUS-DATE PIC X(8).
           05 FILLER PIC X(10) VALUE "  RUN DATE".
           05 FILLER PIC X VALUE SPACE.
           05 WS-EH1-RUN-DATE PIC X(8).
           05 FILLER PIC X(12) VALUE "  OPERATOR ".
           05 WS-EH1-OPERATOR PIC X(8).
       01 WS-EDIT-DEPT-LINE.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 WS-EDL-DEPT PIC X(4).
           05 FILLER PIC X(7) VALUE "  FILE ".
           05 WS-EDL-FILE PIC X(60).
       01 WS-EDIT-ROW-LINE.
           05 FILLER PIC X(7) VALUE "  LINE ".
           05 WS-ERL-LINE-NO PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ERL-ROW PIC X(100).
       01 WS-EDIT-ERROR-LINE.
           05 FILLER PIC X(15) VALUE SPACES.
           05 WS-EEL-FIELD PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-EEL-TEXT PIC X(40).
       01 WS-EDIT-SUMMARY-LINE.
           05 FILLER PIC X(12) VALUE "  ROWS READ ".
           05 WS-ESL-ROWS PIC Z(5)9.
           05 FILLER PIC X(10) VALUE "  WRITTEN ".
           05 WS-ESL-WRITTEN PIC Z(5)9.
           05 FILLER PIC X(11) VALUE "  IN ERROR ".
           05 WS-ESL-ERRORS PIC Z(5)9.
           05 FILLER PIC X(8) VALUE "  BATCH ".
           05 WS-ESL-BATCH PIC X(8).
       01 WS-EDIT-NOTE-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-ENL-TEXT PIC X(100).
      * Edit-listing print lines. Each department gets a block: the
      * file heading, then every row in error by its line number
      * with the row as sent and one line per field that failed,
      * then the file's counts and the batch ID its good rows went
      * out under.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "CALC-INTAKE".
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
           PERFORM 2000-PROCESS-INTAKE-LIST
           PERFORM 8000-FINISH
           STOP RUN.
      * Main line - prove the date and load the reference files,
      * edit every listed department file into its own frame, then
      * total up. RETURN-CODE 4 when rows were refused (the rest
      * were still written), 8 when a listed file could not be read
      * at all, 16 when nothing could safely be built.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "B" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1150-CHECK-NO-PENDING-INPUT
           PERFORM 1050-LOAD-ACCOUNT-MASTER
           PERFORM 1060-LOAD-ALLOCATION-MASTER
           PERFORM 1075-LOAD-RATE-TABLE
           PERFORM 1078-LOAD-CURRENCY-RATES
           PERFORM 1080-LOAD-HOLIDAY-CALENDAR
           PERFORM 1100-SET-BUSINESS-DATE
           OPEN INPUT INTAKE-LIST-FILE
           IF WS-LIST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open intake list INTAKLST.DAT - "
                   "file status " WS-LIST-FILE-STATUS
                   " - list the day's department files there, one "
                   "per line. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EDIT-LIST-FILE
           IF WS-EDIT-LIST-STATUS NOT = "00"
               DISPLAY "Unable to open edit listing INTAKERR.DAT - "
                   "file status " WS-EDIT-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "Unable to create TRANSIN.DAT - file status "
                   WS-TRANS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE TO WS-EH1-BUS-DATE
           MOVE WS-RUN-DATE TO WS-EH1-RUN-DATE
           MOVE WS-OPERATOR TO WS-EH1-OPERATOR
           WRITE EDIT-LIST-RECORD FROM WS-EDIT-HEADING-1.
      * Everything that can stop the run is proven before the
      * output files are opened, so a refused run leaves whatever
      * TRANSIN.DAT and listing were there untouched.

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

       1050-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master ACCTMAST.DAT "
                   "- file status " WS-ACCT-FILE-STATUS
                   " - nothing can be edited without it. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ ACCT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-ACCT-LOADED >= WS-ACCT-MAX
                           DISPLAY "Account master holds more than "
                               WS-ACCT-MAX " accounts - table full, "
                               "abending"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACCT-LOADED
                       MOVE ACCT-CODE
                           TO WS-AT-CODE (WS-ACCT-LOADED)
                       MOVE ACCT-STATUS
                           TO WS-AT-STATUS (WS-ACCT-LOADED)
               END-READ
           END-PERFORM
           CLOSE ACCT-FILE
           MOVE "N" TO WS-EOF-SW.
      * The account master is required, as it is for the posting
      * run - every row but a 'Z' names an account or a rule.

       1060-LOAD-ALLOCATION-MASTER.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "Allocation master ALLOCMAST.DAT not "
                   "available - file status " WS-ALLOC-FILE-STATUS
                   " - allocation rows will be refused"
           ELSE
               SET WS-ALLOC-MASTER-LOADED TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALLOC-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-ALLOC-LOADED >= WS-ALLOC-MAX
                               DISPLAY "Allocation master holds more "
                                   "than " WS-ALLOC-MAX " rules - "
                                   "table full, abending"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ALLOC-LOADED
                           MOVE ALLOC-CODE
                               TO WS-AL-CODE (WS-ALLOC-LOADED)
                           MOVE ALLOC-STATUS
                               TO WS-AL-STATUS (WS-ALLOC-LOADED)
                   END-READ
               END-PERFORM
               CLOSE ALLOC-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Survivable when missing, as in the posting run - most
      * departments never send a shared charge.

       1075-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "Rates table RATETABL.DAT not available - "
                   "file status " WS-RATE-FILE-STATUS
                   " - rate-coded rows will be refused"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-RATE-LOADED >= WS-RATE-MAX
                               DISPLAY "Rates table holds more than "
                                   WS-RATE-MAX " rows - table full, "
                                   "abending"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-RATE-LOADED
                           MOVE RATE-CODE
                               TO WS-RT-CODE (WS-RATE-LOADED)
                           MOVE RATE-EFF-DATE
                               TO WS-RT-EFF-DATE (WS-RATE-LOADED)
                           MOVE RATE-EXP-DATE
                               TO WS-RT-EXP-DATE (WS-RATE-LOADED)
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       1078-LOAD-CURRENCY-RATES.
           OPEN INPUT CURR-RATE-FILE
           IF WS-CURR-FILE-STATUS NOT = "00"
               DISPLAY "Currency rates CURRRATE.DAT not available - "
                   "file status " WS-CURR-FILE-STATUS
                   " - foreign-currency rows will be refused"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CURR-RATE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CURR-LOADED >= WS-CURR-MAX
                               DISPLAY "Currency rates hold more "
                                   "than " WS-CURR-MAX " rows - "
                                   "table full, abending"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CURR-LOADED
                           MOVE CURR-CODE
                               TO WS-CU-CODE (WS-CURR-LOADED)
                           MOVE CURR-EFF-DATE
                               TO WS-CU-EFF-DATE (WS-CURR-LOADED)
                   END-READ
               END-PERFORM
               CLOSE CURR-RATE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Rates and currencies load as the calculator loads them and
      * are just as survivable when missing - the rows that need
      * them are refused, everything else edits as usual.

       1080-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "Business-day calendar HOLIDAYS.DAT not "
                   "available - file status " WS-HOLIDAY-FILE-STATUS
                   " - weekends still enforced, holidays are not"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-HOLIDAY-LOADED >= WS-HOLIDAY-MAX
                               DISPLAY "Holiday calendar holds more "
                                   "than " WS-HOLIDAY-MAX " dates - "
                                   "table full, abending"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLIDAY-LOADED
                           MOVE HOL-DATE
                               TO WS-HOL-DATE (WS-HOLIDAY-LOADED)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.

       1100-SET-BUSINESS-DATE.
           PERFORM 1182-READ-LAST-BUS-DATE
           ACCEPT WS-BUS-DATE-ENV
               FROM ENVIRONMENT "COBOL-CALC-INTAKE-DATE"
           IF WS-BUS-DATE-ENV NOT = SPACES
               MOVE WS-BUS-DATE-ENV TO WS-BUS-DATE
           ELSE IF WS-LAST-BUS-DATE NOT = SPACES
               PERFORM 1187-NEXT-BUSINESS-DAY
               MOVE WS-EXPECTED-BUS-DATE TO WS-BUS-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BUS-DATE
           END-IF END-IF
           MOVE WS-BUS-DATE TO WS-VAL-DATE
           PERFORM 1190-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               DISPLAY "Business date " WS-BUS-DATE " is not a "
                   "valid calendar date - nothing built"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE TO WS-CAND-DATE
           PERFORM 1185-TEST-BUSINESS-DAY
           IF NOT WS-BUS-DAY
               DISPLAY "Business date " WS-BUS-DATE " is not a "
                   "business day (weekend or holiday) - nothing built"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LAST-BUS-DATE NOT = SPACES
               PERFORM 1187-NEXT-BUSINESS-DAY
               IF WS-BUS-DATE NOT = WS-EXPECTED-BUS-DATE
                   DISPLAY "Business date " WS-BUS-DATE " is not "
                       "the next business day " WS-EXPECTED-BUS-DATE
                       " (last posted " WS-LAST-BUS-DATE ") - the "
                       "posting run would refuse it - nothing built"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Building TRANSIN.DAT for business date "
               WS-BUS-DATE.
      * The same three gates 1180 in COBOL-CALC puts a header date
      * through - a real date, a working day, the next business day
      * after the last batch posted - so a file built here is never
      * refused there on its date.

       1150-CHECK-NO-PENDING-INPUT.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "35"
               IF WS-TRANS-FILE-STATUS = "00"
                   CLOSE TRANS-FILE
               END-IF
               DISPLAY "TRANSIN.DAT is already on file (status "
                   WS-TRANS-FILE-STATUS ") - it has not been posted "
                   "and retired yet. Post it or move it aside before "
                   "building another. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The posting run retires its input under a dated name once it
      * posts, so a TRANSIN.DAT still on file is work nobody has
      * posted - overwriting it would lose a day's batch without a
      * trace.

       1182-READ-LAST-BUS-DATE.
           MOVE SPACES TO WS-LAST-BUS-DATE
           OPEN INPUT BUS-DATE-FILE
           IF WS-BUS-DATE-FILE-STATUS = "00"
               READ BUS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDAT-LAST-DATE IS NUMERIC
                           MOVE BDAT-LAST-DATE TO WS-LAST-BUS-DATE
                       ELSE
                           DISPLAY "Last-posted business date on "
                               "CALCBDAT.DAT is unreadable - "
                               "sequence check skipped this run"
                       END-IF
               END-READ
               CLOSE BUS-DATE-FILE
           END-IF.

       1185-TEST-BUSINESS-DAY.
           MOVE "Y" TO WS-BUS-DAY-SW
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "N" TO WS-BUS-DAY-SW
           END-IF
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > WS-HOLIDAY-LOADED
               IF WS-HOL-DATE (HOL-IDX) = WS-CAND-DATE
                   MOVE "N" TO WS-BUS-DAY-SW
               END-IF
           END-PERFORM.

       1187-NEXT-BUSINESS-DAY.
           MOVE WS-LAST-BUS-DATE TO WS-CAND-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE)
           MOVE "N" TO WS-BUS-DAY-SW
           PERFORM UNTIL WS-BUS-DAY
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CAND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1185-TEST-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-EXPECTED-BUS-DATE.

       1190-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-VAL-DATE IS NUMERIC
               MOVE WS-VAL-DATE TO WS-DATE-WORK
               IF WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
                       AND WS-DW-DAY >= 1
                   EVALUATE WS-DW-MONTH
                       WHEN 4 WHEN 6 WHEN 9 WHEN 11
                           MOVE 30 TO WS-MONTH-DAYS
                       WHEN 2
                           MOVE 28 TO WS-MONTH-DAYS
                           DIVIDE WS-DW-YEAR BY 4
                               GIVING WS-LEAP-REM
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = ZERO
                               MOVE 29 TO WS-MONTH-DAYS
                               DIVIDE WS-DW-YEAR BY 100
                                   GIVING WS-LEAP-REM
                                   REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM = ZERO
                                   MOVE 28 TO WS-MONTH-DAYS
                                   DIVIDE WS-DW-YEAR BY 400
                                       GIVING WS-LEAP-REM
                                       REMAINDER WS-LEAP-REM
                                   IF WS-LEAP-REM = ZERO
                                       MOVE 29 TO WS-MONTH-DAYS
                                   END-IF
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE 31 TO WS-MONTH-DAYS
                   END-EVALUATE
                   IF WS-DW-DAY <= WS-MONTH-DAYS
                       SET WS-DATE-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      * The calculator's calendar paragraphs, carried here as they
      * stand there - any change to its business-day rules must be
      * carried here too.

       2000-PROCESS-INTAKE-LIST.
           PERFORM UNTIL WS-LIST-EOF
               READ INTAKE-LIST-FILE
                   AT END
                       SET WS-LIST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-LINE-NO
                       IF INTAKE-LIST-RECORD NOT = SPACES
                               AND INTAKE-LIST-RECORD (1:1) NOT = "*"
                           MOVE ILST-DEPT TO WS-DEPT-CODE
                           MOVE ILST-FILE-NAME TO WS-DEPT-FILE-NAME
                           ADD 1 TO WS-FILES-LISTED
                           PERFORM 2100-PROCESS-DEPT-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTAKE-LIST-FILE.
      * One department file per list line, in list order - the
      * frames come out of TRANSIN.DAT in the same order.

       2100-PROCESS-DEPT-FILE.
           MOVE SPACES TO EDIT-LIST-RECORD
           WRITE EDIT-LIST-RECORD
           MOVE WS-DEPT-CODE TO WS-EDL-DEPT
           MOVE WS-DEPT-FILE-NAME TO WS-EDL-FILE
           WRITE EDIT-LIST-RECORD FROM WS-EDIT-DEPT-LINE
           MOVE ZERO TO WS-DEPT-ROWS
           MOVE ZERO TO WS-DEPT-WRITTEN
           MOVE ZERO TO WS-DEPT-ERRORS
           MOVE ZERO TO WS-LINE-NO
           MOVE ZERO TO WS-DATA-ROWS-SEEN
           MOVE "N" TO WS-CHAIN-SW
           MOVE "N" TO WS-FRAME-SW
           MOVE SPACES TO WS-BATCH-ID
           IF WS-DEPT-CODE = SPACES OR WS-DEPT-FILE-NAME = SPACES
               MOVE "INTAKLST.DAT LINE NEEDS A DEPARTMENT AND A FILE"
                   TO WS-ENL-TEXT
               WRITE EDIT-LIST-RECORD FROM WS-EDIT-NOTE-LINE
               ADD 1 TO WS-FILES-FAILED
           ELSE IF WS-FRAME-COUNT >= WS-FRAME-MAX
               MOVE SPACES TO WS-ENL-TEXT
               STRING "NOT TAKEN - TRANSIN.DAT ALREADY HOLDS "
                      DELIMITED BY SIZE
                      "THE MOST BATCHES ONE POSTING RUN ACCEPTS"
                      DELIMITED BY SIZE
                      INTO WS-ENL-TEXT
               WRITE EDIT-LIST-RECORD FROM WS-EDIT-NOTE-LINE
               ADD 1 TO WS-FILES-FAILED
           ELSE
               OPEN INPUT DEPT-FILE
               IF WS-DEPT-FILE-STATUS NOT = "00"
                   MOVE SPACES TO WS-ENL-TEXT
                   STRING "FILE CANNOT BE OPENED - FILE STATUS "
                          DELIMITED BY SIZE
                          WS-DEPT-FILE-STATUS DELIMITED BY SIZE
                          INTO WS-ENL-TEXT
                   WRITE EDIT-LIST-RECORD FROM WS-EDIT-NOTE-LINE
                   ADD 1 TO WS-FILES-FAILED
               ELSE
                   MOVE "N" TO WS-DEPT-EOF-SW
                   PERFORM UNTIL WS-DEPT-EOF
                       READ DEPT-FILE
                           AT END
                               SET WS-DEPT-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-LINE-NO
                               MOVE DEPT-ROW TO WS-ROW
                               PERFORM 2200-EDIT-ROW
                       END-READ
                   END-PERFORM
                   CLOSE DEPT-FILE
                   IF WS-FRAME-OPEN
                       PERFORM 2550-WRITE-TRAILER
                   END-IF
               END-IF
               MOVE WS-DEPT-ROWS TO WS-ESL-ROWS
               MOVE WS-DEPT-WRITTEN TO WS-ESL-WRITTEN
               MOVE WS-DEPT-ERRORS TO WS-ESL-ERRORS
               IF WS-BATCH-ID = SPACES
                   MOVE "NONE" TO WS-ESL-BATCH
               ELSE
                   MOVE WS-BATCH-ID TO WS-ESL-BATCH
               END-IF
               WRITE EDIT-LIST-RECORD FROM WS-EDIT-SUMMARY-LINE
               DISPLAY "Department " WS-DEPT-CODE " - " WS-DEPT-ROWS
                   " row(s), " WS-DEPT-WRITTEN " written, "
                   WS-DEPT-ERRORS " in error"
           END-IF END-IF.
      * A file that cannot be opened is reported on the listing and
      * the run carries on with the rest - one department's missing
      * export should not hold up everybody else's figures. A frame
      * is opened only when the file's first good row turns up, so
      * a file with nothing worth posting adds no empty batch.

       2200-EDIT-ROW.
           INSPECT WS-ROW REPLACING ALL X"0D" BY SPACE
           INSPECT WS-ROW REPLACING ALL X"09" BY SPACE
           IF WS-ROW NOT = SPACES
               PERFORM 2210-SPLIT-ROW
               ADD 1 TO WS-DATA-ROWS-SEEN
               IF WS-DATA-ROWS-SEEN = 1
                       AND FUNCTION UPPER-CASE (WS-IN-TYPE) = "TYPE"
                   CONTINUE
               ELSE
                   ADD 1 TO WS-DEPT-ROWS
                   ADD 1 TO WS-TOTAL-ROWS
                   PERFORM 2300-EDIT-FIELDS
                   IF WS-ROW-OK
                       PERFORM 2500-WRITE-DETAIL
                   ELSE
                       ADD 1 TO WS-DEPT-ERRORS
                       ADD 1 TO WS-TOTAL-ERRORS
                   END-IF
               END-IF
           END-IF.
      * Carriage returns from a spreadsheet saved on a PC and stray
      * tabs read as spaces. Blank lines are skipped but still
      * counted, so the line numbers on the listing are the ones the
      * department sees. A first row reading TYPE is the export's
      * column heading.

       2210-SPLIT-ROW.
           MOVE SPACES TO WS-ROW-FIELDS
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE "N" TO WS-OVERFLOW-SW
           UNSTRING WS-ROW DELIMITED BY ","
               INTO WS-IN-TYPE WS-IN-ACCOUNT WS-IN-AMOUNT
                    WS-IN-OPERAND2 WS-IN-OPER WS-IN-CURRENCY
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                   SET WS-TOO-MANY-FIELDS TO TRUE
           END-UNSTRING
           PERFORM VARYING WS-FIELD-SUB FROM 1 BY 1
                   UNTIL WS-FIELD-SUB > 6
               PERFORM 2220-CLEAN-FIELD
           END-PERFORM.
      * Positional fields, comma-separated. Trailing empty fields may
      * be left off altogether - a 'Z' row can be just Z. A seventh
      * field is an error, not something to guess about.

       2220-CLEAN-FIELD.
           INSPECT WS-IN-FIELD (WS-FIELD-SUB)
               REPLACING ALL QUOTE BY SPACE
           MOVE ZERO TO WS-LEAD-SPACES
           INSPECT WS-IN-FIELD (WS-FIELD-SUB)
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           IF WS-LEAD-SPACES > ZERO AND WS-LEAD-SPACES < 40
               MOVE WS-IN-FIELD (WS-FIELD-SUB) (WS-LEAD-SPACES + 1:)
                   TO WS-FIELD-WORK
               MOVE WS-FIELD-WORK TO WS-IN-FIELD (WS-FIELD-SUB)
           END-IF.
      * Spreadsheet exports quote text fields as they please and pad
      * after the commas; neither means anything here.

       2300-EDIT-FIELDS.
           MOVE "Y" TO WS-ROW-SW
           MOVE "N" TO WS-ROW-LISTED-SW
           MOVE "N" TO WS-NUM1-SW
           MOVE ZERO TO WS-NUM1-VALUE
           MOVE ZERO TO WS-NUM2-VALUE
           MOVE ZERO TO WS-ENTRY-VALUE
           MOVE SPACES TO WS-ROW-ACCOUNT
           MOVE SPACES TO WS-ROW-RATE-CODE
           MOVE SPACES TO WS-ROW-CURRENCY
           MOVE SPACE TO WS-ROW-OPER
           MOVE FUNCTION UPPER-CASE (WS-IN-TYPE (1:1)) TO WS-ROW-TYPE
           IF WS-TOO-MANY-FIELDS
               MOVE SPACES TO WS-ERR-FIELD
               MOVE "MORE THAN SIX FIELDS ON THE ROW" TO WS-ERR-TEXT
               PERFORM 2900-LIST-EDIT-ERROR
           END-IF
           IF WS-IN-TYPE (2:) NOT = SPACES
               MOVE 1 TO WS-FIELD-SUB
               MOVE "RECORD TYPE IS ONE LETTER" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               EVALUATE WS-ROW-TYPE
                   WHEN "D"
                       PERFORM 2310-EDIT-ACCOUNT
                       PERFORM 2320-EDIT-NUM1-REQUIRED
                       PERFORM 2330-EDIT-NUM2
                       PERFORM 2340-EDIT-OPERATOR
                       PERFORM 2350-EDIT-CURRENCY
                   WHEN "C"
                       PERFORM 2310-EDIT-ACCOUNT
                       PERFORM 2325-EDIT-NUM1-OPTIONAL
                       PERFORM 2330-EDIT-NUM2
                       PERFORM 2340-EDIT-OPERATOR
                       PERFORM 2355-EDIT-NO-CURRENCY
                   WHEN "R"
                       PERFORM 2310-EDIT-ACCOUNT
                       PERFORM 2320-EDIT-NUM1-REQUIRED
                       PERFORM 2360-EDIT-RATE-CODE
                       MOVE 5 TO WS-FIELD-SUB
                       PERFORM 2390-EDIT-NOT-USED
                       PERFORM 2350-EDIT-CURRENCY
                   WHEN "S"
                       PERFORM 2310-EDIT-ACCOUNT
                       PERFORM 2325-EDIT-NUM1-OPTIONAL
                       PERFORM 2360-EDIT-RATE-CODE
                       MOVE 5 TO WS-FIELD-SUB
                       PERFORM 2390-EDIT-NOT-USED
                       PERFORM 2355-EDIT-NO-CURRENCY
                   WHEN "V"
                       PERFORM 2310-EDIT-ACCOUNT
                       PERFORM 2370-EDIT-ENTRY-NUMBER
                       PERFORM VARYING WS-FIELD-SUB FROM 4 BY 1
                               UNTIL WS-FIELD-SUB > 6
                           PERFORM 2390-EDIT-NOT-USED
                       END-PERFORM
                   WHEN "A"
                       PERFORM 2380-EDIT-ALLOCATION
                       PERFORM 2320-EDIT-NUM1-REQUIRED
                       MOVE 4 TO WS-FIELD-SUB
                       PERFORM 2390-EDIT-NOT-USED
                       MOVE 5 TO WS-FIELD-SUB
                       PERFORM 2390-EDIT-NOT-USED
                       PERFORM 2355-EDIT-NO-CURRENCY
                   WHEN "Z"
                       PERFORM VARYING WS-FIELD-SUB FROM 2 BY 1
                               UNTIL WS-FIELD-SUB > 6
                           PERFORM 2390-EDIT-NOT-USED
                       END-PERFORM
                   WHEN "H" WHEN "T"
                       MOVE 1 TO WS-FIELD-SUB
                       MOVE "HEADERS AND TRAILERS ARE BUILT BY INTAKE"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   WHEN OTHER
                       MOVE 1 TO WS-FIELD-SUB
                       MOVE "NOT A RECORD TYPE (D C R S V A Z)"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
               END-EVALUATE
           END-IF
           IF WS-ROW-TYPE = "C" OR WS-ROW-TYPE = "S"
               IF WS-CHAIN-BROKEN
                   MOVE SPACES TO WS-ERR-FIELD
                   MOVE "CHAINS FROM A ROW IN ERROR ABOVE"
                       TO WS-ERR-TEXT
                   PERFORM 2900-LIST-EDIT-ERROR
               END-IF
           END-IF
           EVALUATE WS-ROW-TYPE
               WHEN "D" WHEN "C" WHEN "R" WHEN "S"
                   IF WS-ROW-OK
                       MOVE "N" TO WS-CHAIN-SW
                   ELSE
                       SET WS-CHAIN-BROKEN TO TRUE
                   END-IF
               WHEN "Z"
                   IF WS-ROW-OK
                       MOVE "N" TO WS-CHAIN-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The field rules by record type are the calculator's: what a
      * 'D' needs, what a chained row may leave blank, that a rate
      * row carries a rate code where a 'D' carries Num2 and an
      * operator, that chained and allocation rows post in base
      * currency only. A field a type does not use must be empty -
      * a value there means the row was keyed against the wrong
      * type. Every failing field is listed, not just the first, so
      * the department fixes a row once.

       2310-EDIT-ACCOUNT.
           MOVE 2 TO WS-FIELD-SUB
           IF WS-IN-ACCOUNT = SPACES
               MOVE "ACCOUNT MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE IF WS-IN-ACCOUNT (7:) NOT = SPACES
               MOVE "ACCOUNT LONGER THAN SIX CHARACTERS"
                   TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE WS-IN-ACCOUNT (1:6) TO WS-ROW-ACCOUNT
               SET ACCT-IDX TO 1
               SEARCH WS-ACCT-ENTRY
                   AT END
                       MOVE "ACCOUNT NOT ON THE ACCOUNT MASTER"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   WHEN WS-AT-CODE (ACCT-IDX) = WS-ROW-ACCOUNT
                           AND ACCT-IDX <= WS-ACCT-LOADED
                       IF WS-AT-STATUS (ACCT-IDX) NOT = "A"
                           MOVE "ACCOUNT IS CLOSED" TO WS-ERR-TEXT
                           PERFORM 2910-LIST-FIELD-ERROR
                       END-IF
               END-SEARCH
           END-IF END-IF.
      * Unknown or closed is the calculator's 'AC' reject, caught a
      * day earlier.

       2320-EDIT-NUM1-REQUIRED.
           MOVE 3 TO WS-FIELD-SUB
           IF WS-IN-AMOUNT = SPACES
               MOVE "AMOUNT MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               PERFORM 2325-EDIT-NUM1-OPTIONAL
           END-IF.

       2325-EDIT-NUM1-OPTIONAL.
           MOVE 3 TO WS-FIELD-SUB
           IF WS-IN-AMOUNT NOT = SPACES
               MOVE WS-IN-AMOUNT TO WS-AMT-TEXT
               PERFORM 2400-EDIT-SIGNED-AMOUNT
               IF WS-AMT-VALID
                   MOVE WS-AMT-VALUE TO WS-NUM1-VALUE
                   SET WS-NUM1-GIVEN TO TRUE
               END-IF
           END-IF.
      * A chained row takes its first operand from the running
      * Result, so its amount may be left empty; given, it must
      * still be a proper amount, because it still feeds the hash.

       2330-EDIT-NUM2.
           MOVE 4 TO WS-FIELD-SUB
           IF WS-IN-OPERAND2 = SPACES
               MOVE "SECOND OPERAND MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE WS-IN-OPERAND2 TO WS-AMT-TEXT
               PERFORM 2400-EDIT-SIGNED-AMOUNT
               IF WS-AMT-VALID
                   MOVE WS-AMT-VALUE TO WS-NUM2-VALUE
               END-IF
           END-IF.

       2340-EDIT-OPERATOR.
           MOVE 5 TO WS-FIELD-SUB
           IF WS-IN-OPER = SPACES
               MOVE "OPERATOR MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE IF WS-IN-OPER (2:) NOT = SPACES
               MOVE "OPERATOR IS ONE CHARACTER" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE WS-IN-OPER (1:1) TO WS-ROW-OPER
               EVALUATE WS-ROW-OPER
                   WHEN '+' WHEN '-' WHEN '*'
                   WHEN 'P' WHEN 'p'
                       CONTINUE
                   WHEN '/' WHEN '%'
                       IF WS-NUM2-VALUE = ZERO
                               AND WS-IN-OPERAND2 NOT = SPACES
                           MOVE "DIVIDE BY A ZERO SECOND OPERAND"
                               TO WS-ERR-TEXT
                           PERFORM 2910-LIST-FIELD-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE "NOT AN OPERATOR (+ - * / % P)"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
               END-EVALUATE
           END-IF END-IF.
      * The calculator's operator set, and its divide-by-zero
      * refusal ('DZ') for '/' and '%'. A second operand that failed
      * its own edit is not reported twice as a zero divisor.

       2350-EDIT-CURRENCY.
           MOVE 6 TO WS-FIELD-SUB
           IF WS-IN-CURRENCY NOT = SPACES
               IF WS-IN-CURRENCY (4:) NOT = SPACES
                   MOVE "CURRENCY CODE IS THREE LETTERS"
                       TO WS-ERR-TEXT
                   PERFORM 2910-LIST-FIELD-ERROR
               ELSE
                   MOVE FUNCTION UPPER-CASE (WS-IN-CURRENCY (1:3))
                       TO WS-ROW-CURRENCY
                   MOVE SPACES TO WS-CURR-BEST-DATE
                   PERFORM VARYING CURR-IDX FROM 1 BY 1
                           UNTIL CURR-IDX > WS-CURR-LOADED
                       IF WS-CU-CODE (CURR-IDX) = WS-ROW-CURRENCY
                               AND WS-CU-EFF-DATE (CURR-IDX)
                                   <= WS-BUS-DATE
                               AND WS-CU-EFF-DATE (CURR-IDX)
                                   > WS-CURR-BEST-DATE
                           MOVE WS-CU-EFF-DATE (CURR-IDX)
                               TO WS-CURR-BEST-DATE
                       END-IF
                   END-PERFORM
                   IF WS-CURR-BEST-DATE = SPACES
                       MOVE "NO RATE IN FORCE FOR THIS CURRENCY"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   END-IF
               END-IF
           END-IF.
      * Blank is base currency. A code must have a rate in force on
      * the business date, the calculator's 'CU' rule.

       2355-EDIT-NO-CURRENCY.
           MOVE 6 TO WS-FIELD-SUB
           IF WS-IN-CURRENCY NOT = SPACES
               MOVE "THIS RECORD TYPE POSTS IN BASE CURRENCY"
                   TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           END-IF.
      * Chained rows run on the base-currency running Result and
      * allocations split in base currency - a code on either is
      * the calculator's 'CU' reject.

       2360-EDIT-RATE-CODE.
           MOVE 4 TO WS-FIELD-SUB
           IF WS-IN-OPERAND2 = SPACES
               MOVE "RATE CODE MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE IF WS-IN-OPERAND2 (5:) NOT = SPACES
               MOVE "RATE CODE LONGER THAN FOUR CHARACTERS"
                   TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-IN-OPERAND2 (1:4))
                   TO WS-ROW-RATE-CODE
               MOVE SPACES TO WS-RATE-BEST-DATE
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > WS-RATE-LOADED
                   IF WS-RT-CODE (RATE-IDX) = WS-ROW-RATE-CODE
                           AND WS-RT-EFF-DATE (RATE-IDX)
                               <= WS-BUS-DATE
                           AND (WS-RT-EXP-DATE (RATE-IDX) = SPACES
                               OR WS-RT-EXP-DATE (RATE-IDX)
                                   >= WS-BUS-DATE)
                           AND WS-RT-EFF-DATE (RATE-IDX)
                               > WS-RATE-BEST-DATE
                       MOVE WS-RT-EFF-DATE (RATE-IDX)
                           TO WS-RATE-BEST-DATE
                   END-IF
               END-PERFORM
               IF WS-RATE-BEST-DATE = SPACES
                   MOVE "NO RATE IN FORCE FOR THIS CODE"
                       TO WS-ERR-TEXT
                   PERFORM 2910-LIST-FIELD-ERROR
               END-IF
           END-IF END-IF.
      * A rate code must have a row in force on the business date -
      * effective on or before it and not expired - the calculator's
      * 'RC' rule.

       2370-EDIT-ENTRY-NUMBER.
           MOVE 3 TO WS-FIELD-SUB
           IF WS-IN-AMOUNT = SPACES
               MOVE "ENTRY NUMBER TO REVERSE MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE ZERO TO WS-DIGIT-COUNT
               INSPECT WS-IN-AMOUNT TALLYING WS-DIGIT-COUNT
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-DIGIT-COUNT > 8
                   MOVE "ENTRY NUMBER IS UP TO EIGHT DIGITS"
                       TO WS-ERR-TEXT
                   PERFORM 2910-LIST-FIELD-ERROR
               ELSE IF WS-IN-AMOUNT (WS-DIGIT-COUNT + 1:) NOT = SPACES
                       OR WS-IN-AMOUNT (1:WS-DIGIT-COUNT)
                           IS NOT NUMERIC
                   MOVE "ENTRY NUMBER IS UP TO EIGHT DIGITS"
                       TO WS-ERR-TEXT
                   PERFORM 2910-LIST-FIELD-ERROR
               ELSE
                   MOVE WS-IN-AMOUNT (1:WS-DIGIT-COUNT)
                       TO WS-ENTRY-VALUE
                   IF WS-ENTRY-VALUE = ZERO
                       MOVE "ENTRY NUMBER IS ZERO" TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   END-IF
               END-IF END-IF
           END-IF.
      * A reversal names the audit entry it backs out in the amount
      * position. Whether that entry exists and is unreversed is
      * proven against the audit trail at posting time, as it must
      * be - another run may post or reverse it first.

       2380-EDIT-ALLOCATION.
           MOVE 2 TO WS-FIELD-SUB
           IF WS-IN-ACCOUNT = SPACES
               MOVE "ALLOCATION CODE MISSING" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE IF WS-IN-ACCOUNT (7:) NOT = SPACES
               MOVE "ALLOCATION CODE LONGER THAN SIX CHARACTERS"
                   TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE IF NOT WS-ALLOC-MASTER-LOADED
               MOVE "NO ALLOCATION MASTER ON FILE" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               MOVE WS-IN-ACCOUNT (1:6) TO WS-ROW-ACCOUNT
               SET ALLOC-IDX TO 1
               SEARCH WS-ALLOC-ENTRY
                   AT END
                       MOVE "ALLOCATION CODE NOT ON THE MASTER"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   WHEN WS-AL-CODE (ALLOC-IDX) = WS-ROW-ACCOUNT
                           AND ALLOC-IDX <= WS-ALLOC-LOADED
                       IF WS-AL-STATUS (ALLOC-IDX) NOT = "A"
                           MOVE "ALLOCATION RULE IS CLOSED"
                               TO WS-ERR-TEXT
                           PERFORM 2910-LIST-FIELD-ERROR
                       END-IF
               END-SEARCH
           END-IF END-IF END-IF.
      * An 'A' row names an allocation rule where the others name an
      * account - unknown or closed is the calculator's 'AL' reject.

       2390-EDIT-NOT-USED.
           IF WS-IN-FIELD (WS-FIELD-SUB) NOT = SPACES
               MOVE "NOT USED BY THIS RECORD TYPE - LEAVE EMPTY"
                   TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           END-IF.

       2400-EDIT-SIGNED-AMOUNT.
           MOVE "N" TO WS-AMT-SW
           IF FUNCTION TEST-NUMVAL (WS-AMT-TEXT) NOT = 0
               MOVE "NOT A SIGNED AMOUNT" TO WS-ERR-TEXT
               PERFORM 2910-LIST-FIELD-ERROR
           ELSE
               COMPUTE WS-AMT-CHECK = FUNCTION NUMVAL (WS-AMT-TEXT)
                   ON SIZE ERROR
                       MOVE "AMOUNT OUTSIDE -999999.99 TO 999999.99"
                           TO WS-ERR-TEXT
                       PERFORM 2910-LIST-FIELD-ERROR
                   NOT ON SIZE ERROR
                       IF WS-AMT-CHECK > 999999.99
                               OR WS-AMT-CHECK < -999999.99
                           MOVE "AMOUNT OUTSIDE -999999.99 TO 999999.99"
                               TO WS-ERR-TEXT
                           PERFORM 2910-LIST-FIELD-ERROR
                       ELSE
                           MOVE WS-AMT-CHECK TO WS-AMT-VALUE
                           IF WS-AMT-VALUE NOT = WS-AMT-CHECK
                               MOVE "MORE THAN TWO DECIMAL PLACES"
                                   TO WS-ERR-TEXT
                               PERFORM 2910-LIST-FIELD-ERROR
                           ELSE
                               SET WS-AMT-VALID TO TRUE
                           END-IF
                       END-IF
               END-COMPUTE
           END-IF.
      * Signed amounts as the departments type them - a leading or
      * trailing sign, a decimal point - edited to the S9(6)V99 an
      * operand holds. Too big or a third decimal is refused rather
      * than cut down without a word.

       2500-WRITE-DETAIL.
           IF NOT WS-FRAME-OPEN
               PERFORM 2510-WRITE-HEADER
           END-IF
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-ROW-TYPE TO TRANS-REC-TYPE
           EVALUATE WS-ROW-TYPE
               WHEN "D" WHEN "C"
                   MOVE WS-ROW-ACCOUNT TO TRANS-ACCOUNT
                   IF WS-NUM1-GIVEN
                       MOVE WS-NUM1-VALUE TO TRANS-NUM1
                   END-IF
                   MOVE WS-NUM2-VALUE TO TRANS-NUM2
                   MOVE WS-ROW-OPER TO TRANS-OPER
                   MOVE WS-ROW-CURRENCY TO TRANS-CURRENCY
               WHEN "R" WHEN "S"
                   MOVE WS-ROW-ACCOUNT TO TRATE-ACCOUNT
                   IF WS-NUM1-GIVEN
                       MOVE WS-NUM1-VALUE TO TRATE-NUM1
                   END-IF
                   MOVE WS-ROW-RATE-CODE TO TRATE-RATE-CODE
                   MOVE WS-ROW-CURRENCY TO TRATE-CURRENCY
               WHEN "V"
                   MOVE WS-ROW-ACCOUNT TO TREV-ACCOUNT
                   MOVE WS-ENTRY-VALUE TO TREV-ORIG-ENTRY
               WHEN "A"
                   MOVE WS-ROW-ACCOUNT TO TALLOC-CODE
                   MOVE WS-NUM1-VALUE TO TALLOC-AMOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE TRANS-RECORD
           ADD 1 TO WS-FRAME-RECS
           IF TRANS-NUM1 IS NUMERIC
               ADD TRANS-NUM1 TO WS-FRAME-HASH
           END-IF
           ADD 1 TO WS-DEPT-WRITTEN
           ADD 1 TO WS-TOTAL-WRITTEN.
      * The row in the calculator's fixed positions. The record
      * count and hash are taken exactly as 1160 in COBOL-CALC will
      * take them - every record counts, and Num1 feeds the hash
      * only where it is a signed number, which leaves out a 'Z', a
      * chained row with no amount, and a reversal's entry number.

       2510-WRITE-HEADER.
           ADD 1 TO WS-FRAME-COUNT
           MOVE WS-DEPT-CODE TO WS-BID-DEPT
           INSPECT WS-BID-DEPT REPLACING ALL SPACE BY "-"
           MOVE WS-BUS-DATE (7:2) TO WS-BID-DAY
           MOVE WS-FRAME-COUNT TO WS-BID-FRAME
           MOVE SPACES TO TRANS-RECORD
           MOVE "H" TO THDR-REC-TYPE
           MOVE WS-BATCH-ID TO THDR-BATCH-ID
           MOVE WS-BUS-DATE TO THDR-BUS-DATE
           MOVE WS-DEPT-CODE TO THDR-DEPT
           WRITE TRANS-RECORD
           MOVE ZERO TO WS-FRAME-RECS
           MOVE ZERO TO WS-FRAME-HASH
           SET WS-FRAME-OPEN TO TRUE.

       2550-WRITE-TRAILER.
           MOVE SPACES TO TRANS-RECORD
           MOVE "T" TO TTRL-REC-TYPE
           MOVE WS-FRAME-RECS TO TTRL-RECORD-COUNT
           MOVE WS-FRAME-HASH TO TTRL-HASH-TOTAL
           WRITE TRANS-RECORD
           MOVE "N" TO WS-FRAME-SW.
      * Header and trailer are generated around each department's
      * good rows - nobody types either one any more.

       2900-LIST-EDIT-ERROR.
           IF NOT WS-ROW-LISTED
               MOVE WS-LINE-NO TO WS-ERL-LINE-NO
               MOVE WS-ROW TO WS-ERL-ROW
               WRITE EDIT-LIST-RECORD FROM WS-EDIT-ROW-LINE
               SET WS-ROW-LISTED TO TRUE
           END-IF
           MOVE WS-ERR-FIELD TO WS-EEL-FIELD
           MOVE WS-ERR-TEXT TO WS-EEL-TEXT
           WRITE EDIT-LIST-RECORD FROM WS-EDIT-ERROR-LINE
           MOVE "N" TO WS-ROW-SW.

       2910-LIST-FIELD-ERROR.
           MOVE WS-FN-NAME (WS-FIELD-SUB) TO WS-ERR-FIELD
           PERFORM 2900-LIST-EDIT-ERROR.
      * The row as sent is printed once, under its line number, the
      * first time it fails; each failing field follows on a line of
      * its own.

       8000-FINISH.
           CLOSE TRANS-FILE
           IF WS-FRAME-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-TRANS-FILE-NAME
                   RETURNING WS-DELETE-STATUS
           END-IF
           MOVE SPACES TO EDIT-LIST-RECORD
           WRITE EDIT-LIST-RECORD
           MOVE WS-TOTAL-ROWS TO WS-ESL-ROWS
           MOVE WS-TOTAL-WRITTEN TO WS-ESL-WRITTEN
           MOVE WS-TOTAL-ERRORS TO WS-ESL-ERRORS
           MOVE SPACES TO WS-ESL-BATCH
           MOVE "ALL DEPARTMENTS" TO WS-ENL-TEXT
           WRITE EDIT-LIST-RECORD FROM WS-EDIT-NOTE-LINE
           WRITE EDIT-LIST-RECORD FROM WS-EDIT-SUMMARY-LINE
           CLOSE EDIT-LIST-FILE
           DISPLAY "Intake complete - " WS-FILES-LISTED
               " file(s) listed, " WS-FILES-FAILED " unreadable, "
               WS-TOTAL-ROWS " row(s), " WS-TOTAL-WRITTEN
               " written in " WS-FRAME-COUNT " batch(es), "
               WS-TOTAL-ERRORS " in error - listing in INTAKERR.DAT"
           IF WS-FRAME-COUNT = ZERO
               DISPLAY "Nothing passed the edits - no TRANSIN.DAT "
                   "written"
           END-IF
           IF WS-FILES-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-TOTAL-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF END-IF.
      * The run totals close the listing. RETURN-CODE 8 for a
      * department file that never got read - somebody's day is
      * missing from the batch - and 4 for rows sent back, which the
      * schedule can post past while the corrections come in.
