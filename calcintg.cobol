       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-INTEGRITY.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Cross-file referential integrity check. Every program in the
      * suite edits its own inputs, but nothing held the files up
      * against each other, so a standing order naming an account
      * ACCT-MAINT has since closed, a template whose rate RATE-MAINT
      * has let expire, or ledger rows for an account no longer on
      * the master only came to light as the morning's rejects. This
      * reads the operator and account masters, the rate, currency
      * and holiday tables, the standing orders, the ledger, the
      * suspense book, the entry-number control file and the whole
      * audit trail (archive and live log), and writes every broken
      * cross-reference and inconsistency to INTEGRTY.DAT with a
      * severity. ERROR is something that will make a posting run
      * reject or mis-post, or history that does not hang together;
      * WARNING is something to put right before it becomes one.
      * RETURN-CODE 8 on any ERROR, 4 on warnings alone, so the
      * nightly schedule can stop before the batch runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
      * Read by key at sign-on and then walked end to end - dynamic
      * access, as OPER-MAINT opens it.
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
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORD-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LED-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
      * The masters, tables and books under check - all read-only,
      * each opened in the organization its owning program gives
      * it.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "CHAINANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.
           SELECT ENTRY-SEQ-FILE ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-SEQ-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
      * The audit trail is walked as AUDIT-VERIFY walks it - the
      * archive in key order, then the live log - so the two walks
      * see the same history. The purge anchor says which entry
      * numbers were purged on purpose, and the run lock keeps this
      * off the trail while a posting run is writing to it.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTEGRTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT DENIAL-FILE ASSIGN TO "ACCDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-FILE-STATUS.
      * The findings report, and the role authority table and
      * denial log every program signs on through.

       DATA DIVISION.
       FILE SECTION.
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
      * change there must be carried here.

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

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-DATE            PIC X(8).
           05 HOL-DESC            PIC X(30).
      * Same layouts COBOL-CALC reads - currency rates by effective
      * date, and the calendar of non-working weekdays.

       FD  STANDING-ORDER-FILE.
       01  SORD-RECORD.
           05 SORD-ID             PIC X(4).
           05 SORD-STATUS         PIC X.
               88 SORD-ACTIVE    VALUE "A".
               88 SORD-CANCELLED VALUE "C".
           05 SORD-ACCOUNT        PIC X(6).
           05 SORD-NUM1           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 SORD-RATE-CODE      PIC X(4).
           05 SORD-NUM2           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 SORD-OPER           PIC X.
           05 SORD-FREQ           PIC X.
           05 SORD-DAY            PIC 9(2).
           05 SORD-ALLOC-CODE     PIC X(6).
      * Mirror of the SORD-RECORD layout SORD-MAINT owns - any
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

       FD  SUSPENSE-FILE.
       01  SUSP-RECORD.
           05 SUSP-KEY.
               10 SUSP-ADDED-DATE PIC X(8).
               10 SUSP-ADDED-TIME PIC X(6).
               10 SUSP-SEQ        PIC 9(8).
           05 SUSP-STATUS         PIC X.
               88 SUSP-OPEN    VALUE "O".
               88 SUSP-CLEARED VALUE "C".
           05 SUSP-REASON         PIC X(2).
           05 SUSP-TRANS-DATA     PIC X(29).
           05 SUSP-CLEARED-DATE   PIC X(8).
           05 SUSP-OPERATOR       PIC X(8).
      * Mirror of the SUSP-RECORD layout CALC-SUSPENSE owns - any
      * change there must be carried here.

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
      * there must be carried here.

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05 ANC-ENTRY-ID        PIC 9(8).
           05 FILLER              PIC X.
           05 ANC-TIMESTAMP       PIC X(14).
           05 FILLER              PIC X.
           05 ANC-CHAIN-CHECK     PIC 9(9).
           05 FILLER              PIC X.
           05 ANC-PURGED-DATE     PIC X(8).
      * Mirror of the anchor AUDIT-ARCHIVE writes when it purges -
      * every entry number up to ANC-ENTRY-ID is gone on purpose.

       FD  ENTRY-SEQ-FILE.
       01  ENTRY-SEQ-RECORD.
           05 ESEQ-NEXT-ID        PIC 9(8).
           05 ESEQ-LAST-CHECK     PIC 9(9).
      * Mirror of the calculator's entry number control file.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LOCK-STATUS         PIC X.
               88 LOCK-ACTIVE   VALUE "A".
               88 LOCK-RELEASED VALUE "R".
           05 LOCK-TIMESTAMP      PIC X(14).
      * The calculator's run lock, read-only here.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(132).

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
       01 WS-OPER-FILE-STATUS        PIC XX.
       01 WS-ACCT-FILE-STATUS        PIC XX.
       01 WS-ALLOC-FILE-STATUS       PIC XX.
       01 WS-RATE-FILE-STATUS        PIC XX.
       01 WS-CURR-FILE-STATUS        PIC XX.
       01 WS-HOLIDAY-FILE-STATUS     PIC XX.
       01 WS-SORD-FILE-STATUS        PIC XX.
       01 WS-LEDGER-FILE-STATUS      PIC XX.
       01 WS-SUSPENSE-FILE-STATUS    PIC XX.
       01 WS-ARCHIVE-FILE-STATUS     PIC XX.
       01 WS-AUDIT-FILE-STATUS       PIC XX.
       01 WS-ANCHOR-FILE-STATUS      PIC XX.
       01 WS-ENTRY-SEQ-FILE-STATUS   PIC XX.
       01 WS-LOCK-FILE-STATUS        PIC XX.
       01 WS-INTEGRITY-REPORT-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-YEAR PIC 9(4).
       01 WS-NEXT-YEAR PIC 9(4).
      * Rates and templates are judged as at the run date; the
      * holiday calendar has to reach into the year after it.

       01 WS-OPER-LOADED PIC 9(4) VALUE ZERO.
       01 WS-OPER-MAX    PIC 9(4) VALUE 500.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 500 TIMES INDEXED BY OPER-IDX.
               10 WS-OT-ID     PIC X(8).
       01 WS-SEEK-OPERATOR PIC X(8).
       01 WS-OPER-FOUND-SW PIC X.
           88 WS-OPER-FOUND VALUE "Y".
      * Every operator ID ever set up, active or not - an audit line
      * keyed by an operator since deactivated is still a known
      * operator; one by an ID never on the master is not.

       01 WS-ACCT-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ACCT-MAX    PIC 9(4) VALUE 500.
       01 WS-ACCT-MASTER-SW PIC X VALUE "N".
           88 WS-ACCT-MASTER-READ VALUE "Y".
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES INDEXED BY ACCT-IDX.
               10 WS-AT-CODE   PIC X(6).
               10 WS-AT-STATUS PIC X.
       01 WS-SEEK-ACCOUNT PIC X(6).
       01 WS-ACCT-LOOKUP PIC X.
           88 WS-ACCT-UNKNOWN VALUE "U".
           88 WS-ACCT-IS-ACTIVE VALUE "A".
           88 WS-ACCT-IS-CLOSED VALUE "C".
      * Account codes and status, the calculator's table size. A
      * lookup answers U(nknown), A(ctive) or C(losed). Without the
      * master no account cross-reference can be made, and that is
      * itself an ERROR.

       01 WS-ALLOC-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ALLOC-MAX    PIC 9(4) VALUE 200.
       01 WS-ALLOC-MASTER-SW PIC X VALUE "N".
           88 WS-ALLOC-MASTER-READ VALUE "Y".
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 200 TIMES INDEXED BY ALLOC-IDX.
               10 WS-AL-CODE   PIC X(6).
               10 WS-AL-STATUS PIC X.
      * Allocation codes and status, for templates that post as
      * allocations.

       01 WS-RATE-LOADED PIC 9(4) VALUE ZERO.
       01 WS-RATE-MAX    PIC 9(4) VALUE 50.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY RATE-IDX.
               10 WS-RT-CODE     PIC X(4).
               10 WS-RT-EFF-DATE PIC X(8).
               10 WS-RT-EXP-DATE PIC X(8).
       01 WS-RATE-STATE PIC X.
           88 WS-RATE-UNKNOWN   VALUE "U".
           88 WS-RATE-IN-FORCE  VALUE "F".
           88 WS-RATE-FUTURE    VALUE "P".
           88 WS-RATE-EXPIRED   VALUE "X".
       01 WS-RATE-LATEST-EXP PIC X(8).
      * Rate codes with their effective dating. A code looked up for
      * a template is U(nknown), F (in force today), P (only rows
      * that are not yet effective) or X (every row has expired).

       01 WS-HOL-THIS-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HOL-NEXT-YEAR PIC 9(4) VALUE ZERO.
       01 WS-HOLIDAY-SW PIC X VALUE "N".
           88 WS-HOLIDAY-FILE-READ VALUE "Y".

       01 WS-VAL-DATE PIC X(8).
       01 WS-DATE-VALID-SW PIC X.
           88 WS-DATE-VALID VALUE "Y".
       01 WS-DATE-WORK.
           05 WS-DW-YEAR  PIC 9(4).
           05 WS-DW-MONTH PIC 9(2).
           05 WS-DW-DAY   PIC 9(2).
       01 WS-LEAP-REM   PIC 9(4).
       01 WS-MONTH-DAYS PIC 9(2).
       01 WS-PERIOD-WORK.
           05 WS-PW-YEAR  PIC X(4).
           05 WS-PW-MONTH PIC X(2).
      * Calendar validation, the calculator's own.

       01 WS-LEDGER-CHECK PIC S9(13)V99.

       01 WS-TRAIL-PASS PIC 9.
           88 WS-CHECK-PASS   VALUE 1.
           88 WS-LINK-PASS    VALUE 2.
       01 WS-AL-LINE.
           05 WS-AL-SOURCE    PIC X(8).
           05 WS-AL-LINE-NO   PIC 9(8).
           05 WS-AL-TIMESTAMP PIC X(14).
           05 WS-AL-ENTRY-ID  PIC X(8).
           05 WS-AL-ENTRY-NUM REDEFINES WS-AL-ENTRY-ID PIC 9(8).
           05 WS-AL-REV-OF    PIC X(8).
           05 WS-AL-REV-NUM REDEFINES WS-AL-REV-OF PIC 9(8).
           05 WS-AL-OPERATOR  PIC X(8).
           05 WS-AL-ACCOUNT   PIC X(6).
           05 WS-AL-APPROVER  PIC X(8).
      * One audit line, whichever file it came from, with just the
      * fields the cross-references need. The trail is walked twice
      * when any line reverses another: once to check each line and
      * gather the reversal links, then again to find the entry each
      * link names.

       01 WS-HIGH-ENTRY-ID PIC 9(8) VALUE ZERO.
       01 WS-ANCHOR-ENTRY-ID PIC 9(8) VALUE ZERO.
       01 WS-ARCHIVE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-LOG-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-TRAIL-SW PIC X VALUE "N".
           88 WS-ARCHIVE-READABLE VALUE "Y".

       01 WS-LINK-LOADED PIC 9(4) VALUE ZERO.
       01 WS-LINK-MAX    PIC 9(4) VALUE 5000.
       01 WS-LINK-FULL-SW PIC X VALUE "N".
           88 WS-LINK-TABLE-FULL VALUE "Y".
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 5000 TIMES INDEXED BY LINK-IDX.
               10 WS-LK-REV-OF    PIC 9(8).
               10 WS-LK-ENTRY-ID  PIC 9(8).
               10 WS-LK-SOURCE    PIC X(8).
               10 WS-LK-LINE-NO   PIC 9(8).
               10 WS-LK-TIMESTAMP PIC X(14).
               10 WS-LK-FOUND     PIC X.
      * Reversal links - the entry reversed, the reversing entry and
      * where it sits. A table that fills is reported and the links
      * after it go unchecked, rather than abending a check that is
      * meant to run every night.

       01 WS-UNKNOWN-LOADED PIC 9(4) VALUE ZERO.
       01 WS-UNKNOWN-MAX    PIC 9(4) VALUE 200.
       01 WS-UNKNOWN-FULL-SW PIC X VALUE "N".
           88 WS-UNKNOWN-TABLE-FULL VALUE "Y".
       01 WS-UNKNOWN-TABLE.
           05 WS-UNKNOWN-ENTRY OCCURS 200 TIMES INDEXED BY UNK-IDX.
               10 WS-UK-KIND      PIC X.
               10 WS-UK-CODE      PIC X(8).
               10 WS-UK-COUNT     PIC 9(8).
               10 WS-UK-FIRST-ID  PIC X(8).
               10 WS-UK-FIRST-SRC PIC X(8).
       01 WS-SEEK-KIND PIC X.
       01 WS-SEEK-CODE PIC X(8).
      * Unknown operators (O), approvers (P) and accounts (A) on the
      * audit trail, each reported once with how many lines carry it
      * and the first of them - one bad ID can sit on thousands of
      * lines, and a finding per line would bury everything else.

       01 WS-ERROR-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(8) VALUE ZERO.
       01 WS-READ-COUNT    PIC 9(8) VALUE ZERO.
       01 WS-FILE-ERRORS   PIC 9(8) VALUE ZERO.
       01 WS-FILE-WARNINGS PIC 9(8) VALUE ZERO.

       01 WS-FINDING-LINE.
           05 WS-FL-SEVERITY  PIC X(8).
           05 WS-FL-FILE      PIC X(14).
           05 WS-FL-KEY       PIC X(22).
           05 WS-FL-TEXT      PIC X(88).
       01 WS-FINDING-HEADING.
           05 FILLER PIC X(8)  VALUE "SEVERITY".
           05 FILLER PIC X(14) VALUE "FILE".
           05 FILLER PIC X(22) VALUE "RECORD".
           05 FILLER PIC X(6)  VALUE "DETAIL".
       01 WS-FILE-SUMMARY-LINE.
           05 WS-FS-FILE     PIC X(14).
           05 WS-FS-READ     PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(8) VALUE " READ   ".
           05 WS-FS-ERRORS   PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(10) VALUE " ERROR(S) ".
           05 WS-FS-WARNINGS PIC ZZ,ZZZ,ZZ9.
           05 FILLER         PIC X(11) VALUE " WARNING(S)".
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(34).
           05 WS-CL-COUNT PIC ZZ,ZZZ,ZZ9.
       01 WS-ID-EDIT   PIC Z(7)9.
       01 WS-AMT-EDIT  PIC -(12)9.99.
       01 WS-AMT-EDIT-2 PIC -(12)9.99.
      * One finding per line - severity, the file, the record it is
      * about, and what is wrong with it. Each file's findings are
      * followed by its counts, then the run's totals and the
      * verdict, the way AUDIT-VERIFY lays out its report.

       01 WS-OPER-ROLE      PIC X.
       01 WS-OPERATOR       PIC X(8).
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "CALC-INTEGRITY".
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
           PERFORM 2000-CHECK-OPERATOR-MASTER
           PERFORM 2100-CHECK-ACCOUNT-MASTER
           PERFORM 2200-LOAD-ALLOCATION-MASTER
           PERFORM 2300-CHECK-RATE-TABLE
           PERFORM 2400-CHECK-CURRENCY-RATES
           PERFORM 2500-CHECK-HOLIDAY-CALENDAR
           PERFORM 3000-CHECK-STANDING-ORDERS
           PERFORM 3100-CHECK-LEDGER
           PERFORM 3200-CHECK-SUSPENSE
           PERFORM 4000-CHECK-AUDIT-TRAIL
           PERFORM 5000-CHECK-CONTROL-FILE
           PERFORM 8000-PRINT-SUMMARY
           CLOSE INTEGRITY-REPORT-FILE
           IF WS-ERROR-COUNT > ZERO
               DISPLAY "Integrity check FAILED - " WS-ERROR-COUNT
                   " error(s), " WS-WARNING-COUNT " warning(s) - "
                   "see INTEGRTY.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-WARNING-COUNT > ZERO
               DISPLAY "Integrity check passed with "
                   WS-WARNING-COUNT " warning(s) - see INTEGRTY.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Integrity check passed - no findings"
           END-IF END-IF
           STOP RUN.
      * Masters and tables first, since everything after is checked
      * against them; then the files that point into them; then the
      * audit trail and its control file.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "R" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-ACTIVE
                           DISPLAY "Run lock CALCLOCK.DAT is held "
                               "(taken " LOCK-TIMESTAMP ") - the "
                               "files are being posted to. Check "
                               "once the posting run is done. "
                               "Refusing to start."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE (1:4) TO WS-RUN-YEAR
           COMPUTE WS-NEXT-YEAR = WS-RUN-YEAR + 1
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-INTEGRITY-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open report file INTEGRTY.DAT "
                   "- file status " WS-INTEGRITY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING "COBOL-CALC CROSS-FILE INTEGRITY CHECK   RUN DATE "
                  WS-RUN-DATE "   OPERATOR " WS-OPERATOR
                  DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-HEADING
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.
      * Like AUDIT-VERIFY, this stays off the files while a posting
      * run holds the lock - half a batch would read as findings.

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

       2000-CHECK-OPERATOR-MASTER.
           MOVE "OPERMAST.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT OPER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FL-KEY
               MOVE SPACES TO WS-FL-TEXT
               STRING "CANNOT BE OPENED - FILE STATUS "
                      WS-OPER-FILE-STATUS
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           ELSE
               MOVE LOW-VALUES TO OPER-ID
               START OPER-FILE KEY >= OPER-ID
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-FILE
                   READ OPER-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2010-CHECK-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.
      * Sign-on has already proven the master opens; this walks it
      * for the operator table and checks each record's codes.

       2010-CHECK-OPERATOR.
           IF WS-OPER-LOADED >= WS-OPER-MAX
               DISPLAY "Operator master holds more than "
                   WS-OPER-MAX " operators - table full, abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPER-LOADED
           MOVE OPER-ID TO WS-OT-ID (WS-OPER-LOADED)
           MOVE SPACES TO WS-FL-KEY
           STRING "OPERATOR " OPER-ID
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF NOT OPER-ACTIVE AND NOT OPER-DEACTIVATED
               MOVE SPACES TO WS-FL-TEXT
               STRING "STATUS '" OPER-STATUS "' IS NEITHER A(CTIVE) "
                      "NOR D(EACTIVATED)"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF NOT OPER-ROLE-CLERK AND NOT OPER-ROLE-SUPERVISOR
                   AND NOT OPER-ROLE-FINANCE
                   AND NOT OPER-ROLE-OPS-ADMIN
               MOVE SPACES TO WS-FL-TEXT
               STRING "ROLE '" OPER-ROLE "' IS NOT C, S, F OR A - "
                      "THE OPERATOR CAN RUN NOTHING"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               IF OPER-ACTIVE
                   PERFORM 7010-WRITE-ERROR
               ELSE
                   PERFORM 7020-WRITE-WARNING
               END-IF
           END-IF
           IF OPER-APPROVAL-LIMIT IS NOT NUMERIC
               MOVE "APPROVAL LIMIT NOT NUMERIC - RUN OPER-CONVERT"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF.
      * A bad role on a deactivated operator harms nothing yet, but
      * reactivating them would hand out an operator who can sign
      * on and run nothing.

       2100-CHECK-ACCOUNT-MASTER.
           MOVE "ACCTMAST.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FL-KEY
               MOVE SPACES TO WS-FL-TEXT
               STRING "CANNOT BE OPENED - FILE STATUS "
                      WS-ACCT-FILE-STATUS " - NO ACCOUNT "
                      "CROSS-REFERENCE CAN BE CHECKED"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           ELSE
               SET WS-ACCT-MASTER-READ TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ACCT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2110-CHECK-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.

       2110-CHECK-ACCOUNT.
           IF WS-ACCT-LOADED >= WS-ACCT-MAX
               DISPLAY "Account master holds more than "
                   WS-ACCT-MAX " accounts - table full, abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-LOADED
           MOVE ACCT-CODE TO WS-AT-CODE (WS-ACCT-LOADED)
           MOVE ACCT-STATUS TO WS-AT-STATUS (WS-ACCT-LOADED)
           MOVE SPACES TO WS-FL-KEY
           STRING "ACCOUNT " ACCT-CODE
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF NOT ACCT-ACTIVE AND NOT ACCT-CLOSED
               MOVE SPACES TO WS-FL-TEXT
               STRING "STATUS '" ACCT-STATUS "' IS NEITHER A(CTIVE) "
                      "NOR C(LOSED) - EVERY POSTING TO IT REJECTS"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF ACCT-DEPT = SPACES
               MOVE "NO DEPARTMENT - FALLS OUT OF EVERY ROLLUP"
                   TO WS-FL-TEXT
               PERFORM 7020-WRITE-WARNING
           END-IF.
      * An account with no department still posts, but the trial
      * balance, the variance report and the statements roll it up
      * under nobody.

       2200-LOAD-ALLOCATION-MASTER.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "00"
               SET WS-ALLOC-MASTER-READ TO TRUE
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
      * Loaded only for the templates that name a rule - ALLOC-MAINT
      * proves each rule's own shares and targets when it files it.

       2300-CHECK-RATE-TABLE.
           MOVE "RATETABL.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FL-KEY
               MOVE "NOT ON FILE - EVERY RATE-CODED POSTING REJECTS"
                   TO WS-FL-TEXT
               PERFORM 7020-WRITE-WARNING
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ RATE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2310-CHECK-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.

       2310-CHECK-RATE.
           IF WS-RATE-LOADED >= WS-RATE-MAX
               DISPLAY "Rates table holds more than " WS-RATE-MAX
                   " rows - table full, abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-LOADED
           MOVE RATE-CODE TO WS-RT-CODE (WS-RATE-LOADED)
           MOVE RATE-EFF-DATE TO WS-RT-EFF-DATE (WS-RATE-LOADED)
           MOVE RATE-EXP-DATE TO WS-RT-EXP-DATE (WS-RATE-LOADED)
           MOVE SPACES TO WS-FL-KEY
           STRING "RATE " RATE-CODE " EFF " RATE-EFF-DATE
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF RATE-PCT IS NOT NUMERIC
               MOVE "RATE PERCENTAGE IS NOT NUMERIC" TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           MOVE RATE-EFF-DATE TO WS-VAL-DATE
           PERFORM 7500-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF RATE-EXP-DATE NOT = SPACES
               MOVE RATE-EXP-DATE TO WS-VAL-DATE
               PERFORM 7500-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   MOVE "EXPIRY DATE IS NOT A CALENDAR DATE"
                       TO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               ELSE IF RATE-EXP-DATE < RATE-EFF-DATE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "EXPIRES " RATE-EXP-DATE " BEFORE IT TAKES "
                          "EFFECT - THE ROW CAN NEVER APPLY"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               END-IF END-IF
           END-IF.
      * The table is loaded whole, bad rows included, so templates
      * are judged against the table the calculator will actually
      * see.

       2400-CHECK-CURRENCY-RATES.
           MOVE "CURRRATE.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT CURR-RATE-FILE
           IF WS-CURR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FL-KEY
               MOVE "NOT ON FILE - EVERY FOREIGN POSTING REJECTS"
                   TO WS-FL-TEXT
               PERFORM 7020-WRITE-WARNING
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ CURR-RATE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2410-CHECK-CURRENCY
                   END-READ
               END-PERFORM
               CLOSE CURR-RATE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.

       2410-CHECK-CURRENCY.
           MOVE SPACES TO WS-FL-KEY
           STRING "CURRENCY " CURR-CODE " EFF " CURR-EFF-DATE
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF CURR-CODE = SPACES
               MOVE "NO CURRENCY CODE" TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF CURR-RATE IS NOT NUMERIC
               MOVE "RATE IS NOT NUMERIC" TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           ELSE IF CURR-RATE NOT > ZERO
               MOVE "RATE IS NOT ABOVE ZERO - CONVERTS TO NOTHING"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF END-IF
           MOVE CURR-EFF-DATE TO WS-VAL-DATE
           PERFORM 7500-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               MOVE "EFFECTIVE DATE IS NOT A CALENDAR DATE"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF.

       2500-CHECK-HOLIDAY-CALENDAR.
           MOVE "HOLIDAYS.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FL-KEY
               MOVE "NOT ON FILE - HOLIDAYS PASS AS BUSINESS DAYS"
                   TO WS-FL-TEXT
               PERFORM 7020-WRITE-WARNING
           ELSE
               SET WS-HOLIDAY-FILE-READ TO TRUE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HOLIDAY-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 2510-CHECK-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE SPACES TO WS-FL-KEY
               IF WS-HOL-THIS-YEAR = ZERO
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "NO HOLIDAYS FILED FOR " WS-RUN-YEAR
                          " - THIS YEAR'S HOLIDAYS PASS AS BUSINESS "
                          "DAYS"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7020-WRITE-WARNING
               END-IF
               IF WS-HOL-NEXT-YEAR = ZERO
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "NO HOLIDAYS FILED FOR THE COMING YEAR "
                          WS-NEXT-YEAR
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7020-WRITE-WARNING
               END-IF
           END-IF
           PERFORM 7200-END-FILE.

       2510-CHECK-HOLIDAY.
           MOVE SPACES TO WS-FL-KEY
           STRING "HOLIDAY " HOL-DATE
                  DELIMITED BY SIZE INTO WS-FL-KEY
           MOVE HOL-DATE TO WS-VAL-DATE
           PERFORM 7500-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               MOVE "NOT A CALENDAR DATE - NEVER MATCHES A DAY"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           ELSE IF WS-DW-YEAR = WS-RUN-YEAR
               ADD 1 TO WS-HOL-THIS-YEAR
           ELSE IF WS-DW-YEAR = WS-NEXT-YEAR
               ADD 1 TO WS-HOL-NEXT-YEAR
           END-IF END-IF END-IF.
      * The business-day rules need the coming year's holidays on
      * file before the year turns, or the first batches of January
      * are dated onto a closed day without a word.

       3000-CHECK-STANDING-ORDERS.
           MOVE "STANDORD.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SORD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ STANDING-ORDER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF SORD-ACTIVE
                               PERFORM 3010-CHECK-STANDING-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.
      * No standing-order file is a site with no templates. Only
      * active templates are checked - a cancelled one never posts.

       3010-CHECK-STANDING-ORDER.
           MOVE SPACES TO WS-FL-KEY
           STRING "TEMPLATE " SORD-ID
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF SORD-ALLOC-CODE NOT = SPACES
               IF NOT WS-ALLOC-MASTER-READ
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "ALLOCATION " SORD-ALLOC-CODE " NAMED BUT "
                          "NO ALLOCATION MASTER ON FILE"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               ELSE
                   SET ALLOC-IDX TO 1
                   SEARCH WS-ALLOC-ENTRY
                       AT END
                           MOVE SPACES TO WS-FL-TEXT
                           STRING "ALLOCATION " SORD-ALLOC-CODE
                                  " IS NOT ON THE ALLOCATION MASTER"
                                  DELIMITED BY SIZE INTO WS-FL-TEXT
                           PERFORM 7010-WRITE-ERROR
                       WHEN WS-AL-CODE (ALLOC-IDX) = SORD-ALLOC-CODE
                               AND ALLOC-IDX <= WS-ALLOC-LOADED
                           IF WS-AL-STATUS (ALLOC-IDX) NOT = "A"
                               MOVE SPACES TO WS-FL-TEXT
                               STRING "ALLOCATION " SORD-ALLOC-CODE
                                      " IS CLOSED - POSTS AS AN 'AL' "
                                      "REJECT"
                                      DELIMITED BY SIZE
                                      INTO WS-FL-TEXT
                               PERFORM 7010-WRITE-ERROR
                           END-IF
                   END-SEARCH
               END-IF
           ELSE
               MOVE SORD-ACCOUNT TO WS-SEEK-ACCOUNT
               PERFORM 7300-LOOK-UP-ACCOUNT
               IF WS-ACCT-MASTER-READ
                   IF WS-ACCT-UNKNOWN
                       MOVE SPACES TO WS-FL-TEXT
                       STRING "ACCOUNT " SORD-ACCOUNT " IS NOT ON THE "
                              "ACCOUNT MASTER - POSTS AS AN 'AC' "
                              "REJECT"
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   ELSE IF WS-ACCT-IS-CLOSED
                       MOVE SPACES TO WS-FL-TEXT
                       STRING "ACCOUNT " SORD-ACCOUNT " HAS BEEN "
                              "CLOSED - POSTS AS AN 'AC' REJECT"
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   END-IF END-IF
               END-IF
               IF SORD-RATE-CODE NOT = SPACES
                   PERFORM 3020-CHECK-TEMPLATE-RATE
               END-IF
           END-IF.
      * A template that posts as an allocation is checked against
      * its rule; any other against its account and, when it is
      * rate-coded, its rate.

       3020-CHECK-TEMPLATE-RATE.
           MOVE "U" TO WS-RATE-STATE
           MOVE SPACES TO WS-RATE-LATEST-EXP
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > WS-RATE-LOADED
               IF WS-RT-CODE (RATE-IDX) = SORD-RATE-CODE
                   IF WS-RT-EFF-DATE (RATE-IDX) <= WS-RUN-DATE
                           AND (WS-RT-EXP-DATE (RATE-IDX) = SPACES
                               OR WS-RT-EXP-DATE (RATE-IDX)
                                   >= WS-RUN-DATE)
                       MOVE "F" TO WS-RATE-STATE
                   ELSE IF WS-RT-EFF-DATE (RATE-IDX) > WS-RUN-DATE
                       IF NOT WS-RATE-IN-FORCE
                           MOVE "P" TO WS-RATE-STATE
                       END-IF
                   ELSE
                       IF WS-RATE-UNKNOWN
                           MOVE "X" TO WS-RATE-STATE
                       END-IF
                       IF WS-RT-EXP-DATE (RATE-IDX)
                               > WS-RATE-LATEST-EXP
                           MOVE WS-RT-EXP-DATE (RATE-IDX)
                               TO WS-RATE-LATEST-EXP
                       END-IF
                   END-IF END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RATE-UNKNOWN
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "RATE CODE " SORD-RATE-CODE " IS NOT ON THE "
                          "RATES TABLE - POSTS AS AN 'RC' REJECT"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               WHEN WS-RATE-EXPIRED
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "RATE CODE " SORD-RATE-CODE " EXPIRED "
                          WS-RATE-LATEST-EXP " - POSTS AS AN 'RC' "
                          "REJECT"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               WHEN WS-RATE-FUTURE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "RATE CODE " SORD-RATE-CODE " IS NOT IN "
                          "FORCE YET - POSTS AS AN 'RC' REJECT UNTIL "
                          "IT IS"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7020-WRITE-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * In force today is the calculator's rule. A code whose every
      * row has lapsed is an ERROR; one whose only rows start later
      * is a WARNING, since it may be on its way in deliberately.

       3100-CHECK-LEDGER.
           MOVE "LEDGER.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ LEDGER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 3110-CHECK-LEDGER-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.
      * No ledger is a site that has not posted to the GL yet.

       3110-CHECK-LEDGER-ROW.
           MOVE SPACES TO WS-FL-KEY
           STRING "ACCOUNT " LED-ACCOUNT " " LED-PERIOD
                  DELIMITED BY SIZE INTO WS-FL-KEY
           MOVE LED-ACCOUNT TO WS-SEEK-ACCOUNT
           PERFORM 7300-LOOK-UP-ACCOUNT
           IF WS-ACCT-MASTER-READ AND WS-ACCT-UNKNOWN
               MOVE "ACCOUNT IS NOT ON THE ACCOUNT MASTER"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           MOVE LED-PERIOD TO WS-PERIOD-WORK
           IF WS-PERIOD-WORK IS NOT NUMERIC
                   OR WS-PW-MONTH < "01" OR WS-PW-MONTH > "12"
               MOVE "PERIOD IS NOT A YEAR AND MONTH (YYYYMM)"
                   TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF NOT LED-OPEN-PERIOD AND NOT LED-CLOSED-PERIOD
               MOVE SPACES TO WS-FL-TEXT
               STRING "STATUS '" LED-STATUS "' IS NEITHER O(PEN) NOR "
                      "C(LOSED)"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           END-IF
           IF LED-OPEN-BAL IS NOT NUMERIC
                   OR LED-PTD-TOTAL IS NOT NUMERIC
                   OR LED-CLOSE-BAL IS NOT NUMERIC
               MOVE "BALANCES ARE NOT NUMERIC" TO WS-FL-TEXT
               PERFORM 7010-WRITE-ERROR
           ELSE
               COMPUTE WS-LEDGER-CHECK = LED-OPEN-BAL + LED-PTD-TOTAL
               IF WS-LEDGER-CHECK NOT = LED-CLOSE-BAL
                   MOVE WS-LEDGER-CHECK TO WS-AMT-EDIT
                   MOVE LED-CLOSE-BAL TO WS-AMT-EDIT-2
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "OPENING PLUS PERIOD-TO-DATE IS "
                          WS-AMT-EDIT " BUT CLOSING IS " WS-AMT-EDIT-2
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               END-IF
               IF WS-ACCT-IS-CLOSED AND LED-OPEN-PERIOD
                       AND LED-CLOSE-BAL NOT = ZERO
                   MOVE LED-CLOSE-BAL TO WS-AMT-EDIT
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "ACCOUNT IS CLOSED BUT STILL CARRIES "
                          WS-AMT-EDIT " IN AN OPEN PERIOD"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7020-WRITE-WARNING
               END-IF
           END-IF.
      * Ledger rows for accounts no longer on the master post nowhere
      * a report will find them. The closing balance is by
      * definition opening plus period-to-date; a row where it is
      * not was altered outside GL-LEDGER.

       3200-CHECK-SUSPENSE.
           MOVE "SUSPENSE.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ SUSPENSE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF SUSP-OPEN
                               PERFORM 3210-CHECK-SUSPENSE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           PERFORM 7200-END-FILE.
      * Only open items matter - a cleared item is history.

       3210-CHECK-SUSPENSE-ITEM.
           MOVE SPACES TO WS-FL-KEY
           STRING "ITEM " SUSP-ADDED-DATE " " SUSP-SEQ
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF SUSP-OPERATOR NOT = SPACES
               MOVE SUSP-OPERATOR TO WS-SEEK-OPERATOR
               PERFORM 7400-LOOK-UP-OPERATOR
               IF NOT WS-OPER-FOUND
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "OPERATOR " SUSP-OPERATOR " IS NOT ON THE "
                          "OPERATOR MASTER"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7020-WRITE-WARNING
               END-IF
           END-IF
           EVALUATE SUSP-TRANS-DATA (1:1)
               WHEN "D" WHEN "C" WHEN "R" WHEN "S" WHEN "V"
                   MOVE SUSP-TRANS-DATA (2:6) TO WS-SEEK-ACCOUNT
                   PERFORM 7300-LOOK-UP-ACCOUNT
                   IF WS-ACCT-MASTER-READ
                           AND (WS-ACCT-UNKNOWN OR WS-ACCT-IS-CLOSED)
                       MOVE SPACES TO WS-FL-TEXT
                       STRING "ACCOUNT " WS-SEEK-ACCOUNT " IS CLOSED "
                              "OR UNKNOWN - THE REPAIR WILL REJECT "
                              "UNLESS RE-POINTED"
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7020-WRITE-WARNING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * An open item is waiting to be repaired and resubmitted; one
      * whose account has gone away since will only reject again.

       4000-CHECK-AUDIT-TRAIL.
           MOVE "AUDIT TRAIL" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           PERFORM 4010-READ-ANCHOR
           MOVE 1 TO WS-TRAIL-PASS
           PERFORM 4100-WALK-TRAIL
           IF WS-LINK-LOADED > ZERO
               MOVE 2 TO WS-TRAIL-PASS
               PERFORM 4100-WALK-TRAIL
               PERFORM 4500-REPORT-LINKS
           END-IF
           PERFORM 4600-REPORT-UNKNOWN-CODES
           ADD WS-ARCHIVE-COUNT WS-LOG-COUNT GIVING WS-READ-COUNT
           PERFORM 7200-END-FILE.
      * First pass checks each line's operator, approver and account
      * and gathers the reversal links; the second, only when there
      * are links, finds the entries they name.

       4010-READ-ANCHOR.
           OPEN INPUT ANCHOR-FILE
           IF WS-ANCHOR-FILE-STATUS = "00"
               READ ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANC-ENTRY-ID IS NUMERIC
                           MOVE ANC-ENTRY-ID TO WS-ANCHOR-ENTRY-ID
                       END-IF
               END-READ
               CLOSE ANCHOR-FILE
           END-IF.
      * Entries up to the anchor were purged by the retention run;
      * a reversal naming one of them is not a broken link.

       4100-WALK-TRAIL.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "00"
               MOVE "ARCHIVE" TO WS-AL-SOURCE
               MOVE ZERO TO WS-AL-LINE-NO
               PERFORM UNTIL WS-END-OF-FILE
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AL-LINE-NO
                           MOVE ARCH-TIMESTAMP TO WS-AL-TIMESTAMP
                           MOVE ARCH-ENTRY-ID TO WS-AL-ENTRY-ID
                           MOVE ARCH-REV-OF TO WS-AL-REV-OF
                           MOVE ARCH-OPERATOR TO WS-AL-OPERATOR
                           MOVE ARCH-ACCOUNT TO WS-AL-ACCOUNT
                           MOVE ARCH-APPROVER TO WS-AL-APPROVER
                           PERFORM 4200-PROCESS-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE WS-AL-LINE-NO TO WS-ARCHIVE-COUNT
           ELSE IF WS-ARCHIVE-FILE-STATUS NOT = "35"
                   AND WS-CHECK-PASS
               MOVE SPACES TO WS-FL-KEY
               MOVE SPACES TO WS-FL-TEXT
               IF WS-ARCHIVE-FILE-STATUS = "39"
                   STRING "AUDITARCH.DAT IS IN AN EARLIER LAYOUT - "
                          "RUN ARCH-CONVERT - ARCHIVE NOT CHECKED"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
               ELSE
                   STRING "AUDITARCH.DAT CANNOT BE OPENED - FILE "
                          "STATUS " WS-ARCHIVE-FILE-STATUS
                          " - ARCHIVE NOT CHECKED"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
               END-IF
               PERFORM 7010-WRITE-ERROR
           END-IF END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE "AUDITLOG" TO WS-AL-SOURCE
               MOVE ZERO TO WS-AL-LINE-NO
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AL-LINE-NO
                           MOVE AUDIT-TIMESTAMP TO WS-AL-TIMESTAMP
                           MOVE AUDIT-ENTRY-ID TO WS-AL-ENTRY-ID
                           MOVE AUDIT-REV-OF TO WS-AL-REV-OF
                           MOVE AUDIT-OPERATOR TO WS-AL-OPERATOR
                           MOVE AUDIT-ACCOUNT TO WS-AL-ACCOUNT
                           MOVE AUDIT-APPROVER TO WS-AL-APPROVER
                           PERFORM 4200-PROCESS-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-EOF-SW
               MOVE WS-AL-LINE-NO TO WS-LOG-COUNT
           END-IF.
      * Archive, oldest first, then the live log. No archive is a
      * site that has never archived and no log is one that has
      * posted nothing since the last roll; neither is a finding.

       4200-PROCESS-LINE.
           IF WS-CHECK-PASS
               PERFORM 4300-CHECK-LINE
           ELSE
               IF WS-AL-ENTRY-ID IS NUMERIC
                   PERFORM VARYING LINK-IDX FROM 1 BY 1
                           UNTIL LINK-IDX > WS-LINK-LOADED
                       IF WS-LK-REV-OF (LINK-IDX) = WS-AL-ENTRY-NUM
                           MOVE "Y" TO WS-LK-FOUND (LINK-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       4300-CHECK-LINE.
           MOVE SPACES TO WS-FL-KEY
           STRING WS-AL-SOURCE " ENTRY " WS-AL-ENTRY-ID
                  DELIMITED BY SIZE INTO WS-FL-KEY
           IF WS-AL-ENTRY-ID IS NUMERIC
               IF WS-AL-ENTRY-NUM > WS-HIGH-ENTRY-ID
                   MOVE WS-AL-ENTRY-NUM TO WS-HIGH-ENTRY-ID
               END-IF
           END-IF
           IF WS-AL-OPERATOR NOT = SPACES
               MOVE WS-AL-OPERATOR TO WS-SEEK-OPERATOR
               PERFORM 7400-LOOK-UP-OPERATOR
               IF NOT WS-OPER-FOUND
                   MOVE "O" TO WS-SEEK-KIND
                   MOVE WS-AL-OPERATOR TO WS-SEEK-CODE
                   PERFORM 4400-NOTE-UNKNOWN-CODE
               END-IF
           END-IF
           IF WS-AL-APPROVER NOT = SPACES
               MOVE WS-AL-APPROVER TO WS-SEEK-OPERATOR
               PERFORM 7400-LOOK-UP-OPERATOR
               IF NOT WS-OPER-FOUND
                   MOVE "P" TO WS-SEEK-KIND
                   MOVE WS-AL-APPROVER TO WS-SEEK-CODE
                   PERFORM 4400-NOTE-UNKNOWN-CODE
               END-IF
           END-IF
           IF WS-AL-ACCOUNT NOT = SPACES AND WS-ACCT-MASTER-READ
               MOVE WS-AL-ACCOUNT TO WS-SEEK-ACCOUNT
               PERFORM 7300-LOOK-UP-ACCOUNT
               IF WS-ACCT-UNKNOWN
                   MOVE "A" TO WS-SEEK-KIND
                   MOVE WS-AL-ACCOUNT TO WS-SEEK-CODE
                   PERFORM 4400-NOTE-UNKNOWN-CODE
               END-IF
           END-IF
           IF WS-AL-REV-OF IS NUMERIC AND WS-AL-REV-NUM > ZERO
               IF WS-AL-ENTRY-ID IS NUMERIC
                       AND WS-AL-REV-NUM NOT < WS-AL-ENTRY-NUM
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "REVERSES ENTRY " WS-AL-REV-OF
                          " WHICH IS NOT EARLIER THAN ITSELF"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               END-IF
               PERFORM 4310-ADD-LINK
           END-IF.
      * Lines written before operators signed on, interactive lines
      * with no account and lines nobody approved carry spaces in
      * those fields and are not cross-referenced.

       4310-ADD-LINK.
           SET LINK-IDX TO 1
           SEARCH WS-LINK-ENTRY
               AT END
                   IF WS-LINK-LOADED >= WS-LINK-MAX
                       IF NOT WS-LINK-TABLE-FULL
                           SET WS-LINK-TABLE-FULL TO TRUE
                           MOVE SPACES TO WS-FL-TEXT
                           STRING "MORE THAN " WS-LINK-MAX " REVERSAL"
                                  " LINKS - LINKS FROM HERE ON ARE NOT"
                                  " CHECKED"
                                  DELIMITED BY SIZE INTO WS-FL-TEXT
                           PERFORM 7020-WRITE-WARNING
                       END-IF
                   ELSE
                       ADD 1 TO WS-LINK-LOADED
                       MOVE WS-AL-REV-NUM
                           TO WS-LK-REV-OF (WS-LINK-LOADED)
                       MOVE WS-AL-ENTRY-ID
                           TO WS-LK-ENTRY-ID (WS-LINK-LOADED)
                       MOVE WS-AL-SOURCE
                           TO WS-LK-SOURCE (WS-LINK-LOADED)
                       MOVE WS-AL-LINE-NO
                           TO WS-LK-LINE-NO (WS-LINK-LOADED)
                       MOVE WS-AL-TIMESTAMP
                           TO WS-LK-TIMESTAMP (WS-LINK-LOADED)
                       MOVE "N" TO WS-LK-FOUND (WS-LINK-LOADED)
                   END-IF
               WHEN WS-LK-REV-OF (LINK-IDX) = WS-AL-REV-NUM
                       AND LINK-IDX <= WS-LINK-LOADED
                   MOVE WS-LK-ENTRY-ID (LINK-IDX) TO WS-ID-EDIT
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "REVERSES ENTRY " WS-AL-REV-OF
                          " AGAIN - ALREADY REVERSED BY ENTRY "
                          WS-ID-EDIT
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
           END-SEARCH.
      * One link per entry reversed - the calculator refuses a second
      * reversal of the same entry, so a second link is history that
      * got past it.

       4400-NOTE-UNKNOWN-CODE.
           SET UNK-IDX TO 1
           SEARCH WS-UNKNOWN-ENTRY
               AT END
                   IF WS-UNKNOWN-LOADED >= WS-UNKNOWN-MAX
                       IF NOT WS-UNKNOWN-TABLE-FULL
                           SET WS-UNKNOWN-TABLE-FULL TO TRUE
                           MOVE SPACES TO WS-FL-TEXT
                           STRING "MORE THAN " WS-UNKNOWN-MAX
                                  " DIFFERENT UNKNOWN CODES - THE REST"
                                  " ARE NOT LISTED"
                                  DELIMITED BY SIZE INTO WS-FL-TEXT
                           PERFORM 7010-WRITE-ERROR
                       END-IF
                   ELSE
                       ADD 1 TO WS-UNKNOWN-LOADED
                       MOVE WS-SEEK-KIND
                           TO WS-UK-KIND (WS-UNKNOWN-LOADED)
                       MOVE WS-SEEK-CODE
                           TO WS-UK-CODE (WS-UNKNOWN-LOADED)
                       MOVE 1 TO WS-UK-COUNT (WS-UNKNOWN-LOADED)
                       MOVE WS-AL-ENTRY-ID
                           TO WS-UK-FIRST-ID (WS-UNKNOWN-LOADED)
                       MOVE WS-AL-SOURCE
                           TO WS-UK-FIRST-SRC (WS-UNKNOWN-LOADED)
                   END-IF
               WHEN WS-UK-KIND (UNK-IDX) = WS-SEEK-KIND
                       AND WS-UK-CODE (UNK-IDX) = WS-SEEK-CODE
                       AND UNK-IDX <= WS-UNKNOWN-LOADED
                   ADD 1 TO WS-UK-COUNT (UNK-IDX)
           END-SEARCH.

       4500-REPORT-LINKS.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > WS-LINK-LOADED
               IF WS-LK-FOUND (LINK-IDX) NOT = "Y"
                   MOVE SPACES TO WS-FL-KEY
                   STRING WS-LK-SOURCE (LINK-IDX) " ENTRY "
                          WS-LK-ENTRY-ID (LINK-IDX)
                          DELIMITED BY SIZE INTO WS-FL-KEY
                   MOVE SPACES TO WS-FL-TEXT
                   IF WS-LK-REV-OF (LINK-IDX) <= WS-ANCHOR-ENTRY-ID
                       CONTINUE
                   ELSE
                       STRING "REVERSES ENTRY "
                              WS-LK-REV-OF (LINK-IDX)
                              " WHICH IS NOT ON THE AUDIT TRAIL"
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   END-IF
               END-IF
           END-PERFORM.
      * A link to an entry at or below the purge anchor points at an
      * entry the retention run removed on purpose and is not a
      * finding.

       4600-REPORT-UNKNOWN-CODES.
           PERFORM VARYING UNK-IDX FROM 1 BY 1
                   UNTIL UNK-IDX > WS-UNKNOWN-LOADED
               MOVE WS-UK-COUNT (UNK-IDX) TO WS-ID-EDIT
               MOVE SPACES TO WS-FL-KEY
               MOVE SPACES TO WS-FL-TEXT
               EVALUATE WS-UK-KIND (UNK-IDX)
                   WHEN "O"
                       STRING "OPERATOR " WS-UK-CODE (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-KEY
                       STRING "NOT ON THE OPERATOR MASTER - ON "
                              WS-ID-EDIT " LINE(S), FIRST "
                              WS-UK-FIRST-SRC (UNK-IDX) " ENTRY "
                              WS-UK-FIRST-ID (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   WHEN "P"
                       STRING "APPROVER " WS-UK-CODE (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-KEY
                       STRING "NOT ON THE OPERATOR MASTER - ON "
                              WS-ID-EDIT " LINE(S), FIRST "
                              WS-UK-FIRST-SRC (UNK-IDX) " ENTRY "
                              WS-UK-FIRST-ID (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   WHEN OTHER
                       STRING "ACCOUNT " WS-UK-CODE (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-KEY
                       STRING "NOT ON THE ACCOUNT MASTER - ON "
                              WS-ID-EDIT " LINE(S), FIRST "
                              WS-UK-FIRST-SRC (UNK-IDX) " ENTRY "
                              WS-UK-FIRST-ID (UNK-IDX)
                              DELIMITED BY SIZE INTO WS-FL-TEXT
                       PERFORM 7020-WRITE-WARNING
               END-EVALUATE
           END-PERFORM.
      * Operators are never deleted, only deactivated, so an ID on
      * the trail that the master has never heard of means the
      * trail or the master was altered - an ERROR. Accounts are
      * closed, not deleted, either, but a line for one that has
      * gone is history that can no longer be reported by
      * department, so it is a WARNING.

       5000-CHECK-CONTROL-FILE.
           MOVE "CALCSEQ.DAT" TO WS-FL-FILE
           PERFORM 7100-START-FILE
           MOVE SPACES TO WS-FL-KEY
           OPEN INPUT ENTRY-SEQ-FILE
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               IF WS-HIGH-ENTRY-ID > ZERO
                   MOVE WS-HIGH-ENTRY-ID TO WS-ID-EDIT
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "NOT ON FILE BUT THE TRAIL RUNS TO ENTRY "
                          WS-ID-EDIT " - NUMBERING WOULD RESTART AT 1"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7010-WRITE-ERROR
               END-IF
           ELSE
               READ ENTRY-SEQ-FILE
                   AT END
                       MOVE "EMPTY - NO NEXT ENTRY NUMBER ON FILE"
                           TO WS-FL-TEXT
                       PERFORM 7010-WRITE-ERROR
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF ESEQ-NEXT-ID IS NOT NUMERIC
                           MOVE "NEXT ENTRY NUMBER IS NOT NUMERIC"
                               TO WS-FL-TEXT
                           PERFORM 7010-WRITE-ERROR
                       ELSE IF ESEQ-NEXT-ID NOT > WS-HIGH-ENTRY-ID
                           MOVE WS-HIGH-ENTRY-ID TO WS-ID-EDIT
                           MOVE SPACES TO WS-FL-TEXT
                           STRING "NEXT ENTRY NUMBER " ESEQ-NEXT-ID
                                  " IS NOT ABOVE THE HIGHEST ON THE "
                                  "TRAIL " WS-ID-EDIT " - NUMBERS "
                                  "WOULD BE ISSUED TWICE"
                                  DELIMITED BY SIZE INTO WS-FL-TEXT
                           PERFORM 7010-WRITE-ERROR
                       END-IF END-IF
               END-READ
               CLOSE ENTRY-SEQ-FILE
           END-IF
           PERFORM 7200-END-FILE.
      * The next number the calculator issues has to be above every
      * number already on the trail, or two entries share an ID and
      * a reversal can no longer say which one it backs out.

       7010-WRITE-ERROR.
           MOVE "ERROR" TO WS-FL-SEVERITY
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-LINE
           ADD 1 TO WS-ERROR-COUNT
           ADD 1 TO WS-FILE-ERRORS.

       7020-WRITE-WARNING.
           MOVE "WARNING" TO WS-FL-SEVERITY
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-LINE
           ADD 1 TO WS-WARNING-COUNT
           ADD 1 TO WS-FILE-WARNINGS.
      * Callers set the file, key and text; these stamp the severity
      * and keep the counts.

       7100-START-FILE.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-FILE-ERRORS
           MOVE ZERO TO WS-FILE-WARNINGS.

       7200-END-FILE.
           MOVE WS-FL-FILE TO WS-FS-FILE
           MOVE WS-READ-COUNT TO WS-FS-READ
           MOVE WS-FILE-ERRORS TO WS-FS-ERRORS
           MOVE WS-FILE-WARNINGS TO WS-FS-WARNINGS
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FILE-SUMMARY-LINE
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.
      * Each file's findings close with its own count line.

       7300-LOOK-UP-ACCOUNT.
           MOVE "U" TO WS-ACCT-LOOKUP
           SET ACCT-IDX TO 1
           SEARCH WS-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AT-CODE (ACCT-IDX) = WS-SEEK-ACCOUNT
                       AND ACCT-IDX <= WS-ACCT-LOADED
                   IF WS-AT-STATUS (ACCT-IDX) = "A"
                       MOVE "A" TO WS-ACCT-LOOKUP
                   ELSE
                       MOVE "C" TO WS-ACCT-LOOKUP
                   END-IF
           END-SEARCH.

       7400-LOOK-UP-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-SW
           SET OPER-IDX TO 1
           SEARCH WS-OPER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OT-ID (OPER-IDX) = WS-SEEK-OPERATOR
                       AND OPER-IDX <= WS-OPER-LOADED
                   SET WS-OPER-FOUND TO TRUE
           END-SEARCH.

       7500-VALIDATE-DATE.
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
      * The calculator's calendar validation, carried as it stands.

       8000-PRINT-SUMMARY.
           MOVE "TOTAL ERRORS" TO WS-CL-LABEL
           MOVE WS-ERROR-COUNT TO WS-CL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "TOTAL WARNINGS" TO WS-CL-LABEL
           MOVE WS-WARNING-COUNT TO WS-CL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "AUDIT LINES CHECKED (ARCHIVE)" TO WS-CL-LABEL
           MOVE WS-ARCHIVE-COUNT TO WS-CL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "AUDIT LINES CHECKED (LIVE LOG)" TO WS-CL-LABEL
           MOVE WS-LOG-COUNT TO WS-CL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVERSAL LINKS CHECKED" TO WS-CL-LABEL
           MOVE WS-LINK-LOADED TO WS-CL-COUNT
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           IF WS-ERROR-COUNT > ZERO
               STRING "*** INTEGRITY CHECK FAILED - CORRECT THE "
                      "ERRORS BEFORE THE BATCH RUNS ***"
                      DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           ELSE IF WS-WARNING-COUNT > ZERO
               MOVE "INTEGRITY CHECK PASSED WITH WARNINGS"
                   TO INTEGRITY-REPORT-RECORD
           ELSE
               MOVE "INTEGRITY CHECK PASSED" TO INTEGRITY-REPORT-RECORD
           END-IF END-IF
           WRITE INTEGRITY-REPORT-RECORD.
      * Totals, then the verdict the schedule's RETURN-CODE matches.
