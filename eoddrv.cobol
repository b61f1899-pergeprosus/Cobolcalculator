       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-DRIVER.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * End-of-day job-stream driver. Runs the nightly sequence -
      * COBOL-CALC batch posting, CALC-RECON, the GL-LEDGER post, the
      * CALC-SUSPENSE load and aging, and the audit archive when it
      * is due - in the order laid down in the step-definition file
      * EODSTEPS.DAT, handing each step exactly the COBOL-CALC-*
      * settings its definition names and stopping the stream the
      * moment a step ends above the return code it is allowed.
      * Every step gets a line in the step log EODLOG.DAT (start,
      * end, return code, outcome) and the stream's position is kept
      * in EODSTATE.DAT, so a rerun after a failure picks up at the
      * failed step instead of starting from the calculator again.
      * A step flagged as a hold point - the reconciliation - holds
      * everything after it when it fails, until it is fixed and
      * rerun or an operator releases it by name in the log. The
      * calculator step is guarded by a register of every
      * TRANSIN.DAT the stream has posted (EODPOSTD.DAT), so the
      * same input file is never run through the calculator twice,
      * whatever state the restart files are in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-DEF-FILE ASSIGN TO "EODSTEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-DEF-STATUS.
           SELECT STATE-FILE ASSIGN TO "EODSTATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FILE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO "EODLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-LOG-STATUS.
           SELECT POSTED-FILE ASSIGN TO "EODPOSTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTED-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.
      * The step definitions are read-only here; the state file is
      * rewritten whole every time the stream moves; the step log
      * and the posted-input register are only ever appended to.
      * TRANSIN.DAT is opened read-only, to fingerprint it before
      * the calculator is let near it.
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
       FD  STEP-DEF-FILE.
       01  STEP-DEF-RECORD.
           05 SD-REC-TYPE         PIC X.
               88 SD-STEP-REC     VALUE "S".
               88 SD-ENV-REC      VALUE "E".
               88 SD-COMMENT-REC  VALUE "*".
           05 SD-STEP-NO          PIC 9(2).
           05 FILLER              PIC X.
           05 SD-PROGRAM          PIC X(14).
           05 FILLER              PIC X.
           05 SD-MAX-RC           PIC 9(2).
           05 FILLER              PIC X.
           05 SD-RUN-FLAG         PIC X.
           05 FILLER              PIC X.
           05 SD-HOLD-FLAG        PIC X.
           05 FILLER              PIC X.
           05 SD-COMMAND          PIC X(60).
       01  STEP-ENV-RECORD.
           05 SE-REC-TYPE         PIC X.
           05 FILLER              PIC X(3).
           05 SE-NAME             PIC X(30).
           05 FILLER              PIC X.
           05 SE-VALUE            PIC X(40).
      * One 'S' line per step, in the order the steps run:
      *   S01 COBOL-CALC     04 Y   ./calc
      * - step number, program name, highest return code the step
      * may end with and still let the stream go on, run flag (N
      * leaves an optional step such as the archive out tonight
      * without deleting its definition), hold flag (H on the step
      * whose failure holds everything after it until released),
      * then the command that runs it. Under each step, one 'E'
      * line per setting the step is to run with:
      *   E   COBOL-CALC-MODE                B
      * Lines starting '*' are comments. The program names the
      * driver knows - COBOL-CALC, CALC-RECON, GL-LEDGER,
      * CALC-SUSPENSE, AUDIT-ARCHIVE - must appear in that order;
      * anything else may go anywhere.

       FD  STATE-FILE.
       01  STATE-RECORD.
           05 ST-STATUS           PIC X.
               88 ST-RUNNING      VALUE "R".
               88 ST-FAILED       VALUE "F".
               88 ST-HELD         VALUE "H".
               88 ST-COMPLETE     VALUE "C".
           05 FILLER              PIC X.
           05 ST-RUN-ID           PIC X(14).
           05 FILLER              PIC X.
           05 ST-STEP-NO          PIC 9(2).
           05 FILLER              PIC X.
           05 ST-PROGRAM          PIC X(14).
           05 FILLER              PIC X.
           05 ST-RC               PIC 9(4).
           05 FILLER              PIC X.
           05 ST-TIMESTAMP        PIC X(14).
      * Where the stream stands: running a step, stopped at a failed
      * step, held at a hold point, or complete. A run ID is the
      * date and time the stream first started, and stays with it
      * through every restart until the stream completes.

       FD  STEP-LOG-FILE.
       01  STEP-LOG-RECORD.
           05 LOG-RUN-ID          PIC X(14).
           05 FILLER              PIC X.
           05 LOG-STEP-NO         PIC 9(2).
           05 FILLER              PIC X.
           05 LOG-PROGRAM         PIC X(14).
           05 FILLER              PIC X.
           05 LOG-START-TS        PIC X(14).
           05 FILLER              PIC X.
           05 LOG-END-TS          PIC X(14).
           05 FILLER              PIC X.
           05 LOG-RC              PIC 9(4).
           05 FILLER              PIC X.
           05 LOG-MAX-RC          PIC 9(2).
           05 FILLER              PIC X.
           05 LOG-OUTCOME         PIC X(8).
           05 FILLER              PIC X.
           05 LOG-OPERATOR        PIC X(8).
      * One line per step attempt - OK, FAILED, HELD, SKIPPED,
      * REFUSED or POSTED - plus a RESTART line when a rerun picks a
      * stream up again and a RELEASED line naming the operator who
      * let a held stream past its hold point.

       FD  POSTED-FILE.
       01  POSTED-RECORD.
           05 PR-STATUS           PIC X.
               88 PR-STARTED      VALUE "S".
               88 PR-POSTED       VALUE "P".
           05 FILLER              PIC X.
           05 PR-BATCH-ID         PIC X(8).
           05 FILLER              PIC X.
           05 PR-BUS-DATE         PIC X(8).
           05 FILLER              PIC X.
           05 PR-REC-COUNT        PIC 9(8).
           05 FILLER              PIC X.
           05 PR-HASH-TOTAL       PIC S9(12)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 PR-RUN-ID           PIC X(14).
           05 FILLER              PIC X.
           05 PR-TIMESTAMP        PIC X(14).
      * The posted-input register. Each TRANSIN.DAT is known by its
      * first header's batch ID and business date, its record
      * count, and the sum of its trailer hash totals. An 'S' line
      * goes down before the calculator is started over a file and
      * a 'P' line once the calculator has retired it; the latest
      * line for a fingerprint is its state.

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05 TRANS-REC-TYPE      PIC X.
               88 TRANS-HEADER-REC  VALUE "H".
               88 TRANS-TRAILER-REC VALUE "T".
           05 FILLER              PIC X(30).
       01  TRANS-HEADER-RECORD.
           05 THDR-REC-TYPE       PIC X.
           05 THDR-BATCH-ID       PIC X(8).
           05 THDR-BUS-DATE       PIC X(8).
           05 THDR-DEPT           PIC X(4).
       01  TRANS-TRAILER-RECORD.
           05 TTRL-REC-TYPE       PIC X.
           05 TTRL-RECORD-COUNT   PIC 9(8).
           05 TTRL-HASH-TOTAL     PIC S9(10)V99 SIGN LEADING SEPARATE.
      * Mirror of the header and trailer layouts of TRANS-RECORD in
      * COBOL-CALC - any change there must be carried here. Detail
      * records are only counted, never looked inside.

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
       01 WS-STEP-DEF-STATUS    PIC XX.
       01 WS-STATE-FILE-STATUS  PIC XX.
       01 WS-STEP-LOG-STATUS    PIC XX.
       01 WS-POSTED-FILE-STATUS PIC XX.
       01 WS-TRANS-FILE-STATUS  PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-OPERATOR     PIC X(8).
       01 WS-RELEASE-ENV  PIC X(2).
       01 WS-RESTART-ENV  PIC X.
           88 WS-RESTART-CONFIRMED VALUE "Y" "y".
      * COBOL-CALC-OPERATOR names who is running the stream and is
      * handed on to every step that does not set its own.
      * COBOL-CALC-EOD-RELEASE carries the number of a held step an
      * operator is releasing; COBOL-CALC-EOD-RESTART=Y confirms a
      * stream whose driver died mid-step really is gone.

       01 WS-RUN-DATE     PIC X(8).
       01 WS-RUN-TIME     PIC X(6).
       01 WS-RUN-ID       PIC X(14).
       01 WS-TS-DATE      PIC X(8).
       01 WS-TS-TIME      PIC X(6).
       01 WS-START-TS     PIC X(14).
       01 WS-END-TS       PIC X(14).

       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-STEP-IDX.
               10 WS-ST-NO          PIC 9(2).
               10 WS-ST-PROGRAM     PIC X(14).
               10 WS-ST-MAX-RC      PIC 9(2).
               10 WS-ST-RUN-FLAG    PIC X.
               10 WS-ST-HOLD-FLAG   PIC X.
               10 WS-ST-COMMAND     PIC X(60).
               10 WS-ST-ENV-COUNT   PIC 9(2).
               10 WS-ST-ENV OCCURS 8 TIMES
                       INDEXED BY WS-ENV-IDX.
                   15 WS-ST-ENV-NAME  PIC X(30).
                   15 WS-ST-ENV-VALUE PIC X(40).
       01 WS-STEPS-LOADED  PIC 9(2) VALUE ZERO.
       01 WS-STEPS-MAX     PIC 9(2) VALUE 20.
       01 WS-ENV-MAX       PIC 9(2) VALUE 8.
      * The whole stream is loaded and checked before the first step
      * runs - a definition file with a mistake on line 30 must not
      * be found out after the calculator has already posted.

       01 WS-DEF-LINE-NO      PIC 9(6) VALUE ZERO.
       01 WS-DEF-ERROR-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-PREV-STEP-NO     PIC 9(2) VALUE ZERO.
       01 WS-PROG-RANK        PIC 9 VALUE ZERO.
       01 WS-PREV-RANK        PIC 9 VALUE ZERO.
       01 WS-QUOTE-COUNT      PIC 9(2) VALUE ZERO.
      * Ranks of the programs the driver knows, in the order they
      * must run - the reconciliation only means something after the
      * posting, the GL post must wait for the reconciliation, and
      * the archive rolls the GL extract, so it goes after the post.

       01 WS-STATE-SW PIC X VALUE "N".
           88 WS-STATE-ON-FILE VALUE "Y".
       01 WS-START-IDX     PIC 9(2) VALUE 1.
       01 WS-RESUME-SW PIC X VALUE "N".
           88 WS-RESUMING VALUE "Y".

       01 WS-STOPPED-SW PIC X VALUE "N".
           88 WS-STREAM-STOPPED VALUE "Y".
       01 WS-STEP-DONE-SW PIC X VALUE "N".
           88 WS-STEP-DONE VALUE "Y".
       01 WS-STOP-RC       PIC 9(4) VALUE ZERO.
       01 WS-HIGHEST-RC    PIC 9(4) VALUE ZERO.
       01 WS-STEP-RC       PIC 9(4) VALUE ZERO.
       01 WS-OUTCOME       PIC X(8).
       01 WS-RAN-COUNT     PIC 9(2) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(2) VALUE ZERO.

       01 WS-COMMAND       PIC X(1024).
       01 WS-CMD-PTR       PIC 9(4).
       01 WS-CMD-OVERFLOW-SW PIC X VALUE "N".
           88 WS-CMD-OVERFLOW VALUE "Y".
       01 WS-OPER-GIVEN-SW PIC X VALUE "N".
           88 WS-OPER-GIVEN VALUE "Y".
       01 WS-SYSTEM-STATUS PIC S9(9) COMP-5.
       01 WS-SIGNAL-PART   PIC S9(9) COMP-5.
      * Each step runs as "env 'NAME=value' ... command", so it gets
      * exactly the settings its definition names, spelled out on
      * the command line. A setting left in the driver's own
      * environment is never relied on - not every shell hands on
      * names with hyphens in them, and a setting from last night's
      * stream must not leak into tonight's. The status the shell
      * hands back carries the step's return code in its high byte;
      * anything in the low byte means the step was killed.

       01 WS-TRANSIN-SW PIC X VALUE "N".
           88 WS-TRANSIN-PRESENT VALUE "Y".
       01 WS-FP-BATCH-ID   PIC X(8).
       01 WS-FP-BUS-DATE   PIC X(8).
       01 WS-FP-REC-COUNT  PIC 9(8).
       01 WS-FP-HASH-TOTAL PIC S9(12)V99.
       01 WS-FP-FIRST-HDR-SW PIC X VALUE "N".
           88 WS-FP-HAVE-HEADER VALUE "Y".
      * The fingerprint of the TRANSIN.DAT sitting there now.

       01 WS-REG-FP-STATUS PIC X.
       01 WS-REG-FP-RUN-ID PIC X(14).
       01 WS-REG-RUN-STATUS PIC X.
       01 WS-REG-RUN-BATCH-ID   PIC X(8).
       01 WS-REG-RUN-BUS-DATE   PIC X(8).
       01 WS-REG-RUN-REC-COUNT  PIC 9(8).
       01 WS-REG-RUN-HASH-TOTAL PIC S9(12)V99.
      * What the register says about that fingerprint (latest
      * status and the run that wrote it), and about the last file
      * this run itself started posting - which is how a restart
      * knows the calculator already retired the file it was given.

       01 WS-POSTED-LINE.
           05 WS-PL-STATUS        PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-BATCH-ID      PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-BUS-DATE      PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-REC-COUNT     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-HASH-TOTAL    PIC S9(12)V99
                                  SIGN LEADING SEPARATE.
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-RUN-ID        PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 WS-PL-TIMESTAMP     PIC X(14).
      * A register line is built here and written whole - the file
      * is only opened once the line is ready.

       01 WS-NEW-STATUS PIC X.
       01 WS-RC-EDIT    PIC ZZZ9.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "EOD-DRIVER".
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
           PERFORM 1100-LOAD-STEP-DEFINITIONS
           PERFORM 1200-READ-STREAM-STATE
           PERFORM 1300-DETERMINE-START
           PERFORM 2000-RUN-STREAM
           PERFORM 8000-PRINT-SUMMARY
           CLOSE STEP-LOG-FILE
           STOP RUN.
      * Main line - load and check the stream, work out where it
      * starts (fresh, restart, or past a released hold), run the
      * steps, report. The state file is written before and after
      * every step, so an abend of the driver itself still leaves
      * the next run knowing which step was in flight.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "R" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RELEASE-ENV
               FROM ENVIRONMENT "COBOL-CALC-EOD-RELEASE"
           ACCEPT WS-RESTART-ENV
               FROM ENVIRONMENT "COBOL-CALC-EOD-RESTART"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN EXTEND STEP-LOG-FILE
           IF WS-STEP-LOG-STATUS NOT = "00"
               OPEN OUTPUT STEP-LOG-FILE
           END-IF
           IF WS-STEP-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open step log EODLOG.DAT - file "
                   "status " WS-STEP-LOG-STATUS " - refusing to run "
                   "a stream nobody can account for afterwards"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The operator is required and signed on against the operator
      * master - the log has to say who ran the stream and who
      * released a hold, and the role has to be granted the run.
      * Each step signs the same operator on again, so a step the
      * role may not run stops the stream at that step. The step
      * log is opened for the whole run; without it nothing starts.

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

       1100-LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEP-DEF-FILE
           IF WS-STEP-DEF-STATUS NOT = "00"
               DISPLAY "Unable to open step definitions EODSTEPS.DAT "
                   "- file status " WS-STEP-DEF-STATUS ". Abending."
               CLOSE STEP-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ STEP-DEF-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEF-LINE-NO
                       PERFORM 1110-STORE-DEFINITION
               END-READ
           END-PERFORM
           CLOSE STEP-DEF-FILE
           IF WS-STEPS-LOADED = ZERO AND WS-DEF-ERROR-COUNT = ZERO
               DISPLAY "EODSTEPS.DAT defines no steps"
               ADD 1 TO WS-DEF-ERROR-COUNT
           END-IF
           IF WS-DEF-ERROR-COUNT > ZERO
               DISPLAY WS-DEF-ERROR-COUNT " error(s) in EODSTEPS.DAT "
                   "- nothing run. Abending."
               CLOSE STEP-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY WS-STEPS-LOADED " step(s) defined".
      * All or nothing - every line is checked and every error
      * reported with its line number before the run is refused, so
      * one pass over the file fixes them all.

       1110-STORE-DEFINITION.
           EVALUATE TRUE
               WHEN STEP-DEF-RECORD = SPACES
                   CONTINUE
               WHEN SD-COMMENT-REC
                   CONTINUE
               WHEN SD-STEP-REC
                   PERFORM 1120-STORE-STEP
               WHEN SD-ENV-REC
                   PERFORM 1130-STORE-SETTING
               WHEN OTHER
                   DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                       ": record type " SD-REC-TYPE " is not S, E "
                       "or *"
                   ADD 1 TO WS-DEF-ERROR-COUNT
           END-EVALUATE.

       1120-STORE-STEP.
           IF SD-STEP-NO IS NOT NUMERIC
                   OR SD-STEP-NO NOT > WS-PREV-STEP-NO
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": step number " SD-STEP-NO " must be numeric and "
                   "higher than the step before it"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF SD-PROGRAM = SPACES OR SD-COMMAND = SPACES
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": step " SD-STEP-NO " needs a program name and "
                   "a command"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF SD-MAX-RC IS NOT NUMERIC
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": step " SD-STEP-NO " maximum return code is "
                   "not numeric"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF SD-RUN-FLAG NOT = "Y" AND SD-RUN-FLAG NOT = "N"
                   AND SD-RUN-FLAG NOT = SPACE
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": step " SD-STEP-NO " run flag must be Y or N"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF SD-HOLD-FLAG NOT = "H" AND SD-HOLD-FLAG NOT = SPACE
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": step " SD-STEP-NO " hold flag must be H or "
                   "blank"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF WS-STEPS-LOADED >= WS-STEPS-MAX
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": more than " WS-STEPS-MAX " steps defined"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE
               PERFORM 1140-RANK-PROGRAM
               IF WS-PROG-RANK > ZERO
                       AND WS-PROG-RANK < WS-PREV-RANK
                   DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                       ": " SD-PROGRAM " is defined after a step "
                       "that must follow it - the order is "
                       "COBOL-CALC, CALC-RECON, GL-LEDGER, "
                       "CALC-SUSPENSE, AUDIT-ARCHIVE"
                   ADD 1 TO WS-DEF-ERROR-COUNT
               END-IF
               IF WS-PROG-RANK > ZERO
                   MOVE WS-PROG-RANK TO WS-PREV-RANK
               END-IF
               ADD 1 TO WS-STEPS-LOADED
               SET WS-STEP-IDX TO WS-STEPS-LOADED
               MOVE SD-STEP-NO TO WS-ST-NO (WS-STEP-IDX)
               MOVE SD-PROGRAM TO WS-ST-PROGRAM (WS-STEP-IDX)
               MOVE SD-MAX-RC TO WS-ST-MAX-RC (WS-STEP-IDX)
               IF SD-RUN-FLAG = "N"
                   MOVE "N" TO WS-ST-RUN-FLAG (WS-STEP-IDX)
               ELSE
                   MOVE "Y" TO WS-ST-RUN-FLAG (WS-STEP-IDX)
               END-IF
               MOVE SD-HOLD-FLAG TO WS-ST-HOLD-FLAG (WS-STEP-IDX)
               MOVE SD-COMMAND TO WS-ST-COMMAND (WS-STEP-IDX)
               MOVE ZERO TO WS-ST-ENV-COUNT (WS-STEP-IDX)
           END-IF END-IF END-IF END-IF END-IF END-IF
           IF SD-STEP-NO IS NUMERIC
               MOVE SD-STEP-NO TO WS-PREV-STEP-NO
           END-IF.
      * A blank run flag means run it; only an explicit N leaves a
      * step out. Step numbers must climb, because a restart finds
      * its place by step number and two steps sharing one would
      * leave it guessing.

       1130-STORE-SETTING.
           MOVE ZERO TO WS-QUOTE-COUNT
           INSPECT SE-VALUE TALLYING WS-QUOTE-COUNT FOR ALL "'"
           IF WS-STEPS-LOADED = ZERO
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": setting " SE-NAME " comes before any step"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF SE-NAME = SPACES
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": setting with no name"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE IF WS-QUOTE-COUNT > ZERO
               DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                   ": setting " SE-NAME " value may not contain a "
                   "quote"
               ADD 1 TO WS-DEF-ERROR-COUNT
           ELSE
               SET WS-STEP-IDX TO WS-STEPS-LOADED
               IF WS-ST-ENV-COUNT (WS-STEP-IDX) >= WS-ENV-MAX
                   DISPLAY "EODSTEPS.DAT line " WS-DEF-LINE-NO
                       ": more than " WS-ENV-MAX " settings for "
                       "step " WS-ST-NO (WS-STEP-IDX)
                   ADD 1 TO WS-DEF-ERROR-COUNT
               ELSE
                   ADD 1 TO WS-ST-ENV-COUNT (WS-STEP-IDX)
                   SET WS-ENV-IDX TO WS-ST-ENV-COUNT (WS-STEP-IDX)
                   MOVE SE-NAME
                       TO WS-ST-ENV-NAME (WS-STEP-IDX, WS-ENV-IDX)
                   MOVE SE-VALUE
                       TO WS-ST-ENV-VALUE (WS-STEP-IDX, WS-ENV-IDX)
               END-IF
           END-IF END-IF END-IF.
      * A setting belongs to the step line above it. Values are
      * quoted on the command line, so a quote inside one would
      * split it - refused here rather than run mangled.

       1140-RANK-PROGRAM.
           EVALUATE SD-PROGRAM
               WHEN "COBOL-CALC"
                   MOVE 1 TO WS-PROG-RANK
               WHEN "CALC-RECON"
                   MOVE 2 TO WS-PROG-RANK
               WHEN "GL-LEDGER"
                   MOVE 3 TO WS-PROG-RANK
               WHEN "CALC-SUSPENSE"
                   MOVE 4 TO WS-PROG-RANK
               WHEN "AUDIT-ARCHIVE"
                   MOVE 5 TO WS-PROG-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-PROG-RANK
           END-EVALUATE.
      * Two suspense steps (load, then aging) share a rank, so both
      * may stand side by side.

       1200-READ-STREAM-STATE.
           OPEN INPUT STATE-FILE
           IF WS-STATE-FILE-STATUS = "00"
               READ STATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-STATE-ON-FILE TO TRUE
               END-READ
               CLOSE STATE-FILE
           ELSE IF WS-STATE-FILE-STATUS NOT = "35"
               DISPLAY "Unable to open stream state EODSTATE.DAT - "
                   "file status " WS-STATE-FILE-STATUS
                   " - refusing to guess where the last stream "
                   "stopped. Abending."
               CLOSE STEP-LOG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF END-IF.
      * No state file at all is a first-ever run; a state file that
      * exists but cannot be read is not the same thing and is not
      * treated as one.

       1300-DETERMINE-START.
           IF NOT WS-STATE-ON-FILE OR ST-COMPLETE
               STRING WS-RUN-DATE DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      INTO WS-RUN-ID
               MOVE 1 TO WS-START-IDX
               DISPLAY "Starting end-of-day run " WS-RUN-ID
               IF WS-RELEASE-ENV NOT = SPACES
                   DISPLAY "Nothing is held - COBOL-CALC-EOD-RELEASE "
                       "ignored"
               END-IF
           ELSE IF ST-RUNNING AND NOT WS-RESTART-CONFIRMED
               DISPLAY "Stream state EODSTATE.DAT shows run "
                   ST-RUN-ID " in step " ST-STEP-NO " " ST-PROGRAM
                   " since " ST-TIMESTAMP " - another stream is in "
                   "progress, or the last one died mid-step. If it "
                   "is truly gone, rerun with COBOL-CALC-EOD-RESTART"
                   "=Y to resume at that step. Refusing to start."
               CLOSE STEP-LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE ST-RUN-ID TO WS-RUN-ID
               SET WS-STEP-IDX TO 1
               SEARCH WS-STEP-ENTRY
                   AT END
                       DISPLAY "Step " ST-STEP-NO " where run "
                           ST-RUN-ID " stopped is no longer in "
                           "EODSTEPS.DAT - put the definitions back "
                           "as they were to finish that run. "
                           "Abending."
                       CLOSE STEP-LOG-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN WS-ST-NO (WS-STEP-IDX) = ST-STEP-NO
                           AND WS-STEP-IDX <= WS-STEPS-LOADED
                       SET WS-START-IDX TO WS-STEP-IDX
               END-SEARCH
               SET WS-RESUMING TO TRUE
               PERFORM 1310-RESUME-OR-RELEASE
           END-IF END-IF.
      * A completed (or first-ever) stream starts fresh under a new
      * run ID. Anything else carries on under the run ID it started
      * with, at the step it stopped on. A state still marked
      * running is refused with RETURN-CODE 12, like a held run lock,
      * until the operator confirms the driver that wrote it is gone.

       1310-RESUME-OR-RELEASE.
           MOVE WS-RUN-DATE TO WS-TS-DATE
           MOVE WS-RUN-TIME TO WS-TS-TIME
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-START-TS
           MOVE WS-START-TS TO WS-END-TS
           MOVE ST-RC TO WS-STEP-RC
           IF ST-HELD AND WS-RELEASE-ENV = ST-STEP-NO
               MOVE "H" TO WS-AUTH-MODE
               PERFORM 1014-CHECK-AUTHORITY
               IF NOT WS-AUTHORIZED
                   CLOSE STEP-LOG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF ST-HELD AND WS-RELEASE-ENV = ST-STEP-NO
               MOVE "RELEASED" TO WS-OUTCOME
               PERFORM 7100-WRITE-LOG-LINE
               DISPLAY "Hold at step " ST-STEP-NO " " ST-PROGRAM
                   " released by " WS-OPERATOR " - run " WS-RUN-ID
                   " continues with the step after it"
               ADD 1 TO WS-START-IDX
           ELSE
               MOVE "RESTART" TO WS-OUTCOME
               PERFORM 7100-WRITE-LOG-LINE
               DISPLAY "Resuming run " WS-RUN-ID " at step "
                   ST-STEP-NO " " ST-PROGRAM
               IF ST-HELD
                   DISPLAY "Step " ST-STEP-NO " is a hold point and "
                       "is rerun first - to go past it without a "
                       "clean rerun, set COBOL-CALC-EOD-RELEASE="
                       ST-STEP-NO
               END-IF
               IF WS-RELEASE-ENV NOT = SPACES AND NOT ST-HELD
                   DISPLAY "Run is not held - COBOL-CALC-EOD-RELEASE "
                       "ignored"
               END-IF
           END-IF.
      * Releasing takes the number of the held step, not just a Y,
      * so nobody releases tomorrow's hold with tonight's setting,
      * and only a role granted mode H here may give it - anyone
      * else is refused, logged, and the stream stays held.
      * The release is logged under the operator's ID before
      * anything past the hold point runs. Without a release a held
      * stream reruns the step that held it - a reconciliation that
      * now balances lets the stream go on by itself.

       2000-RUN-STREAM.
           PERFORM VARYING WS-STEP-IDX FROM WS-START-IDX BY 1
                   UNTIL WS-STEP-IDX > WS-STEPS-LOADED
                      OR WS-STREAM-STOPPED
               PERFORM 2100-RUN-STEP
           END-PERFORM
           IF NOT WS-STREAM-STOPPED
               MOVE "C" TO WS-NEW-STATUS
               MOVE ZERO TO WS-STEP-RC
               SET WS-STEP-IDX TO WS-STEPS-LOADED
               PERFORM 7000-WRITE-STATE
           END-IF.
      * Runs from the starting step to the end of the stream or the
      * first step that stops it. A stream that reaches the end is
      * marked complete, and the next run starts fresh.

       2100-RUN-STEP.
           PERFORM 7300-TAKE-TIMESTAMP
           MOVE WS-TS-DATE TO WS-START-TS (1:8)
           MOVE WS-TS-TIME TO WS-START-TS (9:6)
           MOVE "N" TO WS-STEP-DONE-SW
           MOVE ZERO TO WS-STEP-RC
           IF WS-ST-RUN-FLAG (WS-STEP-IDX) = "N"
               MOVE WS-START-TS TO WS-END-TS
               MOVE "SKIPPED" TO WS-OUTCOME
               PERFORM 7100-WRITE-LOG-LINE
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " "
                   WS-ST-PROGRAM (WS-STEP-IDX) " not run tonight"
           ELSE
               IF WS-ST-PROGRAM (WS-STEP-IDX) = "COBOL-CALC"
                   PERFORM 2200-GUARD-TRANSIN
               END-IF
               IF NOT WS-STREAM-STOPPED AND NOT WS-STEP-DONE
                   MOVE "R" TO WS-NEW-STATUS
                   PERFORM 7000-WRITE-STATE
                   PERFORM 2300-BUILD-COMMAND
                   IF WS-CMD-OVERFLOW
                       MOVE 16 TO WS-STEP-RC
                       PERFORM 2600-STOP-STREAM
                   ELSE
                       PERFORM 2400-EXECUTE-STEP
                       IF WS-ST-PROGRAM (WS-STEP-IDX) = "COBOL-CALC"
                           PERFORM 2500-RECORD-POSTING
                       END-IF
                       PERFORM 2700-JUDGE-STEP
                   END-IF
               END-IF
           END-IF.
      * One step: skip it if it is switched off, guard the input if
      * it is the calculator, mark the state running, run it, judge
      * the return code against the step's maximum.

       2200-GUARD-TRANSIN.
           PERFORM 2210-FINGERPRINT-TRANSIN
           PERFORM 2220-SCAN-REGISTER
           IF WS-TRANSIN-PRESENT
               IF WS-REG-FP-STATUS = "P"
                   DISPLAY "TRANSIN.DAT (batch " WS-FP-BATCH-ID
                       ", business date " WS-FP-BUS-DATE ", "
                       WS-FP-REC-COUNT " records) was already posted "
                       "by run " WS-REG-FP-RUN-ID " - a retired file "
                       "copied back? COBOL-CALC not run."
                   MOVE 16 TO WS-STEP-RC
                   MOVE "REFUSED" TO WS-OUTCOME
                   PERFORM 2600-STOP-STREAM
               ELSE IF WS-REG-FP-STATUS = "S"
                       AND WS-REG-FP-RUN-ID NOT = WS-RUN-ID
                   DISPLAY "TRANSIN.DAT (batch " WS-FP-BATCH-ID
                       ", business date " WS-FP-BUS-DATE ") was "
                       "started by run " WS-REG-FP-RUN-ID " which "
                       "never finished - find out how far that run "
                       "got before posting it again. COBOL-CALC not "
                       "run."
                   MOVE 16 TO WS-STEP-RC
                   MOVE "REFUSED" TO WS-OUTCOME
                   PERFORM 2600-STOP-STREAM
               ELSE IF WS-REG-FP-STATUS = "S"
                   DISPLAY "TRANSIN.DAT batch " WS-FP-BATCH-ID
                       " was started by this run - COBOL-CALC "
                       "resumes it from its checkpoint"
               ELSE
                   MOVE "S" TO WS-PL-STATUS
                   MOVE WS-FP-BATCH-ID TO WS-PL-BATCH-ID
                   MOVE WS-FP-BUS-DATE TO WS-PL-BUS-DATE
                   MOVE WS-FP-REC-COUNT TO WS-PL-REC-COUNT
                   MOVE WS-FP-HASH-TOTAL TO WS-PL-HASH-TOTAL
                   PERFORM 7200-WRITE-REGISTER
               END-IF END-IF END-IF
           ELSE IF WS-REG-RUN-STATUS = "S" OR WS-REG-RUN-STATUS = "P"
               IF WS-REG-RUN-STATUS = "S"
                   MOVE "P" TO WS-PL-STATUS
                   MOVE WS-REG-RUN-BATCH-ID TO WS-PL-BATCH-ID
                   MOVE WS-REG-RUN-BUS-DATE TO WS-PL-BUS-DATE
                   MOVE WS-REG-RUN-REC-COUNT TO WS-PL-REC-COUNT
                   MOVE WS-REG-RUN-HASH-TOTAL TO WS-PL-HASH-TOTAL
                   PERFORM 7200-WRITE-REGISTER
               END-IF
               DISPLAY "TRANSIN.DAT batch " WS-REG-RUN-BATCH-ID
                   " was posted and retired by this run's earlier "
                   "attempt - COBOL-CALC not run again"
               PERFORM 7300-TAKE-TIMESTAMP
               MOVE WS-TS-DATE TO WS-END-TS (1:8)
               MOVE WS-TS-TIME TO WS-END-TS (9:6)
               MOVE ZERO TO WS-STEP-RC
               MOVE "POSTED" TO WS-OUTCOME
               PERFORM 7100-WRITE-LOG-LINE
               SET WS-STEP-DONE TO TRUE
           ELSE
               DISPLAY "No TRANSIN.DAT to post - COBOL-CALC not run"
               MOVE 16 TO WS-STEP-RC
               MOVE "REFUSED" TO WS-OUTCOME
               PERFORM 2600-STOP-STREAM
           END-IF END-IF.
      * The calculator only ever sees a TRANSIN.DAT the register has
      * never seen posted. A file this run already started is a
      * checkpoint restart and goes through; one posted by any run,
      * or started by a different run, is refused with RETURN-CODE
      * 16. No file at all on a restart, where this run had started
      * or posted one, means the calculator finished and retired it
      * before the stream stopped (on a return code over its limit,
      * or before the driver could record it) - the step is logged
      * POSTED and not rerun.

       2210-FINGERPRINT-TRANSIN.
           MOVE "N" TO WS-TRANSIN-SW
           MOVE "N" TO WS-FP-FIRST-HDR-SW
           MOVE SPACES TO WS-FP-BATCH-ID
           MOVE SPACES TO WS-FP-BUS-DATE
           MOVE ZERO TO WS-FP-REC-COUNT
           MOVE ZERO TO WS-FP-HASH-TOTAL
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               SET WS-TRANSIN-PRESENT TO TRUE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ TRANS-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2215-FINGERPRINT-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           ELSE IF WS-TRANS-FILE-STATUS NOT = "35"
               DISPLAY "Unable to open TRANSIN.DAT - file status "
                   WS-TRANS-FILE-STATUS " - refusing to start "
                   "COBOL-CALC on a file that cannot be checked"
               PERFORM 2290-ABANDON-CALC-STEP
           END-IF END-IF.

       2215-FINGERPRINT-RECORD.
           ADD 1 TO WS-FP-REC-COUNT
           IF TRANS-HEADER-REC AND NOT WS-FP-HAVE-HEADER
               MOVE THDR-BATCH-ID TO WS-FP-BATCH-ID
               MOVE THDR-BUS-DATE TO WS-FP-BUS-DATE
               SET WS-FP-HAVE-HEADER TO TRUE
           END-IF
           IF TRANS-TRAILER-REC AND TTRL-HASH-TOTAL IS NUMERIC
               ADD TTRL-HASH-TOTAL TO WS-FP-HASH-TOTAL
           END-IF.
      * First header's batch and date, every record counted, every
      * trailer's hash total summed - two files that agree on all
      * four are the same batch as far as posting is concerned.

       2220-SCAN-REGISTER.
           MOVE SPACE TO WS-REG-FP-STATUS
           MOVE SPACES TO WS-REG-FP-RUN-ID
           MOVE SPACE TO WS-REG-RUN-STATUS
           OPEN INPUT POSTED-FILE
           IF WS-POSTED-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ POSTED-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM 2225-CHECK-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE POSTED-FILE
           ELSE IF WS-POSTED-FILE-STATUS NOT = "35"
               DISPLAY "Unable to open posted-input register "
                   "EODPOSTD.DAT - file status "
                   WS-POSTED-FILE-STATUS " - refusing to start "
                   "COBOL-CALC without it"
               PERFORM 2290-ABANDON-CALC-STEP
           END-IF END-IF.

       2225-CHECK-REGISTER-LINE.
           IF WS-TRANSIN-PRESENT
                   AND PR-BATCH-ID = WS-FP-BATCH-ID
                   AND PR-BUS-DATE = WS-FP-BUS-DATE
                   AND PR-REC-COUNT = WS-FP-REC-COUNT
                   AND PR-HASH-TOTAL = WS-FP-HASH-TOTAL
               MOVE PR-STATUS TO WS-REG-FP-STATUS
               MOVE PR-RUN-ID TO WS-REG-FP-RUN-ID
           END-IF
           IF PR-RUN-ID = WS-RUN-ID
               MOVE PR-STATUS TO WS-REG-RUN-STATUS
               MOVE PR-BATCH-ID TO WS-REG-RUN-BATCH-ID
               MOVE PR-BUS-DATE TO WS-REG-RUN-BUS-DATE
               MOVE PR-REC-COUNT TO WS-REG-RUN-REC-COUNT
               MOVE PR-HASH-TOTAL TO WS-REG-RUN-HASH-TOTAL
           END-IF.
      * The latest line wins both ways - for the fingerprint in hand,
      * and for whatever this run last started or finished.

       2290-ABANDON-CALC-STEP.
           MOVE 16 TO WS-STEP-RC
           MOVE "REFUSED" TO WS-OUTCOME
           PERFORM 2600-STOP-STREAM
           PERFORM 8000-PRINT-SUMMARY
           CLOSE STEP-LOG-FILE
           STOP RUN.
      * A guard file that cannot be read ends the driver on the
      * spot, with the calculator step logged as refused and the
      * state left pointing at it.

       2300-BUILD-COMMAND.
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-CMD-PTR
           MOVE "N" TO WS-CMD-OVERFLOW-SW
           MOVE "N" TO WS-OPER-GIVEN-SW
           STRING "env" DELIMITED BY SIZE
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
           END-STRING
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ST-ENV-COUNT (WS-STEP-IDX)
               IF WS-ST-ENV-NAME (WS-STEP-IDX, WS-ENV-IDX)
                       = "COBOL-CALC-OPERATOR"
                   SET WS-OPER-GIVEN TO TRUE
               END-IF
               STRING " '" DELIMITED BY SIZE
                      WS-ST-ENV-NAME (WS-STEP-IDX, WS-ENV-IDX)
                          DELIMITED BY SPACE
                      "=" DELIMITED BY SIZE
                      WS-ST-ENV-VALUE (WS-STEP-IDX, WS-ENV-IDX)
                          DELIMITED BY "  "
                      "'" DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-CMD-PTR
                   ON OVERFLOW
                       SET WS-CMD-OVERFLOW TO TRUE
               END-STRING
           END-PERFORM
           IF NOT WS-OPER-GIVEN
               STRING " 'COBOL-CALC-OPERATOR=" DELIMITED BY SIZE
                      WS-OPERATOR DELIMITED BY SPACE
                      "'" DELIMITED BY SIZE
                   INTO WS-COMMAND WITH POINTER WS-CMD-PTR
                   ON OVERFLOW
                       SET WS-CMD-OVERFLOW TO TRUE
               END-STRING
           END-IF
           STRING " " DELIMITED BY SIZE
                  WS-ST-COMMAND (WS-STEP-IDX) DELIMITED BY "  "
               INTO WS-COMMAND WITH POINTER WS-CMD-PTR
               ON OVERFLOW
                   SET WS-CMD-OVERFLOW TO TRUE
           END-STRING
           IF WS-CMD-OVERFLOW
               DISPLAY "Command line for step "
                   WS-ST-NO (WS-STEP-IDX) " "
                   WS-ST-PROGRAM (WS-STEP-IDX) " is too long - "
                   "step not run"
               MOVE "REFUSED" TO WS-OUTCOME
           END-IF.
      * The driver's operator goes to every step that does not name
      * one of its own, so each program signs on as the person who
      * ran the stream.

       2400-EXECUTE-STEP.
           DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " "
               WS-ST-PROGRAM (WS-STEP-IDX) " starting"
           CALL "SYSTEM" USING WS-COMMAND
               RETURNING WS-SYSTEM-STATUS
           END-CALL
           IF WS-SYSTEM-STATUS < ZERO
               DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " could not be "
                   "started"
               MOVE 16 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-STEP-RC REMAINDER WS-SIGNAL-PART
               IF WS-SIGNAL-PART NOT = ZERO
                   DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " was "
                       "killed before it finished"
                   MOVE 16 TO WS-STEP-RC
               END-IF
           END-IF
           PERFORM 7300-TAKE-TIMESTAMP
           MOVE WS-TS-DATE TO WS-END-TS (1:8)
           MOVE WS-TS-TIME TO WS-END-TS (9:6)
           ADD 1 TO WS-RAN-COUNT.
      * A step that could not be started or was killed counts as an
      * abend (16), whatever its maximum allows.

       2500-RECORD-POSTING.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "35"
               MOVE "P" TO WS-PL-STATUS
               MOVE WS-FP-BATCH-ID TO WS-PL-BATCH-ID
               MOVE WS-FP-BUS-DATE TO WS-PL-BUS-DATE
               MOVE WS-FP-REC-COUNT TO WS-PL-REC-COUNT
               MOVE WS-FP-HASH-TOTAL TO WS-PL-HASH-TOTAL
               PERFORM 7200-WRITE-REGISTER
           ELSE
               IF WS-TRANS-FILE-STATUS = "00"
                   CLOSE TRANS-FILE
               END-IF
           END-IF.
      * The calculator retires TRANSIN.DAT only when a posting run
      * completes, so the file being gone is the proof it posted -
      * whatever return code it ended with. A file still in place
      * stays 'started' and can only be rerun by this run.

       2600-STOP-STREAM.
           SET WS-STREAM-STOPPED TO TRUE
           IF WS-OUTCOME = "HELD"
               MOVE "H" TO WS-NEW-STATUS
           ELSE
               MOVE "F" TO WS-NEW-STATUS
           END-IF
           IF WS-OUTCOME = "REFUSED"
               MOVE 16 TO WS-STOP-RC
               PERFORM 7300-TAKE-TIMESTAMP
               MOVE WS-TS-DATE TO WS-END-TS (1:8)
               MOVE WS-TS-TIME TO WS-END-TS (9:6)
               PERFORM 7100-WRITE-LOG-LINE
           ELSE
               MOVE 8 TO WS-STOP-RC
           END-IF
           PERFORM 7000-WRITE-STATE.
      * Stopping leaves the state at this step, failed or held, so
      * the next run starts here. A refused step never ran, so its
      * log line is written here rather than after execution.

       2700-JUDGE-STEP.
           IF WS-STEP-RC > WS-ST-MAX-RC (WS-STEP-IDX)
               IF WS-ST-HOLD-FLAG (WS-STEP-IDX) = "H"
                   MOVE "HELD" TO WS-OUTCOME
               ELSE
                   MOVE "FAILED" TO WS-OUTCOME
               END-IF
               PERFORM 7100-WRITE-LOG-LINE
               MOVE WS-STEP-RC TO WS-RC-EDIT
               DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " "
                   WS-ST-PROGRAM (WS-STEP-IDX) " ended RC "
                   WS-RC-EDIT " - above its maximum of "
                   WS-ST-MAX-RC (WS-STEP-IDX) ", stream stopped"
               IF WS-OUTCOME = "HELD"
                   DISPLAY "Everything after step "
                       WS-ST-NO (WS-STEP-IDX) " is held until the "
                       "step is fixed and rerun, or released with "
                       "COBOL-CALC-EOD-RELEASE="
                       WS-ST-NO (WS-STEP-IDX)
               END-IF
               PERFORM 2600-STOP-STREAM
           ELSE
               MOVE "OK" TO WS-OUTCOME
               PERFORM 7100-WRITE-LOG-LINE
               IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE WS-STEP-RC TO WS-HIGHEST-RC
               END-IF
               MOVE WS-STEP-RC TO WS-RC-EDIT
               DISPLAY "Step " WS-ST-NO (WS-STEP-IDX) " "
                   WS-ST-PROGRAM (WS-STEP-IDX) " ended RC "
                   WS-RC-EDIT
           END-IF.

       7000-WRITE-STATE.
           PERFORM 7300-TAKE-TIMESTAMP
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write stream state EODSTATE.DAT - "
                   "file status " WS-STATE-FILE-STATUS
                   " - stopping, a restart could not find its place"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STATE-RECORD
           MOVE WS-NEW-STATUS TO ST-STATUS
           MOVE WS-RUN-ID TO ST-RUN-ID
           MOVE WS-ST-NO (WS-STEP-IDX) TO ST-STEP-NO
           MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO ST-PROGRAM
           MOVE WS-STEP-RC TO ST-RC
           MOVE WS-TS-DATE TO ST-TIMESTAMP (1:8)
           MOVE WS-TS-TIME TO ST-TIMESTAMP (9:6)
           WRITE STATE-RECORD
           CLOSE STATE-FILE.
      * One record, rewritten whole - the stream is only ever in one
      * place.

       7100-WRITE-LOG-LINE.
           MOVE SPACES TO STEP-LOG-RECORD
           MOVE WS-RUN-ID TO LOG-RUN-ID
           IF WS-OUTCOME = "RESTART" OR WS-OUTCOME = "RELEASED"
               MOVE ST-STEP-NO TO LOG-STEP-NO
               MOVE ST-PROGRAM TO LOG-PROGRAM
               MOVE ZERO TO LOG-MAX-RC
           ELSE
               MOVE WS-ST-NO (WS-STEP-IDX) TO LOG-STEP-NO
               MOVE WS-ST-PROGRAM (WS-STEP-IDX) TO LOG-PROGRAM
               MOVE WS-ST-MAX-RC (WS-STEP-IDX) TO LOG-MAX-RC
           END-IF
           MOVE WS-START-TS TO LOG-START-TS
           MOVE WS-END-TS TO LOG-END-TS
           MOVE WS-STEP-RC TO LOG-RC
           MOVE WS-OUTCOME TO LOG-OUTCOME
           MOVE WS-OPERATOR TO LOG-OPERATOR
           WRITE STEP-LOG-RECORD
           IF WS-STEP-LOG-STATUS NOT = "00"
               DISPLAY "Unable to write step log EODLOG.DAT - file "
                   "status " WS-STEP-LOG-STATUS
           END-IF.
      * The RESTART and RELEASED lines carry the step the stream
      * stopped on and the return code it stopped with.

       7200-WRITE-REGISTER.
           PERFORM 7300-TAKE-TIMESTAMP
           MOVE WS-RUN-ID TO WS-PL-RUN-ID
           MOVE WS-TS-DATE TO WS-PL-TIMESTAMP (1:8)
           MOVE WS-TS-TIME TO WS-PL-TIMESTAMP (9:6)
           OPEN EXTEND POSTED-FILE
           IF WS-POSTED-FILE-STATUS NOT = "00"
               OPEN OUTPUT POSTED-FILE
           END-IF
           IF WS-POSTED-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write posted-input register "
                   "EODPOSTD.DAT - file status "
                   WS-POSTED-FILE-STATUS " - stopping before "
                   "COBOL-CALC can post an unrecorded file"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE POSTED-RECORD FROM WS-POSTED-LINE
           IF WS-POSTED-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write posted-input register line "
                   "- file status " WS-POSTED-FILE-STATUS
                   " - stopping"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE POSTED-FILE.
      * The caller fills in the status and fingerprint; the run ID
      * and time are stamped here. An 'S' line that cannot be
      * written stops the driver before the calculator starts.

       7300-TAKE-TIMESTAMP.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME.

       8000-PRINT-SUMMARY.
           DISPLAY "End-of-day run " WS-RUN-ID ": " WS-RAN-COUNT
               " step(s) run, " WS-SKIPPED-COUNT " skipped"
           IF WS-STREAM-STOPPED
               DISPLAY "Stream STOPPED - see EODLOG.DAT; rerun the "
                   "driver to resume at the stopped step"
               MOVE WS-STOP-RC TO RETURN-CODE
           ELSE
               DISPLAY "Stream COMPLETE"
               MOVE WS-HIGHEST-RC TO RETURN-CODE
           END-IF.
      * RETURN-CODE is 16 for a refused step, 8 for a failed or held
      * one, and otherwise the highest return code any step ended
      * with inside its allowance - a warning from a step still
      * shows at the end of the stream.
