       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-APPROVE.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Second-signature program for the calculations COBOL-CALC
      * held in CALCHOLD.DAT because their Result went over the
      * keying operator's approval limit. A second operator signs
      * on, lists what is waiting, and approves or declines each
      * item. An approved item posts to AUDITLOG.DAT and
      * GLEXTRCT.DAT exactly as the calculator would have posted it,
      * with the keying operator in AUDIT-OPERATOR and the approver
      * beside it; a declined one goes to CALCREJ.DAT under reason
      * AD so CALC-SUSPENSE carries it like any other failed
      * transaction. The approver may not be the operator who keyed
      * the item, and must hold a limit at least as large as the
      * figure - maker-checker means two people, each good for the
      * amount.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT ENTRY-SEQ-FILE ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-SEQ-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.
      * The pending-approval file is read whole into a table,
      * decided in storage, and rewritten whole after every
      * decision, the way SORD-MAINT handles the standing orders.
      * Approval posts to the same audit trail, GL extract and entry
      * sequence the calculator posts to, so this program takes the
      * calculator's run lock for the whole session - an approval
      * and a batch run must never both be appending to the log or
      * drawing entry numbers at once. A decline appends to the
      * reject file rather than replacing it; the calculator owns
      * truncating it at the start of a fresh posting run.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT DENIAL-FILE ASSIGN TO "ACCDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-FILE-STATUS.
      * The role authority table and the denial log - the sign-on
      * files every program in the suite carries alongside the
      * operator master.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05 HOLD-ID             PIC 9(8).
           05 HOLD-STATUS         PIC X.
               88 HOLD-PENDING  VALUE "P".
               88 HOLD-APPROVED VALUE "A".
               88 HOLD-DECLINED VALUE "D".
           05 HOLD-TIMESTAMP      PIC X(14).
           05 HOLD-OPERATOR       PIC X(8).
           05 HOLD-ACCOUNT        PIC X(6).
           05 HOLD-NUM1           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 HOLD-OPER           PIC X.
           05 HOLD-NUM2           PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 HOLD-RESULT         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 HOLD-REV-OF         PIC 9(8).
           05 HOLD-ORIG-AMOUNT    PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 HOLD-CURRENCY       PIC X(3).
           05 HOLD-SEQ            PIC 9(8).
           05 HOLD-TRANS-DATA     PIC X(29).
           05 HOLD-APPROVER       PIC X(8).
           05 HOLD-DECIDED-TS     PIC X(14).
      * Same layout COBOL-CALC appends to - any change here must be
      * carried there. This program owns the status, approver and
      * decided-timestamp fields; everything else is as held.

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
      * Mirror of the AUDIT-RECORD layout COBOL-CALC writes - any
      * change there must be carried here.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05 GL-NUM1             PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 GL-OPER             PIC X.
           05 GL-NUM2             PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 GL-RESULT           PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 GL-ACCOUNT          PIC X(6).
      * Mirror of the calculator's GL extract layout.

       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-SEQ             PIC 9(8).
           05 REJ-REASON          PIC X(2).
           05 REJ-TRANS-DATA      PIC X(29).
           05 REJ-OPERATOR        PIC X(8).
      * Mirror of the calculator's reject layout. A decline carries
      * the held record's input position and image and the keying
      * operator, so it repairs and resubmits like any other reject.

       FD  ENTRY-SEQ-FILE.
       01  ENTRY-SEQ-RECORD.
           05 ESEQ-NEXT-ID        PIC 9(8).
           05 ESEQ-LAST-CHECK     PIC 9(9).
      * The calculator's audit entry number control file - an
      * approved item draws its entry number here at posting time,
      * not at hold time, so numbers stay in log order. The audit
      * chain's last check value rides beside it, and an approved
      * line links onto it like any line the calculator writes.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LOCK-STATUS         PIC X.
               88 LOCK-ACTIVE   VALUE "A".
               88 LOCK-RELEASED VALUE "R".
           05 LOCK-TIMESTAMP      PIC X(14).
      * The calculator's exclusive run lock.

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
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-GL-FILE-STATUS        PIC XX.
       01 WS-REJECT-FILE-STATUS    PIC XX.
       01 WS-ENTRY-SEQ-FILE-STATUS PIC XX.
       01 WS-LOCK-FILE-STATUS      PIC XX.
       01 WS-OPER-FILE-STATUS      PIC XX.

       01 WS-ACTION PIC X.
           88 WS-ACTION-LIST    VALUE "L" "l".
           88 WS-ACTION-APPROVE VALUE "A" "a".
           88 WS-ACTION-DECLINE VALUE "D" "d".
           88 WS-ACTION-QUIT    VALUE "Q" "q".
       01 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT-REQUESTED VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-FIELD-ATTEMPTS     PIC 9(2) VALUE ZERO.
       01 WS-FIELD-MAX-ATTEMPTS PIC 9(2) VALUE 5.
      * Bounded prompts, same as the calculator.

       01 WS-OPERATOR PIC X(8).
       01 WS-OPER-LIMIT PIC 9(8)V99 VALUE ZERO.
      * The approver - signed on the way the calculator signs on,
      * with the approval limit taken at the same read. A
      * non-numeric limit stays at zero, which approves nothing.

       01 WS-HOLD-LOADED PIC 9(4) VALUE ZERO.
       01 WS-HOLD-MAX    PIC 9(4) VALUE 500.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES INDEXED BY HOLD-IDX.
               10 WS-HD-IMAGE     PIC X(146).
      * The whole pending-approval file in storage, one record image
      * per line. Decided lines stay on file (and in the table) as
      * the record of who signed for what; only Pending ones can be
      * acted on.

       01 WS-ID-IN PIC X(8).
       01 WS-ID-NUM PIC 9(8).
       01 WS-INPUT-TEXT PIC X(12).
       01 WS-FOUND-SW PIC X VALUE "N".
           88 WS-FOUND VALUE "Y".
       01 WS-VALID-SW PIC X VALUE "N".
           88 WS-VALID VALUE "Y".
       01 WS-CONFIRM PIC X.
           88 WS-CONFIRMED VALUE "Y" "y".
       01 WS-ABS-RESULT PIC 9(8)V99.
       01 WS-PENDING-COUNT PIC 9(8) VALUE ZERO.
       01 WS-APPROVED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DECLINED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-RESULT-EDIT PIC -(7)9.99.
       01 WS-AMT-EDIT PIC -(6)9.99.
       01 WS-LIMIT-EDIT PIC ZZ,ZZZ,ZZ9.99.

       01 WS-NEXT-ENTRY-ID PIC 9(8) VALUE 1.
       01 WS-POSTED-ENTRY-ID PIC 9(8) VALUE ZERO.
       01 WS-TS-DATE PIC X(8).
       01 WS-TS-TIME PIC X(6).
       01 WS-DECIDED-TS PIC X(14).

       01 WS-CHAIN-LAST  PIC 9(9) VALUE ZERO.
       01 WS-CHAIN-IMAGE.
           05 WS-CI-ENTRY-ID      PIC 9(8).
           05 WS-CI-REV-OF        PIC 9(8).
           05 WS-CI-TIMESTAMP     PIC X(14).
           05 WS-CI-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WS-CI-OPER          PIC X.
           05 WS-CI-NUM2          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WS-CI-RESULT        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 WS-CI-OPERATOR      PIC X(8).
           05 WS-CI-ORIG-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WS-CI-CURRENCY      PIC X(3).
           05 WS-CI-ACCOUNT       PIC X(6).
           05 WS-CI-APPROVER      PIC X(8).
           05 WS-CI-PREV-CHECK    PIC 9(9).
       01 WS-CHAIN-IMAGE-LEN PIC 9(3) VALUE 103.
       01 WS-CHAIN-POS       PIC 9(3).
       01 WS-CHAIN-ACCUM     PIC 9(9).
       01 WS-CHAIN-WORK      PIC 9(12).
       01 WS-CHAIN-QUOT      PIC 9(12).
       01 WS-CHAIN-MODULUS   PIC 9(9) VALUE 999999937.
       01 WS-CHAIN-MULTIPLIER PIC 9(3) VALUE 263.
      * Audit chain workspace - mirror of the calculator's; the
      * image, modulus and multiplier must match COBOL-CALC exactly
      * or every approved line reads as a broken link.

       01 WS-ORIG-FOUND-SW PIC X VALUE "N".
           88 WS-ORIG-FOUND VALUE "Y".
       01 WS-ORIG-REVERSED-SW PIC X VALUE "N".
           88 WS-ORIG-REVERSED VALUE "Y".
      * Reversal re-check - a held reversal may have been overtaken
      * by another one posted while it waited, and the calculator's
      * "never reverse twice" rule has to hold at posting time, not
      * just at keying time.

       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "CALC-APPROVE".
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
                   WHEN WS-ACTION-LIST
                       PERFORM 3000-LIST-PENDING
                   WHEN WS-ACTION-APPROVE
                       PERFORM 4000-APPROVE-ITEM
                   WHEN WS-ACTION-DECLINE
                       PERFORM 5000-DECLINE-ITEM
                   WHEN OTHER
                       SET WS-QUIT-REQUESTED TO TRUE
               END-EVALUATE
           END-PERFORM
           DISPLAY "Approved this session        : " WS-APPROVED-COUNT
           DISPLAY "Declined this session        : " WS-DECLINED-COUNT
           PERFORM 9000-RELEASE-RUN-LOCK
           STOP RUN.
      * Main line - sign on, lock, load, loop on actions until the
      * operator quits. Every decision rewrites the hold file and
      * posts (or rejects) as it happens, so quitting only has the
      * lock left to release.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           PERFORM 1025-TAKE-RUN-LOCK
           PERFORM 1090-LOAD-ENTRY-SEQ
           PERFORM 1100-LOAD-HOLDS.
      * Sign-on first, then the lock, then the files - the same
      * order the calculator starts in.

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
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               IF WS-OPERATOR NOT = SPACES
                   MOVE WS-OPERATOR TO OPER-ID
                   READ OPER-FILE
                       INVALID KEY
                           DISPLAY "Operator " WS-OPERATOR
                               " is not on the operator master"
                       NOT INVALID KEY
                           IF OPER-ACTIVE
                               SET WS-VALID TO TRUE
                               MOVE OPER-ROLE TO WS-OPER-ROLE
                               IF OPER-APPROVAL-LIMIT IS NUMERIC
                                   MOVE OPER-APPROVAL-LIMIT
                                       TO WS-OPER-LIMIT
                               END-IF
                           ELSE
                               DISPLAY "Operator " WS-OPERATOR
                                   " is deactivated"
                           END-IF
                   END-READ
               END-IF
               IF NOT WS-VALID
                   DISPLAY "Operator ID: "
                   ACCEPT WS-OPERATOR
                   ADD 1 TO WS-FIELD-ATTEMPTS
               END-IF
           END-PERFORM
           CLOSE OPER-FILE
           IF NOT WS-VALID
               MOVE SPACE TO WS-OPER-ROLE
               MOVE SPACE TO WS-AUTH-MODE
               MOVE "SIGN-ON FAILED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "No valid operator sign-on after "
                   WS-FIELD-MAX-ATTEMPTS " attempts - set "
                   "COBOL-CALC-OPERATOR in the environment. "
                   "Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1012-LOAD-AUTHORITY
           MOVE WS-OPER-LIMIT TO WS-LIMIT-EDIT
           DISPLAY "Operator " WS-OPERATOR " signed on - role "
               WS-OPER-ROLE ", approval limit " WS-LIMIT-EDIT.
      * The same sign-on the calculator does. An approver is an
      * operator like any other; what makes the signature count is
      * the role's grant for the action and then the limit, checked
      * item by item.

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

       1025-TAKE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-ACTIVE
                           DISPLAY "Run lock CALCLOCK.DAT is held "
                               "(taken " LOCK-TIMESTAMP ") - a "
                               "posting run is in progress, or a "
                               "prior run abended holding it. "
                               "Approve once it is released. "
                               "Refusing to start."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write run lock CALCLOCK.DAT - "
                   "file status " WS-LOCK-FILE-STATUS
                   " - refusing to run unprotected"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO LOCK-RECORD
           MOVE "A" TO LOCK-STATUS
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO LOCK-TIMESTAMP
           WRITE LOCK-RECORD
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write run lock record - file "
                   "status " WS-LOCK-FILE-STATUS " - refusing to "
                   "run unprotected"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LOCK-FILE.
      * The calculator's lock, taken the calculator's way - RC 12
      * on a held lock so the scheduler can tell "wait" from
      * "broken".

       1090-LOAD-ENTRY-SEQ.
           OPEN INPUT ENTRY-SEQ-FILE
           IF WS-ENTRY-SEQ-FILE-STATUS = "00"
               READ ENTRY-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ESEQ-NEXT-ID IS NUMERIC
                           MOVE ESEQ-NEXT-ID TO WS-NEXT-ENTRY-ID
                       END-IF
                       IF ESEQ-LAST-CHECK IS NUMERIC
                           MOVE ESEQ-LAST-CHECK TO WS-CHAIN-LAST
                       END-IF
               END-READ
               CLOSE ENTRY-SEQ-FILE
           ELSE
               DISPLAY "No entry sequence on file - audit entry "
                   "numbering starts at " WS-NEXT-ENTRY-ID
           END-IF.
      * Picked up once under the lock - nothing else can draw a
      * number until this session releases it.

       1100-LOAD-HOLDS.
           MOVE ZERO TO WS-HOLD-LOADED
           MOVE ZERO TO WS-PENDING-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               DISPLAY "No pending-approval file CALCHOLD.DAT - "
                   "nothing has been held for approval"
           ELSE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open pending-approval file "
                   "CALCHOLD.DAT - file status " WS-HOLD-FILE-STATUS
               PERFORM 9000-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-HOLD-LOADED >= WS-HOLD-MAX
                               DISPLAY "Pending-approval file holds "
                                   "more than " WS-HOLD-MAX
                                   " items - table full, abending"
                               PERFORM 9000-RELEASE-RUN-LOCK
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLD-LOADED
                           MOVE HOLD-RECORD
                               TO WS-HD-IMAGE (WS-HOLD-LOADED)
                           IF HOLD-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF
           DISPLAY WS-PENDING-COUNT " item(s) awaiting approval".
      * Read once, under the lock, so no calculator run can append
      * behind the table's back. A load failure releases the lock on
      * the way out - nothing has posted yet, so there is nothing
      * for a held lock to protect.

       2000-ACCEPT-ACTION.
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           MOVE SPACE TO WS-ACTION
           PERFORM UNTIL WS-ACTION-LIST OR WS-ACTION-APPROVE
                   OR WS-ACTION-DECLINE OR WS-ACTION-QUIT
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Action - (L)ist pending, (A)pprove, "
                   "(D)ecline, (Q)uit: "
               ACCEPT WS-ACTION
               ADD 1 TO WS-FIELD-ATTEMPTS
           END-PERFORM
           IF NOT (WS-ACTION-LIST OR WS-ACTION-APPROVE
                   OR WS-ACTION-DECLINE OR WS-ACTION-QUIT)
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

       3000-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-LOADED
               MOVE WS-HD-IMAGE (HOLD-IDX) TO HOLD-RECORD
               IF HOLD-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE HOLD-RESULT TO WS-RESULT-EDIT
                   DISPLAY HOLD-ID " " HOLD-TIMESTAMP " "
                       HOLD-OPERATOR " " HOLD-ACCOUNT " "
                       HOLD-OPER " " WS-RESULT-EDIT
                   IF HOLD-REV-OF IS NUMERIC AND HOLD-REV-OF > ZERO
                       DISPLAY "         reversal of entry "
                           HOLD-REV-OF
                   END-IF
                   IF HOLD-CURRENCY NOT = SPACES
                       MOVE HOLD-ORIG-AMOUNT TO WS-AMT-EDIT
                       DISPLAY "         submitted as " WS-AMT-EDIT
                           " " HOLD-CURRENCY
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-PENDING-COUNT " item(s) awaiting approval".
      * Pending items only, in the order they were held - item
      * number, when, who keyed it, account, operation and Result,
      * with the reversal link and submitted currency where there
      * is one.

       3500-FIND-PENDING-ITEM.
           MOVE "N" TO WS-FOUND-SW
           DISPLAY "Hold item number: "
           ACCEPT WS-ID-IN
           IF FUNCTION TEST-NUMVAL(WS-ID-IN) NOT = 0
               DISPLAY "INVALID NUMBER"
           ELSE
               COMPUTE WS-ID-NUM = FUNCTION NUMVAL(WS-ID-IN)
               SET HOLD-IDX TO 1
               SEARCH WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN HOLD-IDX <= WS-HOLD-LOADED
                           AND WS-HD-IMAGE (HOLD-IDX) (1:8)
                               = WS-ID-NUM
                       SET WS-FOUND TO TRUE
               END-SEARCH
               IF NOT WS-FOUND
                   DISPLAY "Hold item " WS-ID-NUM " not on file"
               ELSE
                   MOVE WS-HD-IMAGE (HOLD-IDX) TO HOLD-RECORD
                   IF NOT HOLD-PENDING
                       DISPLAY "Hold item " WS-ID-NUM " was already "
                           "decided (" HOLD-STATUS ") by "
                           HOLD-APPROVER
                       MOVE "N" TO WS-FOUND-SW
                   ELSE
                   IF HOLD-OPERATOR = WS-OPERATOR
                       DISPLAY "Hold item " WS-ID-NUM " was keyed "
                           "by " WS-OPERATOR " - a second operator "
                           "must decide it"
                       MOVE "N" TO WS-FOUND-SW
                   END-IF
                   END-IF
               END-IF
           END-IF.
      * Shared by approve and decline: the item must exist, still be
      * pending, and have been keyed by somebody else. A decline
      * needs a second operator as much as an approval does -
      * otherwise the maker could quietly withdraw a figure nobody
      * else ever saw. HOLD-IDX is left on the item found.

       4000-APPROVE-ITEM.
           PERFORM 3500-FIND-PENDING-ITEM
           IF WS-FOUND
               IF HOLD-RESULT < ZERO
                   COMPUTE WS-ABS-RESULT = ZERO - HOLD-RESULT
               ELSE
                   MOVE HOLD-RESULT TO WS-ABS-RESULT
               END-IF
               IF WS-ABS-RESULT > WS-OPER-LIMIT
                   MOVE WS-OPER-LIMIT TO WS-LIMIT-EDIT
                   DISPLAY "Hold item " WS-ID-NUM " is over your "
                       "approval limit of " WS-LIMIT-EDIT
                       " - it needs an approver with a higher limit"
                   MOVE "N" TO WS-FOUND-SW
               END-IF
           END-IF
           IF WS-FOUND
               IF HOLD-REV-OF IS NUMERIC AND HOLD-REV-OF > ZERO
                   PERFORM 4100-CHECK-REVERSAL
               END-IF
           END-IF
           IF WS-FOUND
               PERFORM 4900-CONFIRM-DECISION
           END-IF
           IF WS-FOUND
               PERFORM 6000-STAMP-DECISION
               MOVE "A" TO HOLD-STATUS
               MOVE HOLD-RECORD TO WS-HD-IMAGE (HOLD-IDX)
               PERFORM 4200-POST-APPROVED
               PERFORM 7000-REWRITE-HOLD-FILE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Hold item " WS-ID-NUM " approved and posted "
                   "as audit entry " WS-POSTED-ENTRY-ID
           END-IF.
      * Approve only within the approver's own limit, and only a
      * reversal whose original is still open. The item is posted
      * and then the file rewritten: an abend between the two leaves
      * a posted item still marked Pending under a held run lock,
      * which is found and fixed by hand - the reverse order could
      * lose a posting nobody would ever see was missing.

       4100-CHECK-REVERSAL.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE "N" TO WS-ORIG-REVERSED-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to read audit trail AUDITLOG.DAT for "
                   "reversal check - file status "
                   WS-AUDIT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-ENTRY-ID IS NUMERIC
                               AND AUDIT-ENTRY-ID = HOLD-REV-OF
                           SET WS-ORIG-FOUND TO TRUE
                       END-IF
                       IF AUDIT-REV-OF IS NUMERIC
                               AND AUDIT-REV-OF = HOLD-REV-OF
                           SET WS-ORIG-REVERSED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "N" TO WS-EOF-SW
           EVALUATE TRUE
               WHEN NOT WS-ORIG-FOUND
                   DISPLAY "Entry " HOLD-REV-OF " is no longer in "
                       "the live audit trail - decline this reversal"
                   MOVE "N" TO WS-FOUND-SW
               WHEN WS-ORIG-REVERSED
                   DISPLAY "Entry " HOLD-REV-OF " was reversed while "
                       "this item waited - decline this reversal"
                   MOVE "N" TO WS-FOUND-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * The calculator's reversal rules, re-proven at posting time.
      * The original was found and unreversed when the item was
      * keyed; an archive roll or a second reversal since then makes
      * this one wrong to post, and the approver is told to decline
      * it instead.

       4200-POST-APPROVED.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open audit trail AUDITLOG.DAT - "
                   "file status " WS-AUDIT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE HOLD-NUM1 TO AUDIT-NUM1
           MOVE HOLD-OPER TO AUDIT-OPER
           MOVE HOLD-NUM2 TO AUDIT-NUM2
           MOVE HOLD-RESULT TO AUDIT-RESULT
           MOVE WS-DECIDED-TS TO AUDIT-TIMESTAMP
           MOVE WS-NEXT-ENTRY-ID TO AUDIT-ENTRY-ID
           IF HOLD-REV-OF IS NUMERIC
               MOVE HOLD-REV-OF TO AUDIT-REV-OF
           ELSE
               MOVE ZERO TO AUDIT-REV-OF
           END-IF
           MOVE HOLD-OPERATOR TO AUDIT-OPERATOR
           IF HOLD-CURRENCY NOT = SPACES
               MOVE HOLD-ORIG-AMOUNT TO AUDIT-ORIG-AMOUNT
               MOVE HOLD-CURRENCY TO AUDIT-CURRENCY
           END-IF
           MOVE HOLD-ACCOUNT TO AUDIT-ACCOUNT
           MOVE WS-OPERATOR TO AUDIT-APPROVER
           PERFORM 4250-BUILD-CHAIN-IMAGE
           PERFORM 4260-COMPUTE-CHAIN-CHECK
           MOVE WS-CHAIN-LAST TO AUDIT-CHAIN-CHECK
           WRITE AUDIT-RECORD
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write audit line - file status "
                   WS-AUDIT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AUDIT-FILE
           MOVE WS-NEXT-ENTRY-ID TO WS-POSTED-ENTRY-ID
           ADD 1 TO WS-NEXT-ENTRY-ID
           PERFORM 4300-SAVE-ENTRY-SEQ
           OPEN EXTEND GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open GL extract GLEXTRCT.DAT - "
                   "file status " WS-GL-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE HOLD-NUM1 TO GL-NUM1
           MOVE HOLD-OPER TO GL-OPER
           MOVE HOLD-NUM2 TO GL-NUM2
           MOVE HOLD-RESULT TO GL-RESULT
           MOVE HOLD-ACCOUNT TO GL-ACCOUNT
           WRITE GL-EXTRACT-RECORD
           CLOSE GL-EXTRACT-FILE.
      * The audit line and GL record the calculator would have
      * written, figure for figure, stamped with the time of
      * approval - that is when it posted - with the keying operator
      * in AUDIT-OPERATOR and the approver beside the account. Both
      * files are opened and closed per item so a session left open
      * at a terminal never holds them between decisions.

       4250-BUILD-CHAIN-IMAGE.
           MOVE SPACES TO WS-CHAIN-IMAGE
           IF AUDIT-ENTRY-ID IS NUMERIC
               MOVE AUDIT-ENTRY-ID TO WS-CI-ENTRY-ID
           ELSE
               MOVE ZERO TO WS-CI-ENTRY-ID
           END-IF
           IF AUDIT-REV-OF IS NUMERIC
               MOVE AUDIT-REV-OF TO WS-CI-REV-OF
           ELSE
               MOVE ZERO TO WS-CI-REV-OF
           END-IF
           MOVE AUDIT-TIMESTAMP TO WS-CI-TIMESTAMP
           IF AUDIT-NUM1 IS NUMERIC
               MOVE AUDIT-NUM1 TO WS-CI-NUM1
           ELSE
               MOVE ZERO TO WS-CI-NUM1
           END-IF
           MOVE AUDIT-OPER TO WS-CI-OPER
           IF AUDIT-NUM2 IS NUMERIC
               MOVE AUDIT-NUM2 TO WS-CI-NUM2
           ELSE
               MOVE ZERO TO WS-CI-NUM2
           END-IF
           IF AUDIT-RESULT IS NUMERIC
               MOVE AUDIT-RESULT TO WS-CI-RESULT
           ELSE
               MOVE ZERO TO WS-CI-RESULT
           END-IF
           MOVE AUDIT-OPERATOR TO WS-CI-OPERATOR
           IF AUDIT-ORIG-AMOUNT IS NUMERIC
               MOVE AUDIT-ORIG-AMOUNT TO WS-CI-ORIG-AMOUNT
           ELSE
               MOVE ZERO TO WS-CI-ORIG-AMOUNT
           END-IF
           MOVE AUDIT-CURRENCY TO WS-CI-CURRENCY
           MOVE AUDIT-ACCOUNT TO WS-CI-ACCOUNT
           MOVE AUDIT-APPROVER TO WS-CI-APPROVER
           MOVE WS-CHAIN-LAST TO WS-CI-PREV-CHECK.
      * Mirror of the calculator's 5150-BUILD-CHAIN-IMAGE.

       4260-COMPUTE-CHAIN-CHECK.
           MOVE ZERO TO WS-CHAIN-ACCUM
           PERFORM VARYING WS-CHAIN-POS FROM 1 BY 1
                   UNTIL WS-CHAIN-POS > WS-CHAIN-IMAGE-LEN
               COMPUTE WS-CHAIN-WORK =
                   WS-CHAIN-ACCUM * WS-CHAIN-MULTIPLIER
                   + FUNCTION ORD (WS-CHAIN-IMAGE (WS-CHAIN-POS:1))
               DIVIDE WS-CHAIN-WORK BY WS-CHAIN-MODULUS
                   GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN-ACCUM
           END-PERFORM
           MOVE WS-CHAIN-ACCUM TO WS-CHAIN-LAST.
      * Mirror of the calculator's 5200-COMPUTE-CHAIN-CHECK.

       4300-SAVE-ENTRY-SEQ.
           OPEN OUTPUT ENTRY-SEQ-FILE
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "Unable to record audit entry sequence on "
                   "CALCSEQ.DAT - file status "
                   WS-ENTRY-SEQ-FILE-STATUS " - abending rather "
                   "than risk duplicate entry numbers"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEXT-ENTRY-ID TO ESEQ-NEXT-ID
           MOVE WS-CHAIN-LAST TO ESEQ-LAST-CHECK
           WRITE ENTRY-SEQ-RECORD
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write audit entry sequence - file "
                   "status " WS-ENTRY-SEQ-FILE-STATUS
                   " - abending rather than risk duplicate entry "
                   "numbers"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ENTRY-SEQ-FILE.
      * Same every-line discipline as the calculator.

       4900-CONFIRM-DECISION.
           MOVE HOLD-RESULT TO WS-RESULT-EDIT
           DISPLAY "Item " HOLD-ID " keyed by " HOLD-OPERATOR
               " account " HOLD-ACCOUNT " Result " WS-RESULT-EDIT
           DISPLAY "Confirm (Y/N): "
           ACCEPT WS-CONFIRM
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing done"
               MOVE "N" TO WS-FOUND-SW
           END-IF.
      * One look at the figure before it is signed for either way -
      * item numbers are easy to mistype.

       5000-DECLINE-ITEM.
           PERFORM 3500-FIND-PENDING-ITEM
           IF WS-FOUND
               PERFORM 4900-CONFIRM-DECISION
           END-IF
           IF WS-FOUND
               PERFORM 6000-STAMP-DECISION
               MOVE "D" TO HOLD-STATUS
               MOVE HOLD-RECORD TO WS-HD-IMAGE (HOLD-IDX)
               PERFORM 5100-WRITE-REJECT
               PERFORM 7000-REWRITE-HOLD-FILE
               ADD 1 TO WS-DECLINED-COUNT
               DISPLAY "Hold item " WS-ID-NUM " declined - sent to "
                   "the reject file as AD"
           END-IF.
      * A decline needs no limit - refusing a figure is never the
      * risky direction - only a second operator.

       5100-WRITE-REJECT.
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open reject file CALCREJ.DAT - "
                   "file status " WS-REJECT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REJECT-RECORD
           MOVE HOLD-SEQ TO REJ-SEQ
           MOVE "AD" TO REJ-REASON
           MOVE HOLD-TRANS-DATA TO REJ-TRANS-DATA
           MOVE HOLD-OPERATOR TO REJ-OPERATOR
           WRITE REJECT-RECORD
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write reject record - file status "
                   WS-REJECT-FILE-STATUS " - abending rather than "
                   "lose a declined item"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REJECT-FILE.
      * The declined item goes to the reject stream exactly as a
      * failed transaction would - input position, reason, record
      * image, keying operator - so CALC-SUSPENSE loads it with the
      * next reject file and it can be repaired and resubmitted.

       6000-STAMP-DECISION.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-DECIDED-TS
           MOVE WS-OPERATOR TO HOLD-APPROVER
           MOVE WS-DECIDED-TS TO HOLD-DECIDED-TS.
      * Who decided and when, on the held line itself.

       7000-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite pending-approval file "
                   "CALCHOLD.DAT - file status " WS-HOLD-FILE-STATUS
                   " - abending rather than lose the held items"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > WS-HOLD-LOADED
               MOVE WS-HD-IMAGE (HOLD-IDX) TO HOLD-RECORD
               WRITE HOLD-RECORD
               IF WS-HOLD-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to write held item - file "
                       "status " WS-HOLD-FILE-STATUS " - abending"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE.
      * Rewritten whole after every decision, the way SORD-MAINT
      * rewrites the standing orders - a line sequential file has
      * no update-in-place.

       9000-RELEASE-RUN-LOCK.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           OPEN OUTPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to release run lock CALCLOCK.DAT - "
                   "file status " WS-LOCK-FILE-STATUS
                   " - remove it by hand before the next run"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO LOCK-RECORD
               MOVE "R" TO LOCK-STATUS
               STRING WS-TS-DATE DELIMITED BY SIZE
                      WS-TS-TIME DELIMITED BY SIZE
                      INTO LOCK-TIMESTAMP
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
      * Released the calculator's way - marked, not deleted.
