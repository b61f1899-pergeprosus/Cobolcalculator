      * can no longer sign on), and lists the master for review.
      * Built the way ACCT-MAINT maintains accounts - the auditors
      * asked who runs these jobs, and this file is the answer.
      * Every operator now carries a role - (C)lerk, (S)upervisor,
      * (F)inance or operations (A)dministrator - and what each role
      * may run, program by program and mode by mode, is the role
      * authority table ROLEAUTH.DAT, also kept here: roles are
      * changed, grants given and revoked, and the access review
      * listing the auditors sign off each quarter is printed to
      * ACCREVW.DAT - every role, what it is granted, and who holds
      * it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-OPER-FILE-STATUS.
      * Dynamic access - adds and deactivations go straight to the
      * key, the list walks the file in key order.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT DENIAL-FILE ASSIGN TO "ACCDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-FILE-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACCREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.
      * The role authority table is read whole into storage and
      * rewritten whole after every grant or revoke, the way
      * SORD-MAINT handles the standing orders. The denial log is
      * only appended to; the access review is a fresh report each
      * time it is printed.

       DATA DIVISION.
       FILE SECTION.
           05 OPER-STATUS         PIC X.
               88 OPER-ACTIVE      VALUE "A".
               88 OPER-DEACTIVATED VALUE "D".
           05 OPER-APPROVAL-LIMIT PIC 9(8)V99.
           05 OPER-ROLE           PIC X.
               88 OPER-ROLE-CLERK      VALUE "C".
               88 OPER-ROLE-SUPERVISOR VALUE "S".
               88 OPER-ROLE-FINANCE    VALUE "F".
               88 OPER-ROLE-OPS-ADMIN  VALUE "A".
      * Same layout COBOL-CALC reads at sign-on - any change here
      * must be carried there. The approval limit is the largest
      * Result, either sign, this operator may post alone - anything
      * bigger is held for a second operator to approve in
      * CALC-APPROVE, and that second operator's limit must cover it.
      * The role decides which lines of ROLEAUTH.DAT apply to the
      * operator in every program that signs on.

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

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPER-FILE-STATUS PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.
       01 WS-REVIEW-REPORT-STATUS PIC XX.

       01 WS-ACTION PIC X.
           88 WS-ACTION-ADD        VALUE "A" "a".
           88 WS-ACTION-DEACTIVATE VALUE "D" "d".
           88 WS-ACTION-LIST       VALUE "L" "l".
           88 WS-ACTION-SET-LIMIT  VALUE "S" "s".
           88 WS-ACTION-CHANGE-ROLE VALUE "C" "c".
           88 WS-ACTION-GRANT      VALUE "G" "g".
           88 WS-ACTION-REVOKE     VALUE "V" "v".
           88 WS-ACTION-PRINT-REVIEW VALUE "P" "p".
           88 WS-ACTION-QUIT       VALUE "Q" "q".
           88 WS-VALID-ACTION      VALUE "A" "a" "D" "d" "L" "l"
                                         "S" "s" "C" "c" "G" "g"
                                         "V" "v" "P" "p" "Q" "q".
       01 WS-QUIT-SW PIC X VALUE "N".
           88 WS-QUIT-REQUESTED VALUE "Y".
       01 WS-EOF-SW PIC X VALUE "N".
       01 WS-ID-IN   PIC X(8).
       01 WS-NAME-IN PIC X(30).
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LIMIT-IN PIC 9(8)V99 VALUE ZERO.
       01 WS-INPUT-TEXT PIC X(14).
       01 WS-VALID-SW PIC X VALUE "N".
           88 WS-VALID VALUE "Y".
       01 WS-LIMIT-EDIT PIC ZZ,ZZZ,ZZ9.99.

       01 WS-ROLE-IN PIC X.
           88 WS-VALID-ROLE VALUE "C" "S" "F" "A".
       01 WS-PROGRAM-IN PIC X(14).
       01 WS-MODE-IN    PIC X.
       01 WS-MASTER-EMPTY-SW PIC X VALUE "N".
           88 WS-MASTER-EMPTY VALUE "Y".
       01 WS-FIRST-OPERATOR-SW PIC X VALUE "N".
           88 WS-FIRST-OPERATOR VALUE "Y".
       01 WS-ADDED-SW PIC X VALUE "N".
           88 WS-OPERATOR-ADDED VALUE "Y".
       01 WS-ADMIN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SAVE-OPER-RECORD PIC X(50).
      * Role and grant entry. The first operator added to an empty
      * master is the operations administrator who signs on as
      * such; after that the last active administrator can be
      * neither deactivated nor moved to another role, so the
      * operator master can never be locked out of itself.

       01 WS-GRANT-TABLE.
           05 WS-GRANT-ENTRY OCCURS 500 TIMES
                   INDEXED BY GRANT-IDX.
               10 WS-GT-ROLE    PIC X.
               10 WS-GT-PROGRAM PIC X(14).
               10 WS-GT-MODE    PIC X.
       01 WS-GRANTS-LOADED PIC 9(4) VALUE ZERO.
       01 WS-GRANTS-MAX    PIC 9(4) VALUE 500.
       01 WS-GRANT-SUB     PIC 9(4) VALUE ZERO.
       01 WS-GRANT-FOUND-SW PIC X VALUE "N".
           88 WS-GRANT-FOUND VALUE "Y".
      * The whole role authority table, in file order - small
      * enough to hold, and rewritten whole so a revoke cannot
      * leave half a file behind.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
           88 WS-SIGNED-ON-ADMIN VALUE "A".
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "OPER-MAINT".
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

       01 WS-SEED-LINE  PIC X(18).
       01 WS-SEED-COUNT PIC 9(4) VALUE ZERO.
      * One default grant at a time, laid out exactly as a
      * ROLE-AUTH-RECORD - role, program, mode.

       01 WS-RUN-DATE PIC X(8).
       01 WS-REVIEW-ROLES PIC X(5) VALUE "ASFC?".
       01 WS-REVIEW-SUB   PIC 9 VALUE ZERO.
       01 WS-REVIEW-ROLE  PIC X.
       01 WS-ROLE-OPER-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-ROLE-GRANT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REVIEW-HEADING.
           05 FILLER PIC X(33)
               VALUE "COBOL-CALC ACCESS REVIEW BY ROLE ".
           05 FILLER PIC X(6) VALUE "AS OF ".
           05 WS-RH-DATE PIC X(8).
           05 FILLER PIC X(12) VALUE "  PRINTED BY".
           05 FILLER PIC X VALUE SPACE.
           05 WS-RH-OPERATOR PIC X(8).
       01 WS-REVIEW-ROLE-LINE.
           05 FILLER PIC X(5) VALUE "ROLE ".
           05 WS-RR-ROLE PIC X.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-RR-NAME PIC X(30).
       01 WS-REVIEW-GRANT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RG-PROGRAM PIC X(14).
           05 FILLER PIC X(7) VALUE "  MODE ".
           05 WS-RG-MODE PIC X(4).
       01 WS-REVIEW-OPER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RO-ID PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RO-NAME PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 WS-RO-STATUS PIC X(11).
           05 FILLER PIC X(7) VALUE "  LIMIT".
           05 FILLER PIC X VALUE SPACE.
           05 WS-RO-LIMIT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-REVIEW-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-RC-COUNT PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-RC-TEXT PIC X(30).
       01 WS-REVIEW-SIGN-LINE.
           05 WS-RS-LABEL PIC X(12).
           05 FILLER PIC X(32) VALUE ALL "_".
           05 FILLER PIC X(7) VALUE "  DATE ".
           05 FILLER PIC X(10) VALUE ALL "_".
      * Access review layout - one block per role in the order
      * administrators, supervisors, Finance, clerks: the role's
      * grants, then every operator holding it, active or not, so
      * the reviewer sees a leaver still holding a role. Operators
      * with no valid role come last under their own heading - they
      * can sign on to nothing and should not be on file that way.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-OPEN-MASTER
           PERFORM 1005-CHECK-EMPTY-MASTER
           IF WS-MASTER-EMPTY
               PERFORM 1100-ADD-FIRST-OPERATOR
           ELSE
               PERFORM 1010-OPERATOR-SIGN-ON
           END-IF
           PERFORM 1200-LOAD-GRANTS
           PERFORM UNTIL WS-QUIT-REQUESTED
               PERFORM 2000-ACCEPT-ACTION
               EVALUATE TRUE
                   WHEN NOT WS-AUTHORIZED
                       CONTINUE
                   WHEN WS-ACTION-ADD
                       PERFORM 3000-ADD-OPERATOR
                   WHEN WS-ACTION-DEACTIVATE
                       PERFORM 4000-DEACTIVATE-OPERATOR
                   WHEN WS-ACTION-LIST
                       PERFORM 5000-LIST-OPERATORS
                   WHEN WS-ACTION-SET-LIMIT
                       PERFORM 6000-SET-LIMIT
                   WHEN WS-ACTION-CHANGE-ROLE
                       PERFORM 6100-CHANGE-ROLE
                   WHEN WS-ACTION-GRANT
                       PERFORM 6200-GRANT-MODE
                   WHEN WS-ACTION-REVOKE
                       PERFORM 6300-REVOKE-MODE
                   WHEN WS-ACTION-PRINT-REVIEW
                       PERFORM 6500-PRINT-ACCESS-REVIEW
                   WHEN OTHER
                       SET WS-QUIT-REQUESTED TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE OPER-FILE
           STOP RUN.
      * Main line - open (creating on first use), sign on (or, on an
      * empty master, add the first administrator and sign on as
      * that), loop on actions until the operator quits, close up.

       1000-OPEN-MASTER.
           OPEN I-O OPER-FILE
               OPEN I-O OPER-FILE
               DISPLAY "Operator master OPERMAST.DAT created"
           END-IF
           IF WS-OPER-FILE-STATUS = "39"
               DISPLAY "Operator master OPERMAST.DAT is still in an "
                   "earlier record layout - run OPER-CONVERT once "
                   "to convert it, then rerun"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open operator master OPERMAST.DAT "
                   "- file status " WS-OPER-FILE-STATUS
      * First run creates an empty master, after that it is opened
      * for update in place.

       1005-CHECK-EMPTY-MASTER.
           MOVE LOW-VALUES TO OPER-ID
           START OPER-FILE KEY >= OPER-ID
               INVALID KEY
                   SET WS-MASTER-EMPTY TO TRUE
           END-START.

       1010-OPERATOR-SIGN-ON.
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
           IF NOT WS-SIGNED-ON
               MOVE SPACE TO WS-OPER-ROLE
               MOVE SPACE TO WS-AUTH-MODE
               MOVE "SIGN-ON FAILED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "No valid operator sign-on after "
                   WS-SIGNON-MAX-ATTEMPTS " attempts - set "
                   "COBOL-CALC-OPERATOR in the environment for "
                   "unattended runs. Abending."
               CLOSE OPER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1012-LOAD-AUTHORITY
           IF WS-SIGNED-ON-ADMIN
               MOVE "*" TO WS-AUTH-MODES
               MOVE 1 TO WS-AUTH-COUNT
           END-IF
           DISPLAY "Operator " WS-OPERATOR " signed on - role "
               WS-OPER-ROLE.
      * The calculator's sign-on, against the master this program
      * already holds open for update. An operations administrator
      * holds every mode here whatever the table says - a bad
      * revoke must never leave nobody able to put it right.

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

       1100-ADD-FIRST-OPERATOR.
           DISPLAY "Operator master is empty - the first operator "
               "added is the operations administrator and is "
               "signed on as such"
           SET WS-FIRST-OPERATOR TO TRUE
           PERFORM 3000-ADD-OPERATOR
           IF NOT WS-OPERATOR-ADDED
               DISPLAY "No first operator added - nobody can sign "
                   "on to anything until one is. Abending."
               CLOSE OPER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-FIRST-OPERATOR-SW
           MOVE WS-ID-IN TO WS-OPERATOR
           MOVE "A" TO WS-OPER-ROLE
           SET WS-SIGNED-ON TO TRUE
           MOVE "*" TO WS-AUTH-MODES
           MOVE 1 TO WS-AUTH-COUNT
           PERFORM 8000-SEED-ROLE-AUTHORITY
           DISPLAY "Operator " WS-OPERATOR " signed on - role "
               WS-OPER-ROLE.
      * A brand-new installation has nobody to sign on as, so the
      * one thing an empty master allows is adding its first
      * operator - always an administrator - and the default grants
      * go down with it when there is no table yet.

       1200-LOAD-GRANTS.
           MOVE ZERO TO WS-GRANTS-LOADED
           OPEN INPUT ROLE-AUTH-FILE
           IF WS-ROLE-AUTH-STATUS = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-END-OF-FILE
                   READ ROLE-AUTH-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-GRANTS-LOADED < WS-GRANTS-MAX
                               ADD 1 TO WS-GRANTS-LOADED
                               MOVE RA-ROLE
                                   TO WS-GT-ROLE (WS-GRANTS-LOADED)
                               MOVE RA-PROGRAM
                                   TO WS-GT-PROGRAM (WS-GRANTS-LOADED)
                               MOVE RA-MODE
                                   TO WS-GT-MODE (WS-GRANTS-LOADED)
                           ELSE
                               DISPLAY "Role authority table over "
                                   WS-GRANTS-MAX " lines - the rest "
                                   "cannot be maintained here. "
                                   "Abending."
                               CLOSE ROLE-AUTH-FILE
                               CLOSE OPER-FILE
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
               CLOSE ROLE-AUTH-FILE
           END-IF.
      * A table too big to hold is refused outright rather than
      * truncated by the next rewrite.

       2000-ACCEPT-ACTION.
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           MOVE SPACE TO WS-ACTION
           PERFORM UNTIL WS-VALID-ACTION
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Action - (A)dd, (D)eactivate, (L)ist, "
                   "(S)et limit, (C)hange role, (G)rant, re(V)oke, "
                   "(P)rint access review, (Q)uit: "
               ACCEPT WS-ACTION
               ADD 1 TO WS-FIELD-ATTEMPTS
           END-PERFORM
           IF NOT WS-VALID-ACTION
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

       3000-ADD-OPERATOR.
           MOVE "N" TO WS-ADDED-SW
           DISPLAY "Operator ID to add (8 characters): "
           ACCEPT WS-ID-IN
           IF WS-ID-IN = SPACES
           ELSE
               DISPLAY "Name: "
               ACCEPT WS-NAME-IN
               PERFORM 3100-ACCEPT-LIMIT
               IF WS-VALID
                   IF WS-FIRST-OPERATOR
                       MOVE "A" TO WS-ROLE-IN
                   ELSE
                       PERFORM 3200-ACCEPT-ROLE
                   END-IF
               END-IF
               IF WS-VALID
                   MOVE WS-ID-IN TO OPER-ID
                   MOVE WS-NAME-IN TO OPER-NAME
                   MOVE "A" TO OPER-STATUS
                   MOVE WS-LIMIT-IN TO OPER-APPROVAL-LIMIT
                   MOVE WS-ROLE-IN TO OPER-ROLE
                   WRITE OPER-RECORD
                       INVALID KEY
                           DISPLAY "Operator " WS-ID-IN
                               " already exists - not added"
                       NOT INVALID KEY
                           SET WS-OPERATOR-ADDED TO TRUE
                           DISPLAY "Operator " WS-ID-IN " added - "
                               "role " WS-ROLE-IN
                   END-WRITE
               END-IF
           END-IF.
      * New operators always start Active; re-adding an existing ID
      * is refused rather than silently overwriting the name.

       3100-ACCEPT-LIMIT.
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Approval limit (0 holds every posting for "
                   "a second operator): "
               ACCEPT WS-INPUT-TEXT
               ADD 1 TO WS-FIELD-ATTEMPTS
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) = 0
                   IF FUNCTION NUMVAL(WS-INPUT-TEXT) < ZERO
                       DISPLAY "Limit cannot be negative"
                   ELSE
                       COMPUTE WS-LIMIT-IN =
                               FUNCTION NUMVAL(WS-INPUT-TEXT)
                           ON SIZE ERROR
                               DISPLAY "Limit above 99999999.99"
                           NOT ON SIZE ERROR
                               SET WS-VALID TO TRUE
                       END-COMPUTE
                   END-IF
               ELSE
                   DISPLAY "INVALID NUMBER"
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "No valid limit after "
                   WS-FIELD-MAX-ATTEMPTS " attempts - nothing changed"
           END-IF.
      * The limit is an absolute figure - a credit of the same size
      * needs the same second signature as a debit does.

       3200-ACCEPT-ROLE.
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Role - (C)lerk, (S)upervisor, (F)inance, "
                   "operations (A)dministrator: "
               ACCEPT WS-ROLE-IN
               ADD 1 TO WS-FIELD-ATTEMPTS
               MOVE FUNCTION UPPER-CASE (WS-ROLE-IN) TO WS-ROLE-IN
               IF WS-VALID-ROLE
                   SET WS-VALID TO TRUE
               ELSE
                   DISPLAY "Role must be C, S, F or A"
               END-IF
           END-PERFORM
           IF WS-VALID AND WS-ROLE-IN = "A"
                   AND NOT WS-SIGNED-ON-ADMIN
               MOVE "N" TO WS-VALID-SW
               MOVE "ADMIN ROLE REQUIRED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "Only an operations administrator may make "
                   "another - refused and logged"
           END-IF
           IF NOT WS-VALID
               DISPLAY "No valid role - nothing changed"
           END-IF.
      * Handing out the administrator role is itself reserved to
      * administrators, whatever else this program is granted to -
      * otherwise any role allowed to add operators could make
      * itself one.

       4000-DEACTIVATE-OPERATOR.
           DISPLAY "Operator ID to deactivate: "
           ACCEPT WS-ID-IN
                       DISPLAY "Operator " WS-ID-IN
                           " is already deactivated"
                   ELSE
                       PERFORM 6400-GUARD-LAST-ADMIN
                       IF WS-VALID
                           MOVE "D" TO OPER-STATUS
                           REWRITE OPER-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to rewrite "
                                       "operator " WS-ID-IN
                                       " - file status "
                                       WS-OPER-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Operator " WS-ID-IN
                                       " deactivated"
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
      * Deactivating flips the flag and keeps the record - the audit
      * trail still has a name to resolve the ID to, but the ID can
      * no longer sign anything on. The last active administrator
      * stays.

       5000-LIST-OPERATORS.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SW
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
                       ADD 1 TO WS-LIST-COUNT
                       MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                       DISPLAY OPER-ID " " OPER-STATUS " "
                           OPER-ROLE " " OPER-NAME " limit "
                           WS-LIMIT-EDIT
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " operator(s) on file".
      * Key-order walk of the whole master - ID, status flag, role,
      * name, approval limit. The access review (P) is the by-role
      * printout for the quarterly sign-off.

       6000-SET-LIMIT.
           DISPLAY "Operator ID to change limit for: "
           ACCEPT WS-ID-IN
           MOVE WS-ID-IN TO OPER-ID
           READ OPER-FILE
               INVALID KEY
                   DISPLAY "Operator " WS-ID-IN " not on file"
               NOT INVALID KEY
                   MOVE OPER-APPROVAL-LIMIT TO WS-LIMIT-EDIT
                   DISPLAY "Current limit " WS-LIMIT-EDIT
                   PERFORM 3100-ACCEPT-LIMIT
                   IF WS-VALID
                       MOVE WS-LIMIT-IN TO OPER-APPROVAL-LIMIT
                       REWRITE OPER-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite operator "
                                   WS-OPER-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Operator " WS-ID-IN
                                   " limit changed"
                       END-REWRITE
                   END-IF
           END-READ.
      * Limits move with the job - a promotion raises one, a move
      * off the desk drops it to zero without deactivating the ID.

       6100-CHANGE-ROLE.
           DISPLAY "Operator ID to change role for: "
           ACCEPT WS-ID-IN
           IF WS-ID-IN = WS-OPERATOR
               MOVE "OWN ROLE CHANGE" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "An operator cannot change their own role - "
                   "refused and logged"
           ELSE
               MOVE WS-ID-IN TO OPER-ID
               READ OPER-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-ID-IN " not on file"
                   NOT INVALID KEY
                       DISPLAY "Current role " OPER-ROLE
                       PERFORM 3200-ACCEPT-ROLE
                       IF WS-VALID AND WS-ROLE-IN NOT = "A"
                               AND OPER-ACTIVE
                           PERFORM 6400-GUARD-LAST-ADMIN
                       END-IF
                       IF WS-VALID
                           MOVE WS-ROLE-IN TO OPER-ROLE
                           REWRITE OPER-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to rewrite "
                                       "operator " WS-ID-IN
                                       " - file status "
                                       WS-OPER-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Operator " WS-ID-IN
                                       " role changed to "
                                       WS-ROLE-IN
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
      * Roles move with the job the way limits do. Nobody changes
      * their own, and the last active administrator cannot be
      * moved out of the role.

       6200-GRANT-MODE.
           PERFORM 6600-ACCEPT-GRANT
           IF WS-VALID
               IF WS-GRANT-FOUND
                   DISPLAY "Role " WS-ROLE-IN " already holds "
                       WS-PROGRAM-IN " mode " WS-MODE-IN
               ELSE
                   IF WS-GRANTS-LOADED >= WS-GRANTS-MAX
                       DISPLAY "Role authority table is full ("
                           WS-GRANTS-MAX " lines) - nothing granted"
                   ELSE
                       ADD 1 TO WS-GRANTS-LOADED
                       MOVE WS-ROLE-IN
                           TO WS-GT-ROLE (WS-GRANTS-LOADED)
                       MOVE WS-PROGRAM-IN
                           TO WS-GT-PROGRAM (WS-GRANTS-LOADED)
                       MOVE WS-MODE-IN
                           TO WS-GT-MODE (WS-GRANTS-LOADED)
                       PERFORM 7000-REWRITE-GRANTS
                       DISPLAY "Role " WS-ROLE-IN " granted "
                           WS-PROGRAM-IN " mode " WS-MODE-IN
                   END-IF
               END-IF
           END-IF.
      * A grant is one line - role, program, mode, '*' for every
      * mode of the program. Granting an existing line again is
      * reported and changes nothing.

       6300-REVOKE-MODE.
           PERFORM 6600-ACCEPT-GRANT
           IF WS-VALID
               IF NOT WS-GRANT-FOUND
                   DISPLAY "Role " WS-ROLE-IN " does not hold "
                       WS-PROGRAM-IN " mode " WS-MODE-IN
                       " - nothing revoked"
               ELSE
                   PERFORM VARYING WS-GRANT-SUB FROM WS-GRANT-SUB
                           BY 1 UNTIL WS-GRANT-SUB >= WS-GRANTS-LOADED
                       MOVE WS-GRANT-ENTRY (WS-GRANT-SUB + 1)
                           TO WS-GRANT-ENTRY (WS-GRANT-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-GRANTS-LOADED
                   PERFORM 7000-REWRITE-GRANTS
                   DISPLAY "Role " WS-ROLE-IN " revoked "
                       WS-PROGRAM-IN " mode " WS-MODE-IN
               END-IF
           END-IF.
      * Revoking takes out exactly the line named; a '*' line is
      * revoked as '*', not one mode at a time.

       6400-GUARD-LAST-ADMIN.
           SET WS-VALID TO TRUE
           IF OPER-ROLE-OPS-ADMIN AND OPER-ACTIVE
               MOVE OPER-RECORD TO WS-SAVE-OPER-RECORD
               MOVE ZERO TO WS-ADMIN-COUNT
               MOVE "N" TO WS-EOF-SW
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
                           IF OPER-ROLE-OPS-ADMIN AND OPER-ACTIVE
                               ADD 1 TO WS-ADMIN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-SW
               MOVE WS-SAVE-OPER-RECORD TO OPER-RECORD
               READ OPER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-VALID-SW
               END-READ
               IF WS-ADMIN-COUNT < 2
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "Operator " WS-ID-IN " is the last active "
                       "operations administrator - nothing changed"
               END-IF
           END-IF.
      * Counts the active administrators when the record in hand is
      * one, then reads that record back so the caller's REWRITE
      * still has it current.

       6500-PRINT-ACCESS-REVIEW.
           OPEN OUTPUT REVIEW-REPORT-FILE
           IF WS-REVIEW-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open access review ACCREVW.DAT "
                   "- file status " WS-REVIEW-REPORT-STATUS
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE TO WS-RH-DATE
               MOVE WS-OPERATOR TO WS-RH-OPERATOR
               WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-HEADING
               PERFORM VARYING WS-REVIEW-SUB FROM 1 BY 1
                       UNTIL WS-REVIEW-SUB > 5
                   MOVE WS-REVIEW-ROLES (WS-REVIEW-SUB:1)
                       TO WS-REVIEW-ROLE
                   PERFORM 6510-PRINT-ROLE-BLOCK
               END-PERFORM
               MOVE SPACES TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
               MOVE "REVIEWED BY" TO WS-RS-LABEL
               WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-SIGN-LINE
               MOVE SPACES TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
               MOVE "APPROVED BY" TO WS-RS-LABEL
               WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-SIGN-LINE
               CLOSE REVIEW-REPORT-FILE
               DISPLAY "Access review written to ACCREVW.DAT"
           END-IF.
      * One block per role, then the two signature lines the
      * quarterly sign-off is made on.

       6510-PRINT-ROLE-BLOCK.
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-REVIEW-ROLE TO WS-RR-ROLE
           EVALUATE WS-REVIEW-ROLE
               WHEN "A"
                   MOVE "OPERATIONS ADMINISTRATOR" TO WS-RR-NAME
               WHEN "S"
                   MOVE "SUPERVISOR" TO WS-RR-NAME
               WHEN "F"
                   MOVE "FINANCE" TO WS-RR-NAME
               WHEN "C"
                   MOVE "CLERK" TO WS-RR-NAME
               WHEN OTHER
                   MOVE "NO VALID ROLE" TO WS-RR-NAME
           END-EVALUATE
           WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-ROLE-LINE
           MOVE ZERO TO WS-ROLE-GRANT-COUNT
           IF WS-REVIEW-ROLE NOT = "?"
               MOVE "  GRANTS" TO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
               PERFORM VARYING GRANT-IDX FROM 1 BY 1
                       UNTIL GRANT-IDX > WS-GRANTS-LOADED
                   IF WS-GT-ROLE (GRANT-IDX) = WS-REVIEW-ROLE
                       ADD 1 TO WS-ROLE-GRANT-COUNT
                       MOVE WS-GT-PROGRAM (GRANT-IDX)
                           TO WS-RG-PROGRAM
                       IF WS-GT-MODE (GRANT-IDX) = "*"
                           MOVE "ALL" TO WS-RG-MODE
                       ELSE
                           MOVE WS-GT-MODE (GRANT-IDX) TO WS-RG-MODE
                       END-IF
                       WRITE REVIEW-REPORT-RECORD
                           FROM WS-REVIEW-GRANT-LINE
                   END-IF
               END-PERFORM
               IF WS-REVIEW-ROLE = "A"
                   MOVE "OPER-MAINT" TO WS-RG-PROGRAM
                   MOVE "ALL" TO WS-RG-MODE
                   WRITE REVIEW-REPORT-RECORD
                       FROM WS-REVIEW-GRANT-LINE
                   ADD 1 TO WS-ROLE-GRANT-COUNT
               END-IF
               IF WS-ROLE-GRANT-COUNT = ZERO
                   MOVE "    NONE" TO REVIEW-REPORT-RECORD
                   WRITE REVIEW-REPORT-RECORD
               END-IF
           END-IF
           MOVE "  OPERATORS" TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE ZERO TO WS-ROLE-OPER-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO OPER-ID
           START OPER-FILE KEY >= OPER-ID
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 6520-PRINT-ROLE-HOLDER
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           MOVE WS-ROLE-OPER-COUNT TO WS-RC-COUNT
           MOVE "operator(s) hold this role" TO WS-RC-TEXT
           WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-COUNT-LINE.
      * The administrators' standing hold on OPER-MAINT is printed
      * as a grant even though it is not a line in the table - the
      * reviewer signs off what the role can actually do.

       6520-PRINT-ROLE-HOLDER.
           IF OPER-ROLE = WS-REVIEW-ROLE
                   OR (WS-REVIEW-ROLE = "?" AND NOT
                       (OPER-ROLE-CLERK OR OPER-ROLE-SUPERVISOR
                        OR OPER-ROLE-FINANCE OR OPER-ROLE-OPS-ADMIN))
               ADD 1 TO WS-ROLE-OPER-COUNT
               MOVE OPER-ID TO WS-RO-ID
               MOVE OPER-NAME TO WS-RO-NAME
               IF OPER-ACTIVE
                   MOVE "ACTIVE" TO WS-RO-STATUS
               ELSE
                   MOVE "DEACTIVATED" TO WS-RO-STATUS
               END-IF
               MOVE OPER-APPROVAL-LIMIT TO WS-RO-LIMIT
               WRITE REVIEW-REPORT-RECORD FROM WS-REVIEW-OPER-LINE
           END-IF.

       6600-ACCEPT-GRANT.
           MOVE "N" TO WS-GRANT-FOUND-SW
           IF NOT WS-SIGNED-ON-ADMIN
               MOVE "N" TO WS-VALID-SW
               MOVE "ADMIN ROLE REQUIRED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "Only an operations administrator may change "
                   "grants - refused and logged"
           ELSE
               PERFORM 3200-ACCEPT-ROLE
           END-IF
           IF WS-VALID
               DISPLAY "Program (as its PROGRAM-ID, e.g. COBOL-CALC): "
               ACCEPT WS-PROGRAM-IN
               MOVE FUNCTION UPPER-CASE (WS-PROGRAM-IN)
                   TO WS-PROGRAM-IN
               DISPLAY "Mode or action letter (* for every mode): "
               ACCEPT WS-MODE-IN
               MOVE FUNCTION UPPER-CASE (WS-MODE-IN) TO WS-MODE-IN
               IF WS-PROGRAM-IN = SPACES OR WS-MODE-IN = SPACE
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "Program and mode are both required - "
                       "nothing changed"
               END-IF
           END-IF
           IF WS-VALID
               PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
                       UNTIL WS-GRANT-SUB > WS-GRANTS-LOADED
                          OR WS-GRANT-FOUND
                   IF WS-GT-ROLE (WS-GRANT-SUB) = WS-ROLE-IN
                           AND WS-GT-PROGRAM (WS-GRANT-SUB)
                               = WS-PROGRAM-IN
                           AND WS-GT-MODE (WS-GRANT-SUB) = WS-MODE-IN
                       SET WS-GRANT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-GRANT-FOUND
                   SUBTRACT 1 FROM WS-GRANT-SUB
               END-IF
           END-IF.
      * Grants are the suite's security settings, so giving and
      * revoking them is kept to administrators whatever else the
      * table says. WS-GRANT-SUB is left on the matching line for
      * a revoke.

       7000-REWRITE-GRANTS.
           OPEN OUTPUT ROLE-AUTH-FILE
           IF WS-ROLE-AUTH-STATUS NOT = "00"
               DISPLAY "Unable to rewrite role authority table "
                   "ROLEAUTH.DAT - file status " WS-ROLE-AUTH-STATUS
               CLOSE OPER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
                   UNTIL GRANT-IDX > WS-GRANTS-LOADED
               MOVE SPACES TO ROLE-AUTH-RECORD
               MOVE WS-GT-ROLE (GRANT-IDX) TO RA-ROLE
               MOVE WS-GT-PROGRAM (GRANT-IDX) TO RA-PROGRAM
               MOVE WS-GT-MODE (GRANT-IDX) TO RA-MODE
               WRITE ROLE-AUTH-RECORD
           END-PERFORM
           CLOSE ROLE-AUTH-FILE.
      * Rewritten whole after every change, so the file on disk is
      * always exactly the table in storage.

       8000-SEED-ROLE-AUTHORITY.
           OPEN INPUT ROLE-AUTH-FILE
           IF WS-ROLE-AUTH-STATUS = "00"
               CLOSE ROLE-AUTH-FILE
               DISPLAY "Role authority table ROLEAUTH.DAT already on "
                   "file - left as it is"
           ELSE
               OPEN OUTPUT ROLE-AUTH-FILE
               IF WS-ROLE-AUTH-STATUS NOT = "00"
                   DISPLAY "Unable to create role authority table "
                       "ROLEAUTH.DAT - file status "
                       WS-ROLE-AUTH-STATUS " - nothing is granted "
                       "until it is loaded"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO WS-SEED-COUNT
                   MOVE "A EOD-DRIVER     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A COBOL-CALC     B" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A COBOL-CALC     R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A GL-LEDGER      P" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A CALC-SUSPENSE  *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A AUDIT-ARCHIVE  *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A AUDIT-VERIFY   R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A OPER-MAINT     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A ARCH-CONVERT   R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A CALC-INTAKE    *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "A CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S COBOL-CALC     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-APPROVE   *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-SUSPENSE  *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S SORD-MAINT     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S ALLOC-MAINT    L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S ACCT-MAINT     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-INTAKE    *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "S CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F GL-LEDGER      *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F BUDG-MAINT     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F BUDG-VARIANCE  R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F ALLOC-MAINT    *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F RATE-MAINT     *" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F AUDIT-VERIFY   R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "F ACCT-MAINT     L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     I" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     B" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C CALC-SUSPENSE  A" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C SORD-MAINT     L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C ACCT-MAINT     L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C RATE-MAINT     L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C BUDG-MAINT     L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C ALLOC-MAINT    L" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   MOVE "C CALC-INTAKE    B" TO WS-SEED-LINE
                   PERFORM 8100-WRITE-SEED-LINE
                   CLOSE ROLE-AUTH-FILE
                   DISPLAY "Role authority table ROLEAUTH.DAT seeded "
                       "with " WS-SEED-COUNT " default grant(s)"
               END-IF
           END-IF.
      * The starting grants, written only when no table exists - a
      * site that has already tuned its grants keeps them. Clerks
      * key and look; supervisors approve, repair and maintain the
      * accounts and standing orders; Finance owns the ledger,
      * budgets, rates and allocation rules; the operations
      * administrators run the nightly stream, the archive and the
      * operator master. Grants are changed afterwards with
      * OPER-MAINT.

       8100-WRITE-SEED-LINE.
           WRITE ROLE-AUTH-RECORD FROM WS-SEED-LINE
           ADD 1 TO WS-SEED-COUNT.
