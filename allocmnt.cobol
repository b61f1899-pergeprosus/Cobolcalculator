       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOC-MAINT.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Maintenance program for the ALLOCMAST.DAT allocation master.
      * An allocation rule names the cost centers one shared charge
      * is spread across and each one's share - the building lease,
      * the shared service desk, the insurance premium - plus the
      * account that takes the odd cent when the split does not come
      * out even. COBOL-CALC expands an 'A' transaction naming the
      * rule into one posting per target account. Finance used to
      * work each split out on a calculator and key the pieces as
      * separate 'D' records, and a split that did not add back to
      * the invoice surfaced at month-end as an unexplained penny.
      * Adds new rules, revises the targets of an existing one,
      * closes rules no longer wanted (closed rules stay on file so
      * last quarter's postings still trace to something), and lists
      * the master for review.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-FILE ASSIGN TO "ALLOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALLOC-CODE
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
      * Dynamic access - adds, revisions and closes go straight to
      * the key, the list walks the file in key order.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
      * The account master is read-only here - a rule with a leg
      * coded to an unknown or closed account would reject every
      * allocation that names it, so it is refused at the keyboard
      * instead.
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
       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05 ALLOC-CODE          PIC X(6).
           05 ALLOC-DESC          PIC X(30).
           05 ALLOC-STATUS        PIC X.
               88 ALLOC-ACTIVE VALUE "A".
               88 ALLOC-CLOSED VALUE "C".
           05 ALLOC-ROUND-ACCOUNT PIC X(6).
           05 ALLOC-CHANGED-BY    PIC X(8).
           05 ALLOC-CHANGED-TS    PIC X(14).
           05 ALLOC-TARGET-COUNT  PIC 9(2).
           05 ALLOC-TARGET OCCURS 12 TIMES.
               10 ALLOC-TGT-ACCOUNT PIC X(6).
               10 ALLOC-TGT-PCT     PIC 9(3)V99.
      * One rule per allocation code - description, an A(ctive) or
      * C(losed) flag, the target account that absorbs the rounding
      * difference, who last changed the rule and when, and up to
      * twelve target accounts with their share of the amount as a
      * percentage. The shares of a rule always total exactly
      * 100.00 and the rounding account is always one of its
      * targets - this program refuses anything else. Same layout
      * COBOL-CALC reads at initialization - any change here must be
      * carried there.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           05 ACCT-CODE           PIC X(6).
           05 ACCT-DESC           PIC X(30).
           05 ACCT-STATUS         PIC X.
               88 ACCT-ACTIVE VALUE "A".
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
       01 WS-ALLOC-FILE-STATUS PIC XX.
       01 WS-ACCT-FILE-STATUS  PIC XX.

       01 WS-ACTION PIC X.
           88 WS-ACTION-ADD    VALUE "A" "a".
           88 WS-ACTION-REVISE VALUE "R" "r".
           88 WS-ACTION-CLOSE  VALUE "C" "c".
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

       01 WS-CODE-IN    PIC X(6).
       01 WS-DESC-IN    PIC X(30).
       01 WS-ACCOUNT-IN PIC X(6).
       01 WS-INPUT-TEXT PIC X(12).
       01 WS-PCT-IN     PIC S9(3)V99.
       01 WS-PCT-CHECK  PIC S9(3)V9(4).
       01 WS-VALID-SW PIC X VALUE "N".
           88 WS-VALID VALUE "Y".
       01 WS-TARGETS-DONE-SW PIC X VALUE "N".
           88 WS-TARGETS-DONE VALUE "Y".
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PCT-EDIT   PIC ZZ9.99.
       01 WS-TOTAL-EDIT PIC ZZZ9.99.
       01 WS-TS-DATE    PIC X(8).
       01 WS-TS-TIME    PIC X(6).
       01 WS-CHANGE-TS  PIC X(14).

       01 WS-TGT-MAX   PIC 9(2) VALUE 12.
       01 WS-TGT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TGT-NEXT  PIC 9(2) VALUE ZERO.
       01 WS-TGT-SUB   PIC 9(2) VALUE ZERO.
       01 WS-TGT-TOTAL PIC 9(4)V99 VALUE ZERO.
       01 WS-ROUND-ACCOUNT PIC X(6).
       01 WS-TARGET-TABLE.
           05 WS-TARGET-ENTRY OCCURS 12 TIMES.
               10 WS-TGT-ACCOUNT PIC X(6).
               10 WS-TGT-PCT     PIC 9(3)V99.
      * The target list being keyed for an add or a revision. It is
      * built and proven here in full - every account, the share
      * total, the rounding account - before a byte of the master
      * changes, so a rule refused halfway leaves the one on file
      * exactly as it was.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "ALLOC-MAINT".
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
           PERFORM 1010-OPERATOR-SIGN-ON
           PERFORM 1000-OPEN-MASTER
           PERFORM UNTIL WS-QUIT-REQUESTED
               PERFORM 2000-ACCEPT-ACTION
               EVALUATE TRUE
                   WHEN NOT WS-AUTHORIZED
                       CONTINUE
                   WHEN WS-ACTION-ADD
                       PERFORM 3000-ADD-RULE
                   WHEN WS-ACTION-REVISE
                       PERFORM 4000-REVISE-RULE
                   WHEN WS-ACTION-CLOSE
                       PERFORM 4500-CLOSE-RULE
                   WHEN WS-ACTION-LIST
                       PERFORM 5000-LIST-RULES
                   WHEN OTHER
                       SET WS-QUIT-REQUESTED TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE ALLOC-FILE
           CLOSE ACCT-FILE
           STOP RUN.
      * Main line - sign on, open (creating on first use), loop on
      * actions until the operator quits, close up.

       1000-OPEN-MASTER.
           OPEN I-O ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "35"
               OPEN OUTPUT ALLOC-FILE
               CLOSE ALLOC-FILE
               OPEN I-O ALLOC-FILE
               DISPLAY "Allocation master ALLOCMAST.DAT created"
           END-IF
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open allocation master "
                   "ALLOCMAST.DAT - file status "
                   WS-ALLOC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master ACCTMAST.DAT "
                   "- file status " WS-ACCT-FILE-STATUS
                   " - run ACCT-MAINT to create and load the "
                   "account master before coding allocations. "
                   "Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * First run creates an empty master, after that it is opened
      * for update in place. The account master is held open for the
      * session - every target account is checked the moment it is
      * keyed.

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
           PERFORM UNTIL WS-ACTION-ADD OR WS-ACTION-REVISE
                   OR WS-ACTION-CLOSE
                   OR WS-ACTION-LIST OR WS-ACTION-QUIT
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Action - (A)dd, (R)evise, (C)lose, (L)ist, "
                   "(Q)uit: "
               ACCEPT WS-ACTION
               ADD 1 TO WS-FIELD-ATTEMPTS
           END-PERFORM
           IF NOT (WS-ACTION-ADD OR WS-ACTION-REVISE
                   OR WS-ACTION-CLOSE
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

       3000-ADD-RULE.
           DISPLAY "Allocation code to add (6 characters): "
           ACCEPT WS-CODE-IN
           IF WS-CODE-IN = SPACES
               DISPLAY "Blank allocation code - nothing added"
           ELSE
               MOVE WS-CODE-IN TO ALLOC-CODE
               READ ALLOC-FILE
                   INVALID KEY
                       DISPLAY "Description: "
                       ACCEPT WS-DESC-IN
                       PERFORM 3100-ACCEPT-TARGETS
                       IF WS-VALID
                           PERFORM 3500-WRITE-RULE
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "Allocation " WS-CODE-IN
                           " already exists - use (R)evise to change "
                           "its targets"
               END-READ
           END-IF.
      * New rules always start Active; re-adding an existing code
      * is refused rather than silently overwriting its split.

       3100-ACCEPT-TARGETS.
           SET WS-VALID TO TRUE
           MOVE ZERO TO WS-TGT-COUNT
           MOVE "N" TO WS-TARGETS-DONE-SW
           PERFORM UNTIL WS-TARGETS-DONE OR NOT WS-VALID
               IF WS-TGT-COUNT >= WS-TGT-MAX
                   DISPLAY "Rule holds the most targets allowed ("
                       WS-TGT-MAX ")"
                   SET WS-TARGETS-DONE TO TRUE
               ELSE
                   COMPUTE WS-TGT-NEXT = WS-TGT-COUNT + 1
                   DISPLAY "Target account " WS-TGT-NEXT
                       " (blank when done): "
                   ACCEPT WS-ACCOUNT-IN
                   IF WS-ACCOUNT-IN = SPACES
                       SET WS-TARGETS-DONE TO TRUE
                   ELSE
                       PERFORM 3150-CHECK-TARGET-ACCOUNT
                       IF WS-VALID
                           PERFORM 3160-ACCEPT-SHARE
                       END-IF
                       IF WS-VALID
                           ADD 1 TO WS-TGT-COUNT
                           MOVE WS-ACCOUNT-IN
                               TO WS-TGT-ACCOUNT (WS-TGT-COUNT)
                           MOVE WS-PCT-IN
                               TO WS-TGT-PCT (WS-TGT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VALID
               PERFORM 3170-CHECK-SHARE-TOTAL
           END-IF
           IF WS-VALID
               PERFORM 3180-ACCEPT-ROUNDING-ACCOUNT
           END-IF.
      * The whole target list is keyed and proven before anything is
      * written: every account open on the account master, no
      * account twice, every share a positive percentage, the
      * shares totalling exactly 100.00, and a rounding account
      * named from among the targets. Any failure refuses the rule
      * outright - a split that does not add up is not something to
      * save and fix later.

       3150-CHECK-TARGET-ACCOUNT.
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
               IF WS-TGT-ACCOUNT (WS-TGT-SUB) = WS-ACCOUNT-IN
                   DISPLAY "Account " WS-ACCOUNT-IN " is already a "
                       "target of this rule - rule refused"
                   MOVE "N" TO WS-VALID-SW
               END-IF
           END-PERFORM
           IF WS-VALID
               MOVE WS-ACCOUNT-IN TO ACCT-CODE
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "Account " WS-ACCOUNT-IN
                           " is not on the account master - rule "
                           "refused"
                       MOVE "N" TO WS-VALID-SW
                   NOT INVALID KEY
                       IF NOT ACCT-ACTIVE
                           DISPLAY "Account " WS-ACCOUNT-IN
                               " is closed - rule refused"
                           MOVE "N" TO WS-VALID-SW
                       END-IF
               END-READ
           END-IF.
      * Same account test the calculator applies at posting time,
      * applied here once so a rule that could never post is never
      * on file.

       3160-ACCEPT-SHARE.
           MOVE "N" TO WS-VALID-SW
           MOVE ZERO TO WS-FIELD-ATTEMPTS
           PERFORM UNTIL WS-VALID
                   OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
               DISPLAY "Share for " WS-ACCOUNT-IN
                   " (percent, e.g. 33.33): "
               ACCEPT WS-INPUT-TEXT
               ADD 1 TO WS-FIELD-ATTEMPTS
               IF FUNCTION TEST-NUMVAL(WS-INPUT-TEXT) = 0
                   COMPUTE WS-PCT-CHECK =
                           FUNCTION NUMVAL(WS-INPUT-TEXT)
                       ON SIZE ERROR
                           DISPLAY "Share outside 0.01 to 100.00"
                       NOT ON SIZE ERROR
                           MOVE WS-PCT-CHECK TO WS-PCT-IN
                           IF WS-PCT-IN NOT = WS-PCT-CHECK
                               DISPLAY "Share carries more than two "
                                   "decimal places"
                           ELSE
                           IF WS-PCT-IN <= ZERO OR WS-PCT-IN > 100
                               DISPLAY "Share outside 0.01 to 100.00"
                           ELSE
                               SET WS-VALID TO TRUE
                           END-IF
                           END-IF
                   END-COMPUTE
               ELSE
                   DISPLAY "INVALID NUMBER"
               END-IF
           END-PERFORM
           IF NOT WS-VALID
               DISPLAY "No valid share after " WS-FIELD-MAX-ATTEMPTS
                   " attempts - rule refused"
           END-IF.
      * A share is a percentage to two places, the precision the
      * rule is stored at - a third decimal would be dropped without
      * a word, so it is refused instead.

       3170-CHECK-SHARE-TOTAL.
           MOVE ZERO TO WS-TGT-TOTAL
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-COUNT
               ADD WS-TGT-PCT (WS-TGT-SUB) TO WS-TGT-TOTAL
           END-PERFORM
           IF WS-TGT-COUNT = ZERO
               DISPLAY "No target accounts keyed - rule refused"
               MOVE "N" TO WS-VALID-SW
           ELSE
           IF WS-TGT-TOTAL NOT = 100
               MOVE WS-TGT-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "Shares total " WS-TOTAL-EDIT
                   " - they must total exactly 100.00 - rule refused"
               MOVE "N" TO WS-VALID-SW
           END-IF
           END-IF.
      * The shares must account for the whole amount, no more and no
      * less - the rounding account only ever absorbs the cent the
      * arithmetic leaves over, never a share somebody forgot.

       3180-ACCEPT-ROUNDING-ACCOUNT.
           IF WS-TGT-COUNT = 1
               MOVE WS-TGT-ACCOUNT (1) TO WS-ROUND-ACCOUNT
           ELSE
               MOVE "N" TO WS-VALID-SW
               MOVE ZERO TO WS-FIELD-ATTEMPTS
               PERFORM UNTIL WS-VALID
                       OR WS-FIELD-ATTEMPTS >= WS-FIELD-MAX-ATTEMPTS
                   DISPLAY "Target account to take the rounding "
                       "difference: "
                   ACCEPT WS-ROUND-ACCOUNT
                   ADD 1 TO WS-FIELD-ATTEMPTS
                   PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                           UNTIL WS-TGT-SUB > WS-TGT-COUNT
                       IF WS-TGT-ACCOUNT (WS-TGT-SUB)
                               = WS-ROUND-ACCOUNT
                           SET WS-VALID TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-VALID
                       DISPLAY "Account " WS-ROUND-ACCOUNT
                           " is not one of this rule's targets"
                   END-IF
               END-PERFORM
               IF NOT WS-VALID
                   DISPLAY "No valid rounding account after "
                       WS-FIELD-MAX-ATTEMPTS " attempts - rule "
                       "refused"
               END-IF
           END-IF.
      * Each leg is rounded to the cent on its own, so the legs can
      * come out a cent over or under the amount; the difference
      * goes to this account and the split always balances to the
      * figure that was submitted. It must be one of the targets -
      * the rounding cent lands on a leg that posts anyway, never on
      * an account the rule does not otherwise touch. A one-target
      * rule rounds to its only target without asking.

       3500-WRITE-RULE.
           PERFORM 6000-STAMP-CHANGE
           MOVE SPACES TO ALLOC-RECORD
           MOVE WS-CODE-IN TO ALLOC-CODE
           MOVE WS-DESC-IN TO ALLOC-DESC
           MOVE "A" TO ALLOC-STATUS
           PERFORM 3600-MOVE-TARGETS
           WRITE ALLOC-RECORD
               INVALID KEY
                   DISPLAY "Allocation " WS-CODE-IN
                       " already exists - not added"
               NOT INVALID KEY
                   DISPLAY "Allocation " WS-CODE-IN " added with "
                       WS-TGT-COUNT " target(s)"
           END-WRITE.

       3600-MOVE-TARGETS.
           MOVE WS-ROUND-ACCOUNT TO ALLOC-ROUND-ACCOUNT
           MOVE WS-OPERATOR TO ALLOC-CHANGED-BY
           MOVE WS-CHANGE-TS TO ALLOC-CHANGED-TS
           MOVE WS-TGT-COUNT TO ALLOC-TARGET-COUNT
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-MAX
               IF WS-TGT-SUB > WS-TGT-COUNT
                   MOVE SPACES TO ALLOC-TGT-ACCOUNT (WS-TGT-SUB)
                   MOVE ZERO TO ALLOC-TGT-PCT (WS-TGT-SUB)
               ELSE
                   MOVE WS-TGT-ACCOUNT (WS-TGT-SUB)
                       TO ALLOC-TGT-ACCOUNT (WS-TGT-SUB)
                   MOVE WS-TGT-PCT (WS-TGT-SUB)
                       TO ALLOC-TGT-PCT (WS-TGT-SUB)
               END-IF
           END-PERFORM.
      * Unused target slots are written blank and zero so a rule
      * cut from five targets to three leaves nothing behind.

       4000-REVISE-RULE.
           DISPLAY "Allocation code to revise: "
           ACCEPT WS-CODE-IN
           MOVE WS-CODE-IN TO ALLOC-CODE
           READ ALLOC-FILE
               INVALID KEY
                   DISPLAY "Allocation " WS-CODE-IN " not on file"
               NOT INVALID KEY
                   IF ALLOC-CLOSED
                       DISPLAY "Allocation " WS-CODE-IN
                           " is closed - add a new code instead"
                   ELSE
                       DISPLAY "Re-key every target of "
                           WS-CODE-IN " - the rule on file is kept "
                           "unless the new split proves"
                       PERFORM 3100-ACCEPT-TARGETS
                       IF WS-VALID
                           PERFORM 6000-STAMP-CHANGE
                           PERFORM 3600-MOVE-TARGETS
                           REWRITE ALLOC-RECORD
                               INVALID KEY
                                   DISPLAY "Unable to rewrite "
                                       "allocation " WS-CODE-IN
                                       " - file status "
                                       WS-ALLOC-FILE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Allocation " WS-CODE-IN
                                       " revised - "
                                       WS-TGT-COUNT " target(s)"
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
      * A revision replaces the whole target list - the split is
      * proven as one piece, the same as an add, so there is never a
      * moment when the rule on file totals anything but 100.00.
      * Allocations already posted are untouched; only transactions
      * processed after the change split the new way.

       4500-CLOSE-RULE.
           DISPLAY "Allocation code to close: "
           ACCEPT WS-CODE-IN
           MOVE WS-CODE-IN TO ALLOC-CODE
           READ ALLOC-FILE
               INVALID KEY
                   DISPLAY "Allocation " WS-CODE-IN " not on file"
               NOT INVALID KEY
                   IF ALLOC-CLOSED
                       DISPLAY "Allocation " WS-CODE-IN
                           " is already closed"
                   ELSE
                       PERFORM 6000-STAMP-CHANGE
                       MOVE "C" TO ALLOC-STATUS
                       MOVE WS-OPERATOR TO ALLOC-CHANGED-BY
                       MOVE WS-CHANGE-TS TO ALLOC-CHANGED-TS
                       REWRITE ALLOC-RECORD
                           INVALID KEY
                               DISPLAY "Unable to rewrite "
                                   "allocation " WS-CODE-IN
                                   " - file status "
                                   WS-ALLOC-FILE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Allocation " WS-CODE-IN
                                   " closed"
                       END-REWRITE
                   END-IF
           END-READ.
      * Closing flips the flag and keeps the record - postings made
      * under the rule still have somewhere to resolve the code, but
      * new allocations naming it reject.

       5000-LIST-RULES.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE LOW-VALUES TO ALLOC-CODE
           START ALLOC-FILE KEY >= ALLOC-CODE
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ ALLOC-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY ALLOC-CODE " " ALLOC-STATUS " "
                           ALLOC-DESC " rounding to "
                           ALLOC-ROUND-ACCOUNT " - "
                           ALLOC-CHANGED-BY " " ALLOC-CHANGED-TS
                       PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                               UNTIL WS-TGT-SUB > ALLOC-TARGET-COUNT
                                  OR WS-TGT-SUB > WS-TGT-MAX
                           MOVE ALLOC-TGT-PCT (WS-TGT-SUB)
                               TO WS-PCT-EDIT
                           DISPLAY "       "
                               ALLOC-TGT-ACCOUNT (WS-TGT-SUB) " "
                               WS-PCT-EDIT "%"
                       END-PERFORM
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " allocation rule(s) on file".
      * Key-order walk of the whole master - code, status,
      * description, rounding account, last change - with one line
      * per target and its share beneath, so a printout can go to
      * whoever signs off on the cost-sharing agreements.

       6000-STAMP-CHANGE.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO WS-CHANGE-TS
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO WS-CHANGE-TS.
      * One timestamp per change, stamped on the rule beside the
      * operator who made it.
