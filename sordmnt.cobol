      * template coded to an unknown or closed account would reject
      * every morning from now on, so it is refused at the keyboard
      * instead.
           SELECT ALLOC-FILE ASSIGN TO "ALLOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALLOC-CODE
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
      * The allocation master is read-only here too, for the same
      * reason - a template naming an unknown or closed allocation
      * rule is refused when it is keyed.
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
           05 SORD-OPER           PIC X.
           05 SORD-FREQ           PIC X.
           05 SORD-DAY            PIC 9(2).
           05 SORD-ALLOC-CODE     PIC X(6).
      * Same layout COBOL-CALC reads at initialization - any change
      * here must be carried there. A template naming an allocation
      * code posts as an 'A' item - Num1 is the amount the rule
      * splits, and the account, rate, operator and Num2 are left
      * blank. Templates written before the allocation code existed
      * read in with spaces there and are rewritten with spaces.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
      * Mirror of the ACCT-RECORD layout ACCT-MAINT owns - any
      * change there must be carried here.

       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05 ALLOC-CODE          PIC X(6).
           05 ALLOC-DESC          PIC X(30).
           05 ALLOC-STATUS        PIC X.
               88 ALLOC-ACTIVE VALUE "A".
           05 ALLOC-ROUND-ACCOUNT PIC X(6).
           05 ALLOC-CHANGED-BY    PIC X(8).
           05 ALLOC-CHANGED-TS    PIC X(14).
           05 ALLOC-TARGET-COUNT  PIC 9(2).
           05 ALLOC-TARGET OCCURS 12 TIMES.
               10 ALLOC-TGT-ACCOUNT PIC X(6).
               10 ALLOC-TGT-PCT     PIC 9(3)V99.
      * Mirror of the ALLOC-RECORD layout ALLOC-MAINT owns - any
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
       01 WS-SORD-FILE-STATUS PIC XX.
       01 WS-ACCT-FILE-STATUS PIC XX.
       01 WS-ALLOC-FILE-STATUS PIC XX.
       01 WS-ALLOC-MASTER-SW PIC X VALUE "N".
           88 WS-ALLOC-MASTER-OPEN VALUE "Y".

       01 WS-ACTION PIC X.
           88 WS-ACTION-ADD    VALUE "A" "a".
               10 WS-SO-OPER      PIC X.
               10 WS-SO-FREQ      PIC X.
               10 WS-SO-DAY       PIC 9(2).
               10 WS-SO-ALLOC-CODE PIC X(6).
      * The whole master in storage - one hundred templates, the
      * same bound the calculator loads under, so this program can
      * never write a file the calculator would abend on.
       01 WS-ID-NUM  PIC 9(4).
       01 WS-ID-IN   PIC X(4).
       01 WS-ACCOUNT-IN PIC X(6).
       01 WS-ALLOC-IN   PIC X(6).
       01 WS-NUM1-IN PIC S9(6)V99.
       01 WS-NUM2-IN PIC S9(6)V99.
       01 WS-RATE-CODE-IN PIC X(4).
       01 WS-LIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-AMT-EDIT PIC -(6)9.99.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "SORD-MAINT".
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
                       PERFORM 3000-ADD-TEMPLATE
                   WHEN WS-ACTION-CANCEL
      * they happen, so quitting has nothing left to flush.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open account master ACCTMAST.DAT "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS = "00"
               SET WS-ALLOC-MASTER-OPEN TO TRUE
           ELSE
               DISPLAY "No allocation master ALLOCMAST.DAT on file "
                   "(status " WS-ALLOC-FILE-STATUS ") - allocation "
                   "templates cannot be added this session"
           END-IF
           PERFORM 1100-LOAD-TEMPLATES.
      * Sign-on first - no identity, no changes. The account master
      * is held open for the session - every add checks its account
      * the moment it is keyed. The allocation master is optional -
      * a site with no shared charges has never run ALLOC-MAINT -
      * and only its absence stops allocation templates.

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

       1100-LOAD-TEMPLATES.
           MOVE ZERO TO WS-SORD-LOADED
                               TO WS-SO-FREQ (WS-SORD-LOADED)
                           MOVE SORD-DAY
                               TO WS-SO-DAY (WS-SORD-LOADED)
                           MOVE SORD-ALLOC-CODE
                               TO WS-SO-ALLOC-CODE (WS-SORD-LOADED)
                           IF SORD-ID IS NUMERIC
                               MOVE SORD-ID TO WS-ID-NUM
                               IF WS-ID-NUM >= WS-NEXT-ID
           END-IF
           IF WS-ACTION-QUIT
               SET WS-QUIT-REQUESTED TO TRUE
           ELSE
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-AUTH-MODE
               PERFORM 1014-CHECK-AUTHORITY
           END-IF.
      * Every action but quit is checked against the operator's
      * role before it runs; a refused one goes back to the prompt.

       3000-ADD-TEMPLATE.
           IF WS-SORD-LOADED >= WS-SORD-MAX
               DISPLAY "Standing orders are full at " WS-SORD-MAX
                   " templates - cancel and purge before adding"
           ELSE
               PERFORM 3050-ACCEPT-ALLOCATION
               IF WS-VALID AND WS-ALLOC-IN = SPACES
                   PERFORM 3100-ACCEPT-ACCOUNT
               END-IF
               IF WS-VALID
                   PERFORM 3200-ACCEPT-AMOUNT
               END-IF
               IF WS-VALID AND WS-ALLOC-IN = SPACES
                   PERFORM 3300-ACCEPT-RATE-OR-OPER
               END-IF
               IF WS-VALID
           END-IF.
      * One add is one template. Every field is proven before
      * anything lands in the table - a bad template does not fail
      * once, it fails every morning. An allocation template skips
      * the account and the rate or operator - the rule supplies
      * the accounts and the split is always by share.

       3050-ACCEPT-ALLOCATION.
           MOVE SPACES TO WS-ACCOUNT-IN
           MOVE SPACES TO WS-RATE-CODE-IN
           MOVE SPACE TO WS-OPER-IN
           MOVE ZERO TO WS-NUM2-IN
           SET WS-VALID TO TRUE
           DISPLAY "Allocation code (blank for a single-account "
               "template): "
           ACCEPT WS-ALLOC-IN
           IF WS-ALLOC-IN NOT = SPACES
               IF NOT WS-ALLOC-MASTER-OPEN
                   DISPLAY "No allocation master on file - nothing "
                       "added"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE WS-ALLOC-IN TO ALLOC-CODE
                   READ ALLOC-FILE
                       INVALID KEY
                           DISPLAY "Allocation " WS-ALLOC-IN
                               " is not on the allocation master - "
                               "nothing added"
                           MOVE "N" TO WS-VALID-SW
                       NOT INVALID KEY
                           IF NOT ALLOC-ACTIVE
                               DISPLAY "Allocation " WS-ALLOC-IN
                                   " is closed - nothing added"
                               MOVE "N" TO WS-VALID-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
      * The rule is proven to exist and be open when the template is
      * keyed; its split is the rule's business and is proven again
      * each time the calculator expands it.

       3100-ACCEPT-ACCOUNT.
           MOVE "N" TO WS-VALID-SW
           MOVE WS-OPER-IN TO WS-SO-OPER (WS-SORD-LOADED)
           MOVE WS-FREQ-IN TO WS-SO-FREQ (WS-SORD-LOADED)
           MOVE WS-DAY-IN TO WS-SO-DAY (WS-SORD-LOADED)
           MOVE WS-ALLOC-IN TO WS-SO-ALLOC-CODE (WS-SORD-LOADED)
           PERFORM 7000-REWRITE-TEMPLATE-FILE
           IF WS-ALLOC-IN NOT = SPACES
               DISPLAY "Standing order " WS-SO-ID (WS-SORD-LOADED)
                   " added for allocation " WS-ALLOC-IN
           ELSE
               DISPLAY "Standing order " WS-SO-ID (WS-SORD-LOADED)
                   " added for account " WS-ACCOUNT-IN
           END-IF
           ADD 1 TO WS-NEXT-ID.

       4000-CANCEL-TEMPLATE.
                   UNTIL SORD-IDX > WS-SORD-LOADED
               ADD 1 TO WS-LIST-COUNT
               MOVE WS-SO-NUM1 (SORD-IDX) TO WS-AMT-EDIT
               IF WS-SO-ALLOC-CODE (SORD-IDX) NOT = SPACES
                   DISPLAY WS-SO-ID (SORD-IDX) " "
                       WS-SO-STATUS (SORD-IDX) " alloc  "
                       WS-AMT-EDIT " split "
                       WS-SO-ALLOC-CODE (SORD-IDX) " "
                       WS-SO-FREQ (SORD-IDX) " day "
                       WS-SO-DAY (SORD-IDX)
               ELSE
               IF WS-SO-RATE-CODE (SORD-IDX) = SPACES
                   DISPLAY WS-SO-ID (SORD-IDX) " "
                       WS-SO-STATUS (SORD-IDX) " "
                       WS-SO-FREQ (SORD-IDX) " day "
                       WS-SO-DAY (SORD-IDX)
               END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT " standing order(s) on file".
      * Load-order walk of the whole master - number, status,
      * account, amount, rate or operator (or the allocation rule
      * the amount is split by), frequency - so a
      * printout can go to whoever owns the overnight schedule.

       7000-REWRITE-TEMPLATE-FILE.
               MOVE WS-SO-OPER (SORD-IDX) TO SORD-OPER
               MOVE WS-SO-FREQ (SORD-IDX) TO SORD-FREQ
               MOVE WS-SO-DAY (SORD-IDX) TO SORD-DAY
               MOVE WS-SO-ALLOC-CODE (SORD-IDX) TO SORD-ALLOC-CODE
               WRITE SORD-RECORD
               IF WS-SORD-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to write standing order - file "
