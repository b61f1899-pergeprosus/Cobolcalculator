      * the archive for the requested range first (a keyed start at
      * the from-date), then the live log, so a lookup for "the
      * close on the 14th" finds the figures wherever they are.
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
           05 AUDIT-CURRENCY      PIC X(3).
           05 FILLER              PIC X.
           05 AUDIT-ACCOUNT       PIC X(6).
           05 FILLER              PIC X.
           05 AUDIT-APPROVER      PIC X(8).
           05 FILLER              PIC X.
           05 AUDIT-CHAIN-CHECK   PIC 9(9).
      * Mirror of the AUDIT-RECORD layout in COBOL-CALC - any change
      * there must be carried here or the inquiry will misread the
      * log. Lines from before entry numbering carry spaces in the
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-CURRENCY       PIC X(3).
           05 ARCH-ACCOUNT        PIC X(6).
           05 ARCH-APPROVER       PIC X(8).
           05 ARCH-CHAIN-CHECK    PIC 9(9).
      * Mirror of the ARCH-RECORD layout AUDIT-ARCHIVE loads - keyed
      * by timestamp plus tie-breaking sequence, so a date-range
      * inquiry can START at the from-date instead of scanning
       FD  REPORT-FILE.
       01  REPORT-RECORD          PIC X(112).

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
       01 WS-AUDIT-FILE-STATUS   PIC XX.
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
           05 WS-SEL-OPERATOR  PIC X(8).
           05 WS-SEL-ORIG-AMOUNT PIC S9(6)V99.
           05 WS-SEL-CURRENCY  PIC X(3).
           05 WS-SEL-APPROVER  PIC X(8).
      * One selected calculation, whichever file it came from - the
      * archive pass and the live-log pass both stage their record
      * here so the detail, subtotal, and total logic below reads
           05 FILLER PIC X(9)  VALUE " OPERATOR".
           05 FILLER PIC X(11) VALUE "  SUBMITTED".
           05 FILLER PIC X(4)  VALUE " CCY".
           05 FILLER PIC X(10) VALUE "  APPROVER".
       01 WS-DETAIL-LINE.
           05 WS-DTL-DATE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-ORIG-X REDEFINES WS-DTL-ORIG PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-CURRENCY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-DTL-APPROVER PIC X(8).
       01 WS-SUBTOTAL-LINE.
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 WS-SUB-OPER PIC X.
      * Fixed-column print lines - built here and written through
      * REPORT-RECORD so every page lays out the same way.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "AUDIT-INQUIRY".
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
      * Main line - set up, sweep the log, print the totals, close up.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "R" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "COBOL-CALC-INQ-FROM"
           ACCEPT WS-THRU-DATE FROM ENVIRONMENT "COBOL-CALC-INQ-THRU"
           ACCEPT WS-OPER-FILTER FROM ENVIRONMENT "COBOL-CALC-INQ-OPER"
      * open the log and the report. An unopenable file abends here,
      * the same way COBOL-CALC treats its own files.

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

       2050-SELECT-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
           ELSE
               IF WS-ARCHIVE-FILE-STATUS = "39"
                   DISPLAY "Audit archive AUDITARCH.DAT is still "
                       "in an earlier record layout - run "
                       "ARCH-CONVERT once - archived dates not "
                       "covered by this report"
               ELSE
                   MOVE ARCH-OPERATOR TO WS-SEL-OPERATOR
               END-IF
               MOVE ARCH-CURRENCY TO WS-SEL-CURRENCY
               MOVE ARCH-APPROVER TO WS-SEL-APPROVER
               IF ARCH-ORIG-AMOUNT IS NUMERIC
                   MOVE ARCH-ORIG-AMOUNT TO WS-SEL-ORIG-AMOUNT
               ELSE
                           MOVE AUDIT-OPERATOR TO WS-SEL-OPERATOR
                       END-IF
                       MOVE AUDIT-CURRENCY TO WS-SEL-CURRENCY
                       MOVE AUDIT-APPROVER TO WS-SEL-APPROVER
                       IF AUDIT-ORIG-AMOUNT IS NUMERIC
                           MOVE AUDIT-ORIG-AMOUNT
                               TO WS-SEL-ORIG-AMOUNT
           MOVE WS-SEL-ENTRY-ID TO WS-DTL-ENTRY
           MOVE WS-SEL-REV-OF TO WS-DTL-REV-OF
           MOVE WS-SEL-OPERATOR TO WS-DTL-OPERID
           MOVE WS-SEL-APPROVER TO WS-DTL-APPROVER
           IF WS-SEL-CURRENCY = SPACES
               MOVE SPACES TO WS-DTL-ORIG-X
               MOVE SPACES TO WS-DTL-CURRENCY
