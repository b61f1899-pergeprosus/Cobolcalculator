      * flat log), and swaps the files, keeping the original under
      * a dated name. Run it once, after the last archive run on
      * the old layout and before the first on the new.
      * The archive has been widened twice now - the approving
      * operator of a dual-control posting rides on the end of the
      * record - and a third time for the audit chain check, so the
      * job recognises any of the three earlier layouts by which one
      * the file opens under, and brings each straight to the
      * current one. Converted records carry a zero chain check,
      * the same as lines archived before the chain began.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-ARCH-KEY
               FILE STATUS IS WS-OLD-ARCHIVE-STATUS.
           SELECT WIDE-ARCHIVE-FILE ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WIDE-ARCH-KEY
               FILE STATUS IS WS-WIDE-ARCHIVE-STATUS.
           SELECT APPR-ARCHIVE-FILE ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-ARCH-KEY
               FILE STATUS IS WS-APPR-ARCHIVE-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO "AUDITARCH.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      * in once every record converted - an abend mid-conversion
      * leaves the live archive untouched and a leftover .NEW file
      * that stops a rerun until somebody looks.
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
           05 OLD-ARCH-NUM2       PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 OLD-ARCH-RESULT     PIC S9(8)V99 SIGN LEADING SEPARATE.
      * The ARCH-RECORD layout as AUDIT-ARCHIVE loaded it before the
      * first widening - key, the four calculation fields, nothing
      * else.

       FD  WIDE-ARCHIVE-FILE.
       01  WIDE-ARCH-RECORD.
           05 WIDE-ARCH-KEY.
               10 WIDE-ARCH-TIMESTAMP PIC X(14).
               10 WIDE-ARCH-SEQ       PIC 9(6).
           05 WIDE-ARCH-NUM1      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WIDE-ARCH-OPER      PIC X.
           05 WIDE-ARCH-NUM2      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WIDE-ARCH-RESULT    PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 WIDE-ARCH-ENTRY-ID  PIC 9(8).
           05 WIDE-ARCH-REV-OF    PIC 9(8).
           05 WIDE-ARCH-OPERATOR  PIC X(8).
           05 WIDE-ARCH-ORIG-AMOUNT
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 WIDE-ARCH-CURRENCY  PIC X(3).
           05 WIDE-ARCH-ACCOUNT   PIC X(6).
      * The layout after the first widening - entry number through
      * account - as AUDIT-ARCHIVE loaded it until the approving
      * operator was added.

       FD  APPR-ARCHIVE-FILE.
       01  APPR-ARCH-RECORD.
           05 APPR-ARCH-KEY.
               10 APPR-ARCH-TIMESTAMP PIC X(14).
               10 APPR-ARCH-SEQ       PIC 9(6).
           05 APPR-ARCH-NUM1      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 APPR-ARCH-OPER      PIC X.
           05 APPR-ARCH-NUM2      PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 APPR-ARCH-RESULT    PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 APPR-ARCH-ENTRY-ID  PIC 9(8).
           05 APPR-ARCH-REV-OF    PIC 9(8).
           05 APPR-ARCH-OPERATOR  PIC X(8).
           05 APPR-ARCH-ORIG-AMOUNT
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 APPR-ARCH-CURRENCY  PIC X(3).
           05 APPR-ARCH-ACCOUNT   PIC X(6).
           05 APPR-ARCH-APPROVER  PIC X(8).
      * The layout after the second widening - through the approving
      * operator - as AUDIT-ARCHIVE loaded it until the audit chain
      * check was added.

       FD  NEW-ARCHIVE-FILE.
       01  ARCH-RECORD.
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-CURRENCY       PIC X(3).
           05 ARCH-ACCOUNT        PIC X(6).
           05 ARCH-APPROVER       PIC X(8).
           05 ARCH-CHAIN-CHECK    PIC 9(9).
      * Mirror of the ARCH-RECORD layout AUDIT-ARCHIVE loads now -
      * any change there must be carried here.

      * The calculator's run lock, read-only here - same courtesy
      * the archive job pays before touching shared files.

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
       01 WS-OLD-ARCHIVE-STATUS PIC XX.
       01 WS-WIDE-ARCHIVE-STATUS PIC XX.
       01 WS-APPR-ARCHIVE-STATUS PIC XX.
       01 WS-NEW-ARCHIVE-STATUS PIC XX.
       01 WS-LOCK-FILE-STATUS   PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-SOURCE-LAYOUT PIC X VALUE SPACE.
           88 WS-SOURCE-ORIGINAL VALUE "O".
           88 WS-SOURCE-WIDE     VALUE "W".
           88 WS-SOURCE-APPROVER VALUE "A".
      * Which earlier layout the live archive opened under - decides
      * which file connector the conversion walks.

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(6).
      * only takes the live name after the original is safely moved
      * aside under a dated name.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "ARCH-CONVERT".
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
      * not match the old layout and stops without touching it.

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
           OPEN INPUT OLD-ARCHIVE-FILE
           EVALUATE WS-OLD-ARCHIVE-STATUS
               WHEN "00"
                   SET WS-SOURCE-ORIGINAL TO TRUE
               WHEN "35"
                   DISPLAY "No audit archive on file - nothing to "
                       "convert"
                   STOP RUN
               WHEN "39"
                   PERFORM 1100-OPEN-WIDE-ARCHIVE
               WHEN OTHER
                   DISPLAY "Unable to open audit archive "
                       "AUDITARCH.DAT - file status "
           END-IF.
      * A held run lock, a leftover work file, or an archive that is
      * not in the old layout each stop the job before a byte moves.
      * Status 39 under the original layout sends the job on to try
      * the first widened one; 39 under both is the already-converted
      * case - the second run of a one-time job should be a no-op,
      * not a corruption.

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

       1100-OPEN-WIDE-ARCHIVE.
           OPEN INPUT WIDE-ARCHIVE-FILE
           EVALUATE WS-WIDE-ARCHIVE-STATUS
               WHEN "00"
                   SET WS-SOURCE-WIDE TO TRUE
               WHEN "39"
                   PERFORM 1150-OPEN-APPROVER-ARCHIVE
               WHEN OTHER
                   DISPLAY "Unable to open audit archive "
                       "AUDITARCH.DAT - file status "
                       WS-WIDE-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      * The archive was converted once already, to the account-era
      * layout, and only needs the approving operator and the chain
      * check added.

       1150-OPEN-APPROVER-ARCHIVE.
           OPEN INPUT APPR-ARCHIVE-FILE
           EVALUATE WS-APPR-ARCHIVE-STATUS
               WHEN "00"
                   SET WS-SOURCE-APPROVER TO TRUE
               WHEN "39"
                   DISPLAY "AUDITARCH.DAT matches no "
                       "pre-conversion layout - it was already "
                       "converted, or is not this system's "
                       "archive. Nothing done."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Unable to open audit archive "
                       "AUDITARCH.DAT - file status "
                       WS-APPR-ARCHIVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
      * Dual-control era archive - only the chain check is missing.

       2000-CONVERT-RECORDS.
           EVALUATE TRUE
               WHEN WS-SOURCE-APPROVER
                   PERFORM 2070-CONVERT-APPROVER-RECORDS
               WHEN WS-SOURCE-WIDE
                   PERFORM 2050-CONVERT-WIDE-RECORDS
               WHEN OTHER
                   PERFORM 2010-CONVERT-ORIGINAL-RECORDS
           END-EVALUATE.
      * One walk only - the file opened under exactly one of the
      * earlier layouts.

       2010-CONVERT-ORIGINAL-RECORDS.
           MOVE LOW-VALUES TO OLD-ARCH-KEY
           START OLD-ARCHIVE-FILE KEY >= OLD-ARCH-KEY
               INVALID KEY
      * rewritten, none interpreted; the conversion adds bytes, it
      * does not change history.

       2050-CONVERT-WIDE-RECORDS.
           MOVE LOW-VALUES TO WIDE-ARCH-KEY
           START WIDE-ARCHIVE-FILE KEY >= WIDE-ARCH-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ WIDE-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2150-WRITE-FROM-WIDE
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           CLOSE WIDE-ARCHIVE-FILE
           CLOSE NEW-ARCHIVE-FILE.
      * Same walk over the first widened layout.

       2070-CONVERT-APPROVER-RECORDS.
           MOVE LOW-VALUES TO APPR-ARCH-KEY
           START APPR-ARCHIVE-FILE KEY >= APPR-ARCH-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ APPR-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 2170-WRITE-FROM-APPROVER
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           CLOSE APPR-ARCHIVE-FILE
           CLOSE NEW-ARCHIVE-FILE.
      * Same walk over the second widened layout.

       2100-WRITE-NEW-RECORD.
           MOVE SPACES TO ARCH-RECORD
           MOVE OLD-ARCH-TIMESTAMP TO ARCH-TIMESTAMP
           MOVE ZERO TO ARCH-ORIG-AMOUNT
           MOVE SPACES TO ARCH-CURRENCY
           MOVE SPACES TO ARCH-ACCOUNT
           MOVE SPACES TO ARCH-APPROVER
           MOVE ZERO TO ARCH-CHAIN-CHECK
           WRITE ARCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to write converted record for "
      * inquiry treats converted history and unrolled old log
      * lines identically.

       2150-WRITE-FROM-WIDE.
           MOVE SPACES TO ARCH-RECORD
           MOVE WIDE-ARCH-KEY TO ARCH-KEY
           MOVE WIDE-ARCH-NUM1 TO ARCH-NUM1
           MOVE WIDE-ARCH-OPER TO ARCH-OPER
           MOVE WIDE-ARCH-NUM2 TO ARCH-NUM2
           MOVE WIDE-ARCH-RESULT TO ARCH-RESULT
           MOVE WIDE-ARCH-ENTRY-ID TO ARCH-ENTRY-ID
           MOVE WIDE-ARCH-REV-OF TO ARCH-REV-OF
           MOVE WIDE-ARCH-OPERATOR TO ARCH-OPERATOR
           MOVE WIDE-ARCH-ORIG-AMOUNT TO ARCH-ORIG-AMOUNT
           MOVE WIDE-ARCH-CURRENCY TO ARCH-CURRENCY
           MOVE WIDE-ARCH-ACCOUNT TO ARCH-ACCOUNT
           MOVE SPACES TO ARCH-APPROVER
           MOVE ZERO TO ARCH-CHAIN-CHECK
           WRITE ARCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to write converted record for "
                       "key " WIDE-ARCH-KEY " - file status "
                       WS-NEW-ARCHIVE-STATUS " - abending, the "
                       "live archive is untouched"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CONVERTED-COUNT.
      * Everything already there copies across field for field;
      * nothing archived before dual control had a second operator,
      * so the approver is blank throughout.

       2170-WRITE-FROM-APPROVER.
           MOVE SPACES TO ARCH-RECORD
           MOVE APPR-ARCH-KEY TO ARCH-KEY
           MOVE APPR-ARCH-NUM1 TO ARCH-NUM1
           MOVE APPR-ARCH-OPER TO ARCH-OPER
           MOVE APPR-ARCH-NUM2 TO ARCH-NUM2
           MOVE APPR-ARCH-RESULT TO ARCH-RESULT
           MOVE APPR-ARCH-ENTRY-ID TO ARCH-ENTRY-ID
           MOVE APPR-ARCH-REV-OF TO ARCH-REV-OF
           MOVE APPR-ARCH-OPERATOR TO ARCH-OPERATOR
           MOVE APPR-ARCH-ORIG-AMOUNT TO ARCH-ORIG-AMOUNT
           MOVE APPR-ARCH-CURRENCY TO ARCH-CURRENCY
           MOVE APPR-ARCH-ACCOUNT TO ARCH-ACCOUNT
           MOVE APPR-ARCH-APPROVER TO ARCH-APPROVER
           MOVE ZERO TO ARCH-CHAIN-CHECK
           WRITE ARCH-RECORD
               INVALID KEY
                   DISPLAY "Unable to write converted record for "
                       "key " APPR-ARCH-KEY " - file status "
                       WS-NEW-ARCHIVE-STATUS " - abending, the "
                       "live archive is untouched"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CONVERTED-COUNT.
      * Nothing archived before the audit chain carried a check
      * value, so the chain check is zero throughout - AUDIT-VERIFY
      * counts these as pre-chain history, not as broken links.

       3000-SWAP-FILES.
           MOVE "AUDITARCH.DAT" TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
