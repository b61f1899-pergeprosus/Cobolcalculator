       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * Verification job for the audit trail's chain check. Walks the
      * indexed archive AUDITARCH.DAT from its oldest record and then
      * the live AUDITLOG.DAT, in the order the lines were written,
      * recomputing every line's check value from its fields and the
      * check of the line before. Reports the first broken link and
      * every one after it, each run of broken lines as the range
      * affected, any AUDIT-ENTRY-ID missing from the numbering or
      * out of sequence, and whether the end of the trail still
      * agrees with the entry-number control file CALCSEQ.DAT - a
      * log cut short leaves no broken link behind, but it does
      * leave the control file ahead of it. Exists so the external
      * auditors can be shown, rather than told, that the history
      * has not been altered since it was written. Ends with
      * RETURN-CODE 8 on any finding, like CALC-RECON out of
      * balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "AUDITARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "AUDITWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "CHAINANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.
           SELECT ENTRY-SEQ-FILE ASSIGN TO "CALCSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRY-SEQ-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "AUDITVFY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-REPORT-STATUS.
      * Everything is read-only. The archive's key leads with the
      * audit timestamp and its tie-breaking sequence follows load
      * order, so a key-order walk is write order. AUDITWORK.DAT is
      * only looked for - a staging file left by an archive run
      * that did not finish holds lines that are in neither place
      * this job walks. The anchor is where the retention purge
      * left the chain; CALCSEQ.DAT is where the writers left it.
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

       FD  WORK-FILE.
       01  WORK-RECORD            PIC X(115).

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
      * the last record removed, which the oldest one kept must link
      * onto.

       FD  ENTRY-SEQ-FILE.
       01  ENTRY-SEQ-RECORD.
           05 ESEQ-NEXT-ID        PIC 9(8).
           05 ESEQ-LAST-CHECK     PIC 9(9).
      * Mirror of the calculator's entry number control file - the
      * next number to issue and the check of the last line written.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LOCK-STATUS         PIC X.
               88 LOCK-ACTIVE   VALUE "A".
               88 LOCK-RELEASED VALUE "R".
           05 LOCK-TIMESTAMP      PIC X(14).
      * The calculator's run lock, read-only here. A posting run
      * appending while this job reads would leave the trail and the
      * control file a line apart and report a truncation that is
      * not there.

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-RECORD   PIC X(132).

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
       01 WS-ARCHIVE-FILE-STATUS   PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-WORK-FILE-STATUS      PIC XX.
       01 WS-ANCHOR-FILE-STATUS    PIC XX.
       01 WS-ENTRY-SEQ-FILE-STATUS PIC XX.
       01 WS-LOCK-FILE-STATUS      PIC XX.
       01 WS-VERIFY-REPORT-STATUS  PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01 WS-VL-RECORD.
           05 WS-VL-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 WS-VL-OPER          PIC X.
           05 FILLER              PIC X.
           05 WS-VL-NUM2          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 WS-VL-RESULT        PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 WS-VL-TIMESTAMP     PIC X(14).
           05 FILLER              PIC X.
           05 WS-VL-ENTRY-ID      PIC 9(8).
           05 FILLER              PIC X.
           05 WS-VL-REV-OF        PIC 9(8).
           05 FILLER              PIC X.
           05 WS-VL-OPERATOR      PIC X(8).
           05 FILLER              PIC X.
           05 WS-VL-ORIG-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 WS-VL-CURRENCY      PIC X(3).
           05 FILLER              PIC X.
           05 WS-VL-ACCOUNT       PIC X(6).
           05 FILLER              PIC X.
           05 WS-VL-APPROVER      PIC X(8).
           05 FILLER              PIC X.
           05 WS-VL-CHAIN-CHECK   PIC 9(9).
       01 WS-VL-SOURCE  PIC X(8).
       01 WS-VL-LINE-NO PIC 9(8).
      * The line being verified, in audit-line layout whichever file
      * it came from - an archive record is laid back out here field
      * for field, so one set of checks serves both walks.

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
       01 WS-CHAIN-CALC  PIC 9(9).
       01 WS-CHAIN-STARTED-SW PIC X VALUE "N".
           88 WS-CHAIN-STARTED VALUE "Y".
      * Audit chain workspace - mirror of COBOL-CALC's. The image,
      * modulus and multiplier must match the writers exactly.
      * WS-CHAIN-LAST is the check the previous line carries, and
      * the walk always moves on from the stored value rather than
      * the recomputed one, so an edited line breaks its own link
      * and no other - each finding points at the line to look at.
      * Lines from before the chain carry no check; they are counted
      * until the first line that does, and after it a line without
      * one is itself a broken link.

       01 WS-LAST-ID     PIC 9(8) VALUE ZERO.
       01 WS-GAP-FROM    PIC 9(8).
       01 WS-GAP-TO      PIC 9(8).
       01 WS-GAP-SIZE    PIC 9(8).
      * Entry numbering - the highest entry number seen so far.
      * Numbering starts at 1 on a trail never purged, and after the
      * anchor's entry on one that was.

       01 WS-ANCHOR-SW PIC X VALUE "N".
           88 WS-ANCHOR-FOUND VALUE "Y".
       01 WS-ANCHOR-ENTRY-ID PIC 9(8) VALUE ZERO.
       01 WS-ANCHOR-CHECK    PIC 9(9) VALUE ZERO.

       01 WS-BREAK-RUN-SW PIC X VALUE "N".
           88 WS-IN-BREAK-RUN VALUE "Y".
       01 WS-RUN-FROM-ID   PIC 9(8).
       01 WS-RUN-FROM-TS   PIC X(14).
       01 WS-RUN-TO-ID     PIC 9(8).
       01 WS-RUN-TO-TS     PIC X(14).
       01 WS-RUN-LINES     PIC 9(8).
       01 WS-FIRST-BREAK-SW PIC X VALUE "N".
           88 WS-FIRST-BREAK-SEEN VALUE "Y".
       01 WS-FIRST-BREAK-ID PIC 9(8).
       01 WS-FIRST-BREAK-TS PIC X(14).
       01 WS-FIRST-BREAK-SOURCE PIC X(8).
      * A run of consecutive broken lines is reported once more as a
      * range when it ends, so a block of tampering reads as one
      * finding with its bounds, not forty lines to add up by hand.

       01 WS-ARCHIVE-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-LOG-COUNT       PIC 9(8) VALUE ZERO.
       01 WS-PRECHAIN-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-CHAINED-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-BREAK-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-MISSING-COUNT   PIC 9(8) VALUE ZERO.
       01 WS-SEQUENCE-COUNT  PIC 9(8) VALUE ZERO.
       01 WS-TAIL-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-WARNING-COUNT   PIC 9(8) VALUE ZERO.

       01 WS-FINDING-LINE.
           05 WS-FL-TYPE      PIC X(16).
           05 WS-FL-SOURCE    PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 WS-FL-LINE-NO   PIC Z(7)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-ENTRY     PIC Z(7)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-TIMESTAMP PIC X(14).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 WS-FL-TEXT      PIC X(71).
       01 WS-FINDING-HEADING.
           05 FILLER PIC X(16) VALUE "FINDING".
           05 FILLER PIC X(9)  VALUE "SOURCE".
           05 FILLER PIC X(10) VALUE "    LINE".
           05 FILLER PIC X(10) VALUE "   ENTRY".
           05 FILLER PIC X(16) VALUE "TIMESTAMP".
           05 FILLER PIC X(6)  VALUE "DETAIL".
       01 WS-COUNT-LINE.
           05 WS-CL-LABEL PIC X(34).
           05 WS-CL-COUNT PIC ZZ,ZZZ,ZZ9.
       01 WS-ID-EDIT-1 PIC 9(8).
      * One finding line per problem - what, where (file and line or
      * record number), the entry and its timestamp, and the detail
      * - then the counts and the verdict, the way CALC-RECON lays
      * out its report.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "AUDIT-VERIFY".
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
           PERFORM 2000-VERIFY-ARCHIVE
           PERFORM 3000-VERIFY-LIVE-LOG
           PERFORM 4400-CLOSE-BREAK-RUN
           PERFORM 5000-CHECK-CONTROL-FILE
           PERFORM 8000-PRINT-SUMMARY
           CLOSE VERIFY-REPORT-FILE
           IF WS-BREAK-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
                   AND WS-SEQUENCE-COUNT = ZERO
                   AND WS-TAIL-COUNT = ZERO
               DISPLAY "Audit trail VERIFIED - " WS-CHAINED-COUNT
                   " chained line(s) intact, " WS-PRECHAIN-COUNT
                   " line(s) from before the chain"
               IF WS-WARNING-COUNT > ZERO
                   DISPLAY WS-WARNING-COUNT " warning(s) - see "
                       "AUDITVFY.DAT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Audit trail FAILED verification - "
                   WS-BREAK-COUNT " broken link(s), "
                   WS-MISSING-COUNT " missing entry number(s), "
                   WS-SEQUENCE-COUNT " out of sequence, "
                   WS-TAIL-COUNT " control file disagreement(s) "
                   "- see AUDITVFY.DAT"
               IF WS-FIRST-BREAK-SEEN
                   DISPLAY "First broken link at entry "
                       WS-FIRST-BREAK-ID " (" WS-FIRST-BREAK-TS
                       ") in " WS-FIRST-BREAK-SOURCE
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
      * Main line - archive first, then the live log, one unbroken
      * walk in the order the lines were written, then the end of
      * the trail against the control file. RETURN-CODE 8 on any
      * finding so the scheduler stops and somebody looks; 4 when
      * the trail proved clean but not all of it could be walked.

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
                               "trail is being written to. Verify "
                               "once the posting run is done. "
                               "Refusing to start."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF WS-VERIFY-REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open report file AUDITVFY.DAT "
                   "- file status " WS-VERIFY-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "COBOL-CALC AUDIT TRAIL VERIFICATION"
               TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD FROM WS-FINDING-HEADING
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           PERFORM 1100-READ-ANCHOR
           PERFORM 1200-CHECK-STAGING-FILE.
      * Same read-side lock check and RETURN-CODE 12 as the archive
      * job - hold and retry, not a failure.

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

       1100-READ-ANCHOR.
           OPEN INPUT ANCHOR-FILE
           IF WS-ANCHOR-FILE-STATUS = "00"
               READ ANCHOR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ANC-ENTRY-ID IS NUMERIC
                               AND ANC-CHAIN-CHECK IS NUMERIC
                           SET WS-ANCHOR-FOUND TO TRUE
                           MOVE ANC-ENTRY-ID TO WS-ANCHOR-ENTRY-ID
                           MOVE ANC-CHAIN-CHECK TO WS-ANCHOR-CHECK
                       ELSE
                           MOVE "ANCHOR UNREADABL" TO WS-FL-TYPE
                           MOVE "CHAINANC" TO WS-VL-SOURCE
                           MOVE ZERO TO WS-VL-LINE-NO
                           MOVE ZERO TO WS-VL-ENTRY-ID
                           MOVE SPACES TO WS-VL-TIMESTAMP
                           MOVE "ANCHOR NOT NUMERIC - CHAIN FROM START"
                               TO WS-FL-TEXT
                           PERFORM 7000-WRITE-FINDING
                           ADD 1 TO WS-BREAK-COUNT
                       END-IF
               END-READ
               CLOSE ANCHOR-FILE
           END-IF
           IF WS-ANCHOR-FOUND
               MOVE WS-ANCHOR-CHECK TO WS-CHAIN-LAST
               MOVE WS-ANCHOR-ENTRY-ID TO WS-LAST-ID
               IF WS-ANCHOR-CHECK NOT = ZERO
                   SET WS-CHAIN-STARTED TO TRUE
               END-IF
               DISPLAY "Chain anchored by retention purge at entry "
                   WS-ANCHOR-ENTRY-ID
           END-IF.
      * No anchor means nothing numbered has ever been purged, and
      * the chain and the numbering both start from scratch. An
      * anchor that cannot be read is itself a finding - it is only
      * ever written by the purge.

       1200-CHECK-STAGING-FILE.
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS = "00"
               CLOSE WORK-FILE
               MOVE "INCOMPLETE WALK" TO WS-FL-TYPE
               MOVE "AUDITWRK" TO WS-VL-SOURCE
               MOVE ZERO TO WS-VL-LINE-NO
               MOVE ZERO TO WS-VL-ENTRY-ID
               MOVE SPACES TO WS-VL-TIMESTAMP
               MOVE "AUDITWORK.DAT PRESENT - ARCHIVE RUN UNFINISHED"
                   TO WS-FL-TEXT
               PERFORM 7000-WRITE-FINDING
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
      * Lines stranded in the staging file belong between the
      * archive and the live log; expect a break at the start of
      * the live log until AUDIT-ARCHIVE is rerun to finish them.

       2000-VERIFY-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "35"
               DISPLAY "No audit archive on file - verifying the live "
                   "log alone"
           ELSE
           IF WS-ARCHIVE-FILE-STATUS = "39"
               DISPLAY "Archive AUDITARCH.DAT is still in an "
                   "earlier record layout - run ARCH-CONVERT "
                   "once to convert it, then rerun this job"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open archive AUDITARCH.DAT - file "
                   "status " WS-ARCHIVE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "ARCHIVE" TO WS-VL-SOURCE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ARCHIVE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                           MOVE WS-ARCHIVE-COUNT TO WS-VL-LINE-NO
                           PERFORM 2100-STAGE-ARCHIVE-RECORD
                           PERFORM 4000-CHECK-LINE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF
           END-IF.
      * Oldest first. A missing archive is a site that has never
      * archived; one in an old layout is the same one-time fix the
      * archive job names.

       2100-STAGE-ARCHIVE-RECORD.
           MOVE SPACES TO WS-VL-RECORD
           MOVE ARCH-NUM1 TO WS-VL-NUM1
           MOVE ARCH-OPER TO WS-VL-OPER
           MOVE ARCH-NUM2 TO WS-VL-NUM2
           MOVE ARCH-RESULT TO WS-VL-RESULT
           MOVE ARCH-TIMESTAMP TO WS-VL-TIMESTAMP
           MOVE ARCH-ENTRY-ID TO WS-VL-ENTRY-ID
           MOVE ARCH-REV-OF TO WS-VL-REV-OF
           MOVE ARCH-OPERATOR TO WS-VL-OPERATOR
           MOVE ARCH-ORIG-AMOUNT TO WS-VL-ORIG-AMOUNT
           MOVE ARCH-CURRENCY TO WS-VL-CURRENCY
           MOVE ARCH-ACCOUNT TO WS-VL-ACCOUNT
           MOVE ARCH-APPROVER TO WS-VL-APPROVER
           MOVE ARCH-CHAIN-CHECK TO WS-VL-CHAIN-CHECK.
      * The archive keeps every field the line had; only blank
      * numerics became zero, and the chain image treats blank and
      * zero alike.

       3000-VERIFY-LIVE-LOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "No live audit log on file - nothing posted "
                   "since the last archive"
           ELSE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open audit trail AUDITLOG.DAT - "
                   "file status " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               MOVE "AUDITLOG" TO WS-VL-SOURCE
               PERFORM UNTIL WS-END-OF-FILE
                   READ AUDIT-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOG-COUNT
                           MOVE WS-LOG-COUNT TO WS-VL-LINE-NO
                           MOVE AUDIT-RECORD TO WS-VL-RECORD
                           PERFORM 4000-CHECK-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF
           END-IF.
      * The live log carries straight on from the last archived
      * record - the chain does not restart at a roll.

       4000-CHECK-LINE.
           PERFORM 4100-CHECK-SEQUENCE
           PERFORM 4200-CHECK-LINK.

       4100-CHECK-SEQUENCE.
           IF WS-VL-ENTRY-ID IS NUMERIC AND WS-VL-ENTRY-ID NOT = ZERO
               IF WS-VL-ENTRY-ID > WS-LAST-ID + 1
                   COMPUTE WS-GAP-FROM = WS-LAST-ID + 1
                   COMPUTE WS-GAP-TO = WS-VL-ENTRY-ID - 1
                   COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1
                   ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                   MOVE "MISSING ENTRIES" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "ENTRIES " WS-GAP-FROM " THROUGH "
                          WS-GAP-TO " ARE NOT IN THE TRAIL"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               ELSE
               IF WS-VL-ENTRY-ID NOT > WS-LAST-ID
                   ADD 1 TO WS-SEQUENCE-COUNT
                   MOVE "OUT OF SEQUENCE" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "ENTRY FOLLOWS ENTRY " WS-LAST-ID
                          " - DUPLICATE OR MOVED LINE"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
               END-IF
               IF WS-VL-ENTRY-ID > WS-LAST-ID
                   MOVE WS-VL-ENTRY-ID TO WS-LAST-ID
               END-IF
           ELSE
               IF WS-LAST-ID NOT = ZERO
                   ADD 1 TO WS-SEQUENCE-COUNT
                   MOVE "OUT OF SEQUENCE" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "LINE HAS NO ENTRY NUMBER AFTER ENTRY "
                          WS-LAST-ID DELIMITED BY SIZE
                          INTO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.
      * Entry numbers are issued one at a time and written in order,
      * so each numbered line should be exactly one past the last.
      * A jump is a range missing; a number at or below the last is
      * a line repeated or moved. Unnumbered lines are history from
      * before numbering - only acceptable before the first number.

       4200-CHECK-LINK.
           IF WS-VL-CHAIN-CHECK IS NUMERIC
                   AND WS-VL-CHAIN-CHECK NOT = ZERO
               SET WS-CHAIN-STARTED TO TRUE
               ADD 1 TO WS-CHAINED-COUNT
               PERFORM 4250-BUILD-CHAIN-IMAGE
               PERFORM 4260-COMPUTE-CHAIN-CHECK
               IF WS-CHAIN-CALC = WS-VL-CHAIN-CHECK
                   PERFORM 4400-CLOSE-BREAK-RUN
               ELSE
                   MOVE "BROKEN LINK" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "CHECK ON LINE " WS-VL-CHAIN-CHECK
                          " - COMPUTED " WS-CHAIN-CALC
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 4300-RECORD-BREAK
               END-IF
               MOVE WS-VL-CHAIN-CHECK TO WS-CHAIN-LAST
           ELSE
               IF WS-CHAIN-STARTED
                   MOVE "BROKEN LINK" TO WS-FL-TYPE
                   MOVE "LINE CARRIES NO CHECK VALUE INSIDE THE CHAIN"
                       TO WS-FL-TEXT
                   PERFORM 4300-RECORD-BREAK
               ELSE
                   ADD 1 TO WS-PRECHAIN-COUNT
               END-IF
           END-IF.
      * The first line carrying a check starts the chain (from the
      * anchor's value, or zero). A mismatch means this line was
      * changed, or the line before it was removed, changed or
      * inserted.

       4250-BUILD-CHAIN-IMAGE.
           MOVE SPACES TO WS-CHAIN-IMAGE
           IF WS-VL-ENTRY-ID IS NUMERIC
               MOVE WS-VL-ENTRY-ID TO WS-CI-ENTRY-ID
           ELSE
               MOVE ZERO TO WS-CI-ENTRY-ID
           END-IF
           IF WS-VL-REV-OF IS NUMERIC
               MOVE WS-VL-REV-OF TO WS-CI-REV-OF
           ELSE
               MOVE ZERO TO WS-CI-REV-OF
           END-IF
           MOVE WS-VL-TIMESTAMP TO WS-CI-TIMESTAMP
           IF WS-VL-NUM1 IS NUMERIC
               MOVE WS-VL-NUM1 TO WS-CI-NUM1
           ELSE
               MOVE ZERO TO WS-CI-NUM1
           END-IF
           MOVE WS-VL-OPER TO WS-CI-OPER
           IF WS-VL-NUM2 IS NUMERIC
               MOVE WS-VL-NUM2 TO WS-CI-NUM2
           ELSE
               MOVE ZERO TO WS-CI-NUM2
           END-IF
           IF WS-VL-RESULT IS NUMERIC
               MOVE WS-VL-RESULT TO WS-CI-RESULT
           ELSE
               MOVE ZERO TO WS-CI-RESULT
           END-IF
           MOVE WS-VL-OPERATOR TO WS-CI-OPERATOR
           IF WS-VL-ORIG-AMOUNT IS NUMERIC
               MOVE WS-VL-ORIG-AMOUNT TO WS-CI-ORIG-AMOUNT
           ELSE
               MOVE ZERO TO WS-CI-ORIG-AMOUNT
           END-IF
           MOVE WS-VL-CURRENCY TO WS-CI-CURRENCY
           MOVE WS-VL-ACCOUNT TO WS-CI-ACCOUNT
           MOVE WS-VL-APPROVER TO WS-CI-APPROVER
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
           MOVE WS-CHAIN-ACCUM TO WS-CHAIN-CALC.
      * Mirror of the calculator's 5200-COMPUTE-CHAIN-CHECK, leaving
      * the result beside the stored check rather than over it.

       4300-RECORD-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           PERFORM 7000-WRITE-FINDING
           IF NOT WS-FIRST-BREAK-SEEN
               SET WS-FIRST-BREAK-SEEN TO TRUE
               MOVE WS-VL-ENTRY-ID TO WS-FIRST-BREAK-ID
               MOVE WS-VL-TIMESTAMP TO WS-FIRST-BREAK-TS
               MOVE WS-VL-SOURCE TO WS-FIRST-BREAK-SOURCE
           END-IF
           IF NOT WS-IN-BREAK-RUN
               SET WS-IN-BREAK-RUN TO TRUE
               MOVE WS-VL-ENTRY-ID TO WS-RUN-FROM-ID
               MOVE WS-VL-TIMESTAMP TO WS-RUN-FROM-TS
               MOVE ZERO TO WS-RUN-LINES
           END-IF
           MOVE WS-VL-ENTRY-ID TO WS-RUN-TO-ID
           MOVE WS-VL-TIMESTAMP TO WS-RUN-TO-TS
           ADD 1 TO WS-RUN-LINES.
      * Every broken link is listed; the first is remembered for the
      * console, and consecutive ones are gathered into a run.

       4400-CLOSE-BREAK-RUN.
           IF WS-IN-BREAK-RUN
               MOVE "N" TO WS-BREAK-RUN-SW
               MOVE "RANGE AFFECTED" TO WS-FL-TYPE
               MOVE SPACES TO WS-FL-SOURCE
               MOVE ZERO TO WS-FL-LINE-NO
               MOVE WS-RUN-FROM-ID TO WS-FL-ENTRY
               MOVE WS-RUN-FROM-TS TO WS-FL-TIMESTAMP
               MOVE SPACES TO WS-FL-TEXT
               STRING "THROUGH ENTRY " WS-RUN-TO-ID " AT "
                      WS-RUN-TO-TS " - " WS-RUN-LINES " LINE(S)"
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               WRITE VERIFY-REPORT-RECORD FROM WS-FINDING-LINE
           END-IF.
      * Called at the first good link after a run, and once at the
      * end of the walk for a run that reaches the last line.

       5000-CHECK-CONTROL-FILE.
           MOVE "CALCSEQ" TO WS-VL-SOURCE
           MOVE ZERO TO WS-VL-LINE-NO
           MOVE ZERO TO WS-VL-ENTRY-ID
           MOVE SPACES TO WS-VL-TIMESTAMP
           OPEN INPUT ENTRY-SEQ-FILE
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               IF WS-LAST-ID NOT = ZERO
                   ADD 1 TO WS-TAIL-COUNT
                   MOVE "CONTROL FILE" TO WS-FL-TYPE
                   MOVE "CALCSEQ.DAT ENTRY NUMBER CONTROL FILE MISSING"
                       TO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           ELSE
               READ ENTRY-SEQ-FILE
                   AT END
                       MOVE SPACES TO ENTRY-SEQ-RECORD
               END-READ
               CLOSE ENTRY-SEQ-FILE
               PERFORM 5100-COMPARE-CONTROL-FILE
           END-IF.
      * The one thing a chain cannot show by itself is lines cut off
      * the end - the last line left still links perfectly. The
      * control file is rewritten after every line, so it records
      * where the trail should end.

       5100-COMPARE-CONTROL-FILE.
           IF ESEQ-NEXT-ID IS NUMERIC AND WS-LAST-ID NOT = ZERO
               IF ESEQ-NEXT-ID > WS-LAST-ID + 1
                   COMPUTE WS-GAP-FROM = WS-LAST-ID + 1
                   COMPUTE WS-GAP-TO = ESEQ-NEXT-ID - 1
                   COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1
                   ADD WS-GAP-SIZE TO WS-MISSING-COUNT
                   ADD 1 TO WS-TAIL-COUNT
                   MOVE "MISSING ENTRIES" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "ENTRIES " WS-GAP-FROM " THROUGH "
                          WS-GAP-TO " ISSUED BUT NOT IN THE TRAIL"
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               ELSE
               IF ESEQ-NEXT-ID NOT > WS-LAST-ID
                   ADD 1 TO WS-TAIL-COUNT
                   MOVE ESEQ-NEXT-ID TO WS-ID-EDIT-1
                   MOVE "CONTROL FILE" TO WS-FL-TYPE
                   MOVE SPACES TO WS-FL-TEXT
                   STRING "NEXT ENTRY NUMBER " WS-ID-EDIT-1
                          " IS NOT ABOVE LAST ENTRY " WS-LAST-ID
                          DELIMITED BY SIZE INTO WS-FL-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
               END-IF
           END-IF
           IF ESEQ-LAST-CHECK IS NUMERIC
                   AND ESEQ-LAST-CHECK NOT = ZERO
                   AND ESEQ-LAST-CHECK NOT = WS-CHAIN-LAST
               ADD 1 TO WS-TAIL-COUNT
               MOVE "CONTROL FILE" TO WS-FL-TYPE
               MOVE SPACES TO WS-FL-TEXT
               STRING "LAST CHECK ON FILE " ESEQ-LAST-CHECK
                      " - LAST LINE IN TRAIL " WS-CHAIN-LAST
                      DELIMITED BY SIZE INTO WS-FL-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.
      * Numbers issued past the last line in the trail are lines
      * that were written and are gone; a last check that differs
      * from the trail's last line says the same of the chain.

       7000-WRITE-FINDING.
           MOVE WS-VL-SOURCE TO WS-FL-SOURCE
           MOVE WS-VL-LINE-NO TO WS-FL-LINE-NO
           IF WS-VL-ENTRY-ID IS NUMERIC
               MOVE WS-VL-ENTRY-ID TO WS-FL-ENTRY
           ELSE
               MOVE ZERO TO WS-FL-ENTRY
           END-IF
           MOVE WS-VL-TIMESTAMP TO WS-FL-TIMESTAMP
           WRITE VERIFY-REPORT-RECORD FROM WS-FINDING-LINE.

       8000-PRINT-SUMMARY.
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           MOVE "ARCHIVE RECORDS READ" TO WS-CL-LABEL
           MOVE WS-ARCHIVE-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "LIVE LOG LINES READ" TO WS-CL-LABEL
           MOVE WS-LOG-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "LINES FROM BEFORE THE CHAIN" TO WS-CL-LABEL
           MOVE WS-PRECHAIN-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CHAINED LINES" TO WS-CL-LABEL
           MOVE WS-CHAINED-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "BROKEN LINKS" TO WS-CL-LABEL
           MOVE WS-BREAK-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "MISSING ENTRY NUMBERS" TO WS-CL-LABEL
           MOVE WS-MISSING-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ENTRIES OUT OF SEQUENCE" TO WS-CL-LABEL
           MOVE WS-SEQUENCE-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CONTROL FILE DISAGREEMENTS" TO WS-CL-LABEL
           MOVE WS-TAIL-COUNT TO WS-CL-COUNT
           WRITE VERIFY-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD
           IF WS-FIRST-BREAK-SEEN
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING "FIRST BROKEN LINK AT ENTRY " WS-FIRST-BREAK-ID
                      " (" WS-FIRST-BREAK-TS ") IN "
                      WS-FIRST-BREAK-SOURCE
                      DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF
           IF WS-BREAK-COUNT = ZERO AND WS-MISSING-COUNT = ZERO
                   AND WS-SEQUENCE-COUNT = ZERO
                   AND WS-TAIL-COUNT = ZERO
               MOVE "AUDIT TRAIL VERIFIED" TO VERIFY-REPORT-RECORD
           ELSE
               MOVE "*** AUDIT TRAIL FAILED VERIFICATION ***"
                   TO VERIFY-REPORT-RECORD
           END-IF
           WRITE VERIFY-REPORT-RECORD.
      * Counts, the first broken link, then the verdict.
