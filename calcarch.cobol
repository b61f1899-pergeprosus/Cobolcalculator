           SELECT LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT ANCHOR-FILE ASSIGN TO "CHAINANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-FILE-STATUS.
      * AUDITARCH.DAT is the indexed archive - key is the audit
      * timestamp plus a tie-breaking sequence so several
      * calculations inside the same second keep distinct keys.
      * posted-through position in the live extract - rolling the
      * extract makes that position meaningless, and this job owns
      * the roll, so it resets the mark in the same breath.
      * CHAINANC.DAT is the audit chain's anchor - the last record
      * the retention purge removed, so the oldest record still
      * archived can be proven against the one that went before it.
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
      * Mirror of the AUDIT-RECORD layout in COBOL-CALC.

       FD  WORK-FILE.
           05 WRK-CURRENCY        PIC X(3).
           05 FILLER              PIC X.
           05 WRK-ACCOUNT         PIC X(6).
           05 FILLER              PIC X.
           05 WRK-APPROVER        PIC X(8).
           05 FILLER              PIC X.
           05 WRK-CHAIN-CHECK     PIC 9(9).
      * The log is renamed to this staging name BEFORE it is loaded
      * into the archive. The calculator immediately starts a fresh
      * AUDITLOG.DAT, and a rerun of this job after any failure
                                  PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 ARCH-CURRENCY       PIC X(3).
           05 ARCH-ACCOUNT        PIC X(6).
           05 ARCH-APPROVER       PIC X(8).
           05 ARCH-CHAIN-CHECK    PIC 9(9).
      * One archive record per audit line, fetchable by timestamp
      * range instead of scanning a flat file from the top. The
      * entry number and reversal link ride along so an archived
      * entry can still be read together with its reversal; lines
      * from before entry numbering archive as zeroes there. The
      * approving operator of a dual-control posting is archived
      * beside the keying one, blank on everything else. The audit
      * chain check is carried over exactly as the line bore it, so
      * the chain runs on unbroken from the archive into the live
      * log; lines from before the chain archive with zero there.

       FD  POSTED-MARK-FILE.
       01  POSTED-MARK-RECORD.
      * from under the calculator's open handles and strand its
      * appends inside a rolled generation.

       FD  ANCHOR-FILE.
       01  ANCHOR-RECORD.
           05 ANC-ENTRY-ID        PIC 9(8).
           05 FILLER              PIC X.
           05 ANC-TIMESTAMP       PIC X(14).
           05 FILLER              PIC X.
           05 ANC-CHAIN-CHECK     PIC 9(9).
           05 FILLER              PIC X.
           05 ANC-PURGED-DATE     PIC X(8).
      * One line, rewritten by every purge that removes numbered
      * records: the entry number, timestamp and chain check of the
      * last record purged, and the date it went. AUDIT-VERIFY
      * starts the chain from this check value and the entry
      * numbering from this entry instead of from scratch, so the
      * purge itself never reads as tampering - and quietly
      * deleting the oldest archived records still does. The check
      * is zero if the last record purged predates the chain.

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
       01 WS-ANCHOR-FILE-STATUS     PIC XX.
       01 WS-AUDIT-FILE-STATUS      PIC XX.
       01 WS-WORK-FILE-STATUS       PIC XX.
       01 WS-GL-FILE-STATUS         PIC XX.
       01 WS-PURGED-RECS    PIC 9(8) VALUE ZERO.
       01 WS-PURGED-GENS    PIC 9(4) VALUE ZERO.
       01 WS-NEXT-SEQ       PIC 9(6) VALUE 1.
       01 WS-ANCHOR-ENTRY-ID PIC 9(8) VALUE ZERO.
       01 WS-ANCHOR-TIMESTAMP PIC X(14).
       01 WS-ANCHOR-CHECK    PIC 9(9) VALUE ZERO.
       01 WS-GL-GEN-NAME PIC X(24).
       01 WS-GL-ROLLED-SW PIC X VALUE "N".
           88 WS-GL-ROLLED VALUE "Y".
      * The generation control file is small - read it whole, drop
      * the purged entries, write it back.

       01 WS-OPER-FILE-STATUS   PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "AUDIT-ARCHIVE".
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
           PERFORM 2000-ARCHIVE-CURRENT-LOG
           MOVE "P" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF WS-AUTHORIZED
               PERFORM 3000-PURGE-RETENTION
           ELSE
               DISPLAY "Retention purge skipped - run it under an "
                   "operator whose role is granted the purge"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Audit archive complete - " WS-ARCHIVED-COUNT
               " record(s) archived, " WS-PURGED-RECS
               " record(s) and " WS-PURGED-GENS
           STOP RUN.
      * Main line - roll the current log into the archive, then
      * enforce retention, then account for it all on one line.
      * Rolling the log (mode A) and purging past retention (mode P)
      * are granted separately: an operator allowed the daily roll
      * but not the purge still gets the roll, with the skipped
      * purge logged as a denial and RETURN-CODE 4 for a look.

       1000-INITIALIZE.
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE "A" TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
      * day, seven years back - plenty precise for a retention
      * policy measured in years.

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

       2000-ARCHIVE-CURRENT-LOG.
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS = "00"
               DISPLAY "Indexed archive AUDITARCH.DAT created"
           END-IF
           IF WS-ARCHIVE-FILE-STATUS = "39"
               DISPLAY "Archive AUDITARCH.DAT is still in an "
                   "earlier record layout - run ARCH-CONVERT "
                   "once to convert it, then rerun this job"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-CURRENCY TO ARCH-CURRENCY
           MOVE WRK-ACCOUNT TO ARCH-ACCOUNT
           MOVE WRK-APPROVER TO ARCH-APPROVER
           IF WRK-CHAIN-CHECK IS NUMERIC
               MOVE WRK-CHAIN-CHECK TO ARCH-CHAIN-CHECK
           ELSE
               MOVE ZERO TO ARCH-CHAIN-CHECK
           END-IF
           MOVE "N" TO WS-WRITE-SW
           PERFORM UNTIL WS-WRITE-DONE
               WRITE ARCH-RECORD
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF ARCH-TIMESTAMP (1:8) < WS-CUTOFF-DATE
                           IF ARCH-ENTRY-ID NOT = ZERO
                                   OR ARCH-CHAIN-CHECK NOT = ZERO
                               MOVE ARCH-ENTRY-ID
                                   TO WS-ANCHOR-ENTRY-ID
                               MOVE ARCH-TIMESTAMP
                                   TO WS-ANCHOR-TIMESTAMP
                               MOVE ARCH-CHAIN-CHECK
                                   TO WS-ANCHOR-CHECK
                           END-IF
                           DELETE ARCHIVE-FILE RECORD
                           ADD 1 TO WS-PURGED-RECS
                       ELSE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           MOVE "N" TO WS-EOF-SW
           IF WS-ANCHOR-ENTRY-ID NOT = ZERO
                   OR WS-ANCHOR-CHECK NOT = ZERO
               PERFORM 3500-WRITE-CHAIN-ANCHOR
           END-IF.
      * The key leads with the timestamp, so everything past
      * retention sits at the front of the archive in key order -
      * the walk stops at the first record young enough to keep.
      * The last numbered or chained record deleted becomes the new
      * anchor; a purge of nothing but pre-numbering records leaves
      * the anchor alone.

       3500-WRITE-CHAIN-ANCHOR.
           OPEN OUTPUT ANCHOR-FILE
           IF WS-ANCHOR-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write audit chain anchor "
                   "CHAINANC.DAT - file status "
                   WS-ANCHOR-FILE-STATUS " - AUDIT-VERIFY will "
                   "report a break at the oldest archived record "
                   "until it is set: entry " WS-ANCHOR-ENTRY-ID
                   " check " WS-ANCHOR-CHECK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ANCHOR-RECORD
               MOVE WS-ANCHOR-ENTRY-ID TO ANC-ENTRY-ID
               MOVE WS-ANCHOR-TIMESTAMP TO ANC-TIMESTAMP
               MOVE WS-ANCHOR-CHECK TO ANC-CHAIN-CHECK
               MOVE WS-RUN-DATE TO ANC-PURGED-DATE
               WRITE ANCHOR-RECORD
               CLOSE ANCHOR-FILE
               DISPLAY "Audit chain anchored at entry "
                   WS-ANCHOR-ENTRY-ID " (" WS-ANCHOR-TIMESTAMP ")"
           END-IF.
      * Written after the deletes, because only the walk knows
      * which record went last. A failure is RETURN-CODE 8 with the
      * values on the console, so the anchor can be put right by
      * hand before the verification job is next believed.
