       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-CONVERT.
       AUTHOR. Keith Floyd.
       DATE-WRITTEN. 2026-10-15.
      * One-time conversion of the indexed operator master to the
      * widened record. OPERMAST.DAT from before approval limits
      * holds 39-byte records - ID, name, status - and every program
      * that signs on now expects the limit on the end; an indexed
      * file opened under the wrong record length refuses with file
      * status 39, so nobody could sign on to anything. This job
      * reads the old records, rewrites them under the new layout
      * with a zero limit (every posting over zero waits for a
      * second operator until OPER-MAINT sets a real limit - the
      * safe default, not the convenient one), and swaps the files,
      * keeping the original under a dated name, the way
      * ARCH-CONVERT does the archive. Run it once, before the first
      * sign-on under the new layout.
      * The master has been widened a second time - the operator's
      * role rides on the end of the record - so the job recognises
      * either earlier layout by which one the file opens under and
      * brings each straight to the current one, limits carried
      * across where the file had them. Roles are least privilege:
      * the operator running the conversion (COBOL-CALC-OPERATOR,
      * who must be active on the old master) comes out as the
      * operations administrator, everyone else as a clerk, and
      * OPER-MAINT raises the rest by hand. A default role
      * authority table is written alongside when there is none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OPER-ID
               FILE STATUS IS WS-OLD-OPER-STATUS.
           SELECT LIM-OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-OPER-ID
               FILE STATUS IS WS-LIM-OPER-STATUS.
           SELECT NEW-OPER-FILE ASSIGN TO "OPERMAST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-NEW-OPER-STATUS.
           SELECT LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
      * The new master is built beside the old one and only swapped
      * in once every operator converted - an abend mid-conversion
      * leaves the live master untouched and a leftover .NEW file
      * that stops a rerun until somebody looks.
           SELECT ROLE-AUTH-FILE ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROLE-AUTH-STATUS.
           SELECT DENIAL-FILE ASSIGN TO "ACCDENY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENIAL-FILE-STATUS.
      * The role authority table is only written here, and only
      * when there is none; a converting operator the old master
      * does not know is logged to the denial log like any refused
      * sign-on.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-OPER-FILE.
       01  OLD-OPER-RECORD.
           05 OLD-OPER-ID         PIC X(8).
           05 OLD-OPER-NAME       PIC X(30).
           05 OLD-OPER-STATUS     PIC X.
               88 OLD-OPER-ACTIVE VALUE "A".
      * The OPER-RECORD layout as OPER-MAINT wrote it before approval
      * limits - ID, name, status flag, nothing else.

       FD  LIM-OPER-FILE.
       01  LIM-OPER-RECORD.
           05 LIM-OPER-ID         PIC X(8).
           05 LIM-OPER-NAME       PIC X(30).
           05 LIM-OPER-STATUS     PIC X.
               88 LIM-OPER-ACTIVE VALUE "A".
           05 LIM-OPER-APPROVAL-LIMIT PIC 9(8)V99.
      * The OPER-RECORD layout with approval limits but before
      * roles.

       FD  NEW-OPER-FILE.
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
      * Mirror of the OPER-RECORD layout OPER-MAINT owns now - any
      * change there must be carried here.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LOCK-STATUS         PIC X.
               88 LOCK-ACTIVE   VALUE "A".
               88 LOCK-RELEASED VALUE "R".
           05 LOCK-TIMESTAMP      PIC X(14).
      * The calculator's run lock, read-only here - a posting run
      * signed on against the old master must not have it swapped
      * out from under it.

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
       01 WS-OLD-OPER-STATUS  PIC XX.
       01 WS-LIM-OPER-STATUS  PIC XX.
       01 WS-NEW-OPER-STATUS  PIC XX.
       01 WS-LOCK-FILE-STATUS PIC XX.
       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-EOF-SW PIC X VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01 WS-SOURCE-LAYOUT PIC X VALUE SPACE.
           88 WS-SOURCE-ORIGINAL VALUE "O".
           88 WS-SOURCE-LIMITS   VALUE "L".
      * Which earlier layout the live master opened under - decides
      * which file connector the conversion walks.

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-TIME PIC X(6).
       01 WS-CONVERTED-COUNT PIC 9(8) VALUE ZERO.

       01 WS-CNV-ID     PIC X(8).
       01 WS-CNV-NAME   PIC X(30).
       01 WS-CNV-STATUS PIC X.
       01 WS-CNV-LIMIT  PIC 9(8)V99.
      * One operator off whichever old layout is being walked,
      * before it is written under the new one.

       01 WS-OLD-NAME PIC X(30).
       01 WS-NEW-NAME PIC X(30).
       01 WS-RENAME-STATUS PIC S9(9) COMP-5.
      * CBL_RENAME_FILE does the final swap - the converted file
      * only takes the live name after the original is safely moved
      * aside under a dated name.

       01 WS-OPERATOR       PIC X(8).
       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "OPER-CONVERT".
       01 WS-SIGNON-SW PIC X VALUE "N".
           88 WS-SIGNED-ON VALUE "Y".
       01 WS-SIGNON-ATTEMPTS     PIC 9(2) VALUE ZERO.
       01 WS-SIGNON-MAX-ATTEMPTS PIC 9(2) VALUE 5.
       01 WS-AUTH-MODE   PIC X.
       01 WS-DENY-REASON PIC X(30).
       01 WS-DENY-DATE   PIC X(8).
       01 WS-DENY-TIME   PIC X(6).
      * There are no roles to check yet - the converting operator
      * signs on against the old master, and a refusal is logged to
      * ACCDENY.DAT the way every other program logs one.

       01 WS-SEED-LINE  PIC X(18).
       01 WS-SEED-COUNT PIC 9(4) VALUE ZERO.
      * One default grant at a time, laid out exactly as a
      * ROLE-AUTH-RECORD - role, program, mode.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-RECORDS
           PERFORM 3000-SWAP-FILES
           PERFORM 4000-SEED-ROLE-AUTHORITY
           DISPLAY "Operator master conversion complete - "
               WS-CONVERTED-COUNT " operator(s) rewritten under the "
               "widened layout, " WS-OPERATOR " as operations "
               "administrator"
           STOP RUN.
      * Main line - prove the preconditions, convert, swap, seed the
      * grants. Run once; a second run finds the already-converted
      * master matches neither old layout and stops without
      * touching it.

       1000-INITIALIZE.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-ACTIVE
                           DISPLAY "Run lock CALCLOCK.DAT is held "
                               "(taken " LOCK-TIMESTAMP ") - "
                               "convert the operator master only "
                               "while nothing is posting. Refusing "
                               "to start."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           OPEN INPUT NEW-OPER-FILE
           IF WS-NEW-OPER-STATUS = "00"
               CLOSE NEW-OPER-FILE
               DISPLAY "Work file OPERMAST.NEW left behind by a "
                   "conversion that did not complete - investigate "
                   "before rerunning. Abending."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-OPER-FILE
           EVALUATE WS-OLD-OPER-STATUS
               WHEN "00"
                   SET WS-SOURCE-ORIGINAL TO TRUE
               WHEN "35"
                   DISPLAY "No operator master on file - nothing to "
                       "convert"
                   STOP RUN
               WHEN "39"
                   PERFORM 1100-OPEN-LIMIT-MASTER
               WHEN OTHER
                   DISPLAY "Unable to open operator master "
                       "OPERMAST.DAT - file status "
                       WS-OLD-OPER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM 1010-OPERATOR-SIGN-ON
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT NEW-OPER-FILE
           IF WS-NEW-OPER-STATUS NOT = "00"
               DISPLAY "Unable to create work file OPERMAST.NEW "
                   "- file status " WS-NEW-OPER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * A held run lock, a leftover work file, a master that is not
      * in an old layout, or a converting operator the master does
      * not know each stop the job before a byte moves. Status 39
      * under the original layout sends the job on to try the
      * limits one; 39 under both is the already-converted case.

       1010-OPERATOR-SIGN-ON.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "COBOL-CALC-OPERATOR"
           MOVE "N" TO WS-SIGNON-SW
           MOVE ZERO TO WS-SIGNON-ATTEMPTS
           PERFORM UNTIL WS-SIGNED-ON
                   OR WS-SIGNON-ATTEMPTS >= WS-SIGNON-MAX-ATTEMPTS
               IF WS-OPERATOR NOT = SPACES
                   PERFORM 1020-READ-OLD-OPERATOR
               END-IF
               IF NOT WS-SIGNED-ON
                   DISPLAY "Operator ID: "
                   ACCEPT WS-OPERATOR
                   ADD 1 TO WS-SIGNON-ATTEMPTS
               END-IF
           END-PERFORM
           IF NOT WS-SIGNED-ON
               IF WS-SOURCE-LIMITS
                   CLOSE LIM-OPER-FILE
               ELSE
                   CLOSE OLD-OPER-FILE
               END-IF
               MOVE SPACE TO WS-OPER-ROLE
               MOVE "R" TO WS-AUTH-MODE
               MOVE "SIGN-ON FAILED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "No valid operator sign-on after "
                   WS-SIGNON-MAX-ATTEMPTS " attempts - the converting "
                   "operator must be active on the master being "
                   "converted. Nothing done."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "A" TO WS-OPER-ROLE
           DISPLAY "Operator " WS-OPERATOR " signed on to convert".
      * The same bounded sign-on every program runs, against
      * whichever old layout the master is in. Whoever converts is
      * the one operator certain to need the operator master
      * afterwards, so that operator, and only that one, is made
      * an operations administrator.

       1020-READ-OLD-OPERATOR.
           IF WS-SOURCE-LIMITS
               MOVE WS-OPERATOR TO LIM-OPER-ID
               READ LIM-OPER-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-OPERATOR
                           " is not on the operator master"
                   NOT INVALID KEY
                       IF LIM-OPER-ACTIVE
                           SET WS-SIGNED-ON TO TRUE
                       ELSE
                           DISPLAY "Operator " WS-OPERATOR
                               " is deactivated"
                       END-IF
               END-READ
           ELSE
               MOVE WS-OPERATOR TO OLD-OPER-ID
               READ OLD-OPER-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-OPERATOR
                           " is not on the operator master"
                   NOT INVALID KEY
                       IF OLD-OPER-ACTIVE
                           SET WS-SIGNED-ON TO TRUE
                       ELSE
                           DISPLAY "Operator " WS-OPERATOR
                               " is deactivated"
                       END-IF
               END-READ
           END-IF.

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

       1100-OPEN-LIMIT-MASTER.
           OPEN INPUT LIM-OPER-FILE
           EVALUATE WS-LIM-OPER-STATUS
               WHEN "00"
                   SET WS-SOURCE-LIMITS TO TRUE
               WHEN "39"
                   DISPLAY "OPERMAST.DAT matches neither earlier "
                       "layout - it was already converted, or is "
                       "not this system's operator master. Nothing "
                       "done."
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Unable to open operator master "
                       "OPERMAST.DAT - file status "
                       WS-LIM-OPER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-CONVERT-RECORDS.
           IF WS-SOURCE-LIMITS
               PERFORM 2020-CONVERT-LIMIT-RECORDS
           ELSE
               PERFORM 2010-CONVERT-ORIGINAL-RECORDS
           END-IF
           CLOSE NEW-OPER-FILE.
      * Key-order walk of the whole old master - deactivated
      * operators convert too, so old audit lines still resolve.

       2010-CONVERT-ORIGINAL-RECORDS.
           MOVE LOW-VALUES TO OLD-OPER-ID
           START OLD-OPER-FILE KEY >= OLD-OPER-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ OLD-OPER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE OLD-OPER-ID TO WS-CNV-ID
                       MOVE OLD-OPER-NAME TO WS-CNV-NAME
                       MOVE OLD-OPER-STATUS TO WS-CNV-STATUS
                       MOVE ZERO TO WS-CNV-LIMIT
                       PERFORM 2100-WRITE-NEW-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           CLOSE OLD-OPER-FILE.

       2020-CONVERT-LIMIT-RECORDS.
           MOVE LOW-VALUES TO LIM-OPER-ID
           START LIM-OPER-FILE KEY >= LIM-OPER-ID
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ LIM-OPER-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE LIM-OPER-ID TO WS-CNV-ID
                       MOVE LIM-OPER-NAME TO WS-CNV-NAME
                       MOVE LIM-OPER-STATUS TO WS-CNV-STATUS
                       IF LIM-OPER-APPROVAL-LIMIT IS NUMERIC
                           MOVE LIM-OPER-APPROVAL-LIMIT
                               TO WS-CNV-LIMIT
                       ELSE
                           MOVE ZERO TO WS-CNV-LIMIT
                       END-IF
                       PERFORM 2100-WRITE-NEW-RECORD
               END-READ
           END-PERFORM
           MOVE "N" TO WS-EOF-SW
           CLOSE LIM-OPER-FILE.
      * A limit that is not numeric converts to zero, the same
      * answer the calculator's sign-on gives it.

       2100-WRITE-NEW-RECORD.
           MOVE SPACES TO OPER-RECORD
           MOVE WS-CNV-ID TO OPER-ID
           MOVE WS-CNV-NAME TO OPER-NAME
           MOVE WS-CNV-STATUS TO OPER-STATUS
           MOVE WS-CNV-LIMIT TO OPER-APPROVAL-LIMIT
           IF WS-CNV-ID = WS-OPERATOR
               SET OPER-ROLE-OPS-ADMIN TO TRUE
           ELSE
               SET OPER-ROLE-CLERK TO TRUE
           END-IF
           WRITE OPER-RECORD
               INVALID KEY
                   DISPLAY "Unable to write converted operator "
                       WS-CNV-ID " - file status "
                       WS-NEW-OPER-STATUS " - abending, the live "
                       "master is untouched"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CONVERTED-COUNT.

       3000-SWAP-FILES.
           MOVE "OPERMAST.DAT" TO WS-OLD-NAME
           MOVE SPACES TO WS-NEW-NAME
           STRING "OPERMAST.PRE." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-NEW-NAME
           CALL "CBL_RENAME_FILE"
               USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "Unable to set the old master aside as "
                   WS-NEW-NAME " - status " WS-RENAME-STATUS
                   " - live master unchanged, converted copy "
                   "left as OPERMAST.NEW"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Old operator master kept as " WS-NEW-NAME
           MOVE "OPERMAST.NEW" TO WS-OLD-NAME
           MOVE "OPERMAST.DAT" TO WS-NEW-NAME
           CALL "CBL_RENAME_FILE"
               USING WS-OLD-NAME WS-NEW-NAME
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = ZERO
               DISPLAY "Old master was set aside but OPERMAST.NEW "
                   "could not take the live name - status "
                   WS-RENAME-STATUS " - rename it to OPERMAST.DAT by "
                   "hand before anyone signs on"
               MOVE 8 TO RETURN-CODE
           END-IF.
      * The original is never deleted, only set aside dated.

       4000-SEED-ROLE-AUTHORITY.
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
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A COBOL-CALC     B" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A COBOL-CALC     R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A GL-LEDGER      P" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A CALC-SUSPENSE  *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A AUDIT-ARCHIVE  *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A AUDIT-VERIFY   R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A OPER-MAINT     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A ARCH-CONVERT   R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A CALC-INTAKE    *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "A CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S COBOL-CALC     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-APPROVE   *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-SUSPENSE  *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S SORD-MAINT     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S ALLOC-MAINT    L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S ACCT-MAINT     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-INTAKE    *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "S CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F GL-LEDGER      *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F BUDG-MAINT     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F BUDG-VARIANCE  R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F ALLOC-MAINT    *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F RATE-MAINT     *" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F CALC-RECON     R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F AUDIT-VERIFY   R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F CALC-INTEGRITY R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F CALC-STATEMENT R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "F ACCT-MAINT     L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     I" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     B" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C COBOL-CALC     R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C CALC-SUSPENSE  A" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C AUDIT-INQUIRY  R" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C SORD-MAINT     L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C ACCT-MAINT     L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C RATE-MAINT     L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C BUDG-MAINT     L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C ALLOC-MAINT    L" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
                   MOVE "C CALC-INTAKE    B" TO WS-SEED-LINE
                   PERFORM 4100-WRITE-SEED-LINE
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

       4100-WRITE-SEED-LINE.
           WRITE ROLE-AUTH-RECORD FROM WS-SEED-LINE
           ADD 1 TO WS-SEED-COUNT.
