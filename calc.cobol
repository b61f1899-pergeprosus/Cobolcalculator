           SELECT BUS-DATE-FILE ASSIGN TO "CALCBDAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CALCHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ALLOC-FILE ASSIGN TO "ALLOCMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALLOC-CODE
               FILE STATUS IS WS-ALLOC-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      * before anything else happens, and the operator ID is stamped
      * on every audit line, reject record, and run-history entry -
      * the auditors flagged that nothing here recorded who ran what.
      * Pending-approval file - a calculation whose Result is over
      * the signed-on operator's approval limit is appended here
      * instead of posting, and waits for a second operator to
      * approve or decline it in CALC-APPROVE.
      * Allocation master - maintained by ALLOC-MAINT, read straight
      * through at initialization of a posting run the way the
      * account master is, so an 'A' transaction can be split
      * across its target accounts without a file read per leg.
      * Account master - maintained by ACCT-MAINT, read straight
      * through here at initialization into a lookup table. Every
      * transaction now carries a cost-center account code that must
      * appended to a persistent audit trail, the batch can restart
      * from a checkpoint instead of starting over after an abend, and
      * a fixed-width extract is appended for the downstream GL feed.
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
               88 TRANS-RATE-REC    VALUE "R".
               88 TRANS-CHAINED-RATE-REC VALUE "S".
               88 TRANS-REVERSAL-REC VALUE "V".
               88 TRANS-ALLOC-REC   VALUE "A".
               88 TRANS-TRAILER-REC VALUE "T".
           05 TRANS-ACCOUNT       PIC X(6).
           05 TRANS-NUM1          PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 TREV-REC-TYPE       PIC X.
           05 TREV-ACCOUNT        PIC X(6).
           05 TREV-ORIG-ENTRY     PIC 9(8).
       01  TRANS-ALLOC-RECORD.
           05 TALLOC-REC-TYPE     PIC X.
           05 TALLOC-CODE         PIC X(6).
           05 TALLOC-AMOUNT       PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X(10).
           05 TALLOC-CURRENCY     PIC X(3).
       01  TRANS-TRAILER-RECORD.
           05 TTRL-REC-TYPE       PIC X.
           05 TTRL-RECORD-COUNT   PIC 9(8).
      * operate on the base-currency running Result, so a currency
      * code on a 'C' or 'S' record rejects ('CU') rather than
      * guessing what the department meant.
      * An 'A' record is a shared charge - it names an allocation
      * code from ALLOCMAST.DAT where a 'D' names an account, and
      * the amount to split where a 'D' carries Num1. It expands
      * into one 'P' posting per target account of the rule (the
      * amount times that target's share), each with its own audit
      * line and GL extract line, and the rule's rounding account
      * takes whatever cent the per-leg rounding leaves over, so the
      * legs always add back to the amount submitted. The legs post
      * together or not at all: an unknown or closed rule rejects
      * ('AL'), a leg coded to an unknown or closed account rejects
      * the whole record ('AC'), and an amount over the operator's
      * approval limit rejects it whole ('AH') for an operator whose
      * limit covers it to resubmit - a split is never half-posted
      * and half-held. Allocations post in base currency, so a
      * currency code on an 'A' record rejects ('CU').

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05 AUDIT-CURRENCY      PIC X(3).
           05 FILLER              PIC X.
           05 AUDIT-ACCOUNT       PIC X(6).
           05 FILLER              PIC X.
           05 AUDIT-APPROVER      PIC X(8).
           05 FILLER              PIC X.
           05 AUDIT-CHAIN-CHECK   PIC 9(9).
      * Audit trail - one line per calculation, appended, never
      * overwritten, so there is a record to check a disputed figure
      * against instead of trusting someone's memory of what they typed.
      * posted to, not just an account somebody keyed. Lines
      * written before these fields existed read in with spaces
      * there; everything that touches the numeric ones tests
      * NUMERIC first. A line posted through dual control carries
      * the approving operator after the account - the keying
      * operator stays in AUDIT-OPERATOR - and every line this
      * program writes leaves it blank, because anything that
      * needed a second signature never reaches the log from here.
      * The chain check on the end makes the log tamper-evident:
      * each line's value is computed over the line's own fields
      * and the check value of the line before it (see 5200), so
      * editing, dropping or inserting a line anywhere breaks every
      * link after it, and AUDIT-VERIFY finds the first one broken.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
               10 CHECKPOINT-REV-REJ-COUNT  PIC 9(8).
               10 CHECKPOINT-CURR-REJ-COUNT PIC 9(8).
               10 CHECKPOINT-STANDING-COUNT PIC 9(8).
               10 CHECKPOINT-HOLD-COUNT     PIC 9(8).
               10 CHECKPOINT-ALLOC-COUNT    PIC 9(8).
               10 CHECKPOINT-ALLOC-REJ-COUNT PIC 9(8).
               10 CHECKPOINT-DUP-REJ-COUNT  PIC 9(8).
               10 CHECKPOINT-DUP-OVR-COUNT  PIC 9(8).
           05 CHECKPOINT-RUNNING-RESULT
                                  PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 CHECKPOINT-MODE     PIC X.
      * zero, OV overflow, CH chained operand too large, AC unknown
      * or closed account, RC no rate in force, RV reversal of a
      * missing or already-reversed entry, CU currency with no rate
      * in force or not allowed, AD declined at dual-control
      * approval - written by CALC-APPROVE, never by this program,
      * AL allocation code unknown, closed or not totalling 100%, AH
      * allocation over the operator's approval limit, DP suspected
      * duplicate of a recent posting), and the original record
      * image - so a failed batch can be repaired and resubmitted
      * the same day instead of hunting through TRANSIN.DAT the next
      * morning. The signed-on operator rides at the end so a reject
           05 RSUB-REASON         PIC X(2).
           05 RSUB-TRANS-DATA.
               10 RSUB-REC-TYPE   PIC X.
                   88 RSUB-DETAIL-REC  VALUE "D".
                   88 RSUB-CHAINED-REC VALUE "C".
                   88 RSUB-CLEAR-REC   VALUE "Z".
                   88 RSUB-RATE-REC    VALUE "R".
                   88 RSUB-CHAINED-RATE-REC VALUE "S".
                   88 RSUB-REVERSAL-REC VALUE "V".
                   88 RSUB-ALLOC-REC    VALUE "A".
               10 RSUB-ACCOUNT    PIC X(6).
               10 RSUB-NUM1       PIC S9(6)V99 SIGN LEADING SEPARATE.
               10 RSUB-REV-FIELDS REDEFINES RSUB-NUM1.
                   15 FILLER      PIC X(2).
               10 RSUB-OPER       PIC X.
               10 RSUB-CURRENCY   PIC X(3).
           05 RSUB-OPERATOR       PIC X(8).
           05 RSUB-DUP-OVERRIDE   PIC X.
               88 RSUB-DUP-OVERRIDDEN VALUE "Y".
      * Resubmit input - a repaired copy of the reject file, same
      * layout, read back through the normal calculation path. The
      * sequence and reason fields ride along from the reject file
      * and are ignored; only the corrected record image matters.
      * The one byte past the reject layout is the duplicate
      * override: a 'Y' keyed there by the repair clerk says this
      * 'D' or 'R' really is a second, genuine posting and lets it
      * through the duplicate check. The reject file never writes
      * it, so an override has to be a deliberate act every time.

       FD  LOCK-FILE.
       01  LOCK-RECORD.
               10 HIST-REV-REJ-COUNT  PIC 9(8).
               10 HIST-CURR-REJ-COUNT PIC 9(8).
               10 HIST-STANDING-COUNT PIC 9(8).
               10 HIST-HOLD-COUNT     PIC 9(8).
               10 HIST-ALLOC-COUNT    PIC 9(8).
               10 HIST-ALLOC-REJ-COUNT PIC 9(8).
               10 HIST-DUP-REJ-COUNT  PIC 9(8).
               10 HIST-DUP-OVR-COUNT  PIC 9(8).
           05 HIST-OPERATOR       PIC X(8).
      * One line appended per run: when it ran, which mode (B, I or
      * R, folded to upper case), how many input records it consumed,
           05 SORD-OPER           PIC X.
           05 SORD-FREQ           PIC X.
           05 SORD-DAY            PIC 9(2).
           05 SORD-ALLOC-CODE     PIC X(6).
      * Standing-order template - the dozen calculations the
      * departments used to key by hand every single day. A rate
      * code names a coded percentage (operator and Num2 ignored);
      * Frequency D fires every batch business date, W on the
      * matching day of week (1=Monday .. 7=Sunday), M on the
      * matching day of month - or the month's last day when the
      * template names a day the month does not have. A template
      * naming an allocation code generates an 'A' item instead -
      * Num1 is the amount to split and the account, rate, operator
      * and Num2 are unused. Templates written before the field
      * existed read in with spaces there and post as they always
      * have. SORD-MAINT owns the file; this program only reads it.

       FD  CURR-RATE-FILE.
       01  CURR-RATE-RECORD.
       FD  ENTRY-SEQ-FILE.
       01  ENTRY-SEQ-RECORD.
           05 ESEQ-NEXT-ID        PIC 9(8).
           05 ESEQ-LAST-CHECK     PIC 9(9).
      * The next audit entry number to assign. Kept in its own
      * control file rather than derived from the log, because the
      * archive job rolls the log away and entry numbers must never
      * repeat - a reversal naming entry 1234 has to mean one thing
      * forever. Rewritten after every audit line, the same
      * every-record discipline the checkpoint defaults to. The
      * chain check of the last audit line written rides beside it,
      * so the chain carries on from wherever the log was when the
      * archive job rolled it away - the next line links to the last
      * one archived, not to an empty file. A control file from
      * before the chain reads spaces there and the chain starts
      * from zero.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
      * blank department groups under the unassigned line of the
      * department recap.

       FD  ALLOC-FILE.
       01  ALLOC-RECORD.
           05 ALLOC-CODE          PIC X(6).
           05 ALLOC-DESC          PIC X(30).
           05 ALLOC-STATUS        PIC X.
           05 ALLOC-ROUND-ACCOUNT PIC X(6).
           05 ALLOC-CHANGED-BY    PIC X(8).
           05 ALLOC-CHANGED-TS    PIC X(14).
           05 ALLOC-TARGET-COUNT  PIC 9(2).
           05 ALLOC-TARGET OCCURS 12 TIMES.
               10 ALLOC-TGT-ACCOUNT PIC X(6).
               10 ALLOC-TGT-PCT     PIC 9(3)V99.
      * Allocation rule - code, description, an A(ctive) or
      * C(losed) flag, the target that takes the rounding cent, who
      * last changed it, and up to twelve target accounts with their
      * percentage shares. ALLOC-MAINT owns the file and refuses any
      * rule whose shares do not total 100.00; this program only
      * reads it.

       FD  OPER-FILE.
       01  OPER-RECORD.
           05 OPER-ID             PIC X(8).
           05 OPER-STATUS         PIC X.
               88 OPER-ACTIVE      VALUE "A".
               88 OPER-DEACTIVATED VALUE "D".
           05 OPER-APPROVAL-LIMIT PIC 9(8)V99.
           05 OPER-ROLE           PIC X.
               88 OPER-ROLE-CLERK      VALUE "C".
               88 OPER-ROLE-SUPERVISOR VALUE "S".
               88 OPER-ROLE-FINANCE    VALUE "F".
               88 OPER-ROLE-OPS-ADMIN  VALUE "A".
      * Operator master record - ID, name, an A(ctive) or
      * D(eactivated) flag, the largest Result (either sign) the
      * operator may post without a second signature, and the role
      * whose grants in ROLEAUTH.DAT say what the operator may run.
      * OPER-MAINT owns the file; this program only reads it at
      * sign-on.

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
      * One line per held calculation - everything the audit and GL
      * writes would have carried (the figures as calculated, the
      * reversal link, the submitted amount and currency, the
      * account), who keyed it and when, and the record's position
      * and image in its input file so a decline can go to the
      * reject stream exactly as a failed transaction would.
      * CALC-APPROVE owns the decision fields and rewrites the file
      * whole; this program only appends Pending lines.

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
       01 Num1 PIC S9(6)V99.

       01 WS-REJECT-REASON PIC X(2).
           88 WS-CALC-REJECTED VALUE "IO" "DZ" "OV" "CH" "AC" "RC"
               "RV" "CU" "AL" "AH" "DP".
       01 WS-REJECT-SEQ PIC 9(8) VALUE ZERO.
       01 WS-REJECT-DATA PIC X(29).
       01 WS-REJECT-WRITTEN PIC 9(8) VALUE ZERO.
           05 WS-REV-REJ-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-CURR-REJ-COUNT   PIC 9(8) VALUE ZERO.
           05 WS-STANDING-COUNT   PIC 9(8) VALUE ZERO.
           05 WS-HOLD-COUNT       PIC 9(8) VALUE ZERO.
           05 WS-ALLOC-COUNT      PIC 9(8) VALUE ZERO.
           05 WS-ALLOC-REJ-COUNT  PIC 9(8) VALUE ZERO.
           05 WS-DUP-REJ-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-DUP-OVR-COUNT    PIC 9(8) VALUE ZERO.
      * Counters feed the end-of-job summary report. WS-CHAIN-COUNT
      * is chained transactions skipped because the running Result
      * was too large to serve as an operand; WS-ACCT-REJ-COUNT is
      * WS-RATE-REJ-COUNT is rate transactions naming a code with no
      * rate in force on the business date; WS-REV-COUNT is
      * reversals posted and WS-REV-REJ-COUNT reversals refused
      * because the named entry was missing or already reversed;
      * WS-HOLD-COUNT is calculations held for dual-control
      * approval instead of posting; WS-ALLOC-COUNT is allocations
      * split and posted and WS-ALLOC-REJ-COUNT allocations refused
      * for a bad rule or an amount over the approval limit (a bad
      * leg account counts as an account rejection);
      * WS-DUP-REJ-COUNT is suspected duplicates rejected and
      * WS-DUP-OVR-COUNT suspects a resubmit override let through.

       01 WS-LOCK-FILE-STATUS PIC XX.
       01 WS-RETIRE-FROM-NAME PIC X(30).
               10 WS-SO-OPER      PIC X.
               10 WS-SO-FREQ      PIC X.
               10 WS-SO-DAY       PIC 9(2).
               10 WS-SO-ALLOC-CODE PIC X(6).
       01 WS-SORD-DUE-SW PIC X.
           88 WS-SORD-DUE VALUE "Y".
       01 WS-DUE-COUNT PIC 9(8) VALUE ZERO.

       01 WS-OPER-FILE-STATUS PIC XX.
       01 WS-OPERATOR PIC X(8).
       01 WS-OPER-LIMIT PIC 9(8)V99 VALUE ZERO.
      * Who is running this - established at sign-on against the
      * operator master before the run lock is even taken, then
      * stamped on every audit line, reject record, and history
      * entry the run writes. The operator's approval limit comes
      * off the same read.

       01 WS-HOLD-FILE-STATUS PIC XX.
       01 WS-NEXT-HOLD-ID PIC 9(8) VALUE 1.
       01 WS-HELD-SW PIC X VALUE "N".
           88 WS-ITEM-HELD VALUE "Y".
       01 WS-HOLD-SRC-SEQ PIC 9(8) VALUE ZERO.
       01 WS-HOLD-SRC-DATA PIC X(29).
      * Dual-control workspace. A calculation whose Result is over
      * WS-OPER-LIMIT in either direction goes to CALCHOLD.DAT
      * instead of the audit trail and the GL extract, and
      * WS-ITEM-HELD tells the posting loops it neither posted nor
      * rejected. The source sequence and image are staged by each
      * posting loop before it calculates - the same values a
      * reject would carry - so a declined item lands in the reject
      * file looking like any other failed transaction.

       01 WS-ACCOUNT PIC X(6).
       01 WS-ACCT-FILE-STATUS PIC XX.
      * end-of-job breakdown; accounts appear in it in first-use
      * order.

       01 WS-ALLOC-FILE-STATUS PIC XX.
       01 WS-ALLOC-LOADED PIC 9(4) VALUE ZERO.
       01 WS-ALLOC-MAX    PIC 9(4) VALUE 200.
       01 WS-ALLOC-TABLE.
           05 WS-ALLOC-ENTRY OCCURS 200 TIMES INDEXED BY ALLOC-IDX.
               10 WS-AL-CODE          PIC X(6).
               10 WS-AL-STATUS        PIC X.
               10 WS-AL-ROUND-ACCOUNT PIC X(6).
               10 WS-AL-TARGET-COUNT  PIC 9(2).
               10 WS-AL-TARGET OCCURS 12 TIMES.
                   15 WS-AL-TGT-ACCOUNT PIC X(6).
                   15 WS-AL-TGT-PCT     PIC 9(3)V99.
       01 WS-ALLOC-CODE      PIC X(6).
       01 WS-ALLOC-AMOUNT    PIC S9(6)V99 VALUE ZERO.
       01 WS-ALLOC-SUB       PIC 9(2) VALUE ZERO.
       01 WS-ALLOC-ROUND-SUB PIC 9(2) VALUE ZERO.
       01 WS-ALLOC-PCT-TOTAL PIC 9(4)V99 VALUE ZERO.
       01 WS-ALLOC-SPLIT     PIC S9(8)V99 VALUE ZERO.
       01 WS-ALLOC-LEGS.
           05 WS-ALLOC-LEG-RESULT PIC S9(8)V99 OCCURS 12 TIMES.
      * Allocation workspace. The rules are loaded once for a
      * posting run into WS-ALLOC-TABLE, like the account master; a
      * missing ALLOCMAST.DAT only matters if an 'A' record then
      * names a code, which rejects 'AL'. WS-ALLOC-LEGS holds the
      * split worked out in full - every leg rounded, the rounding
      * difference applied - before the first leg posts, so nothing
      * reaches the audit trail for an allocation that cannot
      * complete.

       01 WS-ENTRY-SEQ-FILE-STATUS PIC XX.
       01 WS-NEXT-ENTRY-ID PIC 9(8) VALUE 1.
       01 WS-REV-OF-ID     PIC 9(8) VALUE ZERO.
      * and is cleared straight after, so only the reversal line
      * itself carries the link.

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
      * Audit chain workspace. The check value is taken over a fixed
      * image of the line's fields rather than the raw line, because
      * the archive stores blank numeric fields as zero - building
      * the same image from an audit line or an archive record gives
      * the same value, so the chain survives the roll into
      * AUDITARCH.DAT. WS-CHAIN-LAST is the previous line's check,
      * carried between runs in CALCSEQ.DAT. Any change to the image
      * or the arithmetic must be carried to CALC-APPROVE and
      * AUDIT-VERIFY, or every line written after it reads as
      * tampered.

       01 WS-RUNNING-RESULT PIC S9(8)V99 VALUE ZERO.
      * The adding-machine tape position - every successful
      * calculation leaves its Result here, a 'C' transaction (or 'R'
      * whole number before the remainder is derived from it;
      * otherwise an exact division leaves no remainder at all.

       01 WS-DUP-DAYS-ENV  PIC X(2).
       01 WS-DUP-DAYS      PIC 9(2) VALUE 5.
       01 WS-DUP-BACK      PIC 9(2) VALUE ZERO.
       01 WS-DUP-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-DUP-LOADED    PIC 9(5) VALUE ZERO.
       01 WS-DUP-MAX       PIC 9(5) VALUE 5000.
       01 WS-DUP-FULL-SW   PIC X VALUE "N".
           88 WS-DUP-FULL VALUE "Y".
       01 WS-DUP-CHECK-SW  PIC X VALUE "N".
           88 WS-DUP-CHECKED VALUE "Y".
       01 WS-DUP-OVERRIDE-SW PIC X VALUE "N".
           88 WS-DUP-OVERRIDE VALUE "Y".
       01 WS-DUP-KEY.
           05 WS-DUP-ACCOUNT  PIC X(6).
           05 WS-DUP-AMOUNT   PIC S9(6)V99.
           05 WS-DUP-OPER     PIC X.
           05 WS-DUP-NUM2     PIC S9(6)V99.
           05 WS-DUP-CURRENCY PIC X(3).
       01 WS-DUP-ENTRY-ID PIC 9(8).
       01 WS-DUP-SEQ      PIC 9(8).
       01 WS-DUP-DATE     PIC X(8).
       01 WS-DUP-VOID-ID  PIC 9(8).
       01 WS-DUP-TABLE.
           05 WS-DUP-ENTRY OCCURS 5000 TIMES INDEXED BY DUP-IDX.
               10 WS-DK-KEY      PIC X(26).
               10 WS-DK-ENTRY-ID PIC 9(8).
               10 WS-DK-SEQ      PIC 9(8).
               10 WS-DK-DATE     PIC X(8).
               10 WS-DK-VOID-SW  PIC X.
      * Duplicate check. Every 'D' and 'R' posting is fingerprinted
      * on account, submitted amount, arithmetic operator, second
      * operand and currency - the submitted amount, not the
      * converted Num1, so a rate move overnight cannot disguise a
      * resent foreign-currency line. The table starts with the
      * audit lines stamped on or after WS-DUP-FROM-DATE, which is
      * WS-DUP-DAYS business days before the business date (five by
      * default; set COBOL-CALC-DUP-DAYS to change it, zero for this
      * run's own day only), and grows with every posting this run
      * makes, so the second copy of a line keyed twice in one
      * frame is caught as surely as yesterday's rows resent. An
      * entry that has since been reversed is voided - reversing a
      * posting and sending it again correctly is the repair, not a
      * duplicate. WS-DK-SEQ is the input line of a posting made by
      * this run; WS-DK-ENTRY-ID is zero for one still held for
      * approval.

       01 WS-SUSPECT-USED  PIC 9(4) VALUE ZERO.
       01 WS-SUSPECT-MAX   PIC 9(4) VALUE 100.
       01 WS-SUSPECT-TAG   PIC X(11).
       01 WS-SUSPECT-TABLE.
           05 WS-SUSPECT-ENTRY OCCURS 100 TIMES
                   INDEXED BY SUSPECT-IDX.
               10 WS-SP-SEQ        PIC 9(8).
               10 WS-SP-ACCOUNT    PIC X(6).
               10 WS-SP-AMOUNT     PIC S9(6)V99.
               10 WS-SP-CURRENCY   PIC X(3).
               10 WS-SP-ENTRY-ID   PIC 9(8).
               10 WS-SP-MATCH-SEQ  PIC 9(8).
               10 WS-SP-DATE       PIC X(8).
               10 WS-SP-OVERRIDE-SW PIC X.
      * Every suspect this session raised, rejected or overridden,
      * for the duplicate-suspect section of the summary. The
      * counters carry the whole run across a restart; the list
      * only carries what this session saw.

       01 WS-ROLE-AUTH-STATUS   PIC XX.
       01 WS-DENIAL-FILE-STATUS PIC XX.

       01 WS-OPER-ROLE      PIC X.
       01 WS-SIGNON-PROGRAM PIC X(14) VALUE "COBOL-CALC".
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
           PERFORM 8200-WRITE-RUN-HISTORY
           CLOSE AUDIT-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE HOLD-FILE
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               CLOSE REJECT-FILE
               PERFORM 9100-RETIRE-INPUT-FILE
                   MOVE "I" TO WS-RUN-MODE-NORM
           END-EVALUATE
           PERFORM 1010-OPERATOR-SIGN-ON
           MOVE WS-RUN-MODE-NORM TO WS-AUTH-MODE
           PERFORM 1014-CHECK-AUTHORITY
           IF NOT WS-AUTHORIZED
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               PERFORM 1025-TAKE-RUN-LOCK
           END-IF
               OPEN OUTPUT GL-EXTRACT-FILE
           END-IF
           PERFORM 1090-LOAD-ENTRY-SEQ
           PERFORM 1095-LOAD-HOLD-SEQ
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open pending-approval file "
                   "CALCHOLD.DAT - file status " WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-BUS-DATE
           PERFORM 1050-LOAD-ACCOUNT-MASTER
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               PERFORM 1060-LOAD-ALLOCATION-MASTER
           END-IF
           PERFORM 1075-LOAD-RATE-TABLE
           PERFORM 1078-LOAD-CURRENCY-RATES
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               PERFORM 1080-LOAD-HOLIDAY-CALENDAR
           END-IF
           IF WS-BATCH-MODE
               PERFORM 1085-LOAD-STANDING-ORDERS
           END-IF
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
           IF WS-RESUBMIT-MODE
               PERFORM 2550-LOAD-RESUB-CHECKPOINT
           END-IF
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               PERFORM 1070-LOAD-DUP-HISTORY
           END-IF
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               IF WS-CHECKPOINT-COUNT > ZERO
                       OR WS-STANDING-DONE > ZERO
                   STOP RUN
               END-IF
           END-IF.
      * Ask how this run will take its input, refuse the run outright
      * (before the run lock is taken) if the operator's role is not
      * granted that mode, then open the audit file every
      * calculation (batch or interactive) appends to. A fresh
      * batch or resubmit run starts a fresh reject file; a checkpoint
      * restart extends the one the abended run left behind, so
      * rejects written before the abend are not lost. An abend
      * zero but WS-STANDING-DONE set - those rejects were written
      * too, and the templates behind them will not regenerate, so
      * that restart extends as well instead of truncating them
      * away. The duplicate history loads only once the checkpoint
      * is in, because the batch's business date comes from the
      * proven header and the lookback window is counted from it -
      * and anything posted before an abend is already on the log
      * it reads, so a restart still catches copies of it.

       1010-OPERATOR-SIGN-ON.
           OPEN INPUT OPER-FILE
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
           END-PERFORM
           CLOSE OPER-FILE
           IF NOT WS-VALID
               MOVE SPACE TO WS-OPER-ROLE
               MOVE SPACE TO WS-AUTH-MODE
               MOVE "SIGN-ON FAILED" TO WS-DENY-REASON
               PERFORM 1016-LOG-DENIAL
               DISPLAY "No valid operator sign-on after "
                   WS-FIELD-MAX-ATTEMPTS " attempts - set "
                   "COBOL-CALC-OPERATOR in the environment for "
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1012-LOAD-AUTHORITY
           DISPLAY "Operator " WS-OPERATOR " signed on - role "
               WS-OPER-ROLE.
      * Sign-on comes before the run lock, the files, everything -
      * no identity, no run. COBOL-CALC-OPERATOR in the environment
      * serves unattended runs the way COBOL-CALC-MODE does; an
      * unknown or deactivated ID re-prompts, bounded like every
      * prompt here. The master itself is required the same way the
      * account master is - an empty seat cannot be the answer to
      * "who keyed the entry that reversed out the accrual". The
      * approval limit is taken at the same read; a non-numeric one
      * leaves it at zero, so everything that operator keys waits
      * for a second signature rather than nothing ever does. The
      * role comes off the same record, and its grants for this
      * program are loaded for the mode check; a sign-on that never
      * succeeds is logged as a denial before the abend.

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
      * post, so a missing or empty master stops the run up front
      * with instructions instead of rejecting everything.

       1060-LOAD-ALLOCATION-MASTER.
           OPEN INPUT ALLOC-FILE
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "No allocation master on file (ALLOCMAST.DAT "
                   "status " WS-ALLOC-FILE-STATUS ") - allocation "
                   "records will reject this run"
           ELSE
               PERFORM UNTIL WS-END-OF-FILE
                   READ ALLOC-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-ALLOC-LOADED >= WS-ALLOC-MAX
                               DISPLAY "Allocation master holds "
                                   "more than " WS-ALLOC-MAX
                                   " rules - table full, abending"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ALLOC-LOADED
                           MOVE ALLOC-CODE
                               TO WS-AL-CODE (WS-ALLOC-LOADED)
                           MOVE ALLOC-STATUS
                               TO WS-AL-STATUS (WS-ALLOC-LOADED)
                           MOVE ALLOC-ROUND-ACCOUNT
                               TO WS-AL-ROUND-ACCOUNT
                                   (WS-ALLOC-LOADED)
                           MOVE ALLOC-TARGET-COUNT
                               TO WS-AL-TARGET-COUNT
                                   (WS-ALLOC-LOADED)
                           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                                   UNTIL WS-ALLOC-SUB > 12
                               MOVE ALLOC-TGT-ACCOUNT (WS-ALLOC-SUB)
                                   TO WS-AL-TGT-ACCOUNT
                                       (WS-ALLOC-LOADED WS-ALLOC-SUB)
                               MOVE ALLOC-TGT-PCT (WS-ALLOC-SUB)
                                   TO WS-AL-TGT-PCT
                                       (WS-ALLOC-LOADED WS-ALLOC-SUB)
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ALLOC-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Loaded for the posting modes only - an allocation is a
      * batch, resubmit or standing-order record, never something
      * keyed at the interactive prompts. A missing file is a site
      * with no shared charges yet, not an error.

       1070-LOAD-DUP-HISTORY.
           ACCEPT WS-DUP-DAYS-ENV FROM ENVIRONMENT "COBOL-CALC-DUP-DAYS"
           IF WS-DUP-DAYS-ENV NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-DUP-DAYS-ENV) = 0
               COMPUTE WS-DUP-DAYS = FUNCTION NUMVAL(WS-DUP-DAYS-ENV)
           END-IF
           PERFORM 1072-SET-DUP-WINDOW
           CLOSE AUDIT-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to read audit trail AUDITLOG.DAT for "
                   "the duplicate check - file status "
                   WS-AUDIT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM 1074-LOAD-DUP-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE "N" TO WS-EOF-SW
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to re-open audit trail AUDITLOG.DAT "
                   "after the duplicate-history load - file status "
                   WS-AUDIT-FILE-STATUS " - abending"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Duplicate check covers postings from "
               WS-DUP-FROM-DATE " - " WS-DUP-LOADED
               " recent audit line(s) loaded".
      * Read the live log once, the same close / read / re-open for
      * append that the reversal lookup in 2650 uses, and keep the
      * fingerprint of every line inside the window. Reversal lines
      * are never fingerprints themselves - they void the entry they
      * back out instead.

       1072-SET-DUP-WINDOW.
           MOVE WS-BUS-DATE TO WS-CAND-DATE
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAND-DATE)
           MOVE ZERO TO WS-DUP-BACK
           PERFORM UNTIL WS-DUP-BACK >= WS-DUP-DAYS
               SUBTRACT 1 FROM WS-DATE-INT
               COMPUTE WS-CAND-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1185-TEST-BUSINESS-DAY
               IF WS-BUS-DAY
                   ADD 1 TO WS-DUP-BACK
               END-IF
           END-PERFORM
           MOVE WS-CAND-DATE TO WS-DUP-FROM-DATE.
      * The mirror of 1187 - walk back one day at a time from the
      * business date, counting only days the calendar would have
      * accepted a batch on, until WS-DUP-DAYS of them are behind
      * us.

       1074-LOAD-DUP-LINE.
           IF AUDIT-REV-OF IS NUMERIC
                   AND AUDIT-REV-OF > ZERO
               MOVE AUDIT-REV-OF TO WS-DUP-VOID-ID
               PERFORM 2930-VOID-DUP-ENTRY
           ELSE
           IF AUDIT-TIMESTAMP (1:8) >= WS-DUP-FROM-DATE
                   AND AUDIT-ENTRY-ID IS NUMERIC
                   AND AUDIT-NUM1 IS NUMERIC
                   AND AUDIT-NUM2 IS NUMERIC
               MOVE AUDIT-ACCOUNT TO WS-DUP-ACCOUNT
               IF AUDIT-CURRENCY = SPACES
                   MOVE AUDIT-NUM1 TO WS-DUP-AMOUNT
               ELSE
               IF AUDIT-ORIG-AMOUNT IS NUMERIC
                   MOVE AUDIT-ORIG-AMOUNT TO WS-DUP-AMOUNT
               ELSE
                   MOVE ZERO TO WS-DUP-AMOUNT
               END-IF
               END-IF
               MOVE AUDIT-OPER TO WS-DUP-OPER
               MOVE AUDIT-NUM2 TO WS-DUP-NUM2
               MOVE AUDIT-CURRENCY TO WS-DUP-CURRENCY
               MOVE AUDIT-ENTRY-ID TO WS-DUP-ENTRY-ID
               MOVE ZERO TO WS-DUP-SEQ
               MOVE AUDIT-TIMESTAMP (1:8) TO WS-DUP-DATE
               PERFORM 2920-REMEMBER-DUP-KEY
           END-IF
           END-IF.
      * A converted line keeps the submitted amount in its original
      * amount field; a base-currency line's Num1 is the submitted
      * amount. Lines from before entry numbering carry spaces and
      * are left out, the same answer the reversal scan gives them.

       1075-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
                               TO WS-SO-FREQ (WS-SORD-LOADED)
                           MOVE SORD-DAY
                               TO WS-SO-DAY (WS-SORD-LOADED)
                           MOVE SORD-ALLOC-CODE
                               TO WS-SO-ALLOC-CODE (WS-SORD-LOADED)
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
                       IF ESEQ-NEXT-ID IS NUMERIC
                           MOVE ESEQ-NEXT-ID TO WS-NEXT-ENTRY-ID
                       END-IF
                       IF ESEQ-LAST-CHECK IS NUMERIC
                           MOVE ESEQ-LAST-CHECK TO WS-CHAIN-LAST
                       END-IF
               END-READ
               CLOSE ENTRY-SEQ-FILE
           ELSE
      * is the first run under entry numbering, not an error - the
      * lines already in the log carry no numbers and never will.

       1095-LOAD-HOLD-SEQ.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE
                   READ HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-ID IS NUMERIC
                                   AND HOLD-ID >= WS-NEXT-HOLD-ID
                               COMPUTE WS-NEXT-HOLD-ID = HOLD-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               MOVE "N" TO WS-EOF-SW
           END-IF.
      * Hold numbers carry on from the highest one on file.
      * CALC-APPROVE never removes a line, only marks it decided, so
      * the file itself is the sequence and no control file is
      * needed. No file yet simply means nothing has ever been held.

       1100-LOAD-CHECKPOINT.
           PERFORM 1110-READ-CHECKPOINT-FILE

                       MOVE CHECKPOINT-TOTAL-RECS
                           TO WS-CHECKPOINT-TOTAL-RECS
                       MOVE CHECKPOINT-COUNTERS TO WS-COUNTERS
                       IF WS-HOLD-COUNT IS NOT NUMERIC
                           MOVE ZERO TO WS-HOLD-COUNT
                       END-IF
                       IF WS-ALLOC-COUNT IS NOT NUMERIC
                           MOVE ZERO TO WS-ALLOC-COUNT
                       END-IF
                       IF WS-ALLOC-REJ-COUNT IS NOT NUMERIC
                           MOVE ZERO TO WS-ALLOC-REJ-COUNT
                       END-IF
                       IF WS-DUP-REJ-COUNT IS NOT NUMERIC
                           MOVE ZERO TO WS-DUP-REJ-COUNT
                       END-IF
                       IF WS-DUP-OVR-COUNT IS NOT NUMERIC
                           MOVE ZERO TO WS-DUP-OVR-COUNT
                       END-IF
                       IF CHECKPOINT-RUNNING-RESULT IS NUMERIC
                           MOVE CHECKPOINT-RUNNING-RESULT
                               TO WS-RUNNING-RESULT
                               MOVE ZERO TO WS-RUNNING-RESULT
                           WHEN OTHER
                               MOVE TRANS-ACCOUNT TO WS-ACCOUNT
                               MOVE WS-CHECKPOINT-COUNT
                                   TO WS-HOLD-SRC-SEQ
                               MOVE TRANS-RECORD (1:29)
                                   TO WS-HOLD-SRC-DATA
                               IF TRANS-ALLOC-REC
                                   MOVE TALLOC-CODE TO WS-ALLOC-CODE
                                   MOVE TALLOC-CURRENCY
                                       TO WS-CONV-CURRENCY
                                   IF TALLOC-AMOUNT IS NUMERIC
                                       MOVE TALLOC-AMOUNT
                                           TO WS-ALLOC-AMOUNT
                                   ELSE
                                       MOVE ZERO TO WS-ALLOC-AMOUNT
                                   END-IF
                                   PERFORM 2800-POST-ALLOCATION
                               ELSE
                                   PERFORM 2200-VALIDATE-ACCOUNT
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND TRANS-REVERSAL-REC
                                   IF TREV-ORIG-ENTRY IS NUMERIC
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT TRANS-REVERSAL-REC
                                       AND NOT TRANS-ALLOC-REC
                                   IF TRANS-CHAINED-REC
                                           OR TRANS-CHAINED-RATE-REC
                                       PERFORM 2100-SET-CHAINED-NUM1
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT TRANS-REVERSAL-REC
                                       AND NOT TRANS-ALLOC-REC
                                   IF TRANS-RATE-REC
                                           OR TRANS-CHAINED-RATE-REC
                                       MOVE TRATE-CURRENCY
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT TRANS-REVERSAL-REC
                                       AND NOT TRANS-ALLOC-REC
                                   IF NOT (TRANS-RATE-REC
                                           OR TRANS-CHAINED-RATE-REC)
                                       MOVE TRANS-NUM2 TO Num2
                                       MOVE TRANS-OPER TO Oper
                                   END-IF
                                   MOVE "N" TO WS-DUP-CHECK-SW
                                   MOVE "N" TO WS-DUP-OVERRIDE-SW
                                   IF TRANS-DETAIL-REC
                                           OR TRANS-RATE-REC
                                       PERFORM 2900-CHECK-DUPLICATE
                                   END-IF
                                   IF NOT WS-CALC-REJECTED
                                       PERFORM 4000-CALCULATE
                                   END-IF
                                   IF NOT WS-CALC-REJECTED
                                           AND WS-DUP-CHECKED
                                       PERFORM 2925-REMEMBER-POSTING
                                   END-IF
                               END-IF
                               IF WS-CALC-REJECTED
                                   MOVE WS-CHECKPOINT-COUNT
                                   ADD 1 TO WS-BT-REJ-COUNT
                                       (WS-CUR-BATCH)
                               ELSE
                               IF NOT WS-ITEM-HELD
                                   ADD 1 TO WS-BT-CALC-COUNT
                                       (WS-CUR-BATCH)
                                   ADD Result TO WS-BT-TOTAL
                                       (WS-CUR-BATCH)
                               END-IF
                               END-IF
                       END-EVALUATE
                       IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
                           PERFORM 1200-WRITE-CHECKPOINT
      * Each 'H' header switches the run to the next department's
      * frame - its identity drives the per-batch summary figures,
      * and the running Result resets so one department's tape can
      * never chain into another's. A record held for dual-control
      * approval is neither a calc nor a reject of its frame yet -
      * it counts in the held figure until CALC-APPROVE decides it.

       2050-EXPAND-STANDING-ORDERS.
           IF WS-SORD-LOADED = ZERO
      * last day of a shorter month instead of never.

       2060-POST-STANDING-ORDER.
           IF WS-SO-ALLOC-CODE (SORD-IDX) NOT = SPACES
               MOVE WS-SO-ALLOC-CODE (SORD-IDX) TO WS-ALLOC-CODE
               MOVE WS-SO-NUM1 (SORD-IDX) TO WS-ALLOC-AMOUNT
               MOVE SPACES TO WS-CONV-CURRENCY
               PERFORM 2800-POST-ALLOCATION
           ELSE
               MOVE WS-SO-ACCOUNT (SORD-IDX) TO WS-ACCOUNT
               PERFORM 2200-VALIDATE-ACCOUNT
           END-IF
           IF NOT WS-CALC-REJECTED
                   AND WS-SO-ALLOC-CODE (SORD-IDX) = SPACES
                   AND WS-SO-RATE-CODE (SORD-IDX) NOT = SPACES
               MOVE WS-SO-RATE-CODE (SORD-IDX) TO WS-RATE-CODE
               PERFORM 2400-RESOLVE-RATE
           END-IF
           IF NOT WS-CALC-REJECTED
                   AND WS-SO-ALLOC-CODE (SORD-IDX) = SPACES
               MOVE WS-DUE-COUNT TO WS-HOLD-SRC-SEQ
               PERFORM 2070-BUILD-STANDING-IMAGE
               MOVE WS-SORD-IMAGE TO WS-HOLD-SRC-DATA
               MOVE WS-SO-NUM1 (SORD-IDX) TO Num1
               IF WS-SO-RATE-CODE (SORD-IDX) = SPACES
                   MOVE WS-SO-NUM2 (SORD-IDX) TO Num2
                   " rejected - see the reject file"
           ELSE
               ADD 1 TO WS-STANDING-COUNT
               IF WS-ITEM-HELD
                   DISPLAY "Standing order " WS-SO-ID (SORD-IDX)
                       " held for approval"
               END-IF
           END-IF.
      * One template runs through the same validation and
      * calculation path as a keyed record. A standing item that
      * file under its template ordinal with a transaction-shaped
      * image, so the repair cycle handles it like any other
      * reject, and somebody fixes the template before tomorrow.
      * An allocation template splits through the same routine an
      * 'A' record does, and rejects whole the same way.

       2070-BUILD-STANDING-IMAGE.
           MOVE SPACES TO WS-SORD-IMAGE
           MOVE WS-SO-ACCOUNT (SORD-IDX) TO WS-SI-ACCOUNT
           MOVE WS-SO-NUM1 (SORD-IDX) TO WS-SI-NUM1
           IF WS-SO-ALLOC-CODE (SORD-IDX) NOT = SPACES
               MOVE "A" TO WS-SI-TYPE
               MOVE WS-SO-ALLOC-CODE (SORD-IDX) TO WS-SI-ACCOUNT
           ELSE
           IF WS-SO-RATE-CODE (SORD-IDX) = SPACES
               MOVE "D" TO WS-SI-TYPE
               MOVE WS-SO-NUM2 (SORD-IDX) TO WS-SI-NUM2
           ELSE
               MOVE "R" TO WS-SI-TYPE
               MOVE WS-SO-RATE-CODE (SORD-IDX) TO WS-SI-RATE-CODE
           END-IF
           END-IF.
      * The image is a valid 'D', 'R' or 'A' record, so a repaired
      * copy resubmits through the normal path with no special
      * handling.

       2100-SET-CHAINED-NUM1.
           MOVE SPACES TO WS-REJECT-REASON
      * Same latest-effective-date-not-in-the-future rule the rate
      * table resolution uses, against the same business date.

       2800-POST-ALLOCATION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-HELD-SW
           MOVE ZERO TO WS-REV-OF-ID
           PERFORM 2810-FIND-ALLOCATION
           IF NOT WS-CALC-REJECTED
                   AND WS-CONV-CURRENCY NOT = SPACES
               DISPLAY "Currency code " WS-CONV-CURRENCY " on "
                   "allocation " WS-ALLOC-CODE " - allocations post "
                   "in base currency - transaction rejected"
               ADD 1 TO WS-CURR-REJ-COUNT
               MOVE "CU" TO WS-REJECT-REASON
           END-IF
           MOVE SPACES TO WS-CONV-CURRENCY
           MOVE ZERO TO WS-CONV-ORIG-AMOUNT
           IF NOT WS-CALC-REJECTED
               PERFORM 2820-SPLIT-ALLOCATION
           END-IF
           IF NOT WS-CALC-REJECTED
               PERFORM 2830-VALIDATE-ALLOC-LEGS
           END-IF
           IF NOT WS-CALC-REJECTED
               IF WS-ALLOC-AMOUNT > WS-OPER-LIMIT
                       OR WS-ALLOC-AMOUNT < ZERO - WS-OPER-LIMIT
                   DISPLAY "Allocation " WS-ALLOC-CODE " is over the "
                       "approval limit - rejected whole for an "
                       "operator whose limit covers it to resubmit"
                   ADD 1 TO WS-ALLOC-REJ-COUNT
                   MOVE "AH" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF NOT WS-CALC-REJECTED
               PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                       UNTIL WS-ALLOC-SUB
                           > WS-AL-TARGET-COUNT (ALLOC-IDX)
                   PERFORM 2840-POST-ALLOC-LEG
               END-PERFORM
               ADD 1 TO WS-ALLOC-COUNT
               MOVE WS-ALLOC-AMOUNT TO Result
               MOVE Result TO WS-RESULT-EDIT
               DISPLAY "Allocation " WS-ALLOC-CODE " posted - "
                   WS-AL-TARGET-COUNT (ALLOC-IDX) " leg(s), total "
                   WS-RESULT-EDIT
           END-IF.
      * One allocation, all or nothing. Every test that could stop a
      * leg runs before the first leg posts - the rule exists and
      * is open, the split totals 100% with its rounding account
      * among the targets, every target account is open, and the
      * amount is inside the operator's approval limit - so a
      * failure rejects the record whole with nothing on the audit
      * trail or the GL extract. The approval test is on the whole
      * amount, not leg by leg: a charge is not meant to slip under
      * dual control by being split twelve ways, and held legs
      * beside posted ones would leave the split half-done until
      * somebody decided the rest. Result is left holding the whole
      * amount, so the batch total counts the allocation once at
      * the figure that was submitted; the running Result is not
      * moved, because a split is a distribution, not a step on the
      * department's tape.

       2810-FIND-ALLOCATION.
           SET ALLOC-IDX TO 1
           SEARCH WS-ALLOC-ENTRY
               AT END
                   DISPLAY "Unknown allocation code " WS-ALLOC-CODE
                       " - transaction rejected"
                   ADD 1 TO WS-ALLOC-REJ-COUNT
                   MOVE "AL" TO WS-REJECT-REASON
               WHEN WS-AL-CODE (ALLOC-IDX) = WS-ALLOC-CODE
                       AND ALLOC-IDX <= WS-ALLOC-LOADED
                   IF WS-AL-STATUS (ALLOC-IDX) NOT = "A"
                       DISPLAY "Allocation " WS-ALLOC-CODE
                           " is closed - transaction rejected"
                       ADD 1 TO WS-ALLOC-REJ-COUNT
                       MOVE "AL" TO WS-REJECT-REASON
                   END-IF
           END-SEARCH
           IF NOT WS-CALC-REJECTED
                   AND WS-ALLOC-AMOUNT = ZERO
               DISPLAY "Allocation " WS-ALLOC-CODE " carries no "
                   "amount to split - transaction rejected"
               ADD 1 TO WS-ALLOC-REJ-COUNT
               MOVE "AL" TO WS-REJECT-REASON
           END-IF.
      * Same loaded-entries bound the account lookup uses, so a
      * blank code never matches an empty slot. A blank or
      * non-numeric amount arrives here as zero and rejects with
      * the rule problems rather than posting a split of nothing.

       2820-SPLIT-ALLOCATION.
           MOVE ZERO TO WS-ALLOC-SPLIT
           MOVE ZERO TO WS-ALLOC-PCT-TOTAL
           MOVE ZERO TO WS-ALLOC-ROUND-SUB
           IF WS-AL-TARGET-COUNT (ALLOC-IDX) = ZERO
                   OR WS-AL-TARGET-COUNT (ALLOC-IDX) > 12
               CONTINUE
           ELSE
               PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                       UNTIL WS-ALLOC-SUB
                           > WS-AL-TARGET-COUNT (ALLOC-IDX)
                   COMPUTE WS-ALLOC-LEG-RESULT (WS-ALLOC-SUB)
                           ROUNDED = WS-ALLOC-AMOUNT
                           * WS-AL-TGT-PCT (ALLOC-IDX WS-ALLOC-SUB)
                           / 100
                   ADD WS-ALLOC-LEG-RESULT (WS-ALLOC-SUB)
                       TO WS-ALLOC-SPLIT
                   ADD WS-AL-TGT-PCT (ALLOC-IDX WS-ALLOC-SUB)
                       TO WS-ALLOC-PCT-TOTAL
                   IF WS-AL-TGT-ACCOUNT (ALLOC-IDX WS-ALLOC-SUB)
                           = WS-AL-ROUND-ACCOUNT (ALLOC-IDX)
                       MOVE WS-ALLOC-SUB TO WS-ALLOC-ROUND-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ALLOC-PCT-TOTAL NOT = 100
                   OR WS-ALLOC-ROUND-SUB = ZERO
               DISPLAY "Allocation " WS-ALLOC-CODE " does not split "
                   "100% across its targets with the rounding "
                   "account among them - transaction rejected"
               ADD 1 TO WS-ALLOC-REJ-COUNT
               MOVE "AL" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ALLOC-LEG-RESULT (WS-ALLOC-ROUND-SUB) =
                   WS-ALLOC-LEG-RESULT (WS-ALLOC-ROUND-SUB)
                   + WS-ALLOC-AMOUNT - WS-ALLOC-SPLIT
           END-IF.
      * Each leg is the amount times its share, rounded to the cent
      * on its own; whatever the rounding gained or lost across the
      * legs goes onto the rounding account's leg, so the legs add
      * back to the amount exactly - 100.00 three ways at 33.33,
      * 33.33 and 33.34 is 33.33 each plus the odd cent to the
      * named account. ALLOC-MAINT refuses a rule that fails the
      * share test; it is proven again here because a rule is only
      * as good as the file it was read from.

       2830-VALIDATE-ALLOC-LEGS.
           PERFORM VARYING WS-ALLOC-SUB FROM 1 BY 1
                   UNTIL WS-ALLOC-SUB > WS-AL-TARGET-COUNT (ALLOC-IDX)
                      OR WS-CALC-REJECTED
               MOVE WS-AL-TGT-ACCOUNT (ALLOC-IDX WS-ALLOC-SUB)
                   TO WS-ACCOUNT
               PERFORM 2200-VALIDATE-ACCOUNT
           END-PERFORM
           IF WS-CALC-REJECTED
               DISPLAY "Allocation " WS-ALLOC-CODE " rejected whole "
                   "- no leg posted"
           END-IF.
      * A target closed since the rule was set up rejects the whole
      * allocation ('AC') under the same account test a 'D' record
      * gets - the first bad leg stops the check, so the record
      * counts as one account rejection, not one per leg.

       2840-POST-ALLOC-LEG.
           MOVE WS-AL-TGT-ACCOUNT (ALLOC-IDX WS-ALLOC-SUB)
               TO WS-ACCOUNT
           MOVE WS-ALLOC-AMOUNT TO Num1
           MOVE "P" TO Oper
           MOVE WS-AL-TGT-PCT (ALLOC-IDX WS-ALLOC-SUB) TO Num2
           MOVE WS-ALLOC-LEG-RESULT (WS-ALLOC-SUB) TO Result
           MOVE Result TO WS-RESULT-EDIT
           DISPLAY "Allocation leg " WS-ACCOUNT " Result: "
               WS-RESULT-EDIT
           PERFORM 5000-WRITE-AUDIT
           PERFORM 6000-WRITE-GL-EXTRACT
           PERFORM 2300-ADD-ACCOUNT-TOTAL
           ADD 1 TO WS-CALC-COUNT
           ADD 1 TO WS-PCT-COUNT.
      * Each leg is an ordinary percentage posting - Num1 the whole
      * amount, Oper 'P', Num2 the target's share, Result the leg -
      * so the audit trail, the GL extract, the ledger and the
      * inquiry all read it like any other 'P' line. Only the
      * rounding account's leg can differ from Num1 times Num2 by
      * the odd cent it absorbed.

       2600-PROCESS-REVERSAL.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-HELD-SW
           MOVE SPACES TO WS-CONV-CURRENCY
           MOVE ZERO TO WS-CONV-ORIG-AMOUNT
           IF WS-REV-ORIG-ID = ZERO
                       MOVE "V" TO Oper
                       COMPUTE Result = ZERO - WS-ORIG-RESULT
                       MOVE WS-REV-ORIG-ID TO WS-REV-OF-ID
                       ADD 1 TO WS-CALC-COUNT
                       MOVE Result TO WS-RESULT-EDIT
                       DISPLAY "Reversal of entry " WS-REV-ORIG-ID
                           ": " WS-RESULT-EDIT
                       PERFORM 4500-POST-OR-HOLD
                       IF NOT WS-ITEM-HELD
                           ADD 1 TO WS-REV-COUNT
                           PERFORM 2300-ADD-ACCOUNT-TOTAL
                           MOVE WS-REV-ORIG-ID TO WS-DUP-VOID-ID
                           PERFORM 2930-VOID-DUP-ENTRY
                       END-IF
               END-EVALUATE
           END-IF.
      * Back a posted entry out - equal-and-opposite Result to the
      * transaction that then rejects in 4000 never reaches the
      * audit write that clears it, and a reversal line must not
      * inherit that dead transaction's SUBMITTED amount and CCY.
      * A reversal over the operator's limit is held like any other
      * large figure - CALC-APPROVE proves the original is still
      * unreversed before it posts, since a second reversal of the
      * same entry could be keyed while the first one waits.

       2650-SCAN-AUDIT-FOR-ENTRY.
           MOVE "N" TO WS-ORIG-FOUND-SW
      * case. Lines from before entry numbering carry spaces in the
      * numeric fields and match nothing, which is the right answer.

       2900-CHECK-DUPLICATE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WS-ACCOUNT TO WS-DUP-ACCOUNT
           IF WS-CONV-CURRENCY = SPACES
               MOVE Num1 TO WS-DUP-AMOUNT
           ELSE
               MOVE WS-CONV-ORIG-AMOUNT TO WS-DUP-AMOUNT
           END-IF
           MOVE Oper TO WS-DUP-OPER
           MOVE Num2 TO WS-DUP-NUM2
           MOVE WS-CONV-CURRENCY TO WS-DUP-CURRENCY
           SET WS-DUP-CHECKED TO TRUE
           SET DUP-IDX TO 1
           SEARCH WS-DUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DK-KEY (DUP-IDX) = WS-DUP-KEY
                       AND WS-DK-VOID-SW (DUP-IDX) NOT = "Y"
                       AND DUP-IDX <= WS-DUP-LOADED
                   PERFORM 2910-REPORT-DUPLICATE
           END-SEARCH.
      * Called for 'D' and 'R' records once everything that can
      * reject them on their own merits has passed and Num1, Oper
      * and Num2 are final - a record that would have failed anyway
      * is rejected for its real fault, not as a duplicate. Chained
      * records are left alone: their Num1 is the running tape, not
      * something a department keyed or could resend.

       2910-REPORT-DUPLICATE.
           IF WS-DK-ENTRY-ID (DUP-IDX) > ZERO
               DISPLAY "Suspected duplicate of audit entry "
                   WS-DK-ENTRY-ID (DUP-IDX) " posted "
                   WS-DK-DATE (DUP-IDX) " to account " WS-ACCOUNT
           ELSE
               DISPLAY "Suspected duplicate of input line "
                   WS-DK-SEQ (DUP-IDX) " earlier in this run "
                   "(held for approval) to account " WS-ACCOUNT
           END-IF
           IF WS-DUP-OVERRIDE
               DISPLAY "Duplicate override marker set - posting it "
                   "as a genuine repeat"
               ADD 1 TO WS-DUP-OVR-COUNT
           ELSE
               DISPLAY "Transaction rejected as a suspected duplicate"
               ADD 1 TO WS-DUP-REJ-COUNT
               MOVE "DP" TO WS-REJECT-REASON
               MOVE SPACES TO WS-CONV-CURRENCY
               MOVE ZERO TO WS-CONV-ORIG-AMOUNT
           END-IF
           IF WS-SUSPECT-USED < WS-SUSPECT-MAX
               ADD 1 TO WS-SUSPECT-USED
               SET SUSPECT-IDX TO WS-SUSPECT-USED
               MOVE WS-CHECKPOINT-COUNT TO WS-SP-SEQ (SUSPECT-IDX)
               MOVE WS-ACCOUNT TO WS-SP-ACCOUNT (SUSPECT-IDX)
               MOVE WS-DUP-AMOUNT TO WS-SP-AMOUNT (SUSPECT-IDX)
               MOVE WS-DUP-CURRENCY TO WS-SP-CURRENCY (SUSPECT-IDX)
               MOVE WS-DK-ENTRY-ID (DUP-IDX)
                   TO WS-SP-ENTRY-ID (SUSPECT-IDX)
               MOVE WS-DK-SEQ (DUP-IDX)
                   TO WS-SP-MATCH-SEQ (SUSPECT-IDX)
               MOVE WS-DK-DATE (DUP-IDX) TO WS-SP-DATE (SUSPECT-IDX)
               MOVE WS-DUP-OVERRIDE-SW
                   TO WS-SP-OVERRIDE-SW (SUSPECT-IDX)
           END-IF.
      * A suspect is rejected ('DP') and goes to suspense like any
      * other reject, with the currency staging cleared the way 2700
      * clears it on a reject. With the resubmit override keyed it
      * posts, but it is still counted and still listed - an
      * override is a decision somebody should be able to see.

       2920-REMEMBER-DUP-KEY.
           IF WS-DUP-LOADED < WS-DUP-MAX
               ADD 1 TO WS-DUP-LOADED
               SET DUP-IDX TO WS-DUP-LOADED
               MOVE WS-DUP-KEY TO WS-DK-KEY (DUP-IDX)
               MOVE WS-DUP-ENTRY-ID TO WS-DK-ENTRY-ID (DUP-IDX)
               MOVE WS-DUP-SEQ TO WS-DK-SEQ (DUP-IDX)
               MOVE WS-DUP-DATE TO WS-DK-DATE (DUP-IDX)
               MOVE "N" TO WS-DK-VOID-SW (DUP-IDX)
           ELSE
               IF NOT WS-DUP-FULL
                   SET WS-DUP-FULL TO TRUE
                   DISPLAY "Duplicate-check table full at "
                       WS-DUP-MAX " postings - later postings are "
                       "not checked against - shorten "
                       "COBOL-CALC-DUP-DAYS"
               END-IF
           END-IF.
      * A full table costs the check its newest fingerprints, not
      * the run - the calculations are still good, and stopping a
      * posting run over a safety net would be the wrong trade. It
      * is said once, loudly, so the window can be shortened.

       2925-REMEMBER-POSTING.
           IF WS-ITEM-HELD
               MOVE ZERO TO WS-DUP-ENTRY-ID
           ELSE
               COMPUTE WS-DUP-ENTRY-ID = WS-NEXT-ENTRY-ID - 1
           END-IF
           MOVE WS-CHECKPOINT-COUNT TO WS-DUP-SEQ
           MOVE WS-RUN-DATE TO WS-DUP-DATE
           PERFORM 2920-REMEMBER-DUP-KEY.
      * The fingerprint 2900 built is still in WS-DUP-KEY - add this
      * posting so a later copy in the same file is caught. A held
      * item counts too: it is on its way to the books, and a second
      * copy waiting behind it is just as much a duplicate.

       2930-VOID-DUP-ENTRY.
           SET DUP-IDX TO 1
           SEARCH WS-DUP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DK-ENTRY-ID (DUP-IDX) = WS-DUP-VOID-ID
                       AND DUP-IDX <= WS-DUP-LOADED
                   MOVE "Y" TO WS-DK-VOID-SW (DUP-IDX)
           END-SEARCH.
      * Once an entry is backed out, sending the same line again is
      * the correction, so its fingerprint stops matching.

       2200-VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-REJECT-REASON
           SET ACCT-IDX TO 1
                               MOVE ZERO TO WS-RUNNING-RESULT
                           WHEN OTHER
                               MOVE RSUB-ACCOUNT TO WS-ACCOUNT
                               MOVE WS-CHECKPOINT-COUNT
                                   TO WS-HOLD-SRC-SEQ
                               MOVE RSUB-TRANS-DATA
                                   TO WS-HOLD-SRC-DATA
                               IF RSUB-ALLOC-REC
                                   MOVE RSUB-ACCOUNT TO WS-ALLOC-CODE
                                   MOVE RSUB-CURRENCY
                                       TO WS-CONV-CURRENCY
                                   IF RSUB-NUM1 IS NUMERIC
                                       MOVE RSUB-NUM1
                                           TO WS-ALLOC-AMOUNT
                                   ELSE
                                       MOVE ZERO TO WS-ALLOC-AMOUNT
                                   END-IF
                                   PERFORM 2800-POST-ALLOCATION
                               ELSE
                                   PERFORM 2200-VALIDATE-ACCOUNT
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND RSUB-REVERSAL-REC
                                   IF RSUB-ORIG-ENTRY IS NUMERIC
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT RSUB-REVERSAL-REC
                                       AND NOT RSUB-ALLOC-REC
                                   IF RSUB-CHAINED-REC
                                           OR RSUB-CHAINED-RATE-REC
                                       PERFORM 2100-SET-CHAINED-NUM1
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT RSUB-REVERSAL-REC
                                       AND NOT RSUB-ALLOC-REC
                                   IF RSUB-RATE-REC
                                           OR RSUB-CHAINED-RATE-REC
                                       MOVE RSUB-RATE-CURRENCY
                               END-IF
                               IF NOT WS-CALC-REJECTED
                                       AND NOT RSUB-REVERSAL-REC
                                       AND NOT RSUB-ALLOC-REC
                                   IF NOT (RSUB-RATE-REC
                                           OR RSUB-CHAINED-RATE-REC)
                                       MOVE RSUB-NUM2 TO Num2
                                       MOVE RSUB-OPER TO Oper
                                   END-IF
                                   MOVE "N" TO WS-DUP-CHECK-SW
                                   MOVE "N" TO WS-DUP-OVERRIDE-SW
                                   IF RSUB-DUP-OVERRIDDEN
                                       SET WS-DUP-OVERRIDE TO TRUE
                                   END-IF
                                   IF RSUB-DETAIL-REC
                                           OR RSUB-RATE-REC
                                       PERFORM 2900-CHECK-DUPLICATE
                                   END-IF
                                   IF NOT WS-CALC-REJECTED
                                       PERFORM 4000-CALCULATE
                                   END-IF
                                   IF NOT WS-CALC-REJECTED
                                           AND WS-DUP-CHECKED
                                       PERFORM 2925-REMEMBER-POSTING
                                   END-IF
                               END-IF
                               IF WS-CALC-REJECTED
                                   MOVE WS-CHECKPOINT-COUNT
      * top and double-post what already went out. The running
      * Result starts at zero in this mode, so a rejected chained
      * record should be repaired to a 'D' with an explicit Num1 -
      * the tape position it chained from is long gone. A 'DP'
      * reject comes back through the duplicate check like anything
      * else, and rejects again unless the clerk has keyed the
      * override marker on it.

       2550-LOAD-RESUB-CHECKPOINT.
           PERFORM 1110-READ-CHECKPOINT-FILE

       4000-CALCULATE.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE "N" TO WS-HELD-SW
           EVALUATE Oper

           WHEN '+'
                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-ADD
      * If plus is chosen, add nums together and make it result and display.
           WHEN '-'
                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-SUB-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-SUBTRACT

           WHEN '*'
                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-MUL-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-MULTIPLY

           WHEN '/'
                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-DIV-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-DIVIDE
           END-IF

                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-MOD-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-DIVIDE
           END-IF
      * '%' gives the remainder of Num1 / Num2, e.g. splitting a batch
                   MOVE Result TO WS-RESULT-EDIT
                   DISPLAY "Result: " WS-RESULT-EDIT
                   ADD 1 TO WS-PCT-COUNT
                   PERFORM 4500-POST-OR-HOLD
           END-COMPUTE
      * 'P' applies a percentage adjustment - Num1 times Num2/100.

           ADD 1 TO WS-CALC-COUNT
           IF NOT WS-CALC-REJECTED
               MOVE Result TO WS-RUNNING-RESULT
               IF NOT WS-ITEM-HELD
                   PERFORM 2300-ADD-ACCOUNT-TOTAL
               END-IF
           END-IF.
      * A held Result still moves the tape - the next chained step
      * is the department's arithmetic, not a posting - but it
      * stays out of the account totals until it actually posts.

       4500-POST-OR-HOLD.
           IF Result > WS-OPER-LIMIT
                   OR Result < ZERO - WS-OPER-LIMIT
               PERFORM 4600-WRITE-HOLD
           ELSE
               PERFORM 5000-WRITE-AUDIT
               PERFORM 6000-WRITE-GL-EXTRACT
           END-IF.
      * Maker-checker on large figures - a Result over the signed-on
      * operator's approval limit, debit or credit, is held for a
      * second operator instead of going to the audit trail and the
      * GL extract. Everything under the limit posts as it always
      * has.

       4600-WRITE-HOLD.
           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-NEXT-HOLD-ID TO HOLD-ID
           MOVE "P" TO HOLD-STATUS
           STRING WS-TS-DATE DELIMITED BY SIZE
                  WS-TS-TIME DELIMITED BY SIZE
                  INTO HOLD-TIMESTAMP
           MOVE WS-OPERATOR TO HOLD-OPERATOR
           MOVE WS-ACCOUNT TO HOLD-ACCOUNT
           MOVE Num1 TO HOLD-NUM1
           MOVE Oper TO HOLD-OPER
           MOVE Num2 TO HOLD-NUM2
           MOVE Result TO HOLD-RESULT
           MOVE WS-REV-OF-ID TO HOLD-REV-OF
           MOVE ZERO TO HOLD-ORIG-AMOUNT
           IF WS-CONV-CURRENCY NOT = SPACES
               MOVE WS-CONV-ORIG-AMOUNT TO HOLD-ORIG-AMOUNT
               MOVE WS-CONV-CURRENCY TO HOLD-CURRENCY
           END-IF
           IF WS-INTERACTIVE-MODE
               MOVE ZERO TO HOLD-SEQ
               MOVE SPACES TO WS-SORD-IMAGE
               MOVE "D" TO WS-SI-TYPE
               MOVE WS-ACCOUNT TO WS-SI-ACCOUNT
               MOVE Num1 TO WS-SI-NUM1
               MOVE Num2 TO WS-SI-NUM2
               MOVE Oper TO WS-SI-OPER
               MOVE WS-SORD-IMAGE TO HOLD-TRANS-DATA
           ELSE
               MOVE WS-HOLD-SRC-SEQ TO HOLD-SEQ
               MOVE WS-HOLD-SRC-DATA TO HOLD-TRANS-DATA
           END-IF
           WRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write pending-approval record - "
                   "file status " WS-HOLD-FILE-STATUS " - abending "
                   "rather than lose a held calculation"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Over approval limit - held for approval as "
               "item " WS-NEXT-HOLD-ID
           ADD 1 TO WS-NEXT-HOLD-ID
           ADD 1 TO WS-HOLD-COUNT
           SET WS-ITEM-HELD TO TRUE
           MOVE ZERO TO WS-REV-OF-ID
           MOVE SPACES TO WS-CONV-CURRENCY
           MOVE ZERO TO WS-CONV-ORIG-AMOUNT.
      * The held line carries what the audit and GL writes would
      * have, so approval posts exactly the figure that was keyed.
      * An interactive item has no input file behind it, so its
      * image is built as a 'D' record from the keyed fields -
      * a decline then resubmits like any other reject. The
      * reversal link and currency staging are cleared the same way
      * 5000 clears them after an audit write.

       4900-OVERFLOW.
           DISPLAY "OVERFLOW: result too large for Result field - "
               MOVE WS-CONV-CURRENCY TO AUDIT-CURRENCY
           END-IF
           MOVE WS-ACCOUNT TO AUDIT-ACCOUNT
           PERFORM 5150-BUILD-CHAIN-IMAGE
           PERFORM 5200-COMPUTE-CHAIN-CHECK
           MOVE WS-CHAIN-LAST TO AUDIT-CHAIN-CHECK
           WRITE AUDIT-RECORD
           ADD 1 TO WS-NEXT-ENTRY-ID
           PERFORM 5100-SAVE-ENTRY-SEQ
      * link is cleared straight after the write so only the
      * reversal line itself carries it.

       5150-BUILD-CHAIN-IMAGE.
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
      * The fixed image the chain check is taken over - every field
      * of the line, blank numerics as zero the way the archive
      * stores them, and the check value of the line before.

       5200-COMPUTE-CHAIN-CHECK.
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
      * Polynomial check over the image, reduced modulo a prime
      * below 10**9 at every byte. Because the previous line's
      * check is part of the image, each value depends on every
      * line before it back to the start of the chain. This is
      * evidence against editing, not a cipher - anyone who can
      * rewrite the whole tail of the log and CALCSEQ.DAT with this
      * program's arithmetic can forge it, which is why AUDIT-VERIFY
      * also proves entry numbers and the archive anchor.

       5100-SAVE-ENTRY-SEQ.
           OPEN OUTPUT ENTRY-SEQ-FILE
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               STOP RUN
           END-IF
           MOVE WS-NEXT-ENTRY-ID TO ESEQ-NEXT-ID
           MOVE WS-CHAIN-LAST TO ESEQ-LAST-CHECK
           WRITE ENTRY-SEQ-RECORD
           IF WS-ENTRY-SEQ-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write audit entry sequence - file "
               WS-CURR-REJ-COUNT
           DISPLAY "Standing items generated     : "
               WS-STANDING-COUNT
           DISPLAY "Held for approval            : " WS-HOLD-COUNT
           DISPLAY "Allocations posted           : " WS-ALLOC-COUNT
           DISPLAY "Allocation rejections        : "
               WS-ALLOC-REJ-COUNT
           DISPLAY "Duplicate suspects rejected  : "
               WS-DUP-REJ-COUNT
           DISPLAY "Duplicate overrides posted   : "
               WS-DUP-OVR-COUNT
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               DISPLAY "Rejects written this run     : "
                   WS-REJECT-WRITTEN
           END-IF
           IF WS-SUSPECT-USED > ZERO
               DISPLAY "----- Duplicate suspects -----"
               PERFORM VARYING SUSPECT-IDX FROM 1 BY 1
                       UNTIL SUSPECT-IDX > WS-SUSPECT-USED
                   MOVE WS-SP-AMOUNT (SUSPECT-IDX) TO WS-RESULT-EDIT
                   IF WS-SP-OVERRIDE-SW (SUSPECT-IDX) = "Y"
                       MOVE "OVERRIDDEN" TO WS-SUSPECT-TAG
                   ELSE
                       MOVE "REJECTED DP" TO WS-SUSPECT-TAG
                   END-IF
                   IF WS-SP-ENTRY-ID (SUSPECT-IDX) > ZERO
                       DISPLAY "Line " WS-SP-SEQ (SUSPECT-IDX) " "
                           WS-SP-ACCOUNT (SUSPECT-IDX) " "
                           WS-RESULT-EDIT " "
                           WS-SP-CURRENCY (SUSPECT-IDX)
                           " matches entry "
                           WS-SP-ENTRY-ID (SUSPECT-IDX) " of "
                           WS-SP-DATE (SUSPECT-IDX) " : "
                           WS-SUSPECT-TAG
                   ELSE
                       DISPLAY "Line " WS-SP-SEQ (SUSPECT-IDX) " "
                           WS-SP-ACCOUNT (SUSPECT-IDX) " "
                           WS-RESULT-EDIT " "
                           WS-SP-CURRENCY (SUSPECT-IDX)
                           " matches held line "
                           WS-SP-MATCH-SEQ (SUSPECT-IDX) " : "
                           WS-SUSPECT-TAG
                   END-IF
               END-PERFORM
               IF WS-DUP-REJ-COUNT + WS-DUP-OVR-COUNT
                       > WS-SUSPECT-USED
                   DISPLAY "(more suspects than listed - the counts "
                       "above cover the whole run)"
               END-IF
           END-IF
           IF WS-BATCH-USED > ZERO
               DISPLAY "----- Totals by batch    -----"
               PERFORM VARYING BATCH-IDX FROM 1 BY 1
      * The department recap rolls the account lines up to the codes
      * the managers actually sign off on, instead of someone
      * hand-sorting the account block with a highlighter.
      * The duplicate-suspect section lists each suspect by its line
      * in the input file, with the entry (or held line) it matched,
      * so whoever signs off the run can judge each one before the
      * rejects are repaired.
      * End the evaluation, stop program with stop run

       8050-BUILD-DEPT-RECAP.
               + WS-DIVZERO-COUNT + WS-OVERFLOW-COUNT
               + WS-CHAIN-COUNT + WS-ACCT-REJ-COUNT
               + WS-RATE-REJ-COUNT + WS-REV-REJ-COUNT
               + WS-CURR-REJ-COUNT + WS-ALLOC-REJ-COUNT
               + WS-DUP-REJ-COUNT

           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
           END-IF
           IF HIST-CURR-REJ-COUNT IS NUMERIC
               ADD HIST-CURR-REJ-COUNT TO WS-HR-REJECTS (HIST-IDX)
           END-IF
           IF HIST-ALLOC-REJ-COUNT IS NUMERIC
               ADD HIST-ALLOC-REJ-COUNT TO WS-HR-REJECTS (HIST-IDX)
           END-IF
           IF HIST-DUP-REJ-COUNT IS NUMERIC
               ADD HIST-DUP-REJ-COUNT TO WS-HR-REJECTS (HIST-IDX)
           END-IF.
      * Keep only the ten most recent comparable runs - the file is
      * read front to back, so older entries shift out of slot one
