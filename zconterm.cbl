      * each listed EMPID on the employee contact store exactly the    *
      * way the online DELETE does: contact fields cleared, deleted    *
      * flag and date set, the employee's emergency contacts removed   *
      * in cascade (each one kept on the EMGJRNL cascade journal so a  *
      * selective backout can restore it), a CHGJRNL change-journal    *
      * record and an RCVJRNL intent/commit pair written per record.   *
      * The report gives each EMPID's disposition - TERMINATED,        *
      * ALREADY GONE or NOT FOUND - with control totals checked        *
      * against the feed's trailer, so the morning's leavers no longer *
      * have to be hand-driven as online DELETE transactions one at a  *
      * time.                                                          *
      *                                                                *
      * Startup is gated by the shared RUNCTL run-control file and     *
      * successful completion is stamped on it (see ZCONRUN.cpy),      *
      * both under the run's business date from the CALFILE business   *
      * calendar (see ZCONCAL.cpy).                                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMGFILE-STATUS.
      *
      * EMERGENCY-CONTACT CASCADE JOURNAL SHARED WITH ZCONCBL - EVERY
      * CONTACT REMOVED IN CASCADE IS KEPT HERE FOR ZCONBACK.
      *
           SELECT EMGJRNL ASSIGN TO EMGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMGJRNL-STATUS.
      *
      * CHANGE-HISTORY JOURNAL SHARED WITH ZCONCBL - EVERY TOMBSTONE
      * APPLIED HERE IS JOURNALED THE SAME WAY AN ONLINE DELETE IS.
      *
           SELECT RUNPARM ASSIGN TO RUNPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
      *
      * BUSINESS CALENDAR MAINTAINED BY OPERATIONS.
      *
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.

       DATA DIVISION.
      ****************
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  EMGJRNL
           RECORDING MODE IS F.
       COPY ZCONEJR.

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.
           RECORDING MODE IS F.
       01  RUNPARM-LINE                PIC X(80).

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-TERMFILE-STATUS           PIC X(02) VALUE "00".
          88 EMGFILE-MISSING           VALUE "35".
       01 WS-EMGFILE-AVAIL-FLAG        PIC X(01) VALUE 'N'.
          88 EMGFILE-IS-AVAILABLE      VALUE 'Y'.
       01 WS-EMGJRNL-STATUS            PIC X(02) VALUE "00".
          88 EMGJRNL-OK                VALUE "00".
          88 EMGJRNL-NOT-FOUND         VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-RCVJRNL-STATUS            PIC X(02) VALUE "00".
          88 RCVJRNL-OK                VALUE "00".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-CURRENT-TIME              PIC 9(08).
      *
      * SEQUENCE NUMBER AND CHAINED CHECK VALUE OF THE LAST RECORD ON
      * THE CHANGE JOURNAL, PICKED UP BEFORE IT IS OPENED FOR APPEND
      * AND CARRIED ON TO EVERY RECORD THIS RUN WRITES.
      *
       01 WS-JRNL-LAST-SEQ             PIC 9(10) VALUE 0.
       01 WS-JRNL-LAST-CHAIN           PIC 9(10) VALUE 0.
       01 WS-CHAIN-VALUE               PIC 9(10) VALUE 0.
       01 WS-CHAIN-IDX                 PIC 9(04) COMP.
      *
      * THE JOURNAL RECORD'S TWO IMAGES, HELD WHILE ITS ERASABLE BYTES
      * ARE BLANKED TO SEAL IT.
      *
       01 WS-JRNL-BEFORE-HOLD          PIC X(161).
       01 WS-JRNL-AFTER-HOLD           PIC X(161).
      *
      * CONTROL-RECORD VERIFICATION STATE FOR THE PRE-APPLY PASS
      * OVER THE FEED, MATCHING ZCONLOAD'S RULES: THE FEED DATE MAY
      * BE THE BUSINESS DATE'S OR THE PREVIOUS BUSINESS DAY'S, THE
      * TRAILER COUNT MUST MATCH.
      *
       01 WS-STALE-LIMIT-DATE          PIC 9(08).
       01 WS-VERIFY-DATA-COUNT         PIC 9(08) COMP VALUE 0.
      * BEFORE/AFTER EMP-FILE-RECORD IMAGES AND RECOVERY-JOURNAL
      * SEQUENCING FOR THE PER-RECORD JOURNALING, AS IN ZCONCBL.
      *
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.
       01 WS-RCVJ-SEQ                  PIC 9(08) COMP VALUE 0.
      *
      * KEY TABLE THE EMERGENCY-CONTACT CASCADE COLLECTS INTO SO ITS
          88 RUN-ALREADY-DONE          VALUE 'Y'.
       01 WS-RUN-REFUSED-FLAG          PIC X(01) VALUE 'N'.
          88 RUN-IS-REFUSED            VALUE 'Y'.
      *
      * BUSINESS CALENDAR FROM CALFILE (SEE ZCONCAL.cpy) AND THE WORK
      * FIELDS OF THE BUSINESS-DAY ROUTINES. WS-CAL-DATE IS THE DATE
      * EACH ROUTINE TESTS OR MOVES; WS-CAL-DIRECTION IS -1 TO ROLL A
      * CLOSED DAY BACK TO THE BUSINESS DAY BEFORE IT, +1 TO ROLL IT
      * ON TO THE NEXT.
      *
       01 WS-CALFILE-STATUS            PIC X(02) VALUE "00".
          88 CALFILE-OK                VALUE "00".
          88 CALFILE-EOF               VALUE "10".
          88 CALFILE-NOT-FOUND         VALUE "35".
       01 WS-CALENDAR-FLAG             PIC X(01) VALUE 'Y'.
          88 CALENDAR-USABLE           VALUE 'Y'.
          88 CALENDAR-UNUSABLE         VALUE 'N'.
       01 WS-CAL-TABLE-MAX             PIC 9(04) COMP VALUE 1000.
       01 WS-CAL-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-CAL-IDX                   PIC 9(04) COMP.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES.
             10 CTB-DATE               PIC 9(08).
             10 CTB-DAY-TYPE           PIC X(01).
       01 WS-CAL-DATE                  PIC 9(08).
       01 WS-CAL-WEEKDAY               PIC 9(01).
       01 WS-CAL-DIRECTION             PIC S9(01) VALUE -1.
       01 WS-CAL-STEPS                 PIC 9(04) COMP.
       01 WS-CAL-DAY-FLAG              PIC X(01).
          88 CAL-DATE-IS-BUSINESS      VALUE 'B'.
          88 CAL-DATE-IS-CLOSED        VALUE 'H'.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(47) VALUE
                       WS-EMGFILE-STATUS
             END-IF
           END-IF.
      *
      * NO CONTACT IS REMOVED UNLESS IT CAN BE KEPT ON THE CASCADE
      * JOURNAL FIRST, SO WITHOUT THE JOURNAL THE CASCADE IS SKIPPED.
      *
           IF EMGFILE-IS-AVAILABLE THEN
             OPEN EXTEND EMGJRNL
             IF EMGJRNL-NOT-FOUND THEN
               OPEN OUTPUT EMGJRNL
             END-IF
             IF NOT EMGJRNL-OK THEN
               DISPLAY "ERROR: Could not open EMGJRNL, status = "
                       WS-EMGJRNL-STATUS
               DISPLAY " Emergency cascade skipped "
               CLOSE EMGFILE
               MOVE 'N' TO WS-EMGFILE-AVAIL-FLAG
             END-IF
           END-IF.

           PERFORM Load-Journal-Chain.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
           CLOSE EMPFILE.
           IF EMGFILE-IS-AVAILABLE THEN
             CLOSE EMGFILE
             CLOSE EMGJRNL
           END-IF.
           CLOSE CHGJRNL.
           CLOSE RCVJRNL.
           GOBACK.
      *
      *  Pre-apply verification pass: the feed must open with a
      *  header dated no earlier than the business day before the
      *  run's business date, close with a trailer, carry nothing
      *  after the trailer, and the trailer count must equal the
      *  data records read. Any failure marks the feed bad and
      *  nothing is applied.
      *  ============================================================
      *
       Verify-Extract-Controls.
           MOVE WS-RUN-BUSINESS-DATE TO WS-CAL-DATE.
           PERFORM Previous-Business-Day.
           MOVE WS-CAL-DATE TO WS-STALE-LIMIT-DATE.

           READ TERMFILE
           IF TERMFILE-EOF THEN
                                       FILE-DEPT-CODE
                                       FILE-MGR-EMPID
                                       FILE-EFFECTIVE-DATE
                                       FILE-LOCATION-CODE
                                       FILE-WORKER-TYPE
                                       FILE-CONTRACT-END-DATE
               MOVE 'Y'             TO FILE-DELETED-FLAG
               MOVE WS-CURRENT-DATE TO FILE-DELETED-DATE
               PERFORM Write-Recovery-Intent
      *  Remove every emergency contact held for the EMPID just
      *  tombstoned, collecting the keys on a browse pass and
      *  deleting on a second pass so the deletes never disturb
      *  their own browse. Each contact is written to the cascade
      *  journal before it is deleted.
      *  ============================================================
      *
       Cascade-Delete-Emergency.
                 TO EMG-PRIORITY
             READ EMGFILE
             IF EMGFILE-OK THEN
               PERFORM Write-Emergency-Journal
               DELETE EMGFILE
             END-IF
           END-PERFORM.
      *
      *  Keep the emergency contact about to be removed in cascade on
      *  the cascade journal, under this program's name.
      *  ============================================================
      *
       Write-Emergency-Journal.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO EJRN-DATE.
           MOVE WS-CURRENT-TIME TO EJRN-TIME.
           MOVE 'X'             TO EJRN-VERB.
           MOVE EMG-EMPID       TO EJRN-EMPID.
           MOVE EMG-FILE-RECORD TO EJRN-IMAGE.
           MOVE "ZCONTERM"      TO EJRN-CALLER-ID.
           WRITE EMG-JOURNAL-RECORD.
      *
      *  Write one change-history journal record for the tombstone
      *  just applied, under verb 'D' so ZCONHIST reports feed-driven
      *  and online deletes alike.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE "ZCONTERM"      TO JRNL-CALLER-ID.
           MOVE SPACES          TO JRNL-APPROVER-ID.
           PERFORM Seal-Journal-Record.
           WRITE JOURNAL-RECORD.
      *
      *  Pick up the sequence number and check value of the last
      *  sequenced record on the change journal, so the records this
      *  run appends carry both on unbroken. A journal holding no
      *  sequenced record yet starts the chain from zero.
      *  ============================================================
      *
       Load-Journal-Chain.
           MOVE 0 TO WS-JRNL-LAST-SEQ.
           MOVE 0 TO WS-JRNL-LAST-CHAIN.
           OPEN INPUT CHGJRNL.
           IF CHGJRNL-OK THEN
             READ CHGJRNL
             PERFORM UNTIL CHGJRNL-EOF
               IF JRNL-SEQ IS NUMERIC AND JRNL-CHAIN IS NUMERIC THEN
                 MOVE JRNL-SEQ   TO WS-JRNL-LAST-SEQ
                 MOVE JRNL-CHAIN TO WS-JRNL-LAST-CHAIN
               END-IF
               READ CHGJRNL
             END-PERFORM
             CLOSE CHGJRNL
           END-IF.
      *
      *  Number the journal record about to be written and seal it.
      *  The name, email, phone and remarks in its two images - bytes
      *  6 to 120, the only bytes a privacy erasure may later scrub -
      *  are first reduced to their own digest: a running remainder
      *  started from zero. The check value is then chained on from
      *  the record before it: the same remainder, seeded with the
      *  previous record's value, over every byte of JRNL-SEALED-DATA
      *  with those erasable bytes taken as blank, followed by the
      *  digest. ZCONVRFY repeats the same calculation to prove the
      *  chain, and can still prove it once a record is scrubbed.
      *  A newly sealed record is never marked erased.
      *  ============================================================
      *
       Seal-Journal-Record.
           ADD 1 TO WS-JRNL-LAST-SEQ.
           MOVE WS-JRNL-LAST-SEQ TO JRNL-SEQ.
           MOVE 0 TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-BEFORE-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-AFTER-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-CHAIN-VALUE TO JRNL-ERASABLE-DIGEST.

           MOVE JRNL-BEFORE-IMAGE TO WS-JRNL-BEFORE-HOLD.
           MOVE JRNL-AFTER-IMAGE  TO WS-JRNL-AFTER-HOLD.
           MOVE SPACES TO JRNL-BEFORE-IMAGE(6:115).
           MOVE SPACES TO JRNL-AFTER-IMAGE(6:115).
           MOVE WS-JRNL-LAST-CHAIN TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF JRNL-SEALED-DATA
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-SEALED-DATA(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF JRNL-ERASABLE-DIGEST
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-ERASABLE-DIGEST(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-JRNL-BEFORE-HOLD TO JRNL-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-HOLD  TO JRNL-AFTER-IMAGE.
           MOVE SPACE TO JRNL-ERASED-MARK.
           MOVE WS-CHAIN-VALUE TO JRNL-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-JRNL-LAST-CHAIN.
      *
      *  Write one recovery-journal intent record ahead of the
      *  REWRITE, carrying the before-image and the intended
      *  after-image now standing in the record area.
           MOVE FILE-EMPID      TO RCVJ-EMPID.
           MOVE WS-BEFORE-IMAGE TO RCVJ-BEFORE-IMAGE.
           MOVE EMP-FILE-RECORD TO RCVJ-AFTER-IMAGE.
           MOVE 'ZCONTERM'      TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Write one recovery-journal commit record covering the
           MOVE SPACES          TO RCVJ-EMPID.
           MOVE SPACES          TO RCVJ-BEFORE-IMAGE.
           MOVE SPACES          TO RCVJ-AFTER-IMAGE.
           MOVE 'ZCONTERM'      TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Write the end-of-run summary counts to the report, proving
           WRITE REPT-LINE.
      *
      *  Startup run-control check: refuse to run when this program
      *  already stamped the run's business date on the shared RUNCTL
      *  run-control file - a rerun needs the operator override
      *  on RUNPARM.
      *  The business date is the run date, or the business day
      *  before it when the CALFILE calendar closes the run date.
      *  ============================================================
      *
       Check-Run-Control.
           PERFORM Load-Business-Calendar.
           IF CALENDAR-UNUSABLE THEN
             SET RUN-IS-REFUSED TO TRUE
           END-IF.
           ACCEPT WS-CAL-DATE FROM DATE YYYYMMDD.
           MOVE -1 TO WS-CAL-DIRECTION.
           PERFORM Roll-To-Business-Day.
           MOVE WS-CAL-DATE TO WS-RUN-BUSINESS-DATE.
           DISPLAY " Running for business date " WS-RUN-BUSINESS-DATE.
           PERFORM Load-Run-Override.
           IF RUN-OVERRIDE-SET THEN
             DISPLAY " RUNPARM override - run-control checks skipped "
             WRITE RUN-CONTROL-RECORD
             CLOSE RUNCTL
           END-IF.
      *
      *  Load the CALFILE business calendar maintained by operations
      *  into the in-memory table. Without CALFILE every weekday is a
      *  business day; a CALFILE that cannot be opened, or that lists
      *  more dates than the table holds, leaves the calendar
      *  unusable.
      *  ============================================================
      *
       Load-Business-Calendar.
           MOVE 0 TO WS-CAL-COUNT.
           OPEN INPUT CALFILE.
           IF CALFILE-NOT-FOUND THEN
             DISPLAY " No CALFILE found - weekdays are business days "
           ELSE
             IF NOT CALFILE-OK THEN
               DISPLAY "ERROR: Could not open CALFILE, status = "
                       WS-CALFILE-STATUS
               SET CALENDAR-UNUSABLE TO TRUE
             ELSE
               READ CALFILE
               PERFORM UNTIL CALFILE-EOF OR CALENDAR-UNUSABLE
                 IF CAL-DATE IS NUMERIC
                     AND (CAL-BUSINESS-DAY OR CAL-HOLIDAY) THEN
                   IF WS-CAL-COUNT LESS THAN WS-CAL-TABLE-MAX THEN
                     ADD 1 TO WS-CAL-COUNT
                     MOVE CAL-DATE     TO CTB-DATE(WS-CAL-COUNT)
                     MOVE CAL-DAY-TYPE TO CTB-DAY-TYPE(WS-CAL-COUNT)
                   ELSE
                     DISPLAY "ERROR: CALFILE lists more than 1000 "
                             "dates"
                     SET CALENDAR-UNUSABLE TO TRUE
                   END-IF
                 END-IF
                 READ CALFILE
               END-PERFORM
               CLOSE CALFILE
             END-IF
           END-IF.
      *
      *  Set WS-CAL-DAY-FLAG for WS-CAL-DATE from its calendar entry
      *  (the last one, when it is listed twice) or, for a date not
      *  listed, from the day of the week: day 1 of the integer date
      *  count, 1 January 1601, was a Monday.
      *  ============================================================
      *
       Check-Business-Day.
           MOVE SPACE TO WS-CAL-DAY-FLAG.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX GREATER THAN WS-CAL-COUNT
             IF CTB-DATE(WS-CAL-IDX) EQUAL WS-CAL-DATE THEN
               MOVE CTB-DAY-TYPE(WS-CAL-IDX) TO WS-CAL-DAY-FLAG
             END-IF
           END-PERFORM.
           IF WS-CAL-DAY-FLAG EQUAL SPACE THEN
             COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1, 7) + 1
             IF WS-CAL-WEEKDAY GREATER THAN 5 THEN
               SET CAL-DATE-IS-CLOSED TO TRUE
             ELSE
               SET CAL-DATE-IS-BUSINESS TO TRUE
             END-IF
           END-IF.
      *
      *  Leave WS-CAL-DATE on a business day: unchanged when it is
      *  one, else moved a day at a time in WS-CAL-DIRECTION until it
      *  reaches one. The walk gives up after a year, so a calendar
      *  that closes every day cannot loop the run.
      *  ============================================================
      *
       Roll-To-Business-Day.
           PERFORM Check-Business-Day.
           MOVE 0 TO WS-CAL-STEPS.
           PERFORM UNTIL CAL-DATE-IS-BUSINESS
               OR WS-CAL-STEPS NOT LESS THAN 366
             COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
                 + WS-CAL-DIRECTION)
             ADD 1 TO WS-CAL-STEPS
             PERFORM Check-Business-Day
           END-PERFORM.
      *
      *  Move WS-CAL-DATE back to the business day before it.
      *  ============================================================
      *
       Previous-Business-Day.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1).
           MOVE -1 TO WS-CAL-DIRECTION.
           PERFORM Roll-To-Business-Day.
