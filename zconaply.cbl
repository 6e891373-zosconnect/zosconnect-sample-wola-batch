      * that ZCONCBL parks future-dated PUT/PATCH requests on, and     *
      * applies every queued change whose effective date has arrived   *
      * to the employee contact store (EMPFILE), honoring the same     *
      * tombstone rules as the online PUT/PATCH paths. A change dated  *
      * on a day the CALFILE business calendar closes falls due on the *
      * next business day, so a change dated on a Saturday is applied  *
      * by Monday's run. Changes not yet due on the run's business     *
      * date are carried forward to PENDOUT, which replaces PENDFILE   *
      * for the day's server run. A change-history journal record is   *
      * written for every applied change, and the report says what     *
      * was applied (and the day each change fell due), what is still  *
      * pending and what could no longer be applied.                   *
      *                                                                *
      * Startup is gated by the shared RUNCTL run-control file and     *
      * successful completion is stamped on it (see ZCONRUN.cpy),      *
      * both under the run's business date from the CALFILE business   *
      * calendar (see ZCONCAL.cpy).                                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
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

       FD  PENDOUT
           RECORDING MODE IS F.
       01  PENDOUT-RECORD              PIC X(199).

       FD  EMPFILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RUNPARM-LINE                PIC X(80).

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-PENDFILE-STATUS           PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-CURRENT-TIME              PIC 9(08).
      *
      * THE DAY A QUEUED CHANGE FALLS DUE.
      *
       01 WS-DUE-DATE                  PIC X(08).
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
      * FIELD-LEVEL VIEW OF THE REQUEST-DATA IMAGE CARRIED ON EACH
      * PENDING RECORD, SHAPED AS SVC-RQST-DATA (ZCONREQ.cpy).
      *
          05 RQST-DEPT-CODE            PIC X(04).
          05 RQST-MGR-EMPID            PIC X(05).
          05 RQST-EFFECTIVE-DATE       PIC X(08).
          05 RQST-LOCATION-CODE        PIC X(06).
          05 RQST-WORKER-TYPE          PIC X(01).
          05 RQST-CONTRACT-END-DATE    PIC X(08).
      *
      * BEFORE/AFTER EMP-FILE-RECORD IMAGES FOR THE CHANGE-HISTORY
      * JOURNAL RECORD WRITTEN PER APPLIED CHANGE.
      *
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.

       01 WS-APPLIED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-PENDING-COUNT             PIC 9(08) COMP VALUE 0.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(08) VALUE "EFF-DATE".
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(08) VALUE "DUE-DATE".
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(12) VALUE "DISPOSITION".

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EFF-DATE              PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DUE-DATE              PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DISPOSITION           PIC X(12).

      *
          88 RUN-PREREQ-MET            VALUE 'Y'.
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

       PROCEDURE DIVISION.
      *********************
             GOBACK
           END-IF.

           PERFORM Load-Journal-Chain.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "

           GOBACK.
      *
      *  Read every queued change. A change falls due on its
      *  effective date, or on the next business day when the
      *  calendar closes that date. A change not yet due on the
      *  run's business date is carried forward to PENDOUT
      *  untouched; one that is due is applied to EMPFILE under the
      *  online tombstone rules (an EMPID that is gone or tombstoned
      *  can no longer be updated and is reported instead).
      *  ============================================================
             MOVE RQST-EMPID    TO DTL-EMPID
             MOVE PND-VERB      TO DTL-VERB
             MOVE PND-EFFECTIVE-DATE TO DTL-EFF-DATE
             MOVE PND-EFFECTIVE-DATE TO WS-DUE-DATE
             IF PND-EFFECTIVE-DATE IS NUMERIC THEN
               MOVE PND-EFFECTIVE-DATE TO WS-CAL-DATE
               MOVE 1 TO WS-CAL-DIRECTION
               PERFORM Roll-To-Business-Day
               MOVE WS-CAL-DATE TO WS-DUE-DATE
             END-IF
             MOVE WS-DUE-DATE TO DTL-DUE-DATE
             IF WS-DUE-DATE GREATER THAN WS-RUN-BUSINESS-DATE THEN
               MOVE PENDING-RECORD TO PENDOUT-RECORD
               WRITE PENDOUT-RECORD
               ADD 1 TO WS-PENDING-COUNT
      *
      *  Apply one arrived change to EMPFILE: a PUT replaces the
      *  whole active record with the queued request data, a PATCH
      *  overwrites only the fields the queued request supplied. A
      *  record left as anything but a contingent worker carries no
      *  contract end date. The applied change is journaled with its
      *  before/after images.
      *  ============================================================
      *
       Apply-One-Change.
               MOVE RQST-DEPT-CODE      TO FILE-DEPT-CODE
               MOVE RQST-MGR-EMPID      TO FILE-MGR-EMPID
               MOVE RQST-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
               MOVE RQST-LOCATION-CODE  TO FILE-LOCATION-CODE
               MOVE RQST-WORKER-TYPE    TO FILE-WORKER-TYPE
               MOVE RQST-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
             ELSE
               IF RQST-EMPNAME NOT EQUAL SPACES THEN
                 MOVE RQST-EMPNAME TO FILE-EMPNAME
               IF RQST-EFFECTIVE-DATE NOT EQUAL SPACES THEN
                 MOVE RQST-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
               END-IF
               IF RQST-LOCATION-CODE NOT EQUAL SPACES THEN
                 MOVE RQST-LOCATION-CODE TO FILE-LOCATION-CODE
               END-IF
               IF RQST-WORKER-TYPE NOT EQUAL SPACES THEN
                 MOVE RQST-WORKER-TYPE TO FILE-WORKER-TYPE
               END-IF
               IF RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
                 MOVE RQST-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
               END-IF
             END-IF
             IF NOT WORKER-IS-CONTINGENT THEN
               MOVE SPACES TO FILE-CONTRACT-END-DATE
             END-IF
             REWRITE EMP-FILE-RECORD
             MOVE EMP-FILE-RECORD TO WS-AFTER-IMAGE
      *  Write one change-history journal record for the change just
      *  applied, in the same shape ZCONCBL journals online changes,
      *  so ZCONHIST reports batch-applied and online changes alike.
      *  A change queued with its requester (and, for an approved
      *  held change, its approver) keeps both on the journal; one
      *  queued without is journaled under ZCONAPLY itself.
      *  ============================================================
      *
       Write-Journal-Record.
           MOVE RQST-EMPID      TO JRNL-EMPID.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           IF PND-REQUESTER-ID NOT EQUAL SPACES THEN
             MOVE PND-REQUESTER-ID TO JRNL-CALLER-ID
             MOVE PND-APPROVER-ID  TO JRNL-APPROVER-ID
           ELSE
             MOVE "ZCONAPLY"       TO JRNL-CALLER-ID
             MOVE SPACES           TO JRNL-APPROVER-ID
           END-IF.
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
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
           WRITE REPT-LINE.
      *
      *  Startup run-control check: refuse to run when this program
      *  already stamped the run's business date on the shared RUNCTL
      *  run-control file, or when its prerequisite (ZCONLOAD) has
      *  not stamped it yet. A rerun needs the operator override on
      *  RUNPARM.
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
