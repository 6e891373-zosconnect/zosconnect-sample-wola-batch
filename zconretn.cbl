      *      are written to the AUDARCH archive; the records still     *
      *      inside the period are rewritten to AUDNEW, which          *
      *      operations swap in as the new AUDITLOG so the nightly     *
      *      report job stops reading an unbounded file. The trail is *
      *      cut at one point, so its sequence numbers and check-value *
      *      chain run straight from AUDARCH into AUDNEW, and the      *
      *      newest record is always kept on AUDNEW to carry the chain *
      *      forward.                                                  *
      *                                                                *
      * Retention periods are counted in business days, by the CALFILE *
      * business calendar (see ZCONCAL.cpy), back from the run's       *
      * business date, so weekends and holidays never shorten them.    *
      * They come from the RETNPARM parameter file, one value per line:*
      *                                                                *
      *   Line 1 - business days to retain tombstoned records          *
      *            (PIC 9(05))                                         *
      *   Line 2 - business days to retain audit records; blank means  *
      *            use the line 1 value                                *
      *                                                                *
      * A missing RETNPARM applies the default of 250 business days -  *
      * about a calendar year - to both.                               *
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

       FD  EMPARCH
           RECORDING MODE IS F.
       01  EMP-ARCH-RECORD             PIC X(161).

       FD  AUDITLOG
           RECORDING MODE IS F.

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD           PIC X(76).

       FD  AUDNEW
           RECORDING MODE IS F.
       01  AUDIT-NEW-RECORD            PIC X(76).

       FD  REPTFILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RUNPARM-LINE                PIC X(80).

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-RETNPARM-STATUS           PIC X(02) VALUE "00".
      * RETENTION PERIODS AND THE CUTOFF DATES DERIVED FROM THEM. A
      * RECORD DATED BEFORE ITS CUTOFF HAS AGED OUT.
      *
       01 WS-EMP-RETAIN-DAYS           PIC 9(05) VALUE 250.
       01 WS-AUD-RETAIN-DAYS           PIC 9(05) VALUE 250.
       01 WS-EMP-CUTOFF-DATE           PIC 9(08).
       01 WS-AUD-CUTOFF-DATE           PIC 9(08).
      *
       01 WS-MORE-REMAIN-FLAG          PIC X(01) VALUE 'N'.
          88 MORE-TOMBSTONES-REMAIN    VALUE 'Y'.

      *
      * AUDIT-TRAIL CUT STATE. THE TRAIL IS CUT AT ONE POINT ONLY -
      * EVERYTHING BEFORE THE FIRST RECORD INSIDE THE PERIOD GOES TO
      * AUDARCH, EVERYTHING FROM IT ON TO AUDNEW - SO THE SEQUENCE
      * AND THE CHECK-VALUE CHAIN RUN STRAIGHT FROM THE END OF THE
      * ARCHIVE INTO THE NEW TRAIL. EACH RECORD IS HELD BACK ONE READ
      * SO THE NEWEST IS ALWAYS KEPT ON AUDNEW, WHICH THEN CARRIES THE
      * CHAIN FORWARD FOR ZCONCBL EVEN WHEN EVERYTHING ELSE AGED OUT.
      *
       01 WS-AUD-HELD-RECORD           PIC X(76) VALUE SPACES.
       01 WS-AUD-HELD-FLAG             PIC X(01) VALUE 'N'.
          88 AUDIT-RECORD-HELD         VALUE 'Y'.
       01 WS-AUD-HELD-SEQ              PIC X(10) VALUE SPACES.
       01 WS-AUD-HELD-CHAIN            PIC X(10) VALUE SPACES.
       01 WS-AUD-HELD-DEST             PIC X(01) VALUE SPACE.
          88 HELD-FOR-ARCHIVE          VALUE 'A'.
          88 HELD-FOR-NEW-TRAIL        VALUE 'N'.
       01 WS-AUD-CUT-FLAG              PIC X(01) VALUE 'N'.
          88 AUDIT-CUT-TAKEN           VALUE 'Y'.
       01 WS-AUD-CUT-SEQ               PIC X(10) VALUE SPACES.
       01 WS-AUD-CUT-CHAIN             PIC X(10) VALUE SPACES.

       01 WS-PURGED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-AUD-ARCHIVED-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-AUD-RETAINED-COUNT        PIC 9(08) COMP VALUE 0.
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

       PROCEDURE DIVISION.
      *********************
             GOBACK
           END-IF.

           PERFORM Load-Retention-Parms.
           PERFORM Compute-Cutoff-Dates.

      *  Read the optional RETNPARM parameter file. Line 1 carries
      *  the tombstone retention days, line 2 the audit retention
      *  days (blank = same as line 1). A missing file keeps the
      *  250-day defaults; a malformed value is refused rather than
      *  silently purging with the wrong period.
      *  ============================================================
      *
       Load-Retention-Parms.
           OPEN INPUT RETNPARM.
           IF RETNPARM-NOT-FOUND THEN
             DISPLAY " No RETNPARM found - using 250-day defaults "
           ELSE
             IF NOT RETNPARM-OK THEN
               DISPLAY "ERROR: Could not open RETNPARM, status = "
             END-IF
           END-IF.
      *
      *  Derive the cutoff dates by backing the retention periods,
      *  one business day at a time, off the run's business date.
      *  ============================================================
      *
       Compute-Cutoff-Dates.
           MOVE WS-RUN-BUSINESS-DATE TO WS-CAL-DATE.
           PERFORM Previous-Business-Day WS-EMP-RETAIN-DAYS TIMES.
           MOVE WS-CAL-DATE TO WS-EMP-CUTOFF-DATE.
           MOVE WS-RUN-BUSINESS-DATE TO WS-CAL-DATE.
           PERFORM Previous-Business-Day WS-AUD-RETAIN-DAYS TIMES.
           MOVE WS-CAL-DATE TO WS-AUD-CUTOFF-DATE.
           DISPLAY " Tombstones dated before " WS-EMP-CUTOFF-DATE
                   " and audit records dated before "
                   WS-AUD-CUTOFF-DATE " age out".
      *
      *  Scan EMPFILE once, collecting the key of every tombstoned
      *  record whose deleted date is older than the cutoff. The
      *
      *  Read the audit trail end to end, writing aged-out records to
      *  the archive and still-current records to AUDNEW, which
      *  operations swap in as the new AUDITLOG. The trail is cut at
      *  the first record inside the retention period; an older-dated
      *  record found after it stays with the new trail so the
      *  sequence is never split. Each record is held back one read
      *  so the newest always stays on the new trail to carry the
      *  chain forward.
      *  ============================================================
      *
       Age-Audit-Records.
               END-IF
               READ AUDITLOG
               PERFORM UNTIL AUDITLOG-EOF
                 IF AUDIT-RECORD-HELD THEN
                   PERFORM Release-Held-Audit-Record
                 END-IF
                 IF AUDIT-DATE NOT LESS THAN WS-AUD-CUTOFF-DATE THEN
                   SET AUDIT-CUT-TAKEN TO TRUE
                 END-IF
                 MOVE AUDIT-RECORD TO WS-AUD-HELD-RECORD
                 MOVE AUDIT-SEQ    TO WS-AUD-HELD-SEQ
                 MOVE AUDIT-CHAIN  TO WS-AUD-HELD-CHAIN
                 SET AUDIT-RECORD-HELD TO TRUE
                 IF AUDIT-CUT-TAKEN THEN
                   SET HELD-FOR-NEW-TRAIL TO TRUE
                 ELSE
                   SET HELD-FOR-ARCHIVE TO TRUE
                 END-IF
                 READ AUDITLOG
               END-PERFORM
               IF AUDIT-RECORD-HELD THEN
                 SET HELD-FOR-NEW-TRAIL TO TRUE
                 PERFORM Release-Held-Audit-Record
               END-IF
               CLOSE AUDITLOG
               CLOSE AUDARCH
               CLOSE AUDNEW
             END-IF
           END-IF.
      *
      *  Write the held audit record to the side of the cut it was
      *  assigned to, remembering the sequence number and check value
      *  of the last record archived so the report shows where the
      *  archive ends and the new trail's chain picks up.
      *  ============================================================
      *
       Release-Held-Audit-Record.
           IF HELD-FOR-ARCHIVE THEN
             MOVE WS-AUD-HELD-RECORD TO AUDIT-ARCH-RECORD
             WRITE AUDIT-ARCH-RECORD
             ADD 1 TO WS-AUD-ARCHIVED-COUNT
             MOVE WS-AUD-HELD-SEQ    TO WS-AUD-CUT-SEQ
             MOVE WS-AUD-HELD-CHAIN  TO WS-AUD-CUT-CHAIN
           ELSE
             MOVE WS-AUD-HELD-RECORD TO AUDIT-NEW-RECORD
             WRITE AUDIT-NEW-RECORD
             ADD 1 TO WS-AUD-RETAINED-COUNT
           END-IF.
           MOVE 'N' TO WS-AUD-HELD-FLAG.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
           STRING "AUDIT RECS RETAINED   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           IF WS-AUD-CUT-SEQ IS NUMERIC THEN
             MOVE SPACES TO REPT-LINE
             STRING "AUDIT ARCHIVE ENDS AT : SEQ " WS-AUD-CUT-SEQ
                 " CHAIN " WS-AUD-CUT-CHAIN
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           END-IF.
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
