      * Before anything is loaded, the extract's header and trailer    *
      * control records are verified: a missing header or trailer, a   *
      * trailer count that does not match the data records read, or a  *
      * header extract date older than the business day before the     *
      * run's business date is a hard stop, so a short-shipped or      *
      * stale extract can never quietly load half an employee          *
      * population. A Monday load of Friday's extract is current.      *
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
           RECORDING MODE IS F.
       01  RUNPARM-LINE                PIC X(80).

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-LOADFILE-STATUS           PIC X(02) VALUE "00".
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
      *
      * CONTROL-RECORD VERIFICATION STATE FOR THE PRE-LOAD PASS OVER
      * THE EXTRACT. THE EXTRACT DATE MAY BE THE BUSINESS DATE'S OR
      * THE PREVIOUS BUSINESS DAY'S (HR CUTS IT OVERNIGHT); ANYTHING
      * OLDER IS STALE.
      *
       01 WS-STALE-LIMIT-DATE          PIC 9(08).
       01 WS-VERIFY-DATA-COUNT         PIC 9(08) COMP VALUE 0.
       01 WS-TRAILER-COUNT             PIC 9(08) COMP VALUE 0.
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
           GOBACK.
      *
      *  Pre-load verification pass: the extract must open with a
      *  header dated no earlier than the business day before the
      *  run's business date, close with a trailer, carry nothing
      *  after the trailer, and the trailer count must equal the
      *  data records read. Any failure marks the extract bad and
      *  nothing is loaded.
      *  ============================================================
      *
       Verify-Extract-Controls.
           MOVE WS-RUN-BUSINESS-DATE TO WS-CAL-DATE.
           PERFORM Previous-Business-Day.
           MOVE WS-CAL-DATE TO WS-STALE-LIMIT-DATE.

           READ LOADFILE
           IF LOADFILE-EOF THEN
           MOVE XTR-DEPT-CODE      TO FILE-DEPT-CODE
           MOVE XTR-MGR-EMPID      TO FILE-MGR-EMPID
           MOVE XTR-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
           MOVE XTR-LOCATION-CODE  TO FILE-LOCATION-CODE
           MOVE XTR-WORKER-TYPE    TO FILE-WORKER-TYPE
           MOVE XTR-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
           MOVE 'N'                TO FILE-DELETED-FLAG
           MOVE SPACES             TO FILE-DELETED-DATE
           WRITE EMP-FILE-RECORD
           END-IF.
      *
      *  Startup run-control check: refuse to run when this program
      *  already stamped the run's business date on the shared RUNCTL
      *  run-control file - a rerun needs the operator override on
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
      *
      *  Move WS-CAL-DATE back to the business day before it.
      *  ============================================================
      *
       Previous-Business-Day.
           COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - 1).
           MOVE -1 TO WS-CAL-DIRECTION.
           PERFORM Roll-To-Business-Day.
