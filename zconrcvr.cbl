      *             work never happened                                *
      *   FORWARD - apply each in-doubt change's after-image, oldest   *
      *             first, so the store ends as if every in-doubt      *
      *             change completed (an erase is completed by         *
      *             deleting the record)                               *
      *                                                                *
      * Either way EMPFILE is brought to a consistent point and the    *
      * report names exactly which EMPIDs were repaired. Operations    *
      * archive and clear RCVJRNL once recovery has run, before the    *
      * server is restarted.                                           *
      *                                                                *
      * When two server instances share the store, each keeps its own  *
      * RCVJRNL and the other instance may still be running - and      *
      * updating the same records - while one is repaired. Every       *
      * journal record names its writer (the instance's register name  *
      * or the batch program), and a commit clears only that writer's  *
      * earlier intents, so both instances' journals may be            *
      * concatenated on RCVJRNL and repaired in one run. A change is   *
      * only repaired while the EMPFILE record still stands at the     *
      * point the change left it (BACKOUT) or found it (FORWARD); a    *
      * record changed since, by the other instance, is reported as    *
      * not repaired and left alone, since that change was complete    *
      * and its caller has had the response.                           *
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
       01 WS-RCVPARM-STATUS            PIC X(02) VALUE "00".
       01 WS-DOUBT-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-DOUBT-TABLE.
          05 WS-DOUBT-ENTRY OCCURS 600 TIMES.
             10 DBT-WRITER             PIC X(12).
             10 DBT-ACTION             PIC X(01).
             10 DBT-EMPID              PIC X(05).
             10 DBT-BEFORE-IMAGE       PIC X(161).
             10 DBT-AFTER-IMAGE        PIC X(161).
       01 WS-DOUBT-IDX                 PIC 9(04) COMP.
      *
      * COMPACTING A WRITER'S COMMITTED INTENTS OUT OF THE TABLE.
      *
       01 WS-KEEP-COUNT                PIC 9(04) COMP VALUE 0.
      *
      * THE EMPFILE RECORD AS IT STANDS NOW, ALL SPACES WHEN THE
      * EMPID IS NOT ON FILE - COMPARABLE WITH THE JOURNAL IMAGES,
      * WHICH USE SPACES THE SAME WAY - AND THE IMAGE THE REPAIR
      * IS TO LEAVE ON FILE.
      *
       01 WS-CURRENT-IMAGE             PIC X(161).
       01 WS-TARGET-IMAGE              PIC X(161).

       01 WS-REPAIRED-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
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
           DISPLAY "========================================"
           DISPLAY " Recovery run complete - mode " WS-RUN-MODE
           DISPLAY "   EMPIDs repaired : " WS-DISPLAY-COUNT
           MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Not repaired    : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           PERFORM Stamp-Run-Control.
           END-IF.
      *
      *  Read the journal end to end. Intents stack up in the table;
      *  every commit record clears its own writer's intents from
      *  it, because a commit covers all of that writer's earlier
      *  intents (a commit from before writers were named clears the
      *  table, as every commit once did). Whatever remains at end
      *  of file was never committed and is in doubt. The count is
      *  allowed to run one past the table bound so the caller can
      *  tell a full table from an overflowed (damaged) journal.
      *  ============================================================
      *
       Collect-In-Doubt-Intents.
           PERFORM UNTIL RCVJRNL-EOF
               OR WS-DOUBT-COUNT GREATER THAN WS-DOUBT-TABLE-MAX
             IF RCVJ-PHASE EQUAL 'C' THEN
               IF RCVJ-WRITER EQUAL SPACES THEN
                 MOVE 0 TO WS-DOUBT-COUNT
               ELSE
                 PERFORM Clear-Committed-Intents
               END-IF
             ELSE
               ADD 1 TO WS-DOUBT-COUNT
               IF WS-DOUBT-COUNT NOT GREATER THAN WS-DOUBT-TABLE-MAX
                   THEN
                 MOVE RCVJ-WRITER       TO DBT-WRITER(WS-DOUBT-COUNT)
                 MOVE RCVJ-ACTION       TO DBT-ACTION(WS-DOUBT-COUNT)
                 MOVE RCVJ-EMPID        TO DBT-EMPID(WS-DOUBT-COUNT)
                 MOVE RCVJ-BEFORE-IMAGE
             READ RCVJRNL
           END-PERFORM.
      *
      *  A commit record has been read: drop every intent in the
      *  table written by the same writer, closing the gaps so the
      *  other writers' intents keep their journal order.
      *  ============================================================
      *
       Clear-Committed-Intents.
           MOVE 0 TO WS-KEEP-COUNT.
           PERFORM VARYING WS-DOUBT-IDX FROM 1 BY 1
               UNTIL WS-DOUBT-IDX GREATER THAN WS-DOUBT-COUNT
             IF DBT-WRITER(WS-DOUBT-IDX) NOT EQUAL RCVJ-WRITER THEN
               ADD 1 TO WS-KEEP-COUNT
               IF WS-KEEP-COUNT NOT EQUAL WS-DOUBT-IDX THEN
                 MOVE WS-DOUBT-ENTRY(WS-DOUBT-IDX)
                     TO WS-DOUBT-ENTRY(WS-KEEP-COUNT)
               END-IF
             END-IF
           END-PERFORM.
           MOVE WS-KEEP-COUNT TO WS-DOUBT-COUNT.
      *
      *  Pick up the EMPFILE record as it stands now for the EMPID
      *  of the in-doubt entry at WS-DOUBT-IDX, as WS-CURRENT-IMAGE.
      *  ============================================================
      *
       Read-Current-Record.
           MOVE DBT-EMPID(WS-DOUBT-IDX) TO DTL-EMPID.
           MOVE DBT-EMPID(WS-DOUBT-IDX) TO FILE-EMPID.
           READ EMPFILE.
           IF EMPFILE-OK THEN
             MOVE EMP-FILE-RECORD TO WS-CURRENT-IMAGE
           ELSE
             MOVE SPACES TO WS-CURRENT-IMAGE
           END-IF.
      *
      *  Leave WS-TARGET-IMAGE on file in place of the record read by
      *  Read-Current-Record: an image of all spaces means the EMPID
      *  must not be on file at all.
      *  ============================================================
      *
       Apply-Target-Image.
           IF WS-TARGET-IMAGE EQUAL SPACES THEN
             DELETE EMPFILE
           ELSE
             MOVE WS-TARGET-IMAGE TO EMP-FILE-RECORD
             IF WS-CURRENT-IMAGE EQUAL SPACES THEN
               WRITE EMP-FILE-RECORD
             ELSE
               REWRITE EMP-FILE-RECORD
             END-IF
           END-IF.
      *
      *  FORWARD mode: apply every in-doubt after-image in the order
      *  the changes were intended, so the store ends as if each
      *  change completed. An erase intent has no after-image to
      *  apply; completing it means deleting the record. A record
      *  already at the after-image needs nothing; one that is at
      *  neither image has been changed since by another instance
      *  and is left as it is.
      *  ============================================================
      *
       Repair-Forward.
           PERFORM VARYING WS-DOUBT-IDX FROM 1 BY 1
               UNTIL WS-DOUBT-IDX GREATER THAN WS-DOUBT-COUNT
             MOVE "FORWARD " TO DTL-MODE
             PERFORM Read-Current-Record
             EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE EQUAL
                    DBT-AFTER-IMAGE(WS-DOUBT-IDX)
                 MOVE "ALREADY ON FILE" TO DTL-NOTE
                 ADD 1 TO WS-REPAIRED-COUNT
               WHEN WS-CURRENT-IMAGE EQUAL
                    DBT-BEFORE-IMAGE(WS-DOUBT-IDX)
                 MOVE DBT-AFTER-IMAGE(WS-DOUBT-IDX) TO WS-TARGET-IMAGE
                 PERFORM Apply-Target-Image
                 IF DBT-ACTION(WS-DOUBT-IDX) EQUAL 'E' THEN
                   MOVE "ERASE COMPLETED" TO DTL-NOTE
                 ELSE
                   MOVE "AFTER-IMAGE APPLIED" TO DTL-NOTE
                 END-IF
                 ADD 1 TO WS-REPAIRED-COUNT
               WHEN OTHER
                 MOVE "CHANGED SINCE - NOT REPAIRED" TO DTL-NOTE
                 ADD 1 TO WS-SKIPPED-COUNT
             END-EVALUATE
             MOVE WS-DETAIL-LINE TO REPT-LINE
             WRITE REPT-LINE
           END-PERFORM.
      *  first so stacked changes to the same EMPID unwind in the
      *  right order. A change whose before-image is all spaces was
      *  creating a brand new record, so backing it out means
      *  deleting whatever reached the file; backing out an erase
      *  puts the erased record back. Only a record still at the
      *  change's after-image is restored - one still at the
      *  before-image was never reached, and one at neither has
      *  been changed since by another instance and is left alone.
      *  ============================================================
      *
       Repair-Backout.
           PERFORM VARYING WS-DOUBT-IDX FROM WS-DOUBT-COUNT BY -1
               UNTIL WS-DOUBT-IDX LESS THAN 1
             MOVE "BACKOUT " TO DTL-MODE
             PERFORM Read-Current-Record
             EVALUATE TRUE
               WHEN WS-CURRENT-IMAGE EQUAL
                    DBT-BEFORE-IMAGE(WS-DOUBT-IDX)
                 MOVE "CHANGE NEVER REACHED FILE" TO DTL-NOTE
                 ADD 1 TO WS-REPAIRED-COUNT
               WHEN WS-CURRENT-IMAGE EQUAL
                    DBT-AFTER-IMAGE(WS-DOUBT-IDX)
                 MOVE DBT-BEFORE-IMAGE(WS-DOUBT-IDX) TO WS-TARGET-IMAGE
                 PERFORM Apply-Target-Image
                 EVALUATE TRUE
                   WHEN DBT-BEFORE-IMAGE(WS-DOUBT-IDX) EQUAL SPACES
                     MOVE "NEW RECORD REMOVED" TO DTL-NOTE
                   WHEN DBT-ACTION(WS-DOUBT-IDX) EQUAL 'E'
                     MOVE "ERASED RECORD RESTORED" TO DTL-NOTE
                   WHEN OTHER
                     MOVE "BEFORE-IMAGE RESTORED" TO DTL-NOTE
                 END-EVALUATE
                 ADD 1 TO WS-REPAIRED-COUNT
               WHEN OTHER
                 MOVE "CHANGED SINCE - NOT REPAIRED" TO DTL-NOTE
                 ADD 1 TO WS-SKIPPED-COUNT
             END-EVALUATE
             MOVE WS-DETAIL-LINE TO REPT-LINE
             WRITE REPT-LINE
           END-PERFORM.
           STRING "EMPIDS REPAIRED       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT
           STRING "CHANGED SINCE - LEFT  : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
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
