       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONHLTH.
      ******************************************************************
      *                                                                *
      * Licensed Materials - Property of IBM                           *
      *                                                                *
      * SAMPLE                                                         *
      *                                                                *
      * (c) Copyright IBM Corp. 2016 All Rights Reserved               *
      *                                                                *
      * US Government Users Restricted Rights - Use, duplication or    *
      * disclosure restricted by GSA ADP Schedule Contract with IBM    *
      * Corp                                                           *
      *                                                                *
      ******************************************************************
      * Sample Program Description                                     *
      *                                                                *
      * Morning operations health summary companion batch program to   *
      * ZCONCBL, run first thing after the start-of-day suite and      *
      * before the server is opened to callers. Reads the suite's      *
      * control and queue files and rates each check GREEN, AMBER or   *
      * RED:                                                           *
      *                                                                *
      *   CALENDAR     - the CALFILE business calendar (see            *
      *                  ZCONCAL.cpy) loads. One that cannot be        *
      *                  loaded is RED - every suite program refuses to*
      *                  run on it.                                    *
      *   RUN CONTROL  - every expected program has stamped RUNCTL:    *
      *                  the end-of-day suite for the previous         *
      *                  business day and the start-of-day suite for   *
      *                  the business date. A missing stamp is RED.    *
      *   CHECKPOINT   - CHKPTFILE exists and its last checkpoint is   *
      *                  no older than the previous business day, else *
      *                  AMBER.                                        *
      *   RECOVERY     - RCVJRNL holds no intent after its writer's    *
      *                  last commit (the journals of several server   *
      *                  instances may be concatenated on RCVJRNL).    *
      *                  Any in-doubt intent is RED - ZCONRCVR must run*
      *                  before the server is restarted.               *
      *   SUSPENSE     - no SUSPFILE entry is older than the aging     *
      *                  period (calendar days), else AMBER.           *
      *   PENDING      - no PENDFILE change is past the business day   *
      *                  its effective date fell due on without having *
      *                  been applied, else AMBER.                     *
      *   AUDIT REJECT - the previous business day's AUDITLOG          *
      *                  rejects (outcome 'N' or 'A') are not a spike  *
      *                  against the daily average of the seven        *
      *                  business days before it, else AMBER. Fewer    *
      *                  than 10 rejects is never a spike.             *
      *                                                                *
      * The business date is the run date, or the business day before  *
      * it when the calendar closes the run date, exactly as the suite *
      * programs stamp RUNCTL.                                         *
      *                                                                *
      * A file that cannot be opened (other than one that does not     *
      * exist yet) rates its check RED. The overall status is the worst*
      * single rating and is returned as the job step return code -    *
      * 0 GREEN, 4 AMBER, 8 RED - so the scheduler can hold the server *
      * start on it.                                                   *
      *                                                                *
      * HLTHPARM is optional and read one value per line:              *
      *                                                                *
      *   Line 1  - Suspense aging period in days (default 5)          *
      *   Line 2  - Reject spike multiple of the average (default 2)   *
      *   Line 3+ - Expected RUNCTL stamps, one per line: program      *
      *             name in columns 1-8, then 'P' in column 10 for a   *
      *             previous-business-day stamp or 'C' for a           *
      *             business-date one. When present they replace the   *
      *             default list (ZCONUNLD, ZCONDLTA, ZCONRECN,        *
      *             ZCONTERM, ZCONCONT, ZCONNOTE and ZCONRETN for the  *
      *             previous business day; ZCONLOAD and ZCONAPLY for   *
      *             the business date).                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * OPTIONAL THRESHOLD AND EXPECTED-STAMP PARAMETERS.
      *
           SELECT HLTHPARM ASSIGN TO HLTHPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLTHPARM-STATUS.
      *
      * SHARED RUN-CONTROL FILE STAMPED BY THE BATCH SUITE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
      * BUSINESS CALENDAR MAINTAINED BY OPERATIONS.
      *
           SELECT CALFILE ASSIGN TO CALFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALFILE-STATUS.
      *
      * CHECKPOINT/RESTART LOG WRITTEN BY ZCONCBL.
      *
           SELECT CHKPTFILE ASSIGN TO CHKPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPTFILE-STATUS.
      *
      * FORWARD-RECOVERY JOURNAL WRITTEN BY ZCONCBL.
      *
           SELECT RCVJRNL ASSIGN TO RCVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVJRNL-STATUS.
      *
      * SUSPENSE QUEUE OF VALIDATION-REJECTED REQUESTS.
      *
           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
      *
      * PENDING-CHANGES QUEUE OF FUTURE-DATED REQUESTS.
      *
           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
      *
      * LIVE AUDIT TRAIL WRITTEN BY ZCONCBL.
      *
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *
      * HEALTH SUMMARY REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  HLTHPARM
           RECORDING MODE IS F.
       01  HLTHPARM-LINE               PIC X(80).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY ZCONRUN.

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       FD  CHKPTFILE
           RECORDING MODE IS F.
       COPY ZCONCHK.

       FD  RCVJRNL
           RECORDING MODE IS F.
       COPY ZCONRCV.

       FD  SUSPFILE
           RECORDING MODE IS F.
       COPY ZCONSUS.

       FD  PENDFILE
           RECORDING MODE IS F.
       COPY ZCONPND.

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY ZCONAUD.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-HLTHPARM-STATUS           PIC X(02) VALUE "00".
          88 HLTHPARM-OK               VALUE "00".
          88 HLTHPARM-EOF              VALUE "10".
          88 HLTHPARM-NOT-FOUND        VALUE "35".
       01 WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
          88 RUNCTL-OK                 VALUE "00".
          88 RUNCTL-EOF                VALUE "10".
          88 RUNCTL-NOT-FOUND          VALUE "35".
       01 WS-CHKPTFILE-STATUS          PIC X(02) VALUE "00".
          88 CHKPTFILE-OK              VALUE "00".
          88 CHKPTFILE-EOF             VALUE "10".
          88 CHKPTFILE-NOT-FOUND       VALUE "35".
       01 WS-RCVJRNL-STATUS            PIC X(02) VALUE "00".
          88 RCVJRNL-OK                VALUE "00".
          88 RCVJRNL-EOF               VALUE "10".
          88 RCVJRNL-NOT-FOUND         VALUE "35".
       01 WS-SUSPFILE-STATUS           PIC X(02) VALUE "00".
          88 SUSPFILE-OK               VALUE "00".
          88 SUSPFILE-EOF              VALUE "10".
          88 SUSPFILE-NOT-FOUND        VALUE "35".
       01 WS-PENDFILE-STATUS           PIC X(02) VALUE "00".
          88 PENDFILE-OK               VALUE "00".
          88 PENDFILE-EOF              VALUE "10".
          88 PENDFILE-NOT-FOUND        VALUE "35".
       01 WS-AUDITLOG-STATUS           PIC X(02) VALUE "00".
          88 AUDITLOG-OK               VALUE "00".
          88 AUDITLOG-EOF              VALUE "10".
          88 AUDITLOG-NOT-FOUND        VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
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
      *
      * RUN DATES. THE BUSINESS DATE IS THE ONE THE START-OF-DAY
      * SUITE STAMPED; THE PREVIOUS DATE IS THE BUSINESS DAY BEFORE
      * IT, WHICH THE END-OF-DAY SUITE STAMPED; THE BASELINE WINDOW
      * IS THE SEVEN BUSINESS DAYS BEFORE THAT. SUSPENSE AGES IN
      * CALENDAR DAYS FROM THE RUN DATE.
      *
       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-BUSINESS-DATE             PIC 9(08).
       01 WS-PREVIOUS-DATE             PIC 9(08).
       01 WS-BASELINE-FROM-DATE        PIC 9(08).
       01 WS-AGE-DAYS                  PIC S9(08) COMP.
      *
      * THRESHOLDS, FROM HLTHPARM OR DEFAULTED.
      *
       01 WS-SUSP-AGING-DAYS           PIC 9(03) VALUE 5.
       01 WS-SPIKE-MULTIPLE            PIC 9(03) VALUE 2.
       01 WS-SPIKE-FLOOR               PIC 9(08) COMP VALUE 10.
      *
      * EXPECTED RUNCTL STAMPS: PROGRAM NAME, WHICH DAY IT STAMPS
      * ('P' PREVIOUS, 'C' CURRENT), AND WHETHER THE STAMP WAS FOUND.
      *
       01 WS-STAMP-TABLE-MAX           PIC 9(04) COMP VALUE 20.
       01 WS-STAMP-COUNT               PIC 9(04) COMP VALUE 0.
       01 WS-STAMP-TABLE.
          05 WS-STAMP-ENTRY OCCURS 20 TIMES.
             10 STP-PROGRAM            PIC X(08).
             10 STP-DAY                PIC X(01).
                88 STP-FOR-PREVIOUS    VALUE 'P'.
                88 STP-FOR-CURRENT     VALUE 'C'.
             10 STP-FOUND              PIC X(01).
                88 STP-WAS-FOUND       VALUE 'Y'.
       01 WS-STAMP-IDX                 PIC 9(04) COMP.
       01 WS-STAMP-DATE                PIC 9(08).
      *
      * PER-CHECK RESULT, SET BY EACH CHECK AND PRINTED BY
      * Write-Check-Line. THE SEVERITY IS THE RETURN CODE VALUE.
      *
       01 WS-CHECK-NAME                PIC X(12).
       01 WS-CHECK-SEVERITY            PIC 9(02) VALUE 0.
          88 CHECK-IS-GREEN            VALUE 0.
          88 CHECK-IS-AMBER            VALUE 4.
          88 CHECK-IS-RED              VALUE 8.
       01 WS-CHECK-DETAIL              PIC X(100).
       01 WS-WORST-SEVERITY            PIC 9(02) VALUE 0.
       01 WS-RATING-WORD               PIC X(05).
       01 WS-RED-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-AMBER-COUNT               PIC 9(04) COMP VALUE 0.
      *
      * CHECK WORK FIELDS.
      *
       01 WS-MISSING-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DOUBT-COUNT               PIC 9(08) COMP VALUE 0.
      *
      * IN-DOUBT INTENTS PER RCVJRNL WRITER - A COMMIT COVERS ONLY
      * ITS OWN WRITER'S INTENTS. A WRITER BEYOND THE TABLE IS
      * COUNTED IN THE LAST ENTRY.
      *
       01 WS-WRITER-MAX                PIC 9(04) COMP VALUE 8.
       01 WS-WRITER-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-WRITER-IDX                PIC 9(04) COMP.
       01 WS-WRITER-TABLE.
          05 WS-WRITER-ENTRY OCCURS 8 TIMES.
             10 WTR-NAME               PIC X(12).
             10 WTR-DOUBT-COUNT        PIC 9(08) COMP.
       01 WS-ENTRY-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-FLAGGED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-OLDEST-DATE               PIC 9(08) VALUE 0.
       01 WS-LAST-CHKPT-FLAG           PIC X(01) VALUE 'N'.
          88 CHKPT-RECORD-SEEN         VALUE 'Y'.
       01 WS-LAST-CHKPT-DATE           PIC 9(08) VALUE 0.
       01 WS-LAST-CHKPT-TIME           PIC 9(08) VALUE 0.
       01 WS-LAST-CHKPT-COUNT          PIC 9(08) VALUE 0.
       01 WS-PREV-REJECTS              PIC 9(08) COMP VALUE 0.
       01 WS-PREV-TXNS                 PIC 9(08) COMP VALUE 0.
       01 WS-BASE-REJECTS              PIC 9(08) COMP VALUE 0.
       01 WS-BASE-DAYS                 PIC 9(04) COMP VALUE 0.
       01 WS-BASE-LAST-DATE            PIC 9(08) VALUE 0.
       01 WS-BASE-DAY-FLAG             PIC X(01) VALUE 'N'.
          88 BASE-DATE-IS-BUSINESS     VALUE 'B'.
       01 WS-SPIKE-LIMIT               PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-COUNT-2           PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-COUNT-3           PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(50) VALUE
             "EMPLOYEE CONTACT STORE - MORNING HEALTH SUMMARY".
          05 FILLER                    PIC X(30) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).
          05 FILLER                    PIC X(16) VALUE
             "  BUSINESS DATE ".
          05 HDG-BUSINESS-DATE         PIC 9(08).
          05 FILLER                    PIC X(24) VALUE
             "  PREVIOUS BUSINESS DAY ".
          05 HDG-PREVIOUS-DATE         PIC 9(08).

       01 WS-COLUMN-HEADING.
          05 FILLER                    PIC X(14) VALUE "CHECK".
          05 FILLER                    PIC X(08) VALUE "STATUS".
          05 FILLER                    PIC X(06) VALUE "DETAIL".

       01 WS-CHECK-LINE.
          05 CHK-NAME                  PIC X(12).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 CHK-RATING                PIC X(05).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 CHK-DETAIL                PIC X(100).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM Load-Business-Calendar.
           MOVE WS-CURRENT-DATE TO WS-CAL-DATE.
           MOVE -1 TO WS-CAL-DIRECTION.
           PERFORM Roll-To-Business-Day.
           MOVE WS-CAL-DATE TO WS-BUSINESS-DATE.
           PERFORM Previous-Business-Day.
           MOVE WS-CAL-DATE TO WS-PREVIOUS-DATE.
           PERFORM Previous-Business-Day 7 TIMES.
           MOVE WS-CAL-DATE TO WS-BASELINE-FROM-DATE.

           PERFORM Load-Health-Parms.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE WS-CURRENT-DATE  TO HDG-RUN-DATE.
           MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
           MOVE WS-PREVIOUS-DATE TO HDG-PREVIOUS-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-COLUMN-HEADING TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Check-Business-Calendar.
           PERFORM Check-Run-Control-Stamps.
           PERFORM Check-Checkpoint-Log.
           PERFORM Check-Recovery-Journal.
           PERFORM Check-Suspense-Queue.
           PERFORM Check-Pending-Queue.
           PERFORM Check-Audit-Rejects.

           EVALUATE WS-WORST-SEVERITY
             WHEN 0
               MOVE "GREEN" TO WS-RATING-WORD
             WHEN 4
               MOVE "AMBER" TO WS-RATING-WORD
             WHEN OTHER
               MOVE "RED"   TO WS-RATING-WORD
           END-EVALUATE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           STRING "OVERALL STATUS : " WS-RATING-WORD
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           CLOSE REPTFILE.

           DISPLAY "========================================"
           DISPLAY " Morning health summary complete "
           DISPLAY "   Overall status : " WS-RATING-WORD
           MOVE WS-RED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Lines RED      : " WS-DISPLAY-COUNT
           MOVE WS-AMBER-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Lines AMBER    : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           MOVE WS-WORST-SEVERITY TO RETURN-CODE.
           GOBACK.
      *
      *  Read the optional HLTHPARM parameter file. Line 1 carries
      *  the suspense aging period, line 2 the reject spike multiple,
      *  and any further lines the expected RUNCTL stamps. A missing
      *  file keeps every default; a malformed threshold keeps its
      *  default with a warning, since a health check that refuses to
      *  run is worse than one run on the default.
      *  ============================================================
      *
       Load-Health-Parms.
           OPEN INPUT HLTHPARM.
           IF HLTHPARM-NOT-FOUND THEN
             DISPLAY " No HLTHPARM found - using default thresholds "
           ELSE
             IF NOT HLTHPARM-OK THEN
               DISPLAY "ERROR: Could not open HLTHPARM, status = "
                       WS-HLTHPARM-STATUS
             ELSE
               READ HLTHPARM
               IF NOT HLTHPARM-EOF THEN
                 IF HLTHPARM-LINE(1:3) IS NUMERIC THEN
                   MOVE HLTHPARM-LINE(1:3) TO WS-SUSP-AGING-DAYS
                 ELSE
                   DISPLAY " HLTHPARM line 1 is not numeric - "
                           "suspense aging stays at 5 days "
                 END-IF
                 READ HLTHPARM
               END-IF
               IF NOT HLTHPARM-EOF THEN
                 IF HLTHPARM-LINE(1:3) IS NUMERIC
                     AND HLTHPARM-LINE(1:3) NOT EQUAL "000" THEN
                   MOVE HLTHPARM-LINE(1:3) TO WS-SPIKE-MULTIPLE
                 ELSE
                   DISPLAY " HLTHPARM line 2 is not numeric - "
                           "spike multiple stays at 2 "
                 END-IF
                 READ HLTHPARM
               END-IF
               PERFORM UNTIL HLTHPARM-EOF
                 IF HLTHPARM-LINE(1:8) NOT EQUAL SPACES
                     AND (HLTHPARM-LINE(10:1) EQUAL 'P' OR 'C') THEN
                   IF WS-STAMP-COUNT LESS THAN WS-STAMP-TABLE-MAX THEN
                     ADD 1 TO WS-STAMP-COUNT
                     MOVE HLTHPARM-LINE(1:8)
                       TO STP-PROGRAM(WS-STAMP-COUNT)
                     MOVE HLTHPARM-LINE(10:1)
                       TO STP-DAY(WS-STAMP-COUNT)
                   ELSE
                     DISPLAY " HLTHPARM stamp ignored - table full: "
                             HLTHPARM-LINE(1:10)
                   END-IF
                 ELSE
                   DISPLAY " HLTHPARM stamp line ignored: "
                           HLTHPARM-LINE(1:20)
                 END-IF
                 READ HLTHPARM
               END-PERFORM
               CLOSE HLTHPARM
             END-IF
           END-IF.
           IF WS-STAMP-COUNT EQUAL 0 THEN
             PERFORM Load-Default-Stamps
           END-IF.
      *
      *  The default expected stamps: the end-of-day suite for the
      *  previous business day, the start-of-day suite for the
      *  business date.
      *  ============================================================
      *
       Load-Default-Stamps.
           MOVE "ZCONUNLD" TO STP-PROGRAM(1).
           MOVE 'P'        TO STP-DAY(1).
           MOVE "ZCONDLTA" TO STP-PROGRAM(2).
           MOVE 'P'        TO STP-DAY(2).
           MOVE "ZCONRECN" TO STP-PROGRAM(3).
           MOVE 'P'        TO STP-DAY(3).
           MOVE "ZCONTERM" TO STP-PROGRAM(4).
           MOVE 'P'        TO STP-DAY(4).
           MOVE "ZCONCONT" TO STP-PROGRAM(5).
           MOVE 'P'        TO STP-DAY(5).
           MOVE "ZCONNOTE" TO STP-PROGRAM(6).
           MOVE 'P'        TO STP-DAY(6).
           MOVE "ZCONRETN" TO STP-PROGRAM(7).
           MOVE 'P'        TO STP-DAY(7).
           MOVE "ZCONLOAD" TO STP-PROGRAM(8).
           MOVE 'C'        TO STP-DAY(8).
           MOVE "ZCONAPLY" TO STP-PROGRAM(9).
           MOVE 'C'        TO STP-DAY(9).
           MOVE 9 TO WS-STAMP-COUNT.
      *
      *  CALENDAR: the CALFILE business calendar was loaded at the
      *  start of the run. A calendar that could not be loaded is
      *  RED, since every suite program refuses to run on it.
      *  ============================================================
      *
       Check-Business-Calendar.
           MOVE "CALENDAR" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           EVALUATE TRUE
             WHEN CALENDAR-UNUSABLE
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "CALFILE COULD NOT BE LOADED - "
                      "THE SUITE WILL NOT RUN"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN CALFILE-NOT-FOUND
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE "NO CALFILE - WEEKDAYS ARE BUSINESS DAYS"
                 TO WS-CHECK-DETAIL
             WHEN OTHER
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE WS-CAL-COUNT TO WS-DISPLAY-COUNT
               STRING WS-DISPLAY-COUNT " DATES LISTED ON CALFILE"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  RUN CONTROL: every expected program must have stamped RUNCTL
      *  for its business date. Each missing stamp gets its own line.
      *  ============================================================
      *
       Check-Run-Control-Stamps.
           MOVE "RUN CONTROL" TO WS-CHECK-NAME.
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
               UNTIL WS-STAMP-IDX GREATER THAN WS-STAMP-COUNT
             MOVE 'N' TO STP-FOUND(WS-STAMP-IDX)
           END-PERFORM.

           OPEN INPUT RUNCTL.
           IF NOT RUNCTL-OK AND NOT RUNCTL-NOT-FOUND THEN
             MOVE 8 TO WS-CHECK-SEVERITY
             MOVE SPACES TO WS-CHECK-DETAIL
             STRING "COULD NOT OPEN RUNCTL, STATUS "
                    WS-RUNCTL-STATUS
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             PERFORM Write-Check-Line
           ELSE
             IF RUNCTL-OK THEN
               READ RUNCTL
               PERFORM UNTIL RUNCTL-EOF
                 PERFORM Match-One-Stamp
                 READ RUNCTL
               END-PERFORM
               CLOSE RUNCTL
             END-IF
             MOVE 0 TO WS-MISSING-COUNT
             PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                 UNTIL WS-STAMP-IDX GREATER THAN WS-STAMP-COUNT
               IF NOT STP-WAS-FOUND(WS-STAMP-IDX) THEN
                 PERFORM Report-Missing-Stamp
               END-IF
             END-PERFORM
             IF WS-MISSING-COUNT EQUAL 0 THEN
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE WS-STAMP-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO WS-CHECK-DETAIL
               STRING "ALL" WS-DISPLAY-COUNT " EXPECTED STAMPS PRESENT"
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               PERFORM Write-Check-Line
             END-IF
           END-IF.
      *
      *  Mark every expected stamp the current RUNCTL record
      *  satisfies.
      *  ============================================================
      *
       Match-One-Stamp.
           PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
               UNTIL WS-STAMP-IDX GREATER THAN WS-STAMP-COUNT
             IF RUN-PROGRAM EQUAL STP-PROGRAM(WS-STAMP-IDX) THEN
               IF (STP-FOR-PREVIOUS(WS-STAMP-IDX)
                   AND RUN-DATE EQUAL WS-PREVIOUS-DATE)
                   OR (STP-FOR-CURRENT(WS-STAMP-IDX)
                   AND RUN-DATE EQUAL WS-BUSINESS-DATE) THEN
                 MOVE 'Y' TO STP-FOUND(WS-STAMP-IDX)
               END-IF
             END-IF
           END-PERFORM.
      *
      *  Print a RED line for one expected stamp not found on RUNCTL.
      *  ============================================================
      *
       Report-Missing-Stamp.
           ADD 1 TO WS-MISSING-COUNT.
           IF STP-FOR-PREVIOUS(WS-STAMP-IDX) THEN
             MOVE WS-PREVIOUS-DATE TO WS-STAMP-DATE
           ELSE
             MOVE WS-BUSINESS-DATE TO WS-STAMP-DATE
           END-IF.
           MOVE 8 TO WS-CHECK-SEVERITY.
           MOVE SPACES TO WS-CHECK-DETAIL.
           STRING STP-PROGRAM(WS-STAMP-IDX)
                  " HAS NOT STAMPED BUSINESS DATE "
                  WS-STAMP-DATE
               DELIMITED BY SIZE INTO WS-CHECK-DETAIL.
           PERFORM Write-Check-Line.
      *
      *  CHECKPOINT: the server's checkpoint log should exist and its
      *  last checkpoint should be no older than the previous
      *  business day. A missing or stale log means the last
      *  business day's server did not checkpoint and the next start
      *  will not resume from it.
      *  ============================================================
      *
       Check-Checkpoint-Log.
           MOVE "CHECKPOINT" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           OPEN INPUT CHKPTFILE.
           EVALUATE TRUE
             WHEN CHKPTFILE-NOT-FOUND
               MOVE 4 TO WS-CHECK-SEVERITY
               MOVE "NO CHECKPOINT LOG - NEXT SERVER START IS COLD"
                 TO WS-CHECK-DETAIL
             WHEN NOT CHKPTFILE-OK
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "COULD NOT OPEN CHKPTFILE, STATUS "
                      WS-CHKPTFILE-STATUS
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN OTHER
               READ CHKPTFILE
               PERFORM UNTIL CHKPTFILE-EOF
                 MOVE 'Y'             TO WS-LAST-CHKPT-FLAG
                 MOVE CHKPT-DATE      TO WS-LAST-CHKPT-DATE
                 MOVE CHKPT-TIME      TO WS-LAST-CHKPT-TIME
                 MOVE CHKPT-TXN-COUNT TO WS-LAST-CHKPT-COUNT
                 READ CHKPTFILE
               END-PERFORM
               CLOSE CHKPTFILE
               PERFORM Rate-Checkpoint-Log
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  Rate the last checkpoint found on the log.
      *  ============================================================
      *
       Rate-Checkpoint-Log.
           IF NOT CHKPT-RECORD-SEEN THEN
             MOVE 4 TO WS-CHECK-SEVERITY
             MOVE "CHECKPOINT LOG IS EMPTY" TO WS-CHECK-DETAIL
           ELSE
             MOVE WS-LAST-CHKPT-COUNT TO WS-DISPLAY-COUNT
             IF WS-LAST-CHKPT-DATE LESS THAN WS-PREVIOUS-DATE THEN
               MOVE 4 TO WS-CHECK-SEVERITY
               STRING "LAST CHECKPOINT " WS-LAST-CHKPT-DATE " "
                      WS-LAST-CHKPT-TIME " IS STALE - TXN COUNT"
                      WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             ELSE
               MOVE 0 TO WS-CHECK-SEVERITY
               STRING "LAST CHECKPOINT " WS-LAST-CHKPT-DATE " "
                      WS-LAST-CHKPT-TIME " - TXN COUNT"
                      WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             END-IF
           END-IF.
      *
      *  RECOVERY: every intent on RCVJRNL after the last commit by
      *  the same writer is a change in doubt, exactly as ZCONRCVR
      *  counts them. A commit from before writers were named covers
      *  everything before it.
      *  ============================================================
      *
       Check-Recovery-Journal.
           MOVE "RECOVERY" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           OPEN INPUT RCVJRNL.
           EVALUATE TRUE
             WHEN RCVJRNL-NOT-FOUND
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE "NO RECOVERY JOURNAL - NOTHING IN DOUBT"
                 TO WS-CHECK-DETAIL
             WHEN NOT RCVJRNL-OK
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "COULD NOT OPEN RCVJRNL, STATUS "
                      WS-RCVJRNL-STATUS
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN OTHER
               MOVE 0 TO WS-WRITER-COUNT
               READ RCVJRNL
               PERFORM UNTIL RCVJRNL-EOF
                 IF RCVJ-PHASE EQUAL 'C' AND RCVJ-WRITER EQUAL SPACES
                     THEN
                   MOVE 0 TO WS-WRITER-COUNT
                 ELSE
                   PERFORM Find-Journal-Writer
                   IF RCVJ-PHASE EQUAL 'C' THEN
                     MOVE 0 TO WTR-DOUBT-COUNT(WS-WRITER-IDX)
                   ELSE
                     ADD 1 TO WTR-DOUBT-COUNT(WS-WRITER-IDX)
                   END-IF
                 END-IF
                 READ RCVJRNL
               END-PERFORM
               CLOSE RCVJRNL
               MOVE 0 TO WS-DOUBT-COUNT
               PERFORM VARYING WS-WRITER-IDX FROM 1 BY 1
                   UNTIL WS-WRITER-IDX GREATER THAN WS-WRITER-COUNT
                 ADD WTR-DOUBT-COUNT(WS-WRITER-IDX) TO WS-DOUBT-COUNT
               END-PERFORM
               MOVE WS-DOUBT-COUNT TO WS-DISPLAY-COUNT
               IF WS-DOUBT-COUNT GREATER THAN 0 THEN
                 MOVE 8 TO WS-CHECK-SEVERITY
                 STRING WS-DISPLAY-COUNT " INTENT(S) IN DOUBT - RUN "
                        "ZCONRCVR BEFORE THE SERVER IS STARTED"
                     DELIMITED BY SIZE INTO WS-CHECK-DETAIL
               ELSE
                 MOVE 0 TO WS-CHECK-SEVERITY
                 MOVE "NO INTENT IN DOUBT" TO WS-CHECK-DETAIL
               END-IF
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  Point WS-WRITER-IDX at the writer table entry for the
      *  RCVJRNL record just read, adding the writer when it is new.
      *  ============================================================
      *
       Find-Journal-Writer.
           PERFORM VARYING WS-WRITER-IDX FROM 1 BY 1
               UNTIL WS-WRITER-IDX GREATER THAN WS-WRITER-COUNT
                  OR WTR-NAME(WS-WRITER-IDX) EQUAL RCVJ-WRITER
             CONTINUE
           END-PERFORM.
           IF WS-WRITER-IDX GREATER THAN WS-WRITER-COUNT THEN
             IF WS-WRITER-COUNT LESS THAN WS-WRITER-MAX THEN
               ADD 1 TO WS-WRITER-COUNT
               MOVE WS-WRITER-COUNT TO WS-WRITER-IDX
               MOVE RCVJ-WRITER TO WTR-NAME(WS-WRITER-IDX)
               MOVE 0 TO WTR-DOUBT-COUNT(WS-WRITER-IDX)
             ELSE
               MOVE WS-WRITER-MAX TO WS-WRITER-IDX
             END-IF
           END-IF.
      *
      *  SUSPENSE: count the queued entries older than the aging
      *  period and note the oldest queue date.
      *  ============================================================
      *
       Check-Suspense-Queue.
           MOVE "SUSPENSE" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           MOVE 0 TO WS-ENTRY-COUNT WS-FLAGGED-COUNT WS-OLDEST-DATE.
           OPEN INPUT SUSPFILE.
           EVALUATE TRUE
             WHEN SUSPFILE-NOT-FOUND
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE "NO SUSPENSE QUEUE" TO WS-CHECK-DETAIL
             WHEN NOT SUSPFILE-OK
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "COULD NOT OPEN SUSPFILE, STATUS "
                      WS-SUSPFILE-STATUS
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN OTHER
               READ SUSPFILE
               PERFORM UNTIL SUSPFILE-EOF
                 PERFORM Age-One-Suspense-Entry
                 READ SUSPFILE
               END-PERFORM
               CLOSE SUSPFILE
               MOVE WS-FLAGGED-COUNT   TO WS-DISPLAY-COUNT
               MOVE WS-ENTRY-COUNT     TO WS-DISPLAY-COUNT-2
               MOVE WS-SUSP-AGING-DAYS TO WS-DISPLAY-COUNT-3
               IF WS-FLAGGED-COUNT GREATER THAN 0 THEN
                 MOVE 4 TO WS-CHECK-SEVERITY
               ELSE
                 MOVE 0 TO WS-CHECK-SEVERITY
               END-IF
               STRING WS-DISPLAY-COUNT " OF" WS-DISPLAY-COUNT-2
                      " ENTRIES OLDER THAN" WS-DISPLAY-COUNT-3
                      " DAYS - OLDEST QUEUED " WS-OLDEST-DATE
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  Age the current SUSPFILE entry against the aging period.
      *  ============================================================
      *
       Age-One-Suspense-Entry.
           ADD 1 TO WS-ENTRY-COUNT.
           IF SUSP-DATE IS NUMERIC AND SUSP-DATE GREATER THAN 0 THEN
             COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(SUSP-DATE)
             IF WS-AGE-DAYS GREATER THAN WS-SUSP-AGING-DAYS THEN
               ADD 1 TO WS-FLAGGED-COUNT
             END-IF
             IF WS-OLDEST-DATE EQUAL 0
                 OR SUSP-DATE LESS THAN WS-OLDEST-DATE THEN
               MOVE SUSP-DATE TO WS-OLDEST-DATE
             END-IF
           END-IF.
      *
      *  PENDING: count the queued changes that fell due before the
      *  business date - an effective date on a closed day falls due
      *  on the next business day, as in ZCONAPLY - since ZCONAPLY
      *  should have applied them.
      *  ============================================================
      *
       Check-Pending-Queue.
           MOVE "PENDING" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           MOVE 0 TO WS-ENTRY-COUNT WS-FLAGGED-COUNT WS-OLDEST-DATE.
           OPEN INPUT PENDFILE.
           EVALUATE TRUE
             WHEN PENDFILE-NOT-FOUND
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE "NO PENDING-CHANGES QUEUE" TO WS-CHECK-DETAIL
             WHEN NOT PENDFILE-OK
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "COULD NOT OPEN PENDFILE, STATUS "
                      WS-PENDFILE-STATUS
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN OTHER
               READ PENDFILE
               PERFORM UNTIL PENDFILE-EOF
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE 99999999 TO WS-CAL-DATE
                 IF PND-EFFECTIVE-DATE IS NUMERIC THEN
                   MOVE PND-EFFECTIVE-DATE TO WS-CAL-DATE
                   MOVE +1 TO WS-CAL-DIRECTION
                   PERFORM Roll-To-Business-Day
                 END-IF
                 IF WS-CAL-DATE LESS THAN WS-BUSINESS-DATE THEN
                   ADD 1 TO WS-FLAGGED-COUNT
                   IF WS-OLDEST-DATE EQUAL 0
                       OR PND-EFFECTIVE-DATE LESS THAN WS-OLDEST-DATE
                       THEN
                     MOVE PND-EFFECTIVE-DATE TO WS-OLDEST-DATE
                   END-IF
                 END-IF
                 READ PENDFILE
               END-PERFORM
               CLOSE PENDFILE
               PERFORM Rate-Pending-Queue
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  Rate the overdue count found on the pending queue.
      *  ============================================================
      *
       Rate-Pending-Queue.
           MOVE WS-FLAGGED-COUNT TO WS-DISPLAY-COUNT.
           MOVE WS-ENTRY-COUNT   TO WS-DISPLAY-COUNT-2.
           IF WS-FLAGGED-COUNT GREATER THAN 0 THEN
             MOVE 4 TO WS-CHECK-SEVERITY
             STRING WS-DISPLAY-COUNT " OF" WS-DISPLAY-COUNT-2
                    " CHANGES PAST EFFECTIVE DATE, NOT APPLIED - "
                    "OLDEST " WS-OLDEST-DATE
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
             MOVE 0 TO WS-CHECK-SEVERITY
             STRING WS-DISPLAY-COUNT-2
                    " CHANGES QUEUED, NONE PAST EFFECTIVE DATE"
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF.
      *
      *  AUDIT REJECT: total the previous business day's rejected
      *  transactions (outcome 'N' or 'A') and the rejects of the
      *  seven business days before it, averaged over the business
      *  days in that window that saw traffic. The previous business
      *  day is a spike when it reaches the floor and
      *  either exceeds the multiple of that average or has no
      *  baseline to be judged against.
      *  ============================================================
      *
       Check-Audit-Rejects.
           MOVE "AUDIT REJECT" TO WS-CHECK-NAME.
           MOVE SPACES TO WS-CHECK-DETAIL.
           OPEN INPUT AUDITLOG.
           EVALUATE TRUE
             WHEN AUDITLOG-NOT-FOUND
               MOVE 0 TO WS-CHECK-SEVERITY
               MOVE "NO AUDIT TRAIL" TO WS-CHECK-DETAIL
             WHEN NOT AUDITLOG-OK
               MOVE 8 TO WS-CHECK-SEVERITY
               STRING "COULD NOT OPEN AUDITLOG, STATUS "
                      WS-AUDITLOG-STATUS
                   DELIMITED BY SIZE INTO WS-CHECK-DETAIL
             WHEN OTHER
               READ AUDITLOG
               PERFORM UNTIL AUDITLOG-EOF
                 PERFORM Tally-One-Audit-Record
                 READ AUDITLOG
               END-PERFORM
               CLOSE AUDITLOG
               PERFORM Rate-Audit-Rejects
           END-EVALUATE.
           PERFORM Write-Check-Line.
      *
      *  Add the current AUDITLOG record to the previous-business-day
      *  or baseline totals. Only business days count towards the
      *  baseline, so a quiet weekend does not lower the average.
      *  ============================================================
      *
       Tally-One-Audit-Record.
           IF AUDIT-DATE EQUAL WS-PREVIOUS-DATE THEN
             ADD 1 TO WS-PREV-TXNS
             IF AUDIT-OUTCOME EQUAL 'N' OR 'A' THEN
               ADD 1 TO WS-PREV-REJECTS
             END-IF
           ELSE
             IF AUDIT-DATE NOT LESS THAN WS-BASELINE-FROM-DATE
                 AND AUDIT-DATE LESS THAN WS-PREVIOUS-DATE THEN
               IF AUDIT-DATE NOT EQUAL WS-BASE-LAST-DATE THEN
                 MOVE AUDIT-DATE TO WS-BASE-LAST-DATE
                 MOVE AUDIT-DATE TO WS-CAL-DATE
                 PERFORM Check-Business-Day
                 MOVE WS-CAL-DAY-FLAG TO WS-BASE-DAY-FLAG
                 IF BASE-DATE-IS-BUSINESS THEN
                   ADD 1 TO WS-BASE-DAYS
                 END-IF
               END-IF
               IF BASE-DATE-IS-BUSINESS
                   AND (AUDIT-OUTCOME EQUAL 'N' OR 'A') THEN
                 ADD 1 TO WS-BASE-REJECTS
               END-IF
             END-IF
           END-IF.
      *
      *  Rate the previous business day's reject count against the
      *  baseline.
      *  ============================================================
      *
       Rate-Audit-Rejects.
           MOVE WS-PREV-REJECTS TO WS-DISPLAY-COUNT.
           MOVE WS-PREV-TXNS    TO WS-DISPLAY-COUNT-2.
           MOVE 0 TO WS-CHECK-SEVERITY.
           IF WS-BASE-DAYS EQUAL 0 THEN
             IF WS-PREV-REJECTS NOT LESS THAN WS-SPIKE-FLOOR THEN
               MOVE 4 TO WS-CHECK-SEVERITY
             END-IF
             STRING WS-DISPLAY-COUNT " OF" WS-DISPLAY-COUNT-2
                    " REJECTED - NO BASELINE IN THE 7 BUSINESS DAYS"
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           ELSE
             COMPUTE WS-SPIKE-LIMIT =
                 (WS-BASE-REJECTS * WS-SPIKE-MULTIPLE) / WS-BASE-DAYS
             IF WS-PREV-REJECTS NOT LESS THAN WS-SPIKE-FLOOR
                 AND WS-PREV-REJECTS GREATER THAN WS-SPIKE-LIMIT THEN
               MOVE 4 TO WS-CHECK-SEVERITY
             END-IF
             MOVE WS-SPIKE-LIMIT TO WS-DISPLAY-COUNT-3
             STRING WS-DISPLAY-COUNT " OF" WS-DISPLAY-COUNT-2
                    " REJECTED - SPIKE LIMIT" WS-DISPLAY-COUNT-3
                 DELIMITED BY SIZE INTO WS-CHECK-DETAIL
           END-IF.
      *
      *  Print one check line from WS-CHECK-NAME, WS-CHECK-SEVERITY
      *  and WS-CHECK-DETAIL, and carry the severity into the
      *  overall rating.
      *  ============================================================
      *
       Write-Check-Line.
           EVALUATE TRUE
             WHEN CHECK-IS-GREEN
               MOVE "GREEN" TO CHK-RATING
             WHEN CHECK-IS-AMBER
               MOVE "AMBER" TO CHK-RATING
               ADD 1 TO WS-AMBER-COUNT
             WHEN OTHER
               MOVE "RED"   TO CHK-RATING
               ADD 1 TO WS-RED-COUNT
           END-EVALUATE.
           IF WS-CHECK-SEVERITY GREATER THAN WS-WORST-SEVERITY THEN
             MOVE WS-CHECK-SEVERITY TO WS-WORST-SEVERITY
           END-IF.
           MOVE WS-CHECK-NAME   TO CHK-NAME.
           MOVE WS-CHECK-DETAIL TO CHK-DETAIL.
           MOVE WS-CHECK-LINE   TO REPT-LINE
           WRITE REPT-LINE.
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
