       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONHELD.
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
      * Held-change aging companion batch program to ZCONCBL. Reads    *
      * the APPRFILE approvals file, where ZCONCBL holds every DELETE  *
      * and every department transfer until a second, different        *
      * authorized caller approves or rejects it, and reports each     *
      * change still awaiting a decision: EMPID and name, the held     *
      * action, the department it moves from and to, the requesting    *
      * caller, the date it was held and its age in days. Changes      *
      * waiting longer than the escalation period are flagged '*' so   *
      * they can be chased with the approvers, and the run ends with   *
      * the waiting changes counted by age band.                       *
      *                                                                *
      * The escalation period comes from the optional HELDPARM         *
      * parameter file:                                                *
      *                                                                *
      *   Line 1 - days a change may wait before it is flagged         *
      *            overdue (PIC 9(03))                                 *
      *                                                                *
      * A missing HELDPARM applies the default of 2 days.              *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * ESCALATION-PERIOD PARAMETER FILE.
      *
           SELECT HELDPARM ASSIGN TO HELDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDPARM-STATUS.
      *
      * APPROVALS FILE MAINTAINED BY ZCONCBL - READ IN KEY ORDER.
      *
           SELECT APPRFILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.
      *
      * HELD-CHANGE AGING REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  HELDPARM
           RECORDING MODE IS F.
       01  HELDPARM-LINE               PIC X(80).

       FD  APPRFILE
           RECORDING MODE IS F.
       COPY ZCONAPR.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-HELDPARM-STATUS           PIC X(02) VALUE "00".
          88 HELDPARM-OK               VALUE "00".
          88 HELDPARM-EOF              VALUE "10".
          88 HELDPARM-NOT-FOUND        VALUE "35".
       01 WS-APPRFILE-STATUS           PIC X(02) VALUE "00".
          88 APPRFILE-OK               VALUE "00".
          88 APPRFILE-EOF              VALUE "10".
          88 APPRFILE-NOT-FOUND        VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-CURRENT-DATE              PIC 9(08) VALUE 0.
       01 WS-ESCALATE-DAYS             PIC 9(03) VALUE 2.
       01 WS-AGE-DAYS                  PIC 9(05) VALUE 0.
      *
      * RUN TOTALS: RECORDS READ, CHANGES STILL HELD (BY HELD ACTION
      * AND BY AGE BAND), AND THE ONES PAST THE ESCALATION PERIOD.
      *
       01 WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-HELD-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-HELD-DELETE-COUNT         PIC 9(08) COMP VALUE 0.
       01 WS-HELD-TRANSFER-COUNT       PIC 9(08) COMP VALUE 0.
       01 WS-AGE-0-1-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-AGE-2-7-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-AGE-8-30-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-AGE-OVER-30-COUNT         PIC 9(08) COMP VALUE 0.
       01 WS-OVERDUE-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-DAYS              PIC ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(56) VALUE
             "EMPLOYEE CONTACT STORE - HELD CHANGES AWAITING APPROVAL".
          05 FILLER                    PIC X(24) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).
          05 FILLER                    PIC X(18) VALUE
             "   OVERDUE AFTER ".
          05 HDG-ESCALATE-DAYS         PIC ZZ9.
          05 FILLER                    PIC X(05) VALUE " DAYS".

       01 WS-HEADING-3.
          05 FILLER                    PIC X(06) VALUE "EMPID ".
          05 FILLER                    PIC X(26) VALUE "EMPLOYEE NAME".
          05 FILLER                    PIC X(09) VALUE "ACTION".
          05 FILLER                    PIC X(05) VALUE "FROM ".
          05 FILLER                    PIC X(05) VALUE "TO   ".
          05 FILLER                    PIC X(09) VALUE "REQUESTER".
          05 FILLER                    PIC X(10) VALUE " HELD ON".
          05 FILLER                    PIC X(08) VALUE "  AGE".

       01 WS-DETAIL-LINE.
          05 DTL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-ACTION                PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-FROM-DEPT             PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TO-DEPT               PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-REQUESTER             PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 DTL-HELD-DATE             PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-AGE-DAYS              PIC ZZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-OVERDUE-MARK          PIC X(01).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM Load-Held-Parms.

           OPEN INPUT APPRFILE.
           IF APPRFILE-NOT-FOUND THEN
             DISPLAY " No APPRFILE found - nothing is held "
             GOBACK
           END-IF.
           IF NOT APPRFILE-OK THEN
             DISPLAY "ERROR: Could not open APPRFILE, status = "
                     WS-APPRFILE-STATUS
             GOBACK
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             CLOSE APPRFILE
             GOBACK
           END-IF.

           MOVE WS-CURRENT-DATE  TO HDG-RUN-DATE.
           MOVE WS-ESCALATE-DAYS TO HDG-ESCALATE-DAYS.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-3 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Report-Held-Changes.
           PERFORM Write-Summary.

           CLOSE APPRFILE.
           CLOSE REPTFILE.

           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Held-change aging report complete "
           DISPLAY "   Changes held     : " WS-DISPLAY-COUNT
           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Changes overdue  : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read the optional HELDPARM parameter file. Line 1 carries
      *  the escalation period in days. A missing file keeps the
      *  2-day default; a malformed value is refused rather than
      *  reporting against the wrong period.
      *  ============================================================
      *
       Load-Held-Parms.
           OPEN INPUT HELDPARM.
           IF HELDPARM-NOT-FOUND THEN
             DISPLAY " No HELDPARM found - using 2-day default "
           ELSE
             IF NOT HELDPARM-OK THEN
               DISPLAY "ERROR: Could not open HELDPARM, status = "
                       WS-HELDPARM-STATUS
               GOBACK
             ELSE
               READ HELDPARM
               IF NOT HELDPARM-EOF THEN
                 IF HELDPARM-LINE(1:3) IS NUMERIC THEN
                   MOVE HELDPARM-LINE(1:3) TO WS-ESCALATE-DAYS
                 ELSE
                   DISPLAY "ERROR: HELDPARM line 1 is not numeric"
                   CLOSE HELDPARM
                   GOBACK
                 END-IF
               END-IF
               CLOSE HELDPARM
             END-IF
           END-IF.
      *
      *  Read the approvals file in key order and report every
      *  change still held. Approved and rejected records are the
      *  approval history and are only counted as read.
      *  ============================================================
      *
       Report-Held-Changes.
           READ APPRFILE
           PERFORM UNTIL APPRFILE-EOF
             ADD 1 TO WS-READ-COUNT
             IF APPR-IS-HELD THEN
               PERFORM Report-One-Held-Change
             END-IF
             READ APPRFILE
           END-PERFORM.
      *
      *  Age one held change in days against today, tally it into
      *  its action and age band, and print its detail line.
      *  ============================================================
      *
       Report-One-Held-Change.
           ADD 1 TO WS-HELD-COUNT.
           IF APPR-HELD-DATE NUMERIC AND APPR-HELD-DATE NOT EQUAL 0
               AND APPR-HELD-DATE NOT GREATER THAN WS-CURRENT-DATE
               THEN
             COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                 - FUNCTION INTEGER-OF-DATE(APPR-HELD-DATE)
           ELSE
             MOVE 0 TO WS-AGE-DAYS
           END-IF.

           MOVE APPR-EMPID          TO DTL-EMPID.
           MOVE APPR-EMPNAME        TO DTL-EMPNAME.
           MOVE APPR-FROM-DEPT-CODE TO DTL-FROM-DEPT.
           MOVE APPR-TO-DEPT-CODE   TO DTL-TO-DEPT.
           MOVE APPR-REQUESTER-ID   TO DTL-REQUESTER.
           MOVE APPR-HELD-DATE      TO DTL-HELD-DATE.
           MOVE WS-AGE-DAYS         TO DTL-AGE-DAYS.
           IF APPR-VERB EQUAL 'D' THEN
             MOVE "DELETE"   TO DTL-ACTION
             ADD 1 TO WS-HELD-DELETE-COUNT
           ELSE
             MOVE "TRANSFER" TO DTL-ACTION
             ADD 1 TO WS-HELD-TRANSFER-COUNT
           END-IF.

           EVALUATE TRUE
             WHEN WS-AGE-DAYS LESS THAN 2
               ADD 1 TO WS-AGE-0-1-COUNT
             WHEN WS-AGE-DAYS LESS THAN 8
               ADD 1 TO WS-AGE-2-7-COUNT
             WHEN WS-AGE-DAYS LESS THAN 31
               ADD 1 TO WS-AGE-8-30-COUNT
             WHEN OTHER
               ADD 1 TO WS-AGE-OVER-30-COUNT
           END-EVALUATE.

           IF WS-AGE-DAYS GREATER THAN WS-ESCALATE-DAYS THEN
             MOVE '*' TO DTL-OVERDUE-MARK
             ADD 1 TO WS-OVERDUE-COUNT
           ELSE
             MOVE SPACE TO DTL-OVERDUE-MARK
           END-IF.

           MOVE WS-DETAIL-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "APPROVAL RECORDS READ : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
           STRING "CHANGES STILL HELD    : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-HELD-DELETE-COUNT TO WS-DISPLAY-COUNT
           STRING "  DELETES             : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-HELD-TRANSFER-COUNT TO WS-DISPLAY-COUNT
           STRING "  TRANSFERS           : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-AGE-0-1-COUNT TO WS-DISPLAY-COUNT
           STRING "  HELD 0-1 DAYS       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-AGE-2-7-COUNT TO WS-DISPLAY-COUNT
           STRING "  HELD 2-7 DAYS       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-AGE-8-30-COUNT TO WS-DISPLAY-COUNT
           STRING "  HELD 8-30 DAYS      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-AGE-OVER-30-COUNT TO WS-DISPLAY-COUNT
           STRING "  HELD OVER 30 DAYS   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-OVERDUE-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-ESCALATE-DAYS TO WS-DISPLAY-DAYS
           STRING "OVERDUE (OVER " WS-DISPLAY-DAYS " DAYS) : "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
