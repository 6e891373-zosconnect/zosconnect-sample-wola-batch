       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONCONT.
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
      * Contingent contract-end companion batch program to ZCONCBL, run*
      * nightly after ZCONTERM. Scans the employee contact store for   *
      * active contingent workers - FILE-WORKER-TYPE 'C' (contractor)  *
      * or 'T' (temporary), see ZCONFILE.cpy - and acts on each one's  *
      * FILE-CONTRACT-END-DATE against the run's business date:        *
      *                                                                *
      *   - a contract whose last day is no later than the business    *
      *     date has expired: the record is tombstoned exactly the way *
      *     ZCONTERM and the online DELETE do it - contact fields      *
      *     cleared, deleted flag and date set, the worker's emergency *
      *     contacts removed in cascade (each kept on the EMGJRNL      *
      *     cascade journal), a CHGJRNL change-journal record and an   *
      *     RCVJRNL intent/commit pair written per record;             *
      *   - a contract ending inside the warning window - the warning  *
      *     lead, 30 days unless CONTPARM says otherwise, after the    *
      *     business date - is expiring, and the worker's sponsoring   *
      *     manager (FILE-MGR-EMPID) is sent a contract-end warning on *
      *     WARNFILE (ZCONNTF.cpy layout, role 'M') unless the WARNLOG *
      *     warned-contracts log shows one already sent for that       *
      *     EMPID and contract end date;                               *
      *   - a contingent worker with no usable end date is listed for  *
      *     correction and left alone.                                 *
      *                                                                *
      * Nothing is changed until the whole store has been scanned and  *
      * every contract found fits the working table. The report lists, *
      * department by department, what was expired and what is expiring*
      * soon, with the days left and what was done about each, then    *
      * department and run totals. ZCONNOTE, which runs next, sends the*
      * usual leaver notice for each tombstone from the change journal.*
      *                                                                *
      * CONTPARM is optional: line 1 holds the warning lead in         *
      * calendar days as three digits (e.g. 030). Every warning sent   *
      * is recorded on WARNLOG, so a contract that comes inside the    *
      * window on a weekend, a holiday or a missed run, or is added or *
      * changed to contingent already inside it, is still warned on    *
      * the next run, and no contract is warned twice. A contract      *
      * whose end date is moved is warned again for the new date. A    *
      * warning that could not be sent is not recorded, so it is tried *
      * again on the next run.                                         *
      *                                                                *
      * Startup is gated by the shared RUNCTL run-control file and     *
      * successful completion is stamped on it (see ZCONRUN.cpy), both *
      * under the run's business date from the CALFILE business        *
      * calendar (see ZCONCAL.cpy).                                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * OPTIONAL PARAMETER FILE CARRYING THE WARNING LEAD IN DAYS.
      *
           SELECT CONTPARM ASSIGN TO CONTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTPARM-STATUS.
      *
      * EMPLOYEE CONTACT STORE MAINTAINED/SERVED BY ZCONCBL, SCANNED
      * ONCE IN ASCENDING EMPID ORDER FOR CONTINGENT WORKERS AND READ
      * BY KEY TO TOMBSTONE THEM AND TO RESOLVE THEIR MANAGERS.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * DEPARTMENT REFERENCE TABLE, READ BY KEY FOR THE SECTION
      * HEADINGS.
      *
           SELECT DEPTFILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * EMERGENCY-CONTACT STORE - AN EXPIRED WORKER'S CONTACTS ARE
      * REMOVED IN CASCADE, AS THE ONLINE DELETE DOES.
      *
           SELECT EMGFILE ASSIGN TO EMGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * FORWARD-RECOVERY JOURNAL SHARED WITH ZCONCBL - AN INTENT AND
      * COMMIT PAIR IS WRITTEN AROUND EVERY REWRITE SO ZCONRCVR CAN
      * REPAIR A RUN THAT ABENDS PART WAY THROUGH.
      *
           SELECT RCVJRNL ASSIGN TO RCVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVJRNL-STATUS.
      *
      * CONTRACT-END WARNINGS FOR THE CORPORATE MAIL GATEWAY.
      *
           SELECT WARNFILE ASSIGN TO WARNFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNFILE-STATUS.
      *
      * WARNED-CONTRACTS LOG - ONE LINE FOR EVERY CONTRACT-END WARNING
      * SENT, KEPT ACROSS RUNS SO NO CONTRACT IS WARNED TWICE.
      *
           SELECT WARNLOG ASSIGN TO WARNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WARNLOG-STATUS.
      *
      * CONTRACT EXPIRY RUN REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.
      *
      * SHARED RUN-CONTROL FILE SEQUENCING THE BATCH SUITE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
      * OPTIONAL OPERATOR OVERRIDE FILE FOR GENUINE RERUNS.
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
       FILE SECTION.
      ***************
       FD  CONTPARM
           RECORDING MODE IS F.
       01  CONTPARM-LINE               PIC X(80).

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  EMGFILE
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  EMGJRNL
           RECORDING MODE IS F.
       COPY ZCONEJR.

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  RCVJRNL
           RECORDING MODE IS F.
       COPY ZCONRCV.

       FD  WARNFILE
           RECORDING MODE IS F.
       COPY ZCONNTF.

       FD  WARNLOG
           RECORDING MODE IS F.
       01  WARNLOG-RECORD.
           05 WLG-EMPID                PIC X(05).
           05 WLG-FILLER-1             PIC X(01).
           05 WLG-END-DATE             PIC X(08).
           05 WLG-FILLER-2             PIC X(01).
           05 WLG-WARNED-DATE          PIC 9(08).
           05 WLG-FILLER-3             PIC X(01).
           05 WLG-MGR-EMPID            PIC X(05).

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       FD  RUNCTL
           RECORDING MODE IS F.
       COPY ZCONRUN.

       FD  RUNPARM
           RECORDING MODE IS F.
       01  RUNPARM-LINE                PIC X(80).

       FD  CALFILE
           RECORDING MODE IS F.
       COPY ZCONCAL.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-CONTPARM-STATUS           PIC X(02) VALUE "00".
          88 CONTPARM-OK               VALUE "00".
          88 CONTPARM-EOF              VALUE "10".
          88 CONTPARM-NOT-FOUND        VALUE "35".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-EOF               VALUE "10".
          88 EMPFILE-NOT-FOUND         VALUE "23".
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
       01 WS-EMGFILE-STATUS            PIC X(02) VALUE "00".
          88 EMGFILE-OK                VALUE "00".
          88 EMGFILE-EOF               VALUE "10".
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
       01 WS-WARNFILE-STATUS           PIC X(02) VALUE "00".
          88 WARNFILE-OK               VALUE "00".
       01 WS-WARNLOG-STATUS            PIC X(02) VALUE "00".
          88 WARNLOG-OK                VALUE "00".
          88 WARNLOG-EOF               VALUE "10".
          88 WARNLOG-NOT-FOUND         VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-CURRENT-TIME              PIC 9(08).
      *
      * WARNING LEAD FROM CONTPARM AND THE DATE DERIVED FROM IT. A
      * CONTRACT ENDING ON OR BEFORE WS-WARN-LIMIT-DATE IS INSIDE THE
      * WARNING WINDOW.
      *
       01 WS-LEAD-DAYS                 PIC 9(03) VALUE 30.
       01 WS-WARN-LIMIT-DATE           PIC 9(08).
       01 WS-END-DATE                  PIC 9(08).
       01 WS-DAYS-LEFT                 PIC S9(05) COMP.
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
      * BEFORE/AFTER EMP-FILE-RECORD IMAGES AND RECOVERY-JOURNAL
      * SEQUENCING FOR THE PER-RECORD JOURNALING, AS IN ZCONCBL.
      *
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.
       01 WS-RCVJ-SEQ                  PIC 9(08) COMP VALUE 0.
      *
      * KEY TABLE THE EMERGENCY-CONTACT CASCADE COLLECTS INTO SO ITS
      * DELETES NEVER DISTURB THEIR OWN BROWSE.
      *
       01 WS-EXPIRE-EMPID              PIC X(05).
       01 WS-EMG-PURGE-MAX             PIC 9(04) COMP VALUE 100.
       01 WS-EMG-PURGE-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-EMG-PURGE-TABLE.
          05 WS-EMG-PURGE-PRIORITY OCCURS 100 TIMES
                                       PIC X(02).
       01 WS-EMG-PURGE-IDX             PIC 9(04) COMP.
      *
      * WORKING TABLE OF EVERY ACTIVE CONTINGENT WORKER WHOSE CONTRACT
      * HAS ENDED OR ENDS INSIDE THE WARNING WINDOW, SORTED BY
      * DEPARTMENT, THEN STATUS, END DATE AND EMPID FOR THE REPORT.
      * CNT-STATUS '1' - EXPIRED, '2' - EXPIRING, '3' - NO USABLE
      * CONTRACT END DATE.
      *
       01 WS-CNT-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-CNT-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-CNT-TABLE.
          05 WS-CNT-ENTRY OCCURS 2000 TIMES.
             10 CNT-SORT-KEY.
                15 CNT-DEPT-CODE       PIC X(04).
                15 CNT-STATUS          PIC X(01).
                   88 CNT-IS-EXPIRED   VALUE '1'.
                   88 CNT-IS-EXPIRING  VALUE '2'.
                   88 CNT-IS-UNDATED   VALUE '3'.
                15 CNT-END-DATE        PIC X(08).
                15 CNT-EMPID           PIC X(05).
             10 CNT-EMPNAME            PIC X(25).
             10 CNT-MGR-EMPID          PIC X(05).
             10 CNT-WORKER-TYPE        PIC X(01).
             10 CNT-DISPOSITION        PIC X(21).
       01 WS-CNT-HOLD-ENTRY            PIC X(70).
       01 WS-CNT-IDX                   PIC 9(04) COMP.
       01 WS-INSERT-IDX                PIC 9(04) COMP.
      *
      * CONTRACTS ALREADY WARNED, LOADED FROM WARNLOG - ONE ENTRY PER
      * EMPID AND CONTRACT END DATE STILL TO COME. AN EXPIRING
      * CONTRACT WITH NO ENTRY HERE IS WARNED TONIGHT, HOWEVER LONG IT
      * HAS BEEN INSIDE THE WARNING WINDOW.
      *
       01 WS-WLG-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-WLG-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-WLG-TABLE.
          05 WS-WLG-ENTRY OCCURS 2000 TIMES.
             10 WLT-EMPID              PIC X(05).
             10 WLT-END-DATE           PIC X(08).
       01 WS-WLG-IDX                   PIC 9(04) COMP.
       01 WS-WARNED-FLAG               PIC X(01) VALUE 'N'.
          88 CONTRACT-ALREADY-WARNED   VALUE 'Y'.
      *
      * WORK FIELDS FOR THE WARNING SENT TO THE SPONSORING MANAGER.
      *
       01 WS-RECIPIENT-EMAIL           PIC X(30).
       01 WS-NOTE-SUBJECT              PIC X(30).
       01 WS-NOTE-SUMMARY              PIC X(200).
       01 WS-SUMMARY-PTR               PIC 9(04) COMP.
       01 WS-TYPE-NAME                 PIC X(10).
      *
      * DEPARTMENT BREAK CONTROL FOR THE PRINTED REPORT.
      *
       01 WS-PREV-DEPT-CODE            PIC X(04).
       01 WS-FIRST-DEPT-FLAG           PIC X(01) VALUE 'Y'.
          88 FIRST-DEPT                VALUE 'Y'.
       01 WS-DEPT-EXPIRED-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-DEPT-EXPIRING-COUNT       PIC 9(08) COMP VALUE 0.
      *
      * RUN TOTALS.
      *
       01 WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-CONTINGENT-COUNT          PIC 9(08) COMP VALUE 0.
       01 WS-EXPIRED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-ALREADY-GONE-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-EXPIRING-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-WARNED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-WARNED-EARLIER-COUNT      PIC 9(08) COMP VALUE 0.
       01 WS-NOT-SENT-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-UNDATED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DEPT-SECTION-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
      *
      * RUN-CONTROL STATE FOR THE SUITE SEQUENCING CHECKS AND THE
      * COMPLETION STAMP (SEE ZCONRUN.cpy FOR THE PROTOCOL).
      *
       01 WS-RUNCTL-STATUS             PIC X(02) VALUE "00".
          88 RUNCTL-OK                 VALUE "00".
          88 RUNCTL-EOF                VALUE "10".
          88 RUNCTL-NOT-FOUND          VALUE "35".
       01 WS-RUNPARM-STATUS            PIC X(02) VALUE "00".
          88 RUNPARM-OK                VALUE "00".
          88 RUNPARM-EOF               VALUE "10".
          88 RUNPARM-NOT-FOUND         VALUE "35".
       01 WS-RUN-BUSINESS-DATE         PIC 9(08) VALUE 0.
       01 WS-RUN-STAMP-TIME            PIC 9(08) VALUE 0.
       01 WS-RUN-OVERRIDE-FLAG         PIC X(01) VALUE 'N'.
          88 RUN-OVERRIDE-SET          VALUE 'Y'.
       01 WS-ALREADY-RAN-FLAG          PIC X(01) VALUE 'N'.
          88 RUN-ALREADY-DONE          VALUE 'Y'.
       01 WS-RUN-REFUSED-FLAG          PIC X(01) VALUE 'N'.
          88 RUN-IS-REFUSED            VALUE 'Y'.
       01 WS-PREREQ-FLAG               PIC X(01) VALUE 'N'.
          88 RUN-PREREQ-MET            VALUE 'Y'.
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
          05 FILLER                    PIC X(52) VALUE
             "EMPLOYEE CONTACT STORE - CONTINGENT CONTRACT END RUN".
          05 FILLER                    PIC X(28) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(14) VALUE "BUSINESS DATE ".
          05 HDG-BUSINESS-DATE         PIC 9(08).
          05 FILLER                    PIC X(16) VALUE
             "  WARNING LEAD ".
          05 HDG-LEAD-DAYS             PIC ZZ9.
          05 FILLER                    PIC X(20) VALUE
             " DAYS  WARN THROUGH ".
          05 HDG-WARN-LIMIT-DATE       PIC 9(08).

       01 WS-DEPT-HEADING.
          05 FILLER                    PIC X(11) VALUE "DEPARTMENT ".
          05 DPH-DEPT-CODE             PIC X(06).
          05 DPH-DEPT-NAME             PIC X(30).

       01 WS-COLUMN-HEADING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE "STATUS".
          05 FILLER                    PIC X(06) VALUE "EMPID".
          05 FILLER                    PIC X(26) VALUE "NAME".
          05 FILLER                    PIC X(11) VALUE "TYPE".
          05 FILLER                    PIC X(09) VALUE "END DATE".
          05 FILLER                    PIC X(07) VALUE "  DAYS".
          05 FILLER                    PIC X(08) VALUE "MANAGER".
          05 FILLER                    PIC X(21) VALUE "DISPOSITION".

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 DTL-STATUS                PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TYPE-NAME             PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-END-DATE              PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DAYS-LEFT             PIC -(5)9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-MGR-EMPID             PIC X(05).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 DTL-DISPOSITION           PIC X(21).

       01 WS-DEPT-FOOTING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(08) VALUE "EXPIRED ".
          05 DFT-EXPIRED-COUNT         PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(12) VALUE
             "   EXPIRING ".
          05 DFT-EXPIRING-COUNT        PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           PERFORM Check-Run-Control.
           IF RUN-IS-REFUSED THEN
             DISPLAY "ERROR: Run-control check failed - contracts not "
                     "processed"
             GOBACK
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM Load-Contract-Parms.
           PERFORM Compute-Warning-Window.

           PERFORM Load-Warning-Log.
           IF WS-WLG-COUNT GREATER THAN WS-WLG-TABLE-MAX THEN
             DISPLAY "ERROR: WARNLOG holds more warned contracts than "
                     "the working table - contracts not processed"
             GOBACK
           END-IF.

           OPEN I-O EMPFILE.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.
      *
      * FIND EVERY CONTRACT TO ACT ON BEFORE CHANGING ANYTHING - A
      * TABLE TOO SMALL FOR THE NIGHT'S WORK IS A HARD STOP, NOT A
      * PARTIAL RUN.
      *
           PERFORM Load-Contingent-Table.
           IF WS-CNT-COUNT GREATER THAN WS-CNT-TABLE-MAX THEN
             DISPLAY "ERROR: EMPFILE holds more ending contracts than "
                     "the working table - contracts not processed"
             CLOSE EMPFILE
             GOBACK
           END-IF.
           PERFORM Sort-Contingent-Table.

           OPEN INPUT DEPTFILE.
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not open DEPTFILE, status = "
                     WS-DEPTFILE-STATUS
             CLOSE EMPFILE
             GOBACK
           END-IF.
      *
      * THE EMERGENCY-CONTACT STORE MAY NOT EXIST YET; THE CASCADE
      * IS THEN SIMPLY A NO-OP.
      *
           OPEN I-O EMGFILE.
           IF EMGFILE-OK THEN
             SET EMGFILE-IS-AVAILABLE TO TRUE
           ELSE
             IF EMGFILE-MISSING THEN
               DISPLAY " No EMGFILE found - emergency cascade skipped "
             ELSE
               DISPLAY "ERROR: Could not open EMGFILE, status = "
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
                     WS-CHGJRNL-STATUS
             CLOSE EMPFILE
             CLOSE DEPTFILE
             GOBACK
           END-IF.

           OPEN EXTEND RCVJRNL.
           IF NOT RCVJRNL-OK THEN
             DISPLAY "ERROR: Could not open RCVJRNL, status = "
                     WS-RCVJRNL-STATUS
             CLOSE EMPFILE
             CLOSE DEPTFILE
             CLOSE CHGJRNL
             GOBACK
           END-IF.

           OPEN OUTPUT WARNFILE.
           IF NOT WARNFILE-OK THEN
             DISPLAY "ERROR: Could not open WARNFILE, status = "
                     WS-WARNFILE-STATUS
             CLOSE EMPFILE
             CLOSE DEPTFILE
             CLOSE CHGJRNL
             CLOSE RCVJRNL
             GOBACK
           END-IF.

           OPEN EXTEND WARNLOG.
           IF WARNLOG-NOT-FOUND THEN
             OPEN OUTPUT WARNLOG
           END-IF.
           IF NOT WARNLOG-OK THEN
             DISPLAY "ERROR: Could not open WARNLOG, status = "
                     WS-WARNLOG-STATUS
             CLOSE EMPFILE
             CLOSE DEPTFILE
             CLOSE CHGJRNL
             CLOSE RCVJRNL
             CLOSE WARNFILE
             GOBACK
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             CLOSE EMPFILE
             CLOSE DEPTFILE
             CLOSE CHGJRNL
             CLOSE RCVJRNL
             CLOSE WARNFILE
             CLOSE WARNLOG
             GOBACK
           END-IF.

           PERFORM Process-Contingent-Table.

           MOVE WS-RUN-BUSINESS-DATE TO HDG-BUSINESS-DATE.
           MOVE WS-LEAD-DAYS         TO HDG-LEAD-DAYS.
           MOVE WS-WARN-LIMIT-DATE   TO HDG-WARN-LIMIT-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Print-Contract-Report.
           PERFORM Write-Summary.

           CLOSE EMPFILE.
           CLOSE DEPTFILE.
           IF EMGFILE-IS-AVAILABLE THEN
             CLOSE EMGFILE
             CLOSE EMGJRNL
           END-IF.
           CLOSE CHGJRNL.
           CLOSE RCVJRNL.
           CLOSE WARNFILE.
           CLOSE WARNLOG.
           CLOSE REPTFILE.

           MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Contingent contract run complete "
           DISPLAY "   Contracts expired   : " WS-DISPLAY-COUNT
           MOVE WS-EXPIRING-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Expiring soon       : " WS-DISPLAY-COUNT
           MOVE WS-WARNED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Warnings sent       : " WS-DISPLAY-COUNT
           MOVE WS-NOT-SENT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Warnings not sent   : " WS-DISPLAY-COUNT
           MOVE WS-UNDATED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   No usable end date  : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           PERFORM Stamp-Run-Control.

           GOBACK.
      *
      *  Read the optional CONTPARM parameter file. Line 1 carries
      *  the warning lead in calendar days (three digits). A missing
      *  file keeps the 30-day default; a malformed value is refused
      *  rather than warning on the wrong day.
      *  ============================================================
      *
       Load-Contract-Parms.
           OPEN INPUT CONTPARM.
           IF CONTPARM-NOT-FOUND THEN
             DISPLAY " No CONTPARM found - warning 30 days ahead "
           ELSE
             IF NOT CONTPARM-OK THEN
               DISPLAY "ERROR: Could not open CONTPARM, status = "
                       WS-CONTPARM-STATUS
               GOBACK
             ELSE
               READ CONTPARM
               IF NOT CONTPARM-EOF THEN
                 IF CONTPARM-LINE(1:3) IS NUMERIC THEN
                   MOVE CONTPARM-LINE(1:3) TO WS-LEAD-DAYS
                 ELSE
                   DISPLAY "ERROR: CONTPARM line 1 is not numeric"
                   CLOSE CONTPARM
                   GOBACK
                 END-IF
               END-IF
               CLOSE CONTPARM
             END-IF
           END-IF.
      *
      *  Derive the warning window: it runs to the warning lead after
      *  the run's business date.
      *  ============================================================
      *
       Compute-Warning-Window.
           COMPUTE WS-WARN-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-BUSINESS-DATE)
               + WS-LEAD-DAYS).
      *
      *  Load the contracts already warned from the WARNLOG log of
      *  warnings sent. Only contracts still to end matter; a line
      *  for one that has ended is passed over. A missing log means
      *  nothing has been warned yet. The count is allowed to run one
      *  past the table bound so the caller can tell a full table
      *  from an overflowed one.
      *  ============================================================
      *
       Load-Warning-Log.
           OPEN INPUT WARNLOG.
           IF WARNLOG-NOT-FOUND THEN
             DISPLAY " No WARNLOG found - no contract warned yet "
           ELSE
             IF NOT WARNLOG-OK THEN
               DISPLAY "ERROR: Could not open WARNLOG, status = "
                       WS-WARNLOG-STATUS
               GOBACK
             END-IF
             READ WARNLOG
             PERFORM UNTIL WARNLOG-EOF
                 OR WS-WLG-COUNT GREATER THAN WS-WLG-TABLE-MAX
               IF WLG-END-DATE IS NUMERIC
                   AND WLG-END-DATE GREATER THAN
                       WS-RUN-BUSINESS-DATE THEN
                 ADD 1 TO WS-WLG-COUNT
                 IF WS-WLG-COUNT NOT GREATER THAN WS-WLG-TABLE-MAX
                     THEN
                   MOVE WLG-EMPID    TO WLT-EMPID(WS-WLG-COUNT)
                   MOVE WLG-END-DATE TO WLT-END-DATE(WS-WLG-COUNT)
                 END-IF
               END-IF
               READ WARNLOG
             END-PERFORM
             CLOSE WARNLOG
           END-IF.
      *
      *  Load every active contingent worker whose contract has ended
      *  or ends inside the warning window into the working table. A
      *  contingent worker with no usable end date is loaded too, so
      *  the record is reported rather than silently never expiring.
      *  The count is allowed to run one past the table bound so the
      *  caller can tell a full table from an overflowed one.
      *  ============================================================
      *
       Load-Contingent-Table.
           READ EMPFILE NEXT RECORD
           PERFORM UNTIL EMPFILE-EOF
               OR WS-CNT-COUNT GREATER THAN WS-CNT-TABLE-MAX
             ADD 1 TO WS-READ-COUNT
             IF FILE-DELETED-FLAG NOT EQUAL 'Y'
                 AND WORKER-IS-CONTINGENT THEN
               ADD 1 TO WS-CONTINGENT-COUNT
               IF FILE-CONTRACT-END-DATE IS NOT NUMERIC
                   OR FILE-CONTRACT-END-DATE NOT GREATER THAN
                      WS-WARN-LIMIT-DATE THEN
                 ADD 1 TO WS-CNT-COUNT
                 IF WS-CNT-COUNT NOT GREATER THAN WS-CNT-TABLE-MAX
                     THEN
                   PERFORM Load-One-Contract
                 END-IF
               END-IF
             END-IF
             READ EMPFILE NEXT RECORD
           END-PERFORM.
      *
      *  Fill the contract entry at WS-CNT-COUNT from the current
      *  EMPFILE record and classify it: expired once the last day of
      *  the contract is no later than the business date, otherwise
      *  expiring.
      *  ============================================================
      *
       Load-One-Contract.
           MOVE FILE-DEPT-CODE         TO CNT-DEPT-CODE(WS-CNT-COUNT).
           MOVE FILE-CONTRACT-END-DATE TO CNT-END-DATE(WS-CNT-COUNT).
           MOVE FILE-EMPID             TO CNT-EMPID(WS-CNT-COUNT).
           MOVE FILE-EMPNAME           TO CNT-EMPNAME(WS-CNT-COUNT).
           MOVE FILE-MGR-EMPID         TO CNT-MGR-EMPID(WS-CNT-COUNT).
           MOVE FILE-WORKER-TYPE       TO CNT-WORKER-TYPE(WS-CNT-COUNT).
           MOVE SPACES                 TO CNT-DISPOSITION(WS-CNT-COUNT).
           EVALUATE TRUE
             WHEN FILE-CONTRACT-END-DATE IS NOT NUMERIC
               SET CNT-IS-UNDATED(WS-CNT-COUNT) TO TRUE
             WHEN FILE-CONTRACT-END-DATE NOT GREATER THAN
                  WS-RUN-BUSINESS-DATE
               SET CNT-IS-EXPIRED(WS-CNT-COUNT) TO TRUE
             WHEN OTHER
               SET CNT-IS-EXPIRING(WS-CNT-COUNT) TO TRUE
           END-EVALUATE.
      *
      *  Order the contract table on CNT-SORT-KEY - department, then
      *  expired ahead of expiring, then end date and EMPID - with a
      *  straight insertion sort.
      *  ============================================================
      *
       Sort-Contingent-Table.
           PERFORM VARYING WS-CNT-IDX FROM 2 BY 1
               UNTIL WS-CNT-IDX GREATER THAN WS-CNT-COUNT
             MOVE WS-CNT-ENTRY(WS-CNT-IDX) TO WS-CNT-HOLD-ENTRY
             MOVE WS-CNT-IDX TO WS-INSERT-IDX
             PERFORM UNTIL WS-INSERT-IDX EQUAL 1
                 OR CNT-SORT-KEY(WS-INSERT-IDX - 1) NOT GREATER THAN
                    WS-CNT-HOLD-ENTRY(1:18)
               MOVE WS-CNT-ENTRY(WS-INSERT-IDX - 1)
                 TO WS-CNT-ENTRY(WS-INSERT-IDX)
               SUBTRACT 1 FROM WS-INSERT-IDX
             END-PERFORM
             MOVE WS-CNT-HOLD-ENTRY TO WS-CNT-ENTRY(WS-INSERT-IDX)
           END-PERFORM.
      *
      *  Act on every contract in the table: tombstone the expired,
      *  warn the managers of those inside the warning window not yet
      *  warned for the same end date, and record what was done
      *  against each for the report.
      *  ============================================================
      *
       Process-Contingent-Table.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX GREATER THAN WS-CNT-COUNT
             EVALUATE TRUE
               WHEN CNT-IS-EXPIRED(WS-CNT-IDX)
                 PERFORM Expire-One-Contract
               WHEN CNT-IS-EXPIRING(WS-CNT-IDX)
                 ADD 1 TO WS-EXPIRING-COUNT
                 PERFORM Find-Warned-Contract
                 IF CONTRACT-ALREADY-WARNED THEN
                   ADD 1 TO WS-WARNED-EARLIER-COUNT
                   MOVE "WARNED ON EARLIER RUN"
                     TO CNT-DISPOSITION(WS-CNT-IDX)
                 ELSE
                   PERFORM Send-Contract-Warning
                 END-IF
               WHEN OTHER
                 ADD 1 TO WS-UNDATED-COUNT
                 MOVE "CHECK END DATE" TO CNT-DISPOSITION(WS-CNT-IDX)
             END-EVALUATE
           END-PERFORM.
      *
      *  Tombstone one expired contingent worker the way the online
      *  DELETE and ZCONTERM do: clear the contact fields, set the
      *  deleted flag and date, write the recovery intent ahead of
      *  the REWRITE and the commit after it, journal the change, and
      *  cascade the worker's emergency contacts off EMGFILE. A
      *  record tombstoned since the table was loaded is reported,
      *  not failed.
      *  ============================================================
      *
       Expire-One-Contract.
           MOVE CNT-EMPID(WS-CNT-IDX) TO WS-EXPIRE-EMPID.
           MOVE WS-EXPIRE-EMPID TO FILE-EMPID.
           READ EMPFILE
           IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
             MOVE EMP-FILE-RECORD TO WS-BEFORE-IMAGE
             MOVE SPACES          TO FILE-EMPNAME
                                     FILE-EMAIL
                                     FILE-PHONE
                                     FILE-REMARKS
                                     FILE-DEPT-CODE
                                     FILE-MGR-EMPID
                                     FILE-EFFECTIVE-DATE
                                     FILE-LOCATION-CODE
                                     FILE-WORKER-TYPE
                                     FILE-CONTRACT-END-DATE
             MOVE 'Y'             TO FILE-DELETED-FLAG
             MOVE WS-CURRENT-DATE TO FILE-DELETED-DATE
             PERFORM Write-Recovery-Intent
             REWRITE EMP-FILE-RECORD
             MOVE EMP-FILE-RECORD TO WS-AFTER-IMAGE
             PERFORM Write-Journal-Record
             PERFORM Write-Recovery-Commit
             IF EMGFILE-IS-AVAILABLE THEN
               PERFORM Cascade-Delete-Emergency
             END-IF
             ADD 1 TO WS-EXPIRED-COUNT
             MOVE "TOMBSTONED" TO CNT-DISPOSITION(WS-CNT-IDX)
           ELSE
             ADD 1 TO WS-ALREADY-GONE-COUNT
             MOVE "ALREADY GONE" TO CNT-DISPOSITION(WS-CNT-IDX)
           END-IF.
      *
      *  Look the contract at WS-CNT-IDX up among those already
      *  warned, by EMPID and contract end date.
      *  ============================================================
      *
       Find-Warned-Contract.
           MOVE 'N' TO WS-WARNED-FLAG.
           PERFORM VARYING WS-WLG-IDX FROM 1 BY 1
               UNTIL WS-WLG-IDX GREATER THAN WS-WLG-COUNT
                  OR CONTRACT-ALREADY-WARNED
             IF WLT-EMPID(WS-WLG-IDX) EQUAL CNT-EMPID(WS-CNT-IDX)
                 AND WLT-END-DATE(WS-WLG-IDX) EQUAL
                     CNT-END-DATE(WS-CNT-IDX) THEN
               SET CONTRACT-ALREADY-WARNED TO TRUE
             END-IF
           END-PERFORM.
      *
      *  Warn the sponsoring manager of the contract at WS-CNT-IDX,
      *  at the address held on EMPFILE, that it ends inside the
      *  warning window, and record the warning on WARNLOG. A worker
      *  with no manager, or whose manager has no live record or no
      *  address, is reported as not sent and is not recorded, so the
      *  warning is tried again on the next run.
      *  ============================================================
      *
       Send-Contract-Warning.
           MOVE SPACES TO WS-RECIPIENT-EMAIL.
           IF CNT-MGR-EMPID(WS-CNT-IDX) EQUAL SPACES THEN
             ADD 1 TO WS-NOT-SENT-COUNT
             MOVE "NOT SENT - NO MANAGER" TO CNT-DISPOSITION(WS-CNT-IDX)
           ELSE
             MOVE CNT-MGR-EMPID(WS-CNT-IDX) TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
               MOVE FILE-EMAIL TO WS-RECIPIENT-EMAIL
             END-IF
             IF WS-RECIPIENT-EMAIL EQUAL SPACES THEN
               ADD 1 TO WS-NOT-SENT-COUNT
               MOVE "NOT SENT - NO ADDRESS"
                 TO CNT-DISPOSITION(WS-CNT-IDX)
             ELSE
               PERFORM Write-Warning
               PERFORM Log-Contract-Warning
               ADD 1 TO WS-WARNED-COUNT
               MOVE "WARNING SENT" TO CNT-DISPOSITION(WS-CNT-IDX)
             END-IF
           END-IF.
      *
      *  Write the contract-end warning for the contract at
      *  WS-CNT-IDX to the manager address just resolved.
      *  ============================================================
      *
       Write-Warning.
           PERFORM Set-Type-Name.
           MOVE SPACES TO WS-NOTE-SUBJECT.
           STRING "CONTRACT ENDS " CNT-END-DATE(WS-CNT-IDX)
               DELIMITED BY SIZE INTO WS-NOTE-SUBJECT.
           MOVE SPACES TO WS-NOTE-SUMMARY.
           MOVE 1 TO WS-SUMMARY-PTR.
           STRING CNT-EMPNAME(WS-CNT-IDX) DELIMITED BY "  "
               " (" CNT-EMPID(WS-CNT-IDX) ") - " DELIMITED BY SIZE
               WS-TYPE-NAME DELIMITED BY SPACE
               " IN DEPT " CNT-DEPT-CODE(WS-CNT-IDX)
               ", CONTRACT ENDS " CNT-END-DATE(WS-CNT-IDX)
               ". EXTEND THE CONTRACT END DATE OR THE RECORD WILL BE "
               "CLOSED AFTER THAT DAY."
               DELIMITED BY SIZE
               INTO WS-NOTE-SUMMARY WITH POINTER WS-SUMMARY-PTR.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES                    TO NOTIFICATION-RECORD.
           MOVE WS-CURRENT-DATE           TO NTF-DATE.
           MOVE WS-CURRENT-TIME           TO NTF-TIME.
           MOVE CNT-EMPID(WS-CNT-IDX)     TO NTF-EMPID.
           MOVE 'M'                       TO NTF-ROLE.
           MOVE CNT-MGR-EMPID(WS-CNT-IDX) TO NTF-RECIPIENT-EMPID.
           MOVE WS-RECIPIENT-EMAIL        TO NTF-RECIPIENT-EMAIL.
           MOVE WS-NOTE-SUBJECT           TO NTF-SUBJECT.
           MOVE WS-NOTE-SUMMARY           TO NTF-SUMMARY.
           WRITE NOTIFICATION-RECORD.
      *
      *  Record on WARNLOG that the contract at WS-CNT-IDX has been
      *  warned for its current end date, so later runs pass it over.
      *  ============================================================
      *
       Log-Contract-Warning.
           MOVE SPACES                    TO WARNLOG-RECORD.
           MOVE CNT-EMPID(WS-CNT-IDX)     TO WLG-EMPID.
           MOVE CNT-END-DATE(WS-CNT-IDX)  TO WLG-END-DATE.
           MOVE WS-RUN-BUSINESS-DATE      TO WLG-WARNED-DATE.
           MOVE CNT-MGR-EMPID(WS-CNT-IDX) TO WLG-MGR-EMPID.
           WRITE WARNLOG-RECORD.
      *
      *  Set WS-TYPE-NAME to the printable worker type of the
      *  contract at WS-CNT-IDX.
      *  ============================================================
      *
       Set-Type-Name.
           IF CNT-WORKER-TYPE(WS-CNT-IDX) EQUAL 'T' THEN
             MOVE "TEMPORARY" TO WS-TYPE-NAME
           ELSE
             MOVE "CONTRACTOR" TO WS-TYPE-NAME
           END-IF.
      *
      *  Remove every emergency contact held for the worker just
      *  tombstoned, collecting the keys on a browse pass and
      *  deleting on a second pass so the deletes never disturb
      *  their own browse. Each contact is written to the cascade
      *  journal before it is deleted.
      *  ============================================================
      *
       Cascade-Delete-Emergency.
           MOVE 0 TO WS-EMG-PURGE-COUNT.
           MOVE WS-EXPIRE-EMPID TO EMG-EMPID.
           MOVE LOW-VALUES TO EMG-PRIORITY.
           START EMGFILE KEY IS GREATER THAN OR EQUAL EMG-KEY.
           IF EMGFILE-OK THEN
             READ EMGFILE NEXT RECORD
             PERFORM UNTIL EMGFILE-EOF
                 OR EMG-EMPID NOT EQUAL WS-EXPIRE-EMPID
                 OR WS-EMG-PURGE-COUNT = WS-EMG-PURGE-MAX
               ADD 1 TO WS-EMG-PURGE-COUNT
               MOVE EMG-PRIORITY
                   TO WS-EMG-PURGE-PRIORITY(WS-EMG-PURGE-COUNT)
               READ EMGFILE NEXT RECORD
             END-PERFORM
           END-IF.
           PERFORM VARYING WS-EMG-PURGE-IDX FROM 1 BY 1
               UNTIL WS-EMG-PURGE-IDX GREATER THAN WS-EMG-PURGE-COUNT
             MOVE WS-EXPIRE-EMPID TO EMG-EMPID
             MOVE WS-EMG-PURGE-PRIORITY(WS-EMG-PURGE-IDX)
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
           MOVE "ZCONCONT"      TO EJRN-CALLER-ID.
           WRITE EMG-JOURNAL-RECORD.
      *
      *  Write one change-history journal record for the tombstone
      *  just applied, under verb 'D' so ZCONHIST reports contract
      *  expiries and online deletes alike.
      *  ============================================================
      *
       Write-Journal-Record.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JRNL-DATE.
           MOVE WS-CURRENT-TIME TO JRNL-TIME.
           MOVE 'D'             TO JRNL-VERB.
           MOVE FILE-EMPID      TO JRNL-EMPID.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE "ZCONCONT"      TO JRNL-CALLER-ID.
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
      *  ============================================================
      *
       Write-Recovery-Intent.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ADD 1 TO WS-RCVJ-SEQ.
           MOVE WS-CURRENT-DATE TO RCVJ-DATE.
           MOVE WS-CURRENT-TIME TO RCVJ-TIME.
           MOVE WS-RCVJ-SEQ     TO RCVJ-SEQ.
           MOVE 'I'             TO RCVJ-PHASE.
           MOVE 'R'             TO RCVJ-ACTION.
           MOVE FILE-EMPID      TO RCVJ-EMPID.
           MOVE WS-BEFORE-IMAGE TO RCVJ-BEFORE-IMAGE.
           MOVE EMP-FILE-RECORD TO RCVJ-AFTER-IMAGE.
           MOVE 'ZCONCONT'      TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Write one recovery-journal commit record covering the
      *  intent just applied, so the change is no longer in doubt.
      *  ============================================================
      *
       Write-Recovery-Commit.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO RCVJ-DATE.
           MOVE WS-CURRENT-TIME TO RCVJ-TIME.
           MOVE WS-RCVJ-SEQ     TO RCVJ-SEQ.
           MOVE 'C'             TO RCVJ-PHASE.
           MOVE SPACE           TO RCVJ-ACTION.
           MOVE SPACES          TO RCVJ-EMPID.
           MOVE SPACES          TO RCVJ-BEFORE-IMAGE.
           MOVE SPACES          TO RCVJ-AFTER-IMAGE.
           MOVE 'ZCONCONT'      TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Walk the sorted table, printing a department heading at each
      *  department break and one line per contract, expired ahead of
      *  expiring.
      *  ============================================================
      *
       Print-Contract-Report.
           IF WS-CNT-COUNT EQUAL 0 THEN
             MOVE SPACES TO REPT-LINE
             WRITE REPT-LINE
             MOVE "NO CONTRACTS ENDED OR ENDING IN THE WARNING WINDOW"
               TO REPT-LINE
             WRITE REPT-LINE
           END-IF.
           MOVE LOW-VALUES TO WS-PREV-DEPT-CODE.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX GREATER THAN WS-CNT-COUNT
             IF CNT-DEPT-CODE(WS-CNT-IDX) NOT EQUAL WS-PREV-DEPT-CODE
                 THEN
               PERFORM Start-Dept-Section
             END-IF
             PERFORM Write-Contract-Line
           END-PERFORM.
           IF NOT FIRST-DEPT THEN
             PERFORM End-Dept-Section
           END-IF.
      *
      *  Close off the previous department, if any, and print the
      *  heading of the one starting at WS-CNT-IDX with its name from
      *  DEPTFILE. Workers with no department, or one no longer on
      *  the reference table, are headed as such.
      *  ============================================================
      *
       Start-Dept-Section.
           IF NOT FIRST-DEPT THEN
             PERFORM End-Dept-Section
           END-IF.
           MOVE 'N' TO WS-FIRST-DEPT-FLAG.
           MOVE CNT-DEPT-CODE(WS-CNT-IDX) TO WS-PREV-DEPT-CODE.
           MOVE 0 TO WS-DEPT-EXPIRED-COUNT.
           MOVE 0 TO WS-DEPT-EXPIRING-COUNT.
           ADD 1 TO WS-DEPT-SECTION-COUNT.

           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           IF WS-PREV-DEPT-CODE EQUAL SPACES THEN
             MOVE "(NONE)" TO DPH-DEPT-CODE
             MOVE SPACES   TO DPH-DEPT-NAME
           ELSE
             MOVE WS-PREV-DEPT-CODE TO DPH-DEPT-CODE
             MOVE WS-PREV-DEPT-CODE TO DEPT-CODE
             READ DEPTFILE
             IF DEPTFILE-OK THEN
               MOVE DEPT-NAME TO DPH-DEPT-NAME
             ELSE
               MOVE "*** NOT ON MASTER ***" TO DPH-DEPT-NAME
             END-IF
           END-IF.
           MOVE WS-DEPT-HEADING TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-COLUMN-HEADING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the expired and expiring counts under the department
      *  just finished.
      *  ============================================================
      *
       End-Dept-Section.
           MOVE WS-DEPT-EXPIRED-COUNT  TO DFT-EXPIRED-COUNT.
           MOVE WS-DEPT-EXPIRING-COUNT TO DFT-EXPIRING-COUNT.
           MOVE WS-DEPT-FOOTING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the report line for the contract at WS-CNT-IDX with
      *  the days left to its end date and what was done about it.
      *  ============================================================
      *
       Write-Contract-Line.
           PERFORM Set-Type-Name.
           EVALUATE TRUE
             WHEN CNT-IS-EXPIRED(WS-CNT-IDX)
               MOVE "EXPIRED " TO DTL-STATUS
               ADD 1 TO WS-DEPT-EXPIRED-COUNT
             WHEN CNT-IS-EXPIRING(WS-CNT-IDX)
               MOVE "EXPIRING" TO DTL-STATUS
               ADD 1 TO WS-DEPT-EXPIRING-COUNT
             WHEN OTHER
               MOVE "NO DATE " TO DTL-STATUS
           END-EVALUATE.
           IF CNT-IS-UNDATED(WS-CNT-IDX) THEN
             MOVE 0 TO DTL-DAYS-LEFT
           ELSE
             MOVE CNT-END-DATE(WS-CNT-IDX) TO WS-END-DATE
             COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-BUSINESS-DATE)
             MOVE WS-DAYS-LEFT TO DTL-DAYS-LEFT
           END-IF.
           MOVE CNT-EMPID(WS-CNT-IDX)       TO DTL-EMPID.
           MOVE CNT-EMPNAME(WS-CNT-IDX)     TO DTL-EMPNAME.
           MOVE WS-TYPE-NAME                TO DTL-TYPE-NAME.
           MOVE CNT-END-DATE(WS-CNT-IDX)    TO DTL-END-DATE.
           MOVE CNT-MGR-EMPID(WS-CNT-IDX)   TO DTL-MGR-EMPID.
           MOVE CNT-DISPOSITION(WS-CNT-IDX) TO DTL-DISPOSITION.
           MOVE WS-DETAIL-LINE TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "RECORDS READ            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-CONTINGENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "ACTIVE CONTINGENT       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-DEPT-SECTION-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "DEPARTMENTS LISTED      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "CONTRACTS EXPIRED       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-ALREADY-GONE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "ALREADY GONE            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-EXPIRING-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "EXPIRING SOON           : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-WARNED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "WARNINGS WRITTEN        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-WARNED-EARLIER-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "WARNED ON EARLIER RUN   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-NOT-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "WARNINGS NOT SENT       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-UNDATED-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "NO USABLE END DATE      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Startup run-control check: refuse to run when this program
      *  already stamped the run's business date on the shared RUNCTL
      *  run-control file, or when its prerequisite (ZCONTERM) has
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
           ELSE
             OPEN INPUT RUNCTL
             IF RUNCTL-NOT-FOUND THEN
               DISPLAY " No RUNCTL found - first run of the day "
             ELSE
               IF NOT RUNCTL-OK THEN
                 DISPLAY "ERROR: Could not open RUNCTL, status = "
                         WS-RUNCTL-STATUS
                 SET RUN-IS-REFUSED TO TRUE
               ELSE
                 READ RUNCTL
                 PERFORM UNTIL RUNCTL-EOF
                   IF RUN-DATE EQUAL WS-RUN-BUSINESS-DATE
                       AND RUN-PROGRAM EQUAL "ZCONCONT" THEN
                     SET RUN-ALREADY-DONE TO TRUE
                   END-IF
                   IF RUN-DATE EQUAL WS-RUN-BUSINESS-DATE
                       AND RUN-PROGRAM EQUAL "ZCONTERM" THEN
                     SET RUN-PREREQ-MET TO TRUE
                   END-IF
                   READ RUNCTL
                 END-PERFORM
                 CLOSE RUNCTL
               END-IF
             END-IF
             IF RUN-ALREADY-DONE THEN
               SET RUN-IS-REFUSED TO TRUE
               DISPLAY "ERROR: ZCONCONT already completed for "
                       "business date " WS-RUN-BUSINESS-DATE
               DISPLAY "       Supply RUNPARM OVERRIDE for a rerun"
             END-IF
             IF NOT RUN-IS-REFUSED AND NOT RUN-PREREQ-MET THEN
               SET RUN-IS-REFUSED TO TRUE
               DISPLAY "ERROR: ZCONTERM has not completed for "
                       "business date " WS-RUN-BUSINESS-DATE
               DISPLAY "       ZCONCONT must run after ZCONTERM"
             END-IF
           END-IF.
      *
      *  Read the optional RUNPARM override file: OVERRIDE on line 1
      *  skips the run-control checks for this execution only.
      *  ============================================================
      *
       Load-Run-Override.
           OPEN INPUT RUNPARM.
           IF RUNPARM-NOT-FOUND THEN
             CONTINUE
           ELSE
             IF NOT RUNPARM-OK THEN
               DISPLAY "ERROR: Could not open RUNPARM, status = "
                       WS-RUNPARM-STATUS
             ELSE
               READ RUNPARM
               IF NOT RUNPARM-EOF
                   AND RUNPARM-LINE(1:8) EQUAL "OVERRIDE" THEN
                 SET RUN-OVERRIDE-SET TO TRUE
               END-IF
               CLOSE RUNPARM
             END-IF
           END-IF.
      *
      *  Stamp this program's successful completion for the business
      *  date on the shared run-control file.
      *  ============================================================
      *
       Stamp-Run-Control.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-NOT-FOUND THEN
             OPEN OUTPUT RUNCTL
           END-IF.
           IF NOT RUNCTL-OK THEN
             DISPLAY "ERROR: Could not open RUNCTL to stamp "
                     "completion, status = " WS-RUNCTL-STATUS
           ELSE
             ACCEPT WS-RUN-STAMP-TIME FROM TIME
             MOVE SPACES               TO RUN-CONTROL-RECORD
             MOVE WS-RUN-BUSINESS-DATE TO RUN-DATE
             MOVE WS-RUN-STAMP-TIME    TO RUN-TIME
             MOVE "ZCONCONT"           TO RUN-PROGRAM
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
