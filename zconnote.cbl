       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONNOTE.
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
      * Change-notification feed companion batch program to ZCONCBL,   *
      * run at end of day after ZCONTERM and ZCONCONT. Reads the day's *
      * records from the change-history journal (CHGJRNL) and writes   *
      * the NOTEFILE feed (see ZCONNTF.cpy) for the corporate mail     *
      * gateway, so employees and their managers are told when contact *
      * details change instead of finding out from a wrong badge or    *
      * directory entry. A journal record is notifiable when it changes*
      * the employee's email, phone, manager (MGR-EMPID) or department *
      * (DEPT-CODE) on an existing record, or tombstones it:           *
      *                                                                *
      *   EMAIL, PHONE, - the employee, at the current address; when   *
      *   MGR, DEPT       the email changed, at the old address as well*
      *   MGR, DEPT     - also the manager before and the manager after*
      *                   the change (once, when they are the same)    *
      *   TOMBSTONE     - the departing employee's manager only. Every *
      *                   ZCONTERM and ZCONCONT change is a tombstone, *
      *                   so the HR feed's leavers and expired         *
      *                   contracts are reported to their manager,     *
      *                   never to the address being closed.           *
      *                                                                *
      * Each notification carries the employee's name and EMPID and a  *
      * short "FIELD OLD -> NEW" summary of what changed. Managers'    *
      * addresses are looked up on EMPFILE; a recipient with no address*
      * on file is reported as not sent. New adds and reinstatements   *
      * change nothing that existed before and are not notified.       *
      *                                                                *
      * A run notifies the changes made after the previous business day*
      * up to and including its business date, so Monday's run also    *
      * picks up the weekend's changes. NOTEPARM is optional: a date   *
      * (YYYYMMDD) on line 1 notifies the changes up to that date      *
      * instead, for a catch-up run.                                   *
      *                                                                *
      * Startup is gated by the shared RUNCTL run-control file and     *
      * successful completion is stamped on it (see ZCONRUN.cpy), both *
      * under the run's business date from the CALFILE business        *
      * calendar (see ZCONCAL.cpy), so a rerun cannot send the day's   *
      * notifications twice.                                           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * OPTIONAL CATCH-UP DATE PARAMETER.
      *
           SELECT NOTEPARM ASSIGN TO NOTEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTEPARM-STATUS.
      *
      * CHANGE-HISTORY JOURNAL, READ FOR THE DAY'S CHANGES.
      *
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * EMPLOYEE CONTACT STORE, READ RANDOMLY TO RESOLVE EACH
      * MANAGER'S EMPID TO THE MANAGER'S EMAIL ADDRESS.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * NOTIFICATION FEED FOR THE CORPORATE MAIL GATEWAY.
      *
           SELECT NOTEFILE ASSIGN TO NOTEFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTEFILE-STATUS.
      *
      * NOTIFICATION RUN REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.
      *
      * SHARED RUN-CONTROL FILE AND OPTIONAL OPERATOR OVERRIDE.
      *
           SELECT RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
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
       FD  NOTEPARM
           RECORDING MODE IS F.
       01  NOTEPARM-LINE               PIC X(80).

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  NOTEFILE
           RECORDING MODE IS F.
       COPY ZCONNTF.

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
       01 WS-NOTEPARM-STATUS           PIC X(02) VALUE "00".
          88 NOTEPARM-OK               VALUE "00".
          88 NOTEPARM-EOF              VALUE "10".
          88 NOTEPARM-NOT-FOUND        VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
       01 WS-NOTEFILE-STATUS           PIC X(02) VALUE "00".
          88 NOTEFILE-OK               VALUE "00".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-NOTIFY-DATE               PIC 9(08).
       01 WS-NOTIFY-FROM-DATE          PIC 9(08).
      *
      * FIELD-LEVEL VIEWS OF THE BEFORE/AFTER EMP-FILE-RECORD IMAGES
      * CARRIED ON EACH JOURNAL RECORD, SHAPED AS ZCONFILE.cpy.
      *
       01 WS-BEFORE-REC.
          05 BFR-EMPID                 PIC X(05).
          05 BFR-EMPNAME               PIC X(25).
          05 BFR-EMAIL                 PIC X(30).
          05 BFR-PHONE                 PIC X(20).
          05 BFR-REMARKS               PIC X(40).
          05 BFR-DEPT-CODE             PIC X(04).
          05 BFR-MGR-EMPID             PIC X(05).
          05 BFR-EFFECTIVE-DATE        PIC X(08).
          05 BFR-LOCATION-CODE         PIC X(06).
          05 BFR-WORKER-TYPE           PIC X(01).
          05 BFR-CONTRACT-END-DATE     PIC X(08).
          05 BFR-DELETED-FLAG          PIC X(01).
          05 BFR-DELETED-DATE          PIC X(08).
       01 WS-AFTER-REC.
          05 AFT-EMPID                 PIC X(05).
          05 AFT-EMPNAME               PIC X(25).
          05 AFT-EMAIL                 PIC X(30).
          05 AFT-PHONE                 PIC X(20).
          05 AFT-REMARKS               PIC X(40).
          05 AFT-DEPT-CODE             PIC X(04).
          05 AFT-MGR-EMPID             PIC X(05).
          05 AFT-EFFECTIVE-DATE        PIC X(08).
          05 AFT-LOCATION-CODE         PIC X(06).
          05 AFT-WORKER-TYPE           PIC X(01).
          05 AFT-CONTRACT-END-DATE     PIC X(08).
          05 AFT-DELETED-FLAG          PIC X(01).
          05 AFT-DELETED-DATE          PIC X(08).
      *
      * THE NOTIFICATION BEING BUILT FOR ONE JOURNAL RECORD: ITS
      * SUBJECT AND SUMMARY, SHARED BY EVERY RECIPIENT, AND THE
      * RECIPIENT CURRENTLY BEING ADDRESSED.
      *
       01 WS-NOTE-SUBJECT              PIC X(30) VALUE SPACES.
       01 WS-NOTE-SUMMARY              PIC X(200) VALUE SPACES.
       01 WS-SUMMARY-PTR               PIC 9(04) COMP VALUE 1.
       01 WS-ITEM-COUNT                PIC 9(04) COMP VALUE 0.
       01 WS-MGR-CHANGE-FLAG           PIC X(01) VALUE 'N'.
          88 MANAGER-MUST-BE-TOLD      VALUE 'Y'.
       01 WS-EMAIL-CHANGE-FLAG         PIC X(01) VALUE 'N'.
          88 EMAIL-WAS-CHANGED         VALUE 'Y'.
       01 WS-RECIPIENT-ROLE            PIC X(01) VALUE SPACE.
       01 WS-RECIPIENT-EMPID           PIC X(05) VALUE SPACES.
       01 WS-RECIPIENT-EMAIL           PIC X(30) VALUE SPACES.
      *
      * WORKING FIELDS PASSED TO Append-Summary-Item VIA WORKING
      * STORAGE, SINCE PERFORM DOES NOT TAKE ARGUMENTS.
      *
       01 WS-FIELD-NAME                PIC X(10).
       01 WS-OLD-VALUE                 PIC X(30).
       01 WS-NEW-VALUE                 PIC X(30).

       01 WS-DAY-RECORD-COUNT          PIC 9(08) COMP VALUE 0.
       01 WS-CHANGE-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-SENT-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-NOT-SENT-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(52) VALUE
             "EMPLOYEE CONTACT STORE - CHANGE NOTIFICATION FEED".
          05 FILLER                    PIC X(80) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(18) VALUE
             "CHANGES MADE TO : ".
          05 HDG-NOTIFY-DATE           PIC 9(08).
          05 FILLER                    PIC X(10) VALUE
             "   AFTER :".
          05 FILLER                    PIC X(01) VALUE SPACES.
          05 HDG-NOTIFY-FROM-DATE      PIC 9(08).
          05 FILLER                    PIC X(87) VALUE SPACES.

       01 WS-HEADING-3.
          05 FILLER                    PIC X(07) VALUE "EMPID".
          05 FILLER                    PIC X(06) VALUE "ROLE".
          05 FILLER                    PIC X(07) VALUE "TO".
          05 FILLER                    PIC X(31) VALUE "ADDRESS".
          05 FILLER                    PIC X(31) VALUE "SUBJECT".
          05 FILLER                    PIC X(50) VALUE "STATUS".

       01 WS-DETAIL-LINE.
          05 DTL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 DTL-ROLE                  PIC X(01).
          05 FILLER                    PIC X(05) VALUE SPACES.
          05 DTL-RECIPIENT-EMPID       PIC X(05).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 DTL-EMAIL                 PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-SUBJECT               PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-STATUS                PIC X(21).

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
       01 WS-PREREQ-FLAG               PIC X(01) VALUE 'N'.
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
       MAIN-CONTROL SECTION.
      *
           PERFORM Check-Run-Control.
           IF RUN-IS-REFUSED THEN
             DISPLAY "ERROR: Run-control check failed - notification "
                     "run not started"
             GOBACK
           END-IF.

           MOVE WS-RUN-BUSINESS-DATE TO WS-NOTIFY-DATE.
           PERFORM Load-Note-Parms.
           MOVE WS-NOTIFY-DATE TO WS-CAL-DATE.
           PERFORM Previous-Business-Day.
           MOVE WS-CAL-DATE TO WS-NOTIFY-FROM-DATE.
           DISPLAY " Notifying changes after " WS-NOTIFY-FROM-DATE
                   " up to " WS-NOTIFY-DATE.

           OPEN INPUT CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
             GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             CLOSE CHGJRNL
             GOBACK
           END-IF.

           OPEN OUTPUT NOTEFILE.
           IF NOT NOTEFILE-OK THEN
             DISPLAY "ERROR: Could not open NOTEFILE, status = "
                     WS-NOTEFILE-STATUS
             CLOSE CHGJRNL
             CLOSE EMPFILE
             GOBACK
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             CLOSE CHGJRNL
             CLOSE EMPFILE
             CLOSE NOTEFILE
             GOBACK
           END-IF.

           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-NOTIFY-DATE TO HDG-NOTIFY-DATE
           MOVE WS-NOTIFY-FROM-DATE TO HDG-NOTIFY-FROM-DATE
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-3 TO REPT-LINE
           WRITE REPT-LINE.

           READ CHGJRNL
           PERFORM UNTIL CHGJRNL-EOF
             IF JRNL-DATE IS NUMERIC
                 AND JRNL-DATE GREATER THAN WS-NOTIFY-FROM-DATE
                 AND JRNL-DATE NOT GREATER THAN WS-NOTIFY-DATE THEN
               ADD 1 TO WS-DAY-RECORD-COUNT
               PERFORM Notify-One-Change
             END-IF
             READ CHGJRNL
           END-PERFORM.

           PERFORM Write-Summary.

           CLOSE CHGJRNL.
           CLOSE EMPFILE.
           CLOSE NOTEFILE.
           CLOSE REPTFILE.

           MOVE WS-CHANGE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Change notification feed complete "
           DISPLAY "   Changes notified      : " WS-DISPLAY-COUNT
           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Notifications written : " WS-DISPLAY-COUNT
           MOVE WS-NOT-SENT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Not sent - no address : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           PERFORM Stamp-Run-Control.

           GOBACK.
      *
      *  Read the optional NOTEPARM file. A date on line 1 selects
      *  the changes up to that date instead of up to the business
      *  date; a malformed date is refused rather than notifying the
      *  wrong day.
      *  ============================================================
      *
       Load-Note-Parms.
           OPEN INPUT NOTEPARM.
           IF NOTEPARM-NOT-FOUND THEN
             DISPLAY " No NOTEPARM found - notifying the business "
                     "date's changes"
           ELSE
             IF NOT NOTEPARM-OK THEN
               DISPLAY "ERROR: Could not open NOTEPARM, status = "
                       WS-NOTEPARM-STATUS
               GOBACK
             ELSE
               READ NOTEPARM
               IF NOT NOTEPARM-EOF
                   AND NOTEPARM-LINE(1:8) NOT EQUAL SPACES THEN
                 IF NOTEPARM-LINE(1:8) IS NUMERIC THEN
                   MOVE NOTEPARM-LINE(1:8) TO WS-NOTIFY-DATE
                 ELSE
                   DISPLAY "ERROR: NOTEPARM line 1 is not a date"
                   CLOSE NOTEPARM
                   GOBACK
                 END-IF
               END-IF
               CLOSE NOTEPARM
             END-IF
           END-IF.
      *
      *  Decide who hears about one of the day's journal records and
      *  write their notifications. Only a change to a record that
      *  already existed is notifiable - a new add or a reinstated
      *  tombstone had nothing before it. A tombstone goes to the
      *  departing employee's manager only; any other change goes to
      *  the employee when it touched the email, phone, manager or
      *  department, and to the managers too when it touched the
      *  manager or department.
      *  ============================================================
      *
       Notify-One-Change.
           MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE JRNL-AFTER-IMAGE  TO WS-AFTER-REC

           IF BFR-EMPID NOT EQUAL SPACES
               AND BFR-DELETED-FLAG NOT EQUAL 'Y' THEN
             MOVE SPACES TO WS-NOTE-SUMMARY
             MOVE 1 TO WS-SUMMARY-PTR
             MOVE 0 TO WS-ITEM-COUNT
             MOVE 'N' TO WS-MGR-CHANGE-FLAG
             MOVE 'N' TO WS-EMAIL-CHANGE-FLAG
             STRING BFR-EMPNAME DELIMITED BY "  "
                 " (" JRNL-EMPID ") - " DELIMITED BY SIZE
                 INTO WS-NOTE-SUMMARY WITH POINTER WS-SUMMARY-PTR
             IF AFT-DELETED-FLAG EQUAL 'Y' THEN
               PERFORM Notify-Departure
             ELSE
               PERFORM Notify-Detail-Change
             END-IF
           END-IF.
      *
      *  Tell the departing employee's manager that the employee has
      *  left. The address being closed is never written to.
      *  ============================================================
      *
       Notify-Departure.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE "LEAVER NOTICE" TO WS-NOTE-SUBJECT.
           STRING "LEFT ON " AFT-DELETED-DATE
               " FROM DEPT " BFR-DEPT-CODE
               DELIMITED BY SIZE
               INTO WS-NOTE-SUMMARY WITH POINTER WS-SUMMARY-PTR.
           MOVE 'M' TO WS-RECIPIENT-ROLE.
           MOVE BFR-MGR-EMPID TO WS-RECIPIENT-EMPID.
           PERFORM Send-To-Manager.
      *
      *  Summarise the notifiable fields that changed and tell the
      *  employee - at both addresses when the email itself changed -
      *  and, on a manager or department change, the manager before
      *  and the manager after (once, when they are the same person).
      *  ============================================================
      *
       Notify-Detail-Change.
           IF BFR-EMAIL NOT EQUAL AFT-EMAIL THEN
             MOVE "EMAIL" TO WS-FIELD-NAME
             MOVE BFR-EMAIL TO WS-OLD-VALUE
             MOVE AFT-EMAIL TO WS-NEW-VALUE
             PERFORM Append-Summary-Item
             MOVE 'Y' TO WS-EMAIL-CHANGE-FLAG
           END-IF.
           IF BFR-PHONE NOT EQUAL AFT-PHONE THEN
             MOVE "PHONE" TO WS-FIELD-NAME
             MOVE BFR-PHONE TO WS-OLD-VALUE
             MOVE AFT-PHONE TO WS-NEW-VALUE
             PERFORM Append-Summary-Item
           END-IF.
           IF BFR-MGR-EMPID NOT EQUAL AFT-MGR-EMPID THEN
             MOVE "MANAGER" TO WS-FIELD-NAME
             MOVE BFR-MGR-EMPID TO WS-OLD-VALUE
             MOVE AFT-MGR-EMPID TO WS-NEW-VALUE
             PERFORM Append-Summary-Item
             MOVE 'Y' TO WS-MGR-CHANGE-FLAG
           END-IF.
           IF BFR-DEPT-CODE NOT EQUAL AFT-DEPT-CODE THEN
             MOVE "DEPT" TO WS-FIELD-NAME
             MOVE BFR-DEPT-CODE TO WS-OLD-VALUE
             MOVE AFT-DEPT-CODE TO WS-NEW-VALUE
             PERFORM Append-Summary-Item
             MOVE 'Y' TO WS-MGR-CHANGE-FLAG
           END-IF.

           IF WS-ITEM-COUNT GREATER THAN ZERO THEN
             ADD 1 TO WS-CHANGE-COUNT
             MOVE "CONTACT DETAILS CHANGED" TO WS-NOTE-SUBJECT

             MOVE 'E' TO WS-RECIPIENT-ROLE
             MOVE JRNL-EMPID TO WS-RECIPIENT-EMPID
             MOVE AFT-EMAIL TO WS-RECIPIENT-EMAIL
             PERFORM Write-Notification
             IF EMAIL-WAS-CHANGED AND BFR-EMAIL NOT EQUAL SPACES THEN
               MOVE 'P' TO WS-RECIPIENT-ROLE
               MOVE BFR-EMAIL TO WS-RECIPIENT-EMAIL
               PERFORM Write-Notification
             END-IF

             IF MANAGER-MUST-BE-TOLD THEN
               IF BFR-MGR-EMPID EQUAL AFT-MGR-EMPID THEN
                 MOVE 'M' TO WS-RECIPIENT-ROLE
                 MOVE BFR-MGR-EMPID TO WS-RECIPIENT-EMPID
                 PERFORM Send-To-Manager
               ELSE
                 MOVE 'O' TO WS-RECIPIENT-ROLE
                 MOVE BFR-MGR-EMPID TO WS-RECIPIENT-EMPID
                 PERFORM Send-To-Manager
                 MOVE 'N' TO WS-RECIPIENT-ROLE
                 MOVE AFT-MGR-EMPID TO WS-RECIPIENT-EMPID
                 PERFORM Send-To-Manager
               END-IF
             END-IF
           END-IF.
      *
      *  Add one "FIELD OLD -> NEW" item to the summary, showing a
      *  blank value as (NONE).
      *  ============================================================
      *
       Append-Summary-Item.
           IF WS-OLD-VALUE EQUAL SPACES THEN
             MOVE "(NONE)" TO WS-OLD-VALUE
           END-IF.
           IF WS-NEW-VALUE EQUAL SPACES THEN
             MOVE "(NONE)" TO WS-NEW-VALUE
           END-IF.
           IF WS-ITEM-COUNT GREATER THAN ZERO THEN
             STRING "; " DELIMITED BY SIZE
                 INTO WS-NOTE-SUMMARY WITH POINTER WS-SUMMARY-PTR
           END-IF.
           STRING WS-FIELD-NAME DELIMITED BY SPACE
               " "          DELIMITED BY SIZE
               WS-OLD-VALUE DELIMITED BY "  "
               " -> "       DELIMITED BY SIZE
               WS-NEW-VALUE DELIMITED BY "  "
               INTO WS-NOTE-SUMMARY WITH POINTER WS-SUMMARY-PTR.
           ADD 1 TO WS-ITEM-COUNT.
      *
      *  Address a notification to the manager whose EMPID is in
      *  WS-RECIPIENT-EMPID, at the address held on EMPFILE. No
      *  manager means nobody to tell; a manager with no live record
      *  or no address is reported as not sent.
      *  ============================================================
      *
       Send-To-Manager.
           IF WS-RECIPIENT-EMPID NOT EQUAL SPACES THEN
             MOVE SPACES TO WS-RECIPIENT-EMAIL
             MOVE WS-RECIPIENT-EMPID TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
               MOVE FILE-EMAIL TO WS-RECIPIENT-EMAIL
             END-IF
             PERFORM Write-Notification
           END-IF.
      *
      *  Write the notification to the recipient set up by the
      *  caller and list it on the report, or list it as not sent
      *  when there is no address to send it to.
      *  ============================================================
      *
       Write-Notification.
           MOVE JRNL-EMPID          TO DTL-EMPID.
           MOVE WS-RECIPIENT-ROLE   TO DTL-ROLE.
           MOVE WS-RECIPIENT-EMPID  TO DTL-RECIPIENT-EMPID.
           MOVE WS-RECIPIENT-EMAIL  TO DTL-EMAIL.
           MOVE WS-NOTE-SUBJECT     TO DTL-SUBJECT.
           IF WS-RECIPIENT-EMAIL EQUAL SPACES THEN
             ADD 1 TO WS-NOT-SENT-COUNT
             MOVE "NOT SENT - NO ADDRESS" TO DTL-STATUS
           ELSE
             MOVE SPACES              TO NOTIFICATION-RECORD
             MOVE JRNL-DATE           TO NTF-DATE
             MOVE JRNL-TIME           TO NTF-TIME
             MOVE JRNL-EMPID          TO NTF-EMPID
             MOVE WS-RECIPIENT-ROLE   TO NTF-ROLE
             MOVE WS-RECIPIENT-EMPID  TO NTF-RECIPIENT-EMPID
             MOVE WS-RECIPIENT-EMAIL  TO NTF-RECIPIENT-EMAIL
             MOVE WS-NOTE-SUBJECT     TO NTF-SUBJECT
             MOVE WS-NOTE-SUMMARY     TO NTF-SUMMARY
             WRITE NOTIFICATION-RECORD
             ADD 1 TO WS-SENT-COUNT
             MOVE "SENT" TO DTL-STATUS
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

           MOVE WS-DAY-RECORD-COUNT TO WS-DISPLAY-COUNT
           STRING "JOURNAL RECORDS FOR DAY : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-CHANGE-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "CHANGES NOTIFIED        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "NOTIFICATIONS WRITTEN   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-NOT-SENT-COUNT TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "NOT SENT - NO ADDRESS   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Startup run-control check: refuse to run when this program
      *  already stamped the run's business date on the shared RUNCTL
      *  run-control file, or when its prerequisite (ZCONCONT) has
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
                       AND RUN-PROGRAM EQUAL "ZCONNOTE" THEN
                     SET RUN-ALREADY-DONE TO TRUE
                   END-IF
                   IF RUN-DATE EQUAL WS-RUN-BUSINESS-DATE
                       AND RUN-PROGRAM EQUAL "ZCONCONT" THEN
                     SET RUN-PREREQ-MET TO TRUE
                   END-IF
                   READ RUNCTL
                 END-PERFORM
                 CLOSE RUNCTL
               END-IF
             END-IF
             IF RUN-ALREADY-DONE THEN
               SET RUN-IS-REFUSED TO TRUE
               DISPLAY "ERROR: ZCONNOTE already completed for "
                       "business date " WS-RUN-BUSINESS-DATE
               DISPLAY "       Supply RUNPARM OVERRIDE for a rerun"
             END-IF
             IF NOT RUN-IS-REFUSED AND NOT RUN-PREREQ-MET THEN
               SET RUN-IS-REFUSED TO TRUE
               DISPLAY "ERROR: ZCONCONT has not completed for "
                       "business date " WS-RUN-BUSINESS-DATE
               DISPLAY "       ZCONNOTE must run after ZCONCONT"
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
      *  date on the shared run-control file, so the rest of the
      *  suite can prove its prerequisites ran.
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
             MOVE "ZCONNOTE"           TO RUN-PROGRAM
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
