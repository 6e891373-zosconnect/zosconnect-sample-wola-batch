       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONBACK.
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
      * Selective backout companion batch program to ZCONCBL. Given a  *
      * caller ID (a batch program such as ZCONREOR or ZCONTERM, or an *
      * online caller) and a time window, reverses every CHGJRNL change*
      * journaled under that caller inside the window, newest first,   *
      * by restoring the journaled before-images - so a bad batch run  *
      * or a bad feed can be taken back out without hand repair or a   *
      * restore of the whole store. A change whose before-image is all *
      * spaces created a brand new record, so backing it out erases    *
      * the record. Emergency contacts the reversed tombstone removed  *
      * in cascade are put back on EMGFILE from the EMGJRNL cascade    *
      * journal.                                                       *
      *                                                                *
      * A record changed again since, by anyone outside the scope, is  *
      * refused and reported rather than overwritten: the change is    *
      * refused when a later CHGJRNL record for the EMPID falls outside*
      * the scope, or when the record on EMPFILE no longer matches the *
      * journaled after-image. Once a change to an EMPID is refused,   *
      * every older change to the same EMPID in the scope is refused   *
      * with it, so no record is ever left half unwound. A contact     *
      * whose priority has been taken again on EMGFILE is likewise     *
      * refused, as is a change whose journal record has been scrubbed *
      * by the ZCONPRIV privacy erasure, since its images no longer    *
      * hold the record.                                               *
      *                                                                *
      * The run is a report-only preview unless BACKPARM asks for      *
      * APPLY. An applied backout is journaled like any other change:  *
      * an RCVJRNL intent/commit pair around every EMPFILE update, a   *
      * CHGJRNL record under verb 'W' and caller ZCONBACK (before-image*
      * the state reversed, after-image the state restored), and an    *
      * EMGJRNL record for every contact restored. Because the         *
      * backout is itself a later change by another caller, running    *
      * the same backout twice refuses everything the first run did.   *
      *                                                                *
      * BACKPARM is required and read one value per line:              *
      *                                                                *
      *   Line 1 - Caller ID whose changes are backed out (cols 1-8)   *
      *   Line 2 - Window start: date YYYYMMDD in columns 1-8,         *
      *            optional time HHMMSSHH in columns 10-17             *
      *   Line 3 - Window end: date YYYYMMDD in columns 1-8,           *
      *            optional time HHMMSSHH in columns 10-17             *
      *   Line 4 - APPLY to apply the backout; anything else, or no    *
      *            line 4, previews it                                 *
      *                                                                *
      * Run it inside a batch window with the server quiesced, as for  *
      * the other batch programs that update EMPFILE.                  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * BACKOUT SCOPE AND MODE PARAMETER FILE.
      *
           SELECT BACKPARM ASSIGN TO BACKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKPARM-STATUS.
      *
      * CHANGE-HISTORY JOURNAL - READ FOR THE SCOPE, THEN EXTENDED
      * WITH THE BACKOUT'S OWN RECORDS.
      *
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * EMERGENCY-CONTACT CASCADE JOURNAL - READ FOR THE CONTACTS
      * TO RESTORE, THEN EXTENDED WITH THE RESTORES.
      *
           SELECT EMGJRNL ASSIGN TO EMGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMGJRNL-STATUS.
      *
      * EMPLOYEE CONTACT STORE TO BE REPAIRED.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * EMERGENCY-CONTACT STORE THE CASCADED CONTACTS GO BACK TO.
      *
           SELECT EMGFILE ASSIGN TO EMGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMGFILE-STATUS.
      *
      * FORWARD-RECOVERY JOURNAL SHARED WITH ZCONCBL - AN INTENT AND
      * COMMIT PAIR IS WRITTEN AROUND EVERY UPDATE SO ZCONRCVR CAN
      * REPAIR A BACKOUT THAT ABENDS PART WAY.
      *
           SELECT RCVJRNL ASSIGN TO RCVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVJRNL-STATUS.
      *
      * BACKOUT RUN REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  BACKPARM
           RECORDING MODE IS F.
       01  BACKPARM-LINE               PIC X(80).

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  EMGJRNL
           RECORDING MODE IS F.
       COPY ZCONEJR.

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  EMGFILE
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  RCVJRNL
           RECORDING MODE IS F.
       COPY ZCONRCV.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-BACKPARM-STATUS           PIC X(02) VALUE "00".
          88 BACKPARM-OK               VALUE "00".
          88 BACKPARM-EOF              VALUE "10".
          88 BACKPARM-NOT-FOUND        VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-EMGJRNL-STATUS            PIC X(02) VALUE "00".
          88 EMGJRNL-OK                VALUE "00".
          88 EMGJRNL-EOF               VALUE "10".
          88 EMGJRNL-NOT-FOUND         VALUE "35".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-NOT-FOUND         VALUE "23".
       01 WS-EMGFILE-STATUS            PIC X(02) VALUE "00".
          88 EMGFILE-OK                VALUE "00".
          88 EMGFILE-DUPLICATE         VALUE "22".
          88 EMGFILE-NOT-FOUND         VALUE "23".
          88 EMGFILE-MISSING           VALUE "35".
       01 WS-EMGFILE-AVAIL-FLAG        PIC X(01) VALUE 'N'.
          88 EMGFILE-IS-AVAILABLE      VALUE 'Y'.
       01 WS-RCVJRNL-STATUS            PIC X(02) VALUE "00".
          88 RCVJRNL-OK                VALUE "00".
       01 WS-JOURNALS-OPEN-FLAG        PIC X(01) VALUE 'N'.
          88 JOURNALS-ARE-OPEN         VALUE 'Y'.
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

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
      * BACKOUT SCOPE AND MODE FROM BACKPARM. THE WINDOW BOUNDS AND
      * EACH JOURNAL RECORD'S STAMP ARE HELD AS DATE-THEN-TIME DIGIT
      * GROUPS SO ONE COMPARISON ORDERS THEM.
      *
       01 WS-SCOPE-CALLER              PIC X(08) VALUE SPACES.
       01 WS-FROM-STAMP.
          05 WS-FROM-DATE              PIC 9(08) VALUE 0.
          05 WS-FROM-TIME              PIC 9(08) VALUE 0.
       01 WS-TO-STAMP.
          05 WS-TO-DATE                PIC 9(08) VALUE 0.
          05 WS-TO-TIME                PIC 9(08) VALUE 99999999.
       01 WS-RECORD-STAMP.
          05 WS-RECORD-DATE            PIC 9(08).
          05 WS-RECORD-TIME            PIC 9(08).
       01 WS-RUN-MODE                  PIC X(07) VALUE "PREVIEW".
          88 MODE-IS-PREVIEW           VALUE "PREVIEW".
          88 MODE-IS-APPLY             VALUE "APPLY".
       01 WS-PARM-OK-FLAG              PIC X(01) VALUE 'Y'.
          88 PARMS-ARE-OK              VALUE 'Y'.
          88 PARMS-ARE-BAD             VALUE 'N'.
      *
      * IN-SCOPE CHANGE TABLE, IN JOURNAL (OLDEST-FIRST) ORDER AND
      * WALKED BACKWARDS. BKT-SINCE-CALLER/DATE RECORD THE FIRST
      * LATER CHANGE TO THE SAME EMPID FROM OUTSIDE THE SCOPE. THE
      * COUNT IS ALLOWED TO RUN ONE PAST THE BOUND SO AN OVERFLOWED
      * SCOPE STOPS THE RUN INSTEAD OF BACKING OUT PART OF IT.
      *
       01 WS-BACK-TABLE-MAX            PIC 9(04) COMP VALUE 2000.
       01 WS-BACK-COUNT                PIC 9(04) COMP VALUE 0.
       01 WS-BACK-TABLE.
          05 WS-BACK-ENTRY OCCURS 2000 TIMES.
             10 BKT-DATE               PIC 9(08).
             10 BKT-TIME               PIC 9(08).
             10 BKT-VERB               PIC X(01).
             10 BKT-EMPID              PIC X(05).
             10 BKT-BEFORE-IMAGE       PIC X(161).
             10 BKT-AFTER-IMAGE        PIC X(161).
             10 BKT-SINCE-CALLER       PIC X(08).
             10 BKT-SINCE-DATE         PIC 9(08).
             10 BKT-ERASED-MARK        PIC X(01).
             10 BKT-STATE              PIC X(01).
                88 BKT-IS-PENDING      VALUE SPACE.
                88 BKT-IS-REVERSED     VALUE 'Y'.
                88 BKT-IS-REFUSED      VALUE 'N'.
       01 WS-BACK-IDX                  PIC 9(04) COMP.
       01 WS-SCAN-IDX                  PIC 9(04) COMP.
       01 WS-NEWER-IDX                 PIC 9(04) COMP.
      *
      * IN-SCOPE CASCADED EMERGENCY CONTACTS FROM EMGJRNL.
      *
       01 WS-CASCADE-TABLE-MAX         PIC 9(04) COMP VALUE 2000.
       01 WS-CASCADE-COUNT             PIC 9(04) COMP VALUE 0.
       01 WS-CASCADE-TABLE.
          05 WS-CASCADE-ENTRY OCCURS 2000 TIMES.
             10 ECT-EMPID              PIC X(05).
             10 ECT-IMAGE              PIC X(62).
             10 ECT-STATE              PIC X(01).
                88 ECT-IS-PENDING      VALUE SPACE.
       01 WS-CASCADE-IDX               PIC 9(04) COMP.
       01 WS-CONTACT-CLASH-FLAG        PIC X(01) VALUE 'N'.
          88 CONTACT-PRIORITY-TAKEN    VALUE 'Y'.
          88 CONTACT-PRIORITY-FREE     VALUE 'N'.
      *
      * THE STATE THE CHANGE BEING BACKED OUT MUST FIND THE RECORD
      * IN, AND THE BEFORE/AFTER VIEWS USED TO RECOGNISE A
      * TOMBSTONE WHOSE CASCADED CONTACTS GO BACK WITH IT.
      *
       01 WS-CURRENT-IMAGE             PIC X(161) VALUE SPACES.
       01 WS-CURRENT-EXISTS-FLAG       PIC X(01) VALUE 'N'.
          88 CURRENT-RECORD-EXISTS     VALUE 'Y'.
          88 CURRENT-RECORD-ABSENT     VALUE 'N'.
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
       01 WS-RCVJ-SEQ                  PIC 9(08) COMP VALUE 0.
       01 WS-RCVJ-ACTION               PIC X(01) VALUE SPACE.

       01 WS-REVERSED-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-CONTACT-RESTORED-COUNT    PIC 9(08) COMP VALUE 0.
       01 WS-CONTACT-REFUSED-COUNT     PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(45) VALUE
             "EMPLOYEE CONTACT STORE - SELECTIVE BACKOUT - ".
          05 HDG-MODE                  PIC X(07).

       01 WS-HEADING-2.
          05 FILLER                    PIC X(07) VALUE "CALLER ".
          05 HDG-CALLER                PIC X(08).
          05 FILLER                    PIC X(07) VALUE "  FROM ".
          05 HDG-FROM-DATE             PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 HDG-FROM-TIME             PIC 9(08).
          05 FILLER                    PIC X(05) VALUE "  TO ".
          05 HDG-TO-DATE               PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 HDG-TO-TIME               PIC 9(08).

       01 WS-HEADING-3.
          05 FILLER                    PIC X(18) VALUE "CHANGED".
          05 FILLER                    PIC X(02) VALUE "V".
          05 FILLER                    PIC X(06) VALUE "EMPID".
          05 FILLER                    PIC X(14) VALUE "DISPOSITION".
          05 FILLER                    PIC X(04) VALUE "NOTE".

       01 WS-DETAIL-LINE.
          05 DTL-DATE                  PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TIME                  PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-VERB                  PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DISPOSITION           PIC X(13).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-NOTE                  PIC X(60).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM Load-Backout-Parms.
           IF PARMS-ARE-BAD THEN
             DISPLAY "ERROR: BACKPARM rejected - nothing backed out"
             GOBACK
           END-IF.

           OPEN INPUT CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
             GOBACK
           END-IF.
           PERFORM Collect-Backout-Scope.
           CLOSE CHGJRNL.

           IF WS-BACK-COUNT GREATER THAN WS-BACK-TABLE-MAX THEN
             DISPLAY "ERROR: More changes in scope than one backout "
                     "can hold - narrow the window"
             GOBACK
           END-IF.

           OPEN INPUT EMGJRNL.
           IF EMGJRNL-NOT-FOUND THEN
             DISPLAY " No EMGJRNL found - no contacts to restore "
           ELSE
             IF NOT EMGJRNL-OK THEN
               DISPLAY "ERROR: Could not open EMGJRNL, status = "
                       WS-EMGJRNL-STATUS
               GOBACK
             END-IF
             PERFORM Collect-Cascade-Scope
             CLOSE EMGJRNL
             IF WS-CASCADE-COUNT GREATER THAN WS-CASCADE-TABLE-MAX
                 THEN
               DISPLAY "ERROR: More cascaded contacts in scope than "
                       "one backout can hold - narrow the window"
               GOBACK
             END-IF
           END-IF.

           IF MODE-IS-APPLY THEN
             OPEN I-O EMPFILE
           ELSE
             OPEN INPUT EMPFILE
           END-IF.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.
      *
      * THE EMERGENCY-CONTACT STORE MAY NOT EXIST; CONTACTS ARE THEN
      * REPORTED AS NOT RESTORED.
      *
           IF MODE-IS-APPLY THEN
             OPEN I-O EMGFILE
           ELSE
             OPEN INPUT EMGFILE
           END-IF.
           IF EMGFILE-OK THEN
             SET EMGFILE-IS-AVAILABLE TO TRUE
           ELSE
             IF EMGFILE-MISSING THEN
               DISPLAY " No EMGFILE found - contacts not restored "
             ELSE
               DISPLAY "ERROR: Could not open EMGFILE, status = "
                       WS-EMGFILE-STATUS
             END-IF
           END-IF.

           IF MODE-IS-APPLY THEN
             PERFORM Open-Backout-Journals
             IF NOT JOURNALS-ARE-OPEN THEN
               CLOSE EMPFILE
               IF EMGFILE-IS-AVAILABLE THEN
                 CLOSE EMGFILE
               END-IF
               GOBACK
             END-IF
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             GOBACK
           END-IF.

           MOVE WS-RUN-MODE     TO HDG-MODE.
           MOVE WS-SCOPE-CALLER TO HDG-CALLER.
           MOVE WS-FROM-DATE    TO HDG-FROM-DATE.
           MOVE WS-FROM-TIME    TO HDG-FROM-TIME.
           MOVE WS-TO-DATE      TO HDG-TO-DATE.
           MOVE WS-TO-TIME      TO HDG-TO-TIME.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-3 TO REPT-LINE
           WRITE REPT-LINE.

           IF WS-BACK-COUNT EQUAL 0 THEN
             MOVE "NO CHANGES IN SCOPE - NOTHING TO BACK OUT"
                 TO REPT-LINE
             WRITE REPT-LINE
           ELSE
             PERFORM VARYING WS-BACK-IDX FROM WS-BACK-COUNT BY -1
                 UNTIL WS-BACK-IDX LESS THAN 1
               PERFORM Backout-One-Change
             END-PERFORM
           END-IF.

           PERFORM Write-Summary.

           CLOSE EMPFILE.
           IF EMGFILE-IS-AVAILABLE THEN
             CLOSE EMGFILE
           END-IF.
           IF MODE-IS-APPLY THEN
             CLOSE CHGJRNL
             CLOSE EMGJRNL
             CLOSE RCVJRNL
           END-IF.
           CLOSE REPTFILE.

           DISPLAY "========================================"
           DISPLAY " Selective backout complete - mode " WS-RUN-MODE
           MOVE WS-BACK-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Changes in scope  : " WS-DISPLAY-COUNT
           MOVE WS-REVERSED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Changes reversed  : " WS-DISPLAY-COUNT
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Changes refused   : " WS-DISPLAY-COUNT
           MOVE WS-CONTACT-RESTORED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Contacts restored : " WS-DISPLAY-COUNT
           MOVE WS-CONTACT-REFUSED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Contacts refused  : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read the backout scope and mode from BACKPARM. The caller
      *  ID and both window dates are required; the window times
      *  default to the start and end of their days. Anything
      *  malformed rejects the run before a journal is read.
      *  ============================================================
      *
       Load-Backout-Parms.
           OPEN INPUT BACKPARM.
           IF NOT BACKPARM-OK THEN
             DISPLAY "ERROR: Could not open BACKPARM, status = "
                     WS-BACKPARM-STATUS
             SET PARMS-ARE-BAD TO TRUE
           ELSE
             READ BACKPARM
             IF BACKPARM-EOF OR BACKPARM-LINE(1:8) EQUAL SPACES THEN
               DISPLAY "ERROR: BACKPARM line 1 carries no caller ID"
               SET PARMS-ARE-BAD TO TRUE
             ELSE
               MOVE BACKPARM-LINE(1:8) TO WS-SCOPE-CALLER
             END-IF
             IF PARMS-ARE-OK THEN
               READ BACKPARM
               IF BACKPARM-EOF OR BACKPARM-LINE(1:8) NOT NUMERIC THEN
                 DISPLAY "ERROR: BACKPARM line 2 window start date "
                         "is not numeric"
                 SET PARMS-ARE-BAD TO TRUE
               ELSE
                 MOVE BACKPARM-LINE(1:8) TO WS-FROM-DATE
                 IF BACKPARM-LINE(10:8) IS NUMERIC THEN
                   MOVE BACKPARM-LINE(10:8) TO WS-FROM-TIME
                 END-IF
               END-IF
             END-IF
             IF PARMS-ARE-OK THEN
               READ BACKPARM
               IF BACKPARM-EOF OR BACKPARM-LINE(1:8) NOT NUMERIC THEN
                 DISPLAY "ERROR: BACKPARM line 3 window end date "
                         "is not numeric"
                 SET PARMS-ARE-BAD TO TRUE
               ELSE
                 MOVE BACKPARM-LINE(1:8) TO WS-TO-DATE
                 IF BACKPARM-LINE(10:8) IS NUMERIC THEN
                   MOVE BACKPARM-LINE(10:8) TO WS-TO-TIME
                 END-IF
               END-IF
             END-IF
             IF PARMS-ARE-OK THEN
               IF WS-TO-STAMP LESS THAN WS-FROM-STAMP THEN
                 DISPLAY "ERROR: BACKPARM window ends before it "
                         "starts"
                 SET PARMS-ARE-BAD TO TRUE
               END-IF
             END-IF
             IF PARMS-ARE-OK THEN
               READ BACKPARM
               IF NOT BACKPARM-EOF
                   AND BACKPARM-LINE(1:5) EQUAL "APPLY" THEN
                 SET MODE-IS-APPLY TO TRUE
               END-IF
             END-IF
             CLOSE BACKPARM
           END-IF.
      *
      *  Read the change journal end to end. Every change under the
      *  scope caller inside the window joins the table; every other
      *  change read after it - necessarily a later one - marks the
      *  table's changes to the same EMPID as changed since.
      *  ============================================================
      *
       Collect-Backout-Scope.
           READ CHGJRNL
           PERFORM UNTIL CHGJRNL-EOF
               OR WS-BACK-COUNT GREATER THAN WS-BACK-TABLE-MAX
             MOVE JRNL-DATE TO WS-RECORD-DATE
             MOVE JRNL-TIME TO WS-RECORD-TIME
             IF JRNL-CALLER-ID EQUAL WS-SCOPE-CALLER
                 AND WS-RECORD-STAMP NOT LESS THAN WS-FROM-STAMP
                 AND WS-RECORD-STAMP NOT GREATER THAN WS-TO-STAMP
                 THEN
               ADD 1 TO WS-BACK-COUNT
               IF WS-BACK-COUNT NOT GREATER THAN WS-BACK-TABLE-MAX
                   THEN
                 MOVE JRNL-DATE      TO BKT-DATE(WS-BACK-COUNT)
                 MOVE JRNL-TIME      TO BKT-TIME(WS-BACK-COUNT)
                 MOVE JRNL-VERB      TO BKT-VERB(WS-BACK-COUNT)
                 MOVE JRNL-EMPID     TO BKT-EMPID(WS-BACK-COUNT)
                 MOVE JRNL-BEFORE-IMAGE
                     TO BKT-BEFORE-IMAGE(WS-BACK-COUNT)
                 MOVE JRNL-AFTER-IMAGE
                     TO BKT-AFTER-IMAGE(WS-BACK-COUNT)
                 MOVE SPACES TO BKT-SINCE-CALLER(WS-BACK-COUNT)
                 MOVE 0      TO BKT-SINCE-DATE(WS-BACK-COUNT)
                 MOVE SPACE  TO BKT-STATE(WS-BACK-COUNT)
                 MOVE JRNL-ERASED-MARK
                     TO BKT-ERASED-MARK(WS-BACK-COUNT)
               END-IF
             ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX GREATER THAN WS-BACK-COUNT
                 IF BKT-EMPID(WS-SCAN-IDX) EQUAL JRNL-EMPID
                     AND BKT-SINCE-CALLER(WS-SCAN-IDX) EQUAL SPACES
                     THEN
                   MOVE JRNL-CALLER-ID
                       TO BKT-SINCE-CALLER(WS-SCAN-IDX)
                   MOVE JRNL-DATE TO BKT-SINCE-DATE(WS-SCAN-IDX)
                 END-IF
               END-PERFORM
             END-IF
             READ CHGJRNL
           END-PERFORM.
      *
      *  Read the cascade journal end to end, keeping every contact
      *  the scope caller removed in cascade inside the window.
      *  ============================================================
      *
       Collect-Cascade-Scope.
           READ EMGJRNL
           PERFORM UNTIL EMGJRNL-EOF
               OR WS-CASCADE-COUNT GREATER THAN WS-CASCADE-TABLE-MAX
             MOVE EJRN-DATE TO WS-RECORD-DATE
             MOVE EJRN-TIME TO WS-RECORD-TIME
             IF EJRN-VERB EQUAL 'X'
                 AND EJRN-CALLER-ID EQUAL WS-SCOPE-CALLER
                 AND WS-RECORD-STAMP NOT LESS THAN WS-FROM-STAMP
                 AND WS-RECORD-STAMP NOT GREATER THAN WS-TO-STAMP
                 THEN
               ADD 1 TO WS-CASCADE-COUNT
               IF WS-CASCADE-COUNT NOT GREATER THAN
                   WS-CASCADE-TABLE-MAX THEN
                 MOVE EJRN-EMPID TO ECT-EMPID(WS-CASCADE-COUNT)
                 MOVE EJRN-IMAGE TO ECT-IMAGE(WS-CASCADE-COUNT)
                 MOVE SPACE      TO ECT-STATE(WS-CASCADE-COUNT)
               END-IF
             END-IF
             READ EMGJRNL
           END-PERFORM.
      *
      *  Open the journals an applied backout writes to, creating
      *  the cascade journal if it has never been written.
      *  ============================================================
      *
       Open-Backout-Journals.
           PERFORM Load-Journal-Chain.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
           ELSE
             OPEN EXTEND EMGJRNL
             IF EMGJRNL-NOT-FOUND THEN
               OPEN OUTPUT EMGJRNL
             END-IF
             IF NOT EMGJRNL-OK THEN
               DISPLAY "ERROR: Could not open EMGJRNL, status = "
                       WS-EMGJRNL-STATUS
               CLOSE CHGJRNL
             ELSE
               OPEN EXTEND RCVJRNL
               IF NOT RCVJRNL-OK THEN
                 DISPLAY "ERROR: Could not open RCVJRNL, status = "
                         WS-RCVJRNL-STATUS
                 CLOSE CHGJRNL
                 CLOSE EMGJRNL
               ELSE
                 SET JOURNALS-ARE-OPEN TO TRUE
               END-IF
             END-IF
           END-IF.
      *
      *  Back out one in-scope change. The record must still be in
      *  exactly the state the change left it in: the before-image
      *  of the next newer in-scope change to the same EMPID (already
      *  unwound, or about to be in a preview), or otherwise what is
      *  on EMPFILE now. Anything else means someone changed it
      *  since, and the change is refused.
      *  ============================================================
      *
       Backout-One-Change.
           MOVE BKT-DATE(WS-BACK-IDX)  TO DTL-DATE.
           MOVE BKT-TIME(WS-BACK-IDX)  TO DTL-TIME.
           MOVE BKT-VERB(WS-BACK-IDX)  TO DTL-VERB.
           MOVE BKT-EMPID(WS-BACK-IDX) TO DTL-EMPID.
           MOVE SPACES TO DTL-NOTE.

           MOVE 0 TO WS-NEWER-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM WS-BACK-IDX BY 1
               UNTIL WS-SCAN-IDX NOT LESS THAN WS-BACK-COUNT
                  OR WS-NEWER-IDX NOT EQUAL 0
             IF BKT-EMPID(WS-SCAN-IDX + 1) EQUAL BKT-EMPID(WS-BACK-IDX)
                 THEN
               COMPUTE WS-NEWER-IDX = WS-SCAN-IDX + 1
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN BKT-SINCE-CALLER(WS-BACK-IDX) NOT EQUAL SPACES
               SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
               STRING "CHANGED SINCE BY "
                      BKT-SINCE-CALLER(WS-BACK-IDX) " ON "
                      BKT-SINCE-DATE(WS-BACK-IDX)
                   DELIMITED BY SIZE INTO DTL-NOTE
             WHEN BKT-ERASED-MARK(WS-BACK-IDX) EQUAL 'E'
               SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "JOURNAL RECORD ERASED - IMAGES NO LONGER HELD"
                 TO DTL-NOTE
             WHEN WS-NEWER-IDX NOT EQUAL 0
                 AND BKT-IS-REFUSED(WS-NEWER-IDX)
               SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "A NEWER CHANGE TO THIS EMPID WAS REFUSED"
                 TO DTL-NOTE
             WHEN OTHER
               PERFORM Establish-Current-State
               PERFORM Match-Current-State
           END-EVALUATE.

           IF BKT-IS-REFUSED(WS-BACK-IDX) THEN
             ADD 1 TO WS-REFUSED-COUNT
             MOVE "REFUSED" TO DTL-DISPOSITION
             MOVE WS-DETAIL-LINE TO REPT-LINE
             WRITE REPT-LINE
           ELSE
             SET BKT-IS-REVERSED(WS-BACK-IDX) TO TRUE
             ADD 1 TO WS-REVERSED-COUNT
             IF MODE-IS-APPLY THEN
               PERFORM Apply-Before-Image
               MOVE "REVERSED" TO DTL-DISPOSITION
             ELSE
               MOVE "WOULD REVERSE" TO DTL-DISPOSITION
             END-IF
             IF BKT-BEFORE-IMAGE(WS-BACK-IDX) EQUAL SPACES THEN
               MOVE "NEW RECORD ERASED" TO DTL-NOTE
             ELSE
               MOVE "BEFORE-IMAGE RESTORED" TO DTL-NOTE
             END-IF
             MOVE WS-DETAIL-LINE TO REPT-LINE
             WRITE REPT-LINE
             MOVE BKT-BEFORE-IMAGE(WS-BACK-IDX) TO WS-BEFORE-REC
             MOVE BKT-AFTER-IMAGE(WS-BACK-IDX)  TO WS-AFTER-REC
             IF WS-BEFORE-REC NOT EQUAL SPACES
                 AND BFR-DELETED-FLAG NOT EQUAL 'Y'
                 AND AFT-DELETED-FLAG EQUAL 'Y' THEN
               PERFORM Restore-Cascaded-Contacts
             END-IF
           END-IF.
      *
      *  Work out the state the record is in just before this change
      *  is backed out.
      *  ============================================================
      *
       Establish-Current-State.
           IF WS-NEWER-IDX NOT EQUAL 0 THEN
             MOVE BKT-BEFORE-IMAGE(WS-NEWER-IDX) TO WS-CURRENT-IMAGE
             IF WS-CURRENT-IMAGE EQUAL SPACES THEN
               SET CURRENT-RECORD-ABSENT TO TRUE
             ELSE
               SET CURRENT-RECORD-EXISTS TO TRUE
             END-IF
           ELSE
             MOVE BKT-EMPID(WS-BACK-IDX) TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK THEN
               MOVE EMP-FILE-RECORD TO WS-CURRENT-IMAGE
               SET CURRENT-RECORD-EXISTS TO TRUE
             ELSE
               MOVE SPACES TO WS-CURRENT-IMAGE
               SET CURRENT-RECORD-ABSENT TO TRUE
             END-IF
           END-IF.
      *
      *  Refuse the change unless the record is in exactly the state
      *  the change's after-image says it left it in.
      *  ============================================================
      *
       Match-Current-State.
           IF BKT-AFTER-IMAGE(WS-BACK-IDX) EQUAL SPACES THEN
             IF CURRENT-RECORD-EXISTS THEN
               SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "RECORD RE-CREATED OUTSIDE THE JOURNAL"
                 TO DTL-NOTE
             END-IF
           ELSE
             IF CURRENT-RECORD-ABSENT THEN
               SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
               MOVE "RECORD NO LONGER ON EMPFILE" TO DTL-NOTE
             ELSE
               IF WS-CURRENT-IMAGE NOT EQUAL
                   BKT-AFTER-IMAGE(WS-BACK-IDX) THEN
                 SET BKT-IS-REFUSED(WS-BACK-IDX) TO TRUE
                 MOVE "RECORD CHANGED OUTSIDE THE JOURNAL"
                   TO DTL-NOTE
               END-IF
             END-IF
           END-IF.
      *
      *  Put the change's before-image back on EMPFILE - erasing the
      *  record when the change had created it - between a recovery
      *  intent and commit, and journal the reversal.
      *  ============================================================
      *
       Apply-Before-Image.
           EVALUATE TRUE
             WHEN BKT-BEFORE-IMAGE(WS-BACK-IDX) EQUAL SPACES
               MOVE 'E' TO WS-RCVJ-ACTION
             WHEN CURRENT-RECORD-EXISTS
               MOVE 'R' TO WS-RCVJ-ACTION
             WHEN OTHER
               MOVE 'W' TO WS-RCVJ-ACTION
           END-EVALUATE.
           PERFORM Write-Recovery-Intent.
           EVALUATE WS-RCVJ-ACTION
             WHEN 'E'
               MOVE BKT-EMPID(WS-BACK-IDX) TO FILE-EMPID
               READ EMPFILE
               IF EMPFILE-OK THEN
                 DELETE EMPFILE
               END-IF
             WHEN 'R'
               MOVE BKT-BEFORE-IMAGE(WS-BACK-IDX) TO EMP-FILE-RECORD
               REWRITE EMP-FILE-RECORD
             WHEN OTHER
               MOVE BKT-BEFORE-IMAGE(WS-BACK-IDX) TO EMP-FILE-RECORD
               WRITE EMP-FILE-RECORD
           END-EVALUATE.
           PERFORM Write-Journal-Record.
           PERFORM Write-Recovery-Commit.
      *
      *  Put back every contact the scope caller removed in cascade
      *  for the EMPID whose tombstone was just backed out. A contact
      *  whose priority has been taken again is refused.
      *  ============================================================
      *
       Restore-Cascaded-Contacts.
           PERFORM VARYING WS-CASCADE-IDX FROM 1 BY 1
               UNTIL WS-CASCADE-IDX GREATER THAN WS-CASCADE-COUNT
             IF ECT-EMPID(WS-CASCADE-IDX) EQUAL BKT-EMPID(WS-BACK-IDX)
                 AND ECT-IS-PENDING(WS-CASCADE-IDX) THEN
               PERFORM Restore-One-Contact
             END-IF
           END-PERFORM.
      *
      *  Restore, or in a preview test, one cascaded contact.
      *  ============================================================
      *
       Restore-One-Contact.
           MOVE 'Y' TO ECT-STATE(WS-CASCADE-IDX).
           MOVE ECT-IMAGE(WS-CASCADE-IDX) TO EMG-FILE-RECORD.
           MOVE SPACES TO DTL-NOTE.
           SET CONTACT-PRIORITY-FREE TO TRUE.
           EVALUATE TRUE
             WHEN NOT EMGFILE-IS-AVAILABLE
               CONTINUE
             WHEN MODE-IS-APPLY
               WRITE EMG-FILE-RECORD
               IF EMGFILE-DUPLICATE THEN
                 SET CONTACT-PRIORITY-TAKEN TO TRUE
               END-IF
             WHEN OTHER
               READ EMGFILE
               IF EMGFILE-OK THEN
                 SET CONTACT-PRIORITY-TAKEN TO TRUE
               END-IF
               MOVE ECT-IMAGE(WS-CASCADE-IDX) TO EMG-FILE-RECORD
           END-EVALUATE.
           EVALUATE TRUE
             WHEN NOT EMGFILE-IS-AVAILABLE
               ADD 1 TO WS-CONTACT-REFUSED-COUNT
               MOVE "REFUSED" TO DTL-DISPOSITION
               STRING "CONTACT " EMG-PRIORITY
                      " NOT RESTORED - NO EMGFILE"
                   DELIMITED BY SIZE INTO DTL-NOTE
             WHEN CONTACT-PRIORITY-TAKEN
               ADD 1 TO WS-CONTACT-REFUSED-COUNT
               MOVE "REFUSED" TO DTL-DISPOSITION
               STRING "CONTACT " EMG-PRIORITY
                      " NOT RESTORED - PRIORITY IN USE"
                   DELIMITED BY SIZE INTO DTL-NOTE
             WHEN OTHER
               ADD 1 TO WS-CONTACT-RESTORED-COUNT
               IF MODE-IS-APPLY THEN
                 PERFORM Write-Emergency-Journal
                 MOVE "REVERSED" TO DTL-DISPOSITION
               ELSE
                 MOVE "WOULD REVERSE" TO DTL-DISPOSITION
               END-IF
               STRING "CONTACT " EMG-PRIORITY " RESTORED - "
                      EMG-NAME
                   DELIMITED BY SIZE INTO DTL-NOTE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Journal one reversal under verb 'W' and this program's name:
      *  the before-image is the state reversed, the after-image the
      *  state restored (all spaces for an erase).
      *  ============================================================
      *
       Write-Journal-Record.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JRNL-DATE.
           MOVE WS-CURRENT-TIME TO JRNL-TIME.
           MOVE 'W'             TO JRNL-VERB.
           MOVE BKT-EMPID(WS-BACK-IDX)        TO JRNL-EMPID.
           MOVE BKT-AFTER-IMAGE(WS-BACK-IDX)  TO JRNL-BEFORE-IMAGE.
           MOVE BKT-BEFORE-IMAGE(WS-BACK-IDX) TO JRNL-AFTER-IMAGE.
           MOVE "ZCONBACK"      TO JRNL-CALLER-ID.
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
      *  Journal one contact restored to EMGFILE.
      *  ============================================================
      *
       Write-Emergency-Journal.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO EJRN-DATE.
           MOVE WS-CURRENT-TIME TO EJRN-TIME.
           MOVE 'R'             TO EJRN-VERB.
           MOVE EMG-EMPID       TO EJRN-EMPID.
           MOVE EMG-FILE-RECORD TO EJRN-IMAGE.
           MOVE "ZCONBACK"      TO EJRN-CALLER-ID.
           WRITE EMG-JOURNAL-RECORD.
      *
      *  Write one recovery-journal intent record ahead of the
      *  update, carrying the state reversed as the before-image and
      *  the state restored as the intended after-image.
      *  ============================================================
      *
       Write-Recovery-Intent.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           ADD 1 TO WS-RCVJ-SEQ.
           MOVE WS-CURRENT-DATE TO RCVJ-DATE.
           MOVE WS-CURRENT-TIME TO RCVJ-TIME.
           MOVE WS-RCVJ-SEQ     TO RCVJ-SEQ.
           MOVE 'I'             TO RCVJ-PHASE.
           MOVE WS-RCVJ-ACTION  TO RCVJ-ACTION.
           MOVE BKT-EMPID(WS-BACK-IDX)        TO RCVJ-EMPID.
           MOVE BKT-AFTER-IMAGE(WS-BACK-IDX)  TO RCVJ-BEFORE-IMAGE.
           MOVE BKT-BEFORE-IMAGE(WS-BACK-IDX) TO RCVJ-AFTER-IMAGE.
           MOVE 'ZCONBACK'                    TO RCVJ-WRITER.
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
           MOVE 'ZCONBACK'      TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-BACK-COUNT TO WS-DISPLAY-COUNT
           STRING "CHANGES IN SCOPE      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-REVERSED-COUNT TO WS-DISPLAY-COUNT
           STRING "CHANGES REVERSED      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           STRING "CHANGES REFUSED       : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-CONTACT-RESTORED-COUNT TO WS-DISPLAY-COUNT
           STRING "CONTACTS RESTORED     : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-CONTACT-REFUSED-COUNT TO WS-DISPLAY-COUNT
           STRING "CONTACTS REFUSED      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           IF MODE-IS-PREVIEW THEN
             MOVE SPACES TO REPT-LINE
             WRITE REPT-LINE
             MOVE "PREVIEW ONLY - NOTHING WAS CHANGED" TO REPT-LINE
             WRITE REPT-LINE
           END-IF.
