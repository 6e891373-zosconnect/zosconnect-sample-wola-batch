       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONCERT.
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
      * Access recertification companion batch program to ZCONCBL.     *
      * Reads every caller on the AUTHFILE authorization reference     *
      * file and matches it against the audit trail - the AUDARCH      *
      * archive written by ZCONRETN and the live AUDITLOG - to show,   *
      * per caller:                                                    *
      *                                                                *
      *   - the validity window of the authorization and whether it    *
      *     is active, expired, not yet valid or open-ended;           *
      *   - each verb the caller is granted, with the last date the    *
      *     caller used it (or NEVER);                                 *
      *   - how many of the caller's requests were refused for want    *
      *     of authority (audit outcome 'A');                          *
      *   - every grant left dormant - not used within the dormancy    *
      *     period although the grant itself is older than that -      *
      *     flagged for the manager to revoke or justify.              *
      *                                                                *
      * Each caller block ends with a KEEP/REVOKE decision and a       *
      * sign-off line for the reviewing manager, so the printed report *
      * is the recertification record. Refusals by caller IDs that     *
      * are not on AUTHFILE at all are totalled in the summary.        *
      *                                                                *
      * The dormancy period comes from the optional CERTPARM           *
      * parameter file:                                                *
      *                                                                *
      *   Line 1 - days without use before a grant is reported         *
      *            dormant (PIC 9(03))                                 *
      *                                                                *
      * A missing CERTPARM applies the default of 90 days.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * DORMANCY-PERIOD PARAMETER FILE.
      *
           SELECT CERTPARM ASSIGN TO CERTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTPARM-STATUS.
      *
      * AUTHORIZATION REFERENCE FILE LOADED BY ZCONALDR - READ IN KEY
      * ORDER.
      *
           SELECT AUTHFILE ASSIGN TO AUTHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUTH-CALLER-ID
               FILE STATUS IS WS-AUTHFILE-STATUS.
      *
      * LIVE AUDIT-TRAIL LOG WRITTEN BY ZCONCBL.
      *
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *
      * ARCHIVE OF AGED-OUT AUDIT RECORDS WRITTEN BY ZCONRETN.
      *
           SELECT AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
      *
      * ACCESS RECERTIFICATION REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  CERTPARM
           RECORDING MODE IS F.
       01  CERTPARM-LINE               PIC X(80).

       FD  AUTHFILE
           RECORDING MODE IS F.
       COPY ZCONAUTH.

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY ZCONAUD.

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD           PIC X(76).

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(100).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-CERTPARM-STATUS           PIC X(02) VALUE "00".
          88 CERTPARM-OK               VALUE "00".
          88 CERTPARM-EOF              VALUE "10".
          88 CERTPARM-NOT-FOUND        VALUE "35".
       01 WS-AUTHFILE-STATUS           PIC X(02) VALUE "00".
          88 AUTHFILE-OK               VALUE "00".
          88 AUTHFILE-EOF              VALUE "10".
          88 AUTHFILE-NOT-FOUND        VALUE "35".
       01 WS-AUDITLOG-STATUS           PIC X(02) VALUE "00".
          88 AUDITLOG-OK               VALUE "00".
          88 AUDITLOG-EOF              VALUE "10".
          88 AUDITLOG-NOT-FOUND        VALUE "35".
       01 WS-AUDARCH-STATUS            PIC X(02) VALUE "00".
          88 AUDARCH-OK                VALUE "00".
          88 AUDARCH-EOF               VALUE "10".
          88 AUDARCH-NOT-FOUND         VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-CURRENT-DATE              PIC 9(08) VALUE 0.
       01 WS-DORMANT-DAYS              PIC 9(03) VALUE 90.
       01 WS-AGE-DAYS                  PIC 9(05) VALUE 0.
       01 WS-GRANT-DATE                PIC 9(08) VALUE 0.
      *
      * WORK COPY OF THE AUDIT ROW UNDER EXAMINATION, SO THE ARCHIVE
      * AND THE LIVE TRAIL FEED THE SAME MATCHING PARAGRAPH. SHAPED
      * AS ZCONAUD.cpy.
      *
       01 WS-AUDIT-ROW.
          05 WRK-DATE                  PIC 9(08).
          05 FILLER                    PIC X(01).
          05 WRK-TIME                  PIC 9(08).
          05 FILLER                    PIC X(01).
          05 WRK-VERB                  PIC X(01).
          05 FILLER                    PIC X(01).
          05 WRK-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01).
          05 WRK-RC                    PIC 9(08).
          05 FILLER                    PIC X(01).
          05 WRK-RSN                   PIC 9(08).
          05 FILLER                    PIC X(01).
          05 WRK-OUTCOME               PIC X(01).
          05 FILLER                    PIC X(01).
          05 WRK-CALLER-ID             PIC X(08).
      *
      * ONE ENTRY PER AUTHFILE CALLER, IN KEY ORDER. EACH GRANTED
      * VERB BYTE OF CLR-ALLOWED-VERBS HAS THE LAST DATE IT WAS USED
      * IN THE MATCHING CLR-LAST-USED SLOT (ZERO = NEVER USED).
      *
       01 WS-CALLER-TABLE-MAX          PIC 9(04) COMP VALUE 500.
      *
      * WS-VERB-MAX MUST MATCH THE LENGTH OF AUTH-ALLOWED-VERBS.
      *
       01 WS-VERB-MAX                  PIC 9(04) COMP VALUE 16.
       01 WS-CALLER-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-CALLER-TABLE.
          05 WS-CALLER-ENTRY OCCURS 500 TIMES.
             10 CLR-CALLER-ID          PIC X(08).
             10 CLR-ALLOWED-VERBS.
                15 CLR-VERB            PIC X(01) OCCURS 16 TIMES.
             10 CLR-VALID-FROM         PIC X(08).
             10 CLR-VALID-TO           PIC X(08).
             10 CLR-REFUSED-COUNT      PIC 9(08) COMP.
             10 CLR-LAST-USED          PIC 9(08) OCCURS 16 TIMES.
       01 WS-CALLER-IDX                PIC 9(04) COMP.
       01 WS-CALLER-FOUND-IDX          PIC 9(04) COMP.
       01 WS-VERB-IDX                  PIC 9(04) COMP.
       01 WS-TABLE-FULL-FLAG           PIC X(01) VALUE 'N'.
          88 CALLER-TABLE-FULL         VALUE 'Y'.
       01 WS-DORMANT-FLAG              PIC X(01) VALUE 'N'.
          88 GRANT-IS-DORMANT          VALUE 'Y'.
          88 GRANT-IS-IN-USE           VALUE 'N'.
      *
      * RUN TOTALS.
      *
       01 WS-ROWS-READ-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-GRANT-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-DORMANT-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-EXPIRED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-NOT-YET-VALID-COUNT       PIC 9(08) COMP VALUE 0.
       01 WS-OPEN-ENDED-COUNT          PIC 9(08) COMP VALUE 0.
       01 WS-REFUSED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-UNKNOWN-REFUSED-COUNT     PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-DAYS              PIC ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(56) VALUE
             "EMPLOYEE CONTACT STORE - ACCESS RECERTIFICATION".
          05 FILLER                    PIC X(24) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).
          05 FILLER                    PIC X(18) VALUE
             "   DORMANT AFTER ".
          05 HDG-DORMANT-DAYS          PIC ZZ9.
          05 FILLER                    PIC X(05) VALUE " DAYS".

       01 WS-CALLER-LINE.
          05 FILLER                    PIC X(07) VALUE "CALLER ".
          05 CLN-CALLER-ID             PIC X(08).
          05 FILLER                    PIC X(13) VALUE
             "  VALID FROM ".
          05 CLN-VALID-FROM            PIC X(08).
          05 FILLER                    PIC X(04) VALUE " TO ".
          05 CLN-VALID-TO              PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 CLN-STATUS                PIC X(13).
          05 FILLER                    PIC X(10) VALUE
             "  REFUSED ".
          05 CLN-REFUSED-COUNT         PIC ZZZZ,ZZ9.

       01 WS-VERB-LINE.
          05 FILLER                    PIC X(09) VALUE "    VERB ".
          05 VBL-VERB                  PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 VBL-VERB-NAME             PIC X(08).
          05 FILLER                    PIC X(12) VALUE
             "  LAST USED ".
          05 VBL-LAST-USED             PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 VBL-DORMANT-MARK          PIC X(07).

       01 WS-SIGNOFF-LINE              PIC X(80) VALUE
          "    DECISION: KEEP [ ]  REVOKE [ ]   MANAGER ____________  D
      -    "ATE ________".

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM Load-Cert-Parms.

           OPEN INPUT AUTHFILE.
           IF AUTHFILE-NOT-FOUND THEN
             DISPLAY " No AUTHFILE found - no callers to recertify "
             GOBACK
           END-IF.
           IF NOT AUTHFILE-OK THEN
             DISPLAY "ERROR: Could not open AUTHFILE, status = "
                     WS-AUTHFILE-STATUS
             GOBACK
           END-IF.
           PERFORM Load-Callers.
           CLOSE AUTHFILE.

           PERFORM Match-Audit-Archive.
           PERFORM Match-Live-Audit.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             GOBACK
           END-IF.

           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-DORMANT-DAYS TO HDG-DORMANT-DAYS.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Report-Callers.
           PERFORM Write-Summary.

           CLOSE REPTFILE.

           MOVE WS-CALLER-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Access recertification report complete "
           DISPLAY "   Callers reviewed : " WS-DISPLAY-COUNT
           MOVE WS-DORMANT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Dormant grants   : " WS-DISPLAY-COUNT
           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Refused attempts : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read the optional CERTPARM parameter file. Line 1 carries
      *  the dormancy period in days. A missing file keeps the
      *  90-day default; a malformed value is refused rather than
      *  reporting against the wrong period.
      *  ============================================================
      *
       Load-Cert-Parms.
           OPEN INPUT CERTPARM.
           IF CERTPARM-NOT-FOUND THEN
             DISPLAY " No CERTPARM found - using 90-day default "
           ELSE
             IF NOT CERTPARM-OK THEN
               DISPLAY "ERROR: Could not open CERTPARM, status = "
                       WS-CERTPARM-STATUS
               GOBACK
             ELSE
               READ CERTPARM
               IF NOT CERTPARM-EOF THEN
                 IF CERTPARM-LINE(1:3) IS NUMERIC THEN
                   MOVE CERTPARM-LINE(1:3) TO WS-DORMANT-DAYS
                 ELSE
                   DISPLAY "ERROR: CERTPARM line 1 is not numeric"
                   CLOSE CERTPARM
                   GOBACK
                 END-IF
               END-IF
               CLOSE CERTPARM
             END-IF
           END-IF.
      *
      *  Read AUTHFILE in key order into the caller table. Callers
      *  beyond the table size are reported and left out of the
      *  review rather than overrunning the table.
      *  ============================================================
      *
       Load-Callers.
           READ AUTHFILE
           PERFORM UNTIL AUTHFILE-EOF
             IF WS-CALLER-COUNT LESS THAN WS-CALLER-TABLE-MAX THEN
               ADD 1 TO WS-CALLER-COUNT
               MOVE AUTH-CALLER-ID
                 TO CLR-CALLER-ID(WS-CALLER-COUNT)
               MOVE AUTH-ALLOWED-VERBS
                 TO CLR-ALLOWED-VERBS(WS-CALLER-COUNT)
               MOVE AUTH-VALID-FROM
                 TO CLR-VALID-FROM(WS-CALLER-COUNT)
               MOVE AUTH-VALID-TO
                 TO CLR-VALID-TO(WS-CALLER-COUNT)
               MOVE 0 TO CLR-REFUSED-COUNT(WS-CALLER-COUNT)
               PERFORM VARYING WS-VERB-IDX FROM 1 BY 1
                   UNTIL WS-VERB-IDX GREATER THAN WS-VERB-MAX
                 MOVE 0 TO CLR-LAST-USED(WS-CALLER-COUNT WS-VERB-IDX)
               END-PERFORM
             ELSE
               IF NOT CALLER-TABLE-FULL THEN
                 SET CALLER-TABLE-FULL TO TRUE
                 DISPLAY "WARNING: caller table full - callers from "
                         AUTH-CALLER-ID " on are not reviewed"
               END-IF
             END-IF
             READ AUTHFILE
           END-PERFORM.
      *
      *  Match the audit archive. A missing archive only means
      *  retention has never aged anything out.
      *  ============================================================
      *
       Match-Audit-Archive.
           OPEN INPUT AUDARCH.
           IF AUDARCH-NOT-FOUND THEN
             DISPLAY " No AUDARCH found - archive skipped "
           ELSE
             IF NOT AUDARCH-OK THEN
               DISPLAY "ERROR: Could not open AUDARCH, status = "
                       WS-AUDARCH-STATUS
             ELSE
               READ AUDARCH
               PERFORM UNTIL AUDARCH-EOF
                 MOVE AUDIT-ARCH-RECORD TO WS-AUDIT-ROW
                 PERFORM Match-One-Row
                 READ AUDARCH
               END-PERFORM
               CLOSE AUDARCH
             END-IF
           END-IF.
      *
      *  Match the live audit trail.
      *  ============================================================
      *
       Match-Live-Audit.
           OPEN INPUT AUDITLOG.
           IF AUDITLOG-NOT-FOUND THEN
             DISPLAY " No AUDITLOG found - live trail skipped "
           ELSE
             IF NOT AUDITLOG-OK THEN
               DISPLAY "ERROR: Could not open AUDITLOG, status = "
                       WS-AUDITLOG-STATUS
             ELSE
               READ AUDITLOG
               PERFORM UNTIL AUDITLOG-EOF
                 MOVE AUDIT-RECORD TO WS-AUDIT-ROW
                 PERFORM Match-One-Row
                 READ AUDITLOG
               END-PERFORM
               CLOSE AUDITLOG
             END-IF
           END-IF.
      *
      *  Credit the audit row standing in WS-AUDIT-ROW to its caller.
      *  A refusal for want of authority (outcome 'A') counts against
      *  the caller, or against the unknown-caller total when the
      *  caller ID is not on AUTHFILE; any other outcome means the
      *  caller exercised the verb, so the verb's last-used date is
      *  moved forward when the row is later than the one held.
      *  ============================================================
      *
       Match-One-Row.
           ADD 1 TO WS-ROWS-READ-COUNT.
           MOVE 0 TO WS-CALLER-FOUND-IDX.
           PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
               UNTIL WS-CALLER-IDX GREATER THAN WS-CALLER-COUNT
                  OR WS-CALLER-FOUND-IDX NOT EQUAL 0
             IF CLR-CALLER-ID(WS-CALLER-IDX) EQUAL WRK-CALLER-ID THEN
               MOVE WS-CALLER-IDX TO WS-CALLER-FOUND-IDX
             END-IF
           END-PERFORM.

           IF WRK-OUTCOME EQUAL 'A' THEN
             ADD 1 TO WS-REFUSED-COUNT
             IF WS-CALLER-FOUND-IDX EQUAL 0 THEN
               ADD 1 TO WS-UNKNOWN-REFUSED-COUNT
             ELSE
               ADD 1 TO CLR-REFUSED-COUNT(WS-CALLER-FOUND-IDX)
             END-IF
           ELSE
             IF WS-CALLER-FOUND-IDX NOT EQUAL 0 AND
                 WRK-DATE NUMERIC THEN
               PERFORM VARYING WS-VERB-IDX FROM 1 BY 1
                   UNTIL WS-VERB-IDX GREATER THAN WS-VERB-MAX
                 IF CLR-VERB(WS-CALLER-FOUND-IDX WS-VERB-IDX)
                     EQUAL WRK-VERB AND
                     WRK-DATE GREATER THAN
                     CLR-LAST-USED(WS-CALLER-FOUND-IDX WS-VERB-IDX)
                     THEN
                   MOVE WRK-DATE TO
                     CLR-LAST-USED(WS-CALLER-FOUND-IDX WS-VERB-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
      *  Print one block per caller: the caller line with its window
      *  and refusal count, one line per granted verb, and the
      *  manager's sign-off line.
      *  ============================================================
      *
       Report-Callers.
           PERFORM VARYING WS-CALLER-IDX FROM 1 BY 1
               UNTIL WS-CALLER-IDX GREATER THAN WS-CALLER-COUNT
             PERFORM Report-One-Caller
           END-PERFORM.
      *
      *  Classify the caller's validity window against today and
      *  write the caller block.
      *  ============================================================
      *
       Report-One-Caller.
           MOVE CLR-CALLER-ID(WS-CALLER-IDX) TO CLN-CALLER-ID.
           MOVE CLR-VALID-FROM(WS-CALLER-IDX) TO CLN-VALID-FROM.
           MOVE CLR-VALID-TO(WS-CALLER-IDX)   TO CLN-VALID-TO.
           IF CLR-VALID-FROM(WS-CALLER-IDX) EQUAL SPACES THEN
             MOVE "(LOADED)" TO CLN-VALID-FROM
           END-IF.
           IF CLR-VALID-TO(WS-CALLER-IDX) EQUAL SPACES THEN
             MOVE "(NONE)" TO CLN-VALID-TO
           END-IF.
           MOVE CLR-REFUSED-COUNT(WS-CALLER-IDX) TO CLN-REFUSED-COUNT.

           EVALUATE TRUE
             WHEN CLR-VALID-TO(WS-CALLER-IDX) NOT EQUAL SPACES AND
                  CLR-VALID-TO(WS-CALLER-IDX) LESS THAN WS-CURRENT-DATE
               MOVE "EXPIRED" TO CLN-STATUS
               ADD 1 TO WS-EXPIRED-COUNT
             WHEN CLR-VALID-FROM(WS-CALLER-IDX) NOT EQUAL SPACES AND
                  CLR-VALID-FROM(WS-CALLER-IDX)
                    GREATER THAN WS-CURRENT-DATE
               MOVE "NOT YET VALID" TO CLN-STATUS
               ADD 1 TO WS-NOT-YET-VALID-COUNT
             WHEN CLR-VALID-TO(WS-CALLER-IDX) EQUAL SPACES
               MOVE "NO END DATE" TO CLN-STATUS
               ADD 1 TO WS-OPEN-ENDED-COUNT
             WHEN OTHER
               MOVE "ACTIVE" TO CLN-STATUS
           END-EVALUATE.

           MOVE WS-CALLER-LINE TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-VERB-IDX FROM 1 BY 1
               UNTIL WS-VERB-IDX GREATER THAN WS-VERB-MAX
             IF CLR-VERB(WS-CALLER-IDX WS-VERB-IDX) NOT EQUAL SPACE
                 THEN
               PERFORM Report-One-Grant
             END-IF
           END-PERFORM.

           MOVE WS-SIGNOFF-LINE TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Write one granted verb with its last-used date. The grant is
      *  dormant when it has not been used within the dormancy period
      *  and the authorization itself started before that period (a
      *  blank valid-from counts as an old grant), so a caller added
      *  last week is not flagged for verbs it has had no chance to
      *  use yet.
      *  ============================================================
      *
       Report-One-Grant.
           ADD 1 TO WS-GRANT-COUNT.
           MOVE CLR-VERB(WS-CALLER-IDX WS-VERB-IDX) TO VBL-VERB.
           PERFORM Name-Verb.

           SET GRANT-IS-DORMANT TO TRUE.
           IF CLR-LAST-USED(WS-CALLER-IDX WS-VERB-IDX) EQUAL 0 THEN
             MOVE "NEVER" TO VBL-LAST-USED
           ELSE
             MOVE CLR-LAST-USED(WS-CALLER-IDX WS-VERB-IDX)
               TO VBL-LAST-USED
             IF CLR-LAST-USED(WS-CALLER-IDX WS-VERB-IDX)
                 NOT LESS THAN WS-CURRENT-DATE THEN
               SET GRANT-IS-IN-USE TO TRUE
             ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                     CLR-LAST-USED(WS-CALLER-IDX WS-VERB-IDX))
               IF WS-AGE-DAYS NOT GREATER THAN WS-DORMANT-DAYS THEN
                 SET GRANT-IS-IN-USE TO TRUE
               END-IF
             END-IF
           END-IF.

           IF GRANT-IS-DORMANT AND
               CLR-VALID-FROM(WS-CALLER-IDX) IS NUMERIC THEN
             MOVE CLR-VALID-FROM(WS-CALLER-IDX) TO WS-GRANT-DATE
             IF WS-GRANT-DATE NOT LESS THAN WS-CURRENT-DATE THEN
               SET GRANT-IS-IN-USE TO TRUE
             ELSE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-GRANT-DATE)
               IF WS-AGE-DAYS NOT GREATER THAN WS-DORMANT-DAYS THEN
                 SET GRANT-IS-IN-USE TO TRUE
               END-IF
             END-IF
           END-IF.

           IF GRANT-IS-DORMANT THEN
             MOVE "DORMANT" TO VBL-DORMANT-MARK
             ADD 1 TO WS-DORMANT-COUNT
           ELSE
             MOVE SPACES TO VBL-DORMANT-MARK
           END-IF.

           MOVE WS-VERB-LINE TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Name the verb byte standing in VBL-VERB for the report.
      *  ============================================================
      *
       Name-Verb.
           EVALUATE VBL-VERB
             WHEN 'P'
               MOVE "POST"     TO VBL-VERB-NAME
             WHEN 'U'
               MOVE "PUT"      TO VBL-VERB-NAME
             WHEN 'A'
               MOVE "PATCH"    TO VBL-VERB-NAME
             WHEN 'D'
               MOVE "DELETE"   TO VBL-VERB-NAME
             WHEN 'B'
               MOVE "BULK"     TO VBL-VERB-NAME
             WHEN 'E'
               MOVE "EMERGADD" TO VBL-VERB-NAME
             WHEN 'N'
               MOVE "DEPTADD"  TO VBL-VERB-NAME
             WHEN 'C'
               MOVE "DEPTCHG"  TO VBL-VERB-NAME
             WHEN 'K'
               MOVE "DEPTRET"  TO VBL-VERB-NAME
             WHEN 'V'
               MOVE "APPROVE"  TO VBL-VERB-NAME
             WHEN 'J'
               MOVE "REJECT"   TO VBL-VERB-NAME
             WHEN 'Q'
               MOVE "QUIESCE"  TO VBL-VERB-NAME
             WHEN 'R'
               MOVE "RESUME"   TO VBL-VERB-NAME
             WHEN 'X'
               MOVE "SHUTDOWN" TO VBL-VERB-NAME
             WHEN OTHER
               MOVE "UNKNOWN"  TO VBL-VERB-NAME
           END-EVALUATE.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE WS-CALLER-COUNT TO WS-DISPLAY-COUNT
           STRING "CALLERS REVIEWED        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-EXPIRED-COUNT TO WS-DISPLAY-COUNT
           STRING "  EXPIRED               : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-NOT-YET-VALID-COUNT TO WS-DISPLAY-COUNT
           STRING "  NOT YET VALID         : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-OPEN-ENDED-COUNT TO WS-DISPLAY-COUNT
           STRING "  NO END DATE           : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-GRANT-COUNT TO WS-DISPLAY-COUNT
           STRING "VERB GRANTS             : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-DORMANT-COUNT TO WS-DISPLAY-COUNT
           MOVE WS-DORMANT-DAYS TO WS-DISPLAY-DAYS
           STRING "  DORMANT (" WS-DISPLAY-DAYS " DAYS)      : "
               WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-ROWS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "AUDIT ROWS READ         : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-REFUSED-COUNT TO WS-DISPLAY-COUNT
           STRING "REFUSED ATTEMPTS        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-UNKNOWN-REFUSED-COUNT TO WS-DISPLAY-COUNT
           STRING "  BY CALLERS NOT ON FILE: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
