       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONPRIV.
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
      * Privacy subject-access and erasure companion batch program to  *
      * ZCONCBL, run on request for one EMPID at a time:               *
      *                                                                *
      *   EXTRACT - prints everything held on the EMPID, store by      *
      *             store: the EMPFILE record, its EMGFILE emergency   *
      *             contacts and APPRFILE approvals, its CHGJRNL       *
      *             change history and EMGJRNL cascade history, its    *
      *             AUDITLOG and AUDARCH audit rows, its PENDFILE and  *
      *             SUSPFILE queue entries and its EMPARCH archived    *
      *             records - for a data-subject access request        *
      *   ERASE   - for an EMPID tombstoned longer than the legal      *
      *             hold, scrubs the name, email, phone and remarks    *
      *             from every record image held on it, and the name,  *
      *             relation and phone from every emergency contact,   *
      *             and writes an erasure certificate (ERASCERT)       *
      *                                                                *
      * Erasure keeps the EMPID, the dates, times, verbs and callers,  *
      * and the department, manager and location, so record counts,    *
      * the audit history and the monthly movement figures stand. The  *
      * AUDITLOG and AUDARCH audit rows hold no contact data and are   *
      * left as they are. The EMPFILE tombstone and any decided        *
      * APPRFILE approvals are blanked in place and any emergency      *
      * contacts still on EMGFILE are deleted; the CHGJRNL, EMGJRNL    *
      * and EMPARCH files are copied with the EMPID's records          *
      * scrubbed to CHGJNEW, EMGJNEW and ARCHNEW, which operations     *
      * swap in for them, as for the ZCONRETN AUDNEW cut - so like     *
      * ZCONRETN it runs in the batch window with ZCONCBL quiesced.    *
      * A scrubbed CHGJRNL record keeps its sequence number, its check *
      * value and the digest of its erasable bytes as they were sealed *
      * (see ZCONJRN.cpy) and is given the erasure mark. The check     *
      * value never covered the scrubbed bytes directly, so the chain  *
      * still runs on and ZCONVRFY still proves the record, listing it *
      * as ERASED rather than as a broken chain.                       *
      *                                                                *
      * Erasure is refused, with nothing changed and return code 8,    *
      * when the EMPID is still active, has no tombstone, was          *
      * tombstoned within the legal hold, or still has a change        *
      * queued on PENDFILE or SUSPFILE or held on APPRFILE. The date   *
      * of tombstoning is taken from the EMPFILE tombstone, else the   *
      * newest EMPARCH archived record, else the newest CHGJRNL        *
      * after-image for the EMPID.                                     *
      *                                                                *
      * PRIVPARM is required and read one value per line:              *
      *                                                                *
      *   Line 1 - Mode: EXTRACT (default) or ERASE                    *
      *   Line 2 - EMPID                                               *
      *   Line 3 - Legal hold in calendar days (PIC 9(05)); blank      *
      *            means the default of 2190 days (six years)          *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * MODE, EMPID AND LEGAL HOLD.
      *
           SELECT PRIVPARM ASSIGN TO PRIVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIVPARM-STATUS.
      *
      * EMPLOYEE CONTACT STORE - AN ERASURE BLANKS THE TOMBSTONE.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * EMERGENCY-CONTACT STORE - AN ERASURE DELETES ANY CONTACT
      * STILL HELD FOR THE EMPID.
      *
           SELECT EMGFILE ASSIGN TO EMGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMGFILE-STATUS.
      *
      * APPROVALS FILE - AN ERASURE BLANKS THE DECIDED APPROVALS.
      *
           SELECT APPRFILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.
      *
      * CHANGE-HISTORY JOURNAL, AND THE SCRUBBED COPY AN ERASURE
      * WRITES FOR OPERATIONS TO SWAP IN.
      *
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
           SELECT CHGJNEW ASSIGN TO CHGJNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJNEW-STATUS.
      *
      * EMERGENCY-CONTACT CASCADE JOURNAL, AND ITS SCRUBBED COPY.
      *
           SELECT EMGJRNL ASSIGN TO EMGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMGJRNL-STATUS.
           SELECT EMGJNEW ASSIGN TO EMGJNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMGJNEW-STATUS.
      *
      * ARCHIVE OF PURGED TOMBSTONES WRITTEN BY ZCONRETN, AND ITS
      * SCRUBBED COPY.
      *
           SELECT EMPARCH ASSIGN TO EMPARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPARCH-STATUS.
           SELECT ARCHNEW ASSIGN TO ARCHNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHNEW-STATUS.
      *
      * LIVE AUDIT TRAIL AND ITS ARCHIVE - REPORTED ONLY.
      *
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
      *
      * PENDING-CHANGES AND SUSPENSE QUEUES - REPORTED ONLY.
      *
           SELECT PENDFILE ASSIGN TO PENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
           SELECT SUSPFILE ASSIGN TO SUSPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.
      *
      * SUBJECT-ACCESS / ERASURE REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.
      *
      * CERTIFICATE OF ERASURE.
      *
           SELECT ERASCERT ASSIGN TO ERASCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASCERT-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  PRIVPARM
           RECORDING MODE IS F.
       01  PRIVPARM-LINE               PIC X(80).

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  EMGFILE
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  APPRFILE
           RECORDING MODE IS F.
       COPY ZCONAPR.

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  CHGJNEW
           RECORDING MODE IS F.
       01  CHGJNEW-RECORD              PIC X(399).

       FD  EMGJRNL
           RECORDING MODE IS F.
       COPY ZCONEJR.

       FD  EMGJNEW
           RECORDING MODE IS F.
       01  EMGJNEW-RECORD              PIC X(97).

       FD  EMPARCH
           RECORDING MODE IS F.
       01  EMP-ARCH-RECORD             PIC X(161).

       FD  ARCHNEW
           RECORDING MODE IS F.
       01  ARCHNEW-RECORD              PIC X(161).

       FD  AUDITLOG
           RECORDING MODE IS F.
       01  AUDIT-LIVE-RECORD           PIC X(76).

       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD           PIC X(76).

       FD  PENDFILE
           RECORDING MODE IS F.
       COPY ZCONPND.

       FD  SUSPFILE
           RECORDING MODE IS F.
       COPY ZCONSUS.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       FD  ERASCERT
           RECORDING MODE IS F.
       01  CERT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-PRIVPARM-STATUS           PIC X(02) VALUE "00".
          88 PRIVPARM-OK               VALUE "00".
          88 PRIVPARM-EOF              VALUE "10".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-NOT-FOUND         VALUE "23".
       01 WS-EMGFILE-STATUS            PIC X(02) VALUE "00".
          88 EMGFILE-OK                VALUE "00".
          88 EMGFILE-EOF               VALUE "10".
          88 EMGFILE-NOT-PRESENT       VALUE "35".
       01 WS-APPRFILE-STATUS           PIC X(02) VALUE "00".
          88 APPRFILE-OK               VALUE "00".
          88 APPRFILE-EOF              VALUE "10".
          88 APPRFILE-NOT-PRESENT      VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
          88 CHGJRNL-NOT-FOUND         VALUE "35".
       01 WS-CHGJNEW-STATUS            PIC X(02) VALUE "00".
          88 CHGJNEW-OK                VALUE "00".
       01 WS-EMGJRNL-STATUS            PIC X(02) VALUE "00".
          88 EMGJRNL-OK                VALUE "00".
          88 EMGJRNL-EOF               VALUE "10".
          88 EMGJRNL-NOT-FOUND         VALUE "35".
       01 WS-EMGJNEW-STATUS            PIC X(02) VALUE "00".
          88 EMGJNEW-OK                VALUE "00".
       01 WS-EMPARCH-STATUS            PIC X(02) VALUE "00".
          88 EMPARCH-OK                VALUE "00".
          88 EMPARCH-EOF               VALUE "10".
          88 EMPARCH-NOT-FOUND         VALUE "35".
       01 WS-ARCHNEW-STATUS            PIC X(02) VALUE "00".
          88 ARCHNEW-OK                VALUE "00".
       01 WS-AUDITLOG-STATUS           PIC X(02) VALUE "00".
          88 AUDITLOG-OK               VALUE "00".
          88 AUDITLOG-EOF              VALUE "10".
          88 AUDITLOG-NOT-FOUND        VALUE "35".
       01 WS-AUDARCH-STATUS            PIC X(02) VALUE "00".
          88 AUDARCH-OK                VALUE "00".
          88 AUDARCH-EOF               VALUE "10".
          88 AUDARCH-NOT-FOUND         VALUE "35".
       01 WS-PENDFILE-STATUS           PIC X(02) VALUE "00".
          88 PENDFILE-OK               VALUE "00".
          88 PENDFILE-EOF              VALUE "10".
          88 PENDFILE-NOT-FOUND        VALUE "35".
       01 WS-SUSPFILE-STATUS           PIC X(02) VALUE "00".
          88 SUSPFILE-OK               VALUE "00".
          88 SUSPFILE-EOF              VALUE "10".
          88 SUSPFILE-NOT-FOUND        VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
       01 WS-ERASCERT-STATUS           PIC X(02) VALUE "00".
          88 ERASCERT-OK               VALUE "00".
      *
      * RUN MODE, SUBJECT EMPID AND LEGAL HOLD PARSED FROM PRIVPARM.
      *
       01 WS-RUN-MODE                  PIC X(08) VALUE "EXTRACT ".
          88 MODE-IS-EXTRACT           VALUE "EXTRACT ".
          88 MODE-IS-ERASE             VALUE "ERASE   ".
       01 WS-SUBJECT-EMPID             PIC X(05) VALUE SPACES.
       01 WS-HOLD-DAYS                 PIC 9(05) VALUE 2190.

       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-CURRENT-TIME              PIC 9(08).
      *
      * WHERE THE SUBJECT STANDS: ACTIVE, TOMBSTONED OR NOT ON EMPFILE,
      * WHEN AND WHERE THE TOMBSTONE WAS FOUND, AND WHEN THE LEGAL HOLD
      * ON IT ENDS.
      *
       01 WS-SUBJECT-STATE             PIC X(01) VALUE 'N'.
          88 SUBJECT-IS-ACTIVE         VALUE 'A'.
          88 SUBJECT-IS-TOMBSTONED     VALUE 'T'.
          88 SUBJECT-NOT-ON-FILE       VALUE 'N'.
       01 WS-TOMBSTONE-DATE            PIC 9(08) VALUE 0.
       01 WS-TOMBSTONE-SOURCE          PIC X(08) VALUE SPACES.
       01 WS-HOLD-END-DATE             PIC 9(08) VALUE 0.
       01 WS-ARCH-LAST-DELETED-DATE    PIC X(08) VALUE SPACES.
       01 WS-JRNL-LAST-DELETED-FLAG    PIC X(01) VALUE SPACE.
       01 WS-JRNL-LAST-DELETED-DATE    PIC X(08) VALUE SPACES.
       01 WS-APPR-OPEN-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-REFUSAL-REASON            PIC X(80) VALUE SPACES.
       01 WS-ERASURE-FLAG              PIC X(01) VALUE 'N'.
          88 ERASURE-ALLOWED           VALUE 'Y'.
      *
      * FIELD-LEVEL VIEW OF AN EMP-FILE-RECORD IMAGE, SHAPED AS
      * ZCONFILE.cpy - A JOURNAL IMAGE, AN ARCHIVED RECORD OR A QUEUED
      * REQUEST, WHOSE 152-BYTE SVC-RQST-DATA SHAPE MATCHES THE RECORD
      * UP TO THE CONTRACT END DATE.
      *
       01 WS-IMAGE-REC.
          05 IMG-EMPID                 PIC X(05).
          05 IMG-EMPNAME               PIC X(25).
          05 IMG-EMAIL                 PIC X(30).
          05 IMG-PHONE                 PIC X(20).
          05 IMG-REMARKS               PIC X(40).
          05 IMG-DEPT-CODE             PIC X(04).
          05 IMG-MGR-EMPID             PIC X(05).
          05 IMG-EFFECTIVE-DATE        PIC X(08).
          05 IMG-LOCATION-CODE         PIC X(06).
          05 IMG-WORKER-TYPE           PIC X(01).
          05 IMG-CONTRACT-END-DATE     PIC X(08).
          05 IMG-DELETED-FLAG          PIC X(01).
          05 IMG-DELETED-DATE          PIC X(08).
       01 WS-IMAGE-LABEL               PIC X(08).
       01 WS-IMAGE-CHANGED-FLAG        PIC X(01).
          88 IMAGE-WAS-SCRUBBED        VALUE 'Y'.
      *
      * FIELD-LEVEL VIEW OF AN EMERGENCY-CONTACT IMAGE, SHAPED AS
      * ZCONEMG.cpy.
      *
       01 WS-CONTACT-REC.
          05 CON-EMPID                 PIC X(05).
          05 CON-PRIORITY              PIC X(02).
          05 CON-NAME                  PIC X(25).
          05 CON-RELATION              PIC X(10).
          05 CON-PHONE                 PIC X(20).
      *
      * EMERGENCY CONTACTS STILL ON EMGFILE FOR THE SUBJECT, REMOVED
      * BY KEY ONCE THE BROWSE IS FINISHED.
      *
       01 WS-EMG-PURGE-MAX             PIC 9(04) COMP VALUE 100.
       01 WS-EMG-PURGE-COUNT           PIC 9(04) COMP VALUE 0.
       01 WS-EMG-PURGE-IDX             PIC 9(04) COMP.
       01 WS-EMG-PURGE-TABLE.
          05 WS-EMG-PURGE-PRIORITY     PIC X(02) OCCURS 100 TIMES.
      *
      * ONE ENTRY PER STORE SEARCHED: WHETHER IT WAS PRESENT, HOW MANY
      * RECORDS IT HELD ON THE EMPID AND HOW MANY AN ERASURE CHANGED,
      * WITH WHAT AN ERASURE DOES TO IT. THE NAMED SUBSCRIPTS BELOW
      * ADDRESS THE ENTRIES.
      *
       01 WS-STORE-COUNT               PIC 9(04) COMP VALUE 10.
       01 WS-STORE-TABLE.
          05 WS-STORE-ENTRY OCCURS 10 TIMES.
             10 STO-NAME               PIC X(08).
             10 STO-PRESENT-FLAG       PIC X(01).
                88 STO-IS-PRESENT      VALUE 'Y'.
             10 STO-HELD               PIC 9(08) COMP.
             10 STO-ERASED             PIC 9(08) COMP.
             10 STO-ACTION             PIC X(56).
       01 WS-STORE-IDX                 PIC 9(04) COMP.
       01 WS-STO-EMPFILE               PIC 9(04) COMP VALUE 1.
       01 WS-STO-EMGFILE               PIC 9(04) COMP VALUE 2.
       01 WS-STO-APPRFILE              PIC 9(04) COMP VALUE 3.
       01 WS-STO-CHGJRNL               PIC 9(04) COMP VALUE 4.
       01 WS-STO-EMGJRNL               PIC 9(04) COMP VALUE 5.
       01 WS-STO-AUDITLOG              PIC 9(04) COMP VALUE 6.
       01 WS-STO-AUDARCH               PIC 9(04) COMP VALUE 7.
       01 WS-STO-PENDFILE              PIC 9(04) COMP VALUE 8.
       01 WS-STO-SUSPFILE              PIC 9(04) COMP VALUE 9.
       01 WS-STO-EMPARCH               PIC 9(04) COMP VALUE 10.

      *
      * AUDIT ROW BEING EXAMINED, FROM AUDITLOG OR AUDARCH.
      *
       COPY ZCONAUD.

       01 WS-TOTAL-HELD                PIC 9(08) COMP VALUE 0.
       01 WS-TOTAL-ERASED              PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-SEQ               PIC Z(09)9.
       01 WS-DISPLAY-NUMBER            PIC -(08)9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(47) VALUE
             "EMPLOYEE CONTACT STORE - PRIVACY SUBJECT REPORT".
          05 FILLER                    PIC X(33) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(06) VALUE "EMPID ".
          05 HDG-EMPID                 PIC X(05).
          05 FILLER                    PIC X(08) VALUE "   MODE ".
          05 HDG-MODE                  PIC X(08).
          05 FILLER                    PIC X(12) VALUE "   RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).

       01 WS-IMAGE-LINE-1.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 IML-LABEL                 PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 IML-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 IML-EMAIL                 PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 IML-PHONE                 PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 IML-REMARKS               PIC X(40).

       01 WS-IMAGE-LINE-2.
          05 FILLER                    PIC X(13) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE "DEPT ".
          05 IML-DEPT-CODE             PIC X(04).
          05 FILLER                    PIC X(05) VALUE " MGR ".
          05 IML-MGR-EMPID             PIC X(05).
          05 FILLER                    PIC X(11) VALUE " EFFECTIVE ".
          05 IML-EFFECTIVE-DATE        PIC X(08).
          05 FILLER                    PIC X(10) VALUE " LOCATION ".
          05 IML-LOCATION-CODE         PIC X(06).
          05 FILLER                    PIC X(06) VALUE " TYPE ".
          05 IML-WORKER-TYPE           PIC X(01).
          05 FILLER                    PIC X(06) VALUE " ENDS ".
          05 IML-CONTRACT-END-DATE     PIC X(08).
          05 FILLER                    PIC X(09) VALUE " DELETED ".
          05 IML-DELETED-FLAG          PIC X(01).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 IML-DELETED-DATE          PIC X(08).

       01 WS-CONTACT-LINE.
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 FILLER                    PIC X(09) VALUE "PRIORITY ".
          05 CNL-PRIORITY              PIC X(02).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 CNL-NAME                  PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 CNL-RELATION              PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 CNL-PHONE                 PIC X(20).

       01 WS-STORE-HEADING.
          05 FILLER                    PIC X(10) VALUE "STORE".
          05 FILLER                    PIC X(10) VALUE "      HELD".
          05 FILLER                    PIC X(10) VALUE "    ERASED".
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 FILLER                    PIC X(56) VALUE "ERASURE".

       01 WS-STORE-LINE.
          05 STL-NAME                  PIC X(08).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 STL-HELD                  PIC ZZZZ,ZZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 STL-ERASED                PIC ZZZZ,ZZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 STL-ACTION                PIC X(56).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM Load-Privacy-Parms.
           IF WS-SUBJECT-EMPID EQUAL SPACES THEN
             DISPLAY "ERROR: PRIVPARM line 2 must carry the EMPID"
             GOBACK
           END-IF.
           PERFORM Initialize-Store-Table.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             GOBACK
           END-IF.
           MOVE WS-SUBJECT-EMPID TO HDG-EMPID.
           MOVE WS-RUN-MODE      TO HDG-MODE.
           MOVE WS-CURRENT-DATE  TO HDG-RUN-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.
      *
      * THE STORES ARE SURVEYED IN FULL BEFORE ANYTHING IS CHANGED;
      * ONLY AN EXTRACT PRINTS THE CONTENTS OF WHAT IS FOUND.
      *
           IF MODE-IS-ERASE THEN
             OPEN I-O EMPFILE
           ELSE
             OPEN INPUT EMPFILE
           END-IF.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.
           PERFORM Survey-Employee-Record.
           PERFORM Survey-Emergency-Contacts.
           PERFORM Survey-Approvals.
           PERFORM Survey-Change-Journal.
           PERFORM Survey-Cascade-Journal.
           MOVE WS-STO-AUDITLOG TO WS-STORE-IDX.
           PERFORM Survey-Audit-Trail.
           MOVE WS-STO-AUDARCH TO WS-STORE-IDX.
           PERFORM Survey-Audit-Trail.
           PERFORM Survey-Pending-Queue.
           PERFORM Survey-Suspense-Queue.
           PERFORM Survey-Employee-Archive.

           IF MODE-IS-ERASE THEN
             PERFORM Decide-Erasure
             IF ERASURE-ALLOWED THEN
               PERFORM Erase-Subject
             END-IF
           END-IF.

           CLOSE EMPFILE.
           PERFORM Write-Store-Summary.
           CLOSE REPTFILE.

           IF MODE-IS-ERASE AND ERASURE-ALLOWED THEN
             PERFORM Write-Erasure-Certificate
           END-IF.

           MOVE WS-TOTAL-HELD TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Privacy run complete - mode " WS-RUN-MODE
           DISPLAY "   EMPID                  : " WS-SUBJECT-EMPID
           DISPLAY "   Records held           : " WS-DISPLAY-COUNT
           IF MODE-IS-ERASE THEN
             IF ERASURE-ALLOWED THEN
               MOVE WS-TOTAL-ERASED TO WS-DISPLAY-COUNT
               DISPLAY "   Records erased         : " WS-DISPLAY-COUNT
               DISPLAY "   Swap in CHGJNEW, EMGJNEW and ARCHNEW "
             ELSE
               DISPLAY "   ERASURE REFUSED - see REPTFILE "
             END-IF
           END-IF
           DISPLAY "========================================"

           IF MODE-IS-ERASE AND NOT ERASURE-ALLOWED THEN
             MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *  Read the PRIVPARM parameter file: mode, EMPID and legal hold,
      *  one per line. The EMPID is required; a blank hold keeps the
      *  default.
      *  ============================================================
      *
       Load-Privacy-Parms.
           OPEN INPUT PRIVPARM.
           IF NOT PRIVPARM-OK THEN
             DISPLAY "ERROR: Could not open PRIVPARM, status = "
                     WS-PRIVPARM-STATUS
             GOBACK
           END-IF.
           READ PRIVPARM
           IF NOT PRIVPARM-EOF THEN
             EVALUATE TRUE
               WHEN PRIVPARM-LINE(1:5) EQUAL "ERASE"
                   AND PRIVPARM-LINE(6:3) EQUAL SPACES
                 SET MODE-IS-ERASE TO TRUE
               WHEN PRIVPARM-LINE(1:8) EQUAL SPACES
                   OR PRIVPARM-LINE(1:8) EQUAL "EXTRACT "
                 SET MODE-IS-EXTRACT TO TRUE
               WHEN OTHER
                 DISPLAY "ERROR: PRIVPARM line 1 must be EXTRACT or "
                         "ERASE"
                 CLOSE PRIVPARM
                 GOBACK
             END-EVALUATE
           END-IF.
           READ PRIVPARM
           IF NOT PRIVPARM-EOF THEN
             MOVE PRIVPARM-LINE(1:5) TO WS-SUBJECT-EMPID
           END-IF.
           READ PRIVPARM
           IF NOT PRIVPARM-EOF
               AND PRIVPARM-LINE(1:5) NOT EQUAL SPACES THEN
             IF PRIVPARM-LINE(1:5) IS NUMERIC THEN
               MOVE PRIVPARM-LINE(1:5) TO WS-HOLD-DAYS
             ELSE
               DISPLAY "ERROR: PRIVPARM line 3 is not numeric"
               CLOSE PRIVPARM
               GOBACK
             END-IF
           END-IF.
           CLOSE PRIVPARM.
           DISPLAY " Privacy run for EMPID " WS-SUBJECT-EMPID
                   " - mode " WS-RUN-MODE.
      *
      *  Name each store and what an erasure does to it.
      *  ============================================================
      *
       Initialize-Store-Table.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX GREATER THAN WS-STORE-COUNT
             MOVE 'N' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             MOVE 0   TO STO-HELD(WS-STORE-IDX)
             MOVE 0   TO STO-ERASED(WS-STORE-IDX)
           END-PERFORM.
           MOVE "EMPFILE"  TO STO-NAME(WS-STO-EMPFILE).
           MOVE "TOMBSTONE CONTACT FIELDS BLANKED IN PLACE"
             TO STO-ACTION(WS-STO-EMPFILE).
           MOVE "EMGFILE"  TO STO-NAME(WS-STO-EMGFILE).
           MOVE "REMAINING CONTACTS DELETED"
             TO STO-ACTION(WS-STO-EMGFILE).
           MOVE "APPRFILE" TO STO-NAME(WS-STO-APPRFILE).
           MOVE "NAME AND REQUEST CONTACT FIELDS BLANKED IN PLACE"
             TO STO-ACTION(WS-STO-APPRFILE).
           MOVE "CHGJRNL"  TO STO-NAME(WS-STO-CHGJRNL).
           MOVE "IMAGES SCRUBBED AND MARKED ERASED - SWAP IN CHGJNEW"
             TO STO-ACTION(WS-STO-CHGJRNL).
           MOVE "EMGJRNL"  TO STO-NAME(WS-STO-EMGJRNL).
           MOVE "CONTACT IMAGES SCRUBBED - SWAP IN EMGJNEW"
             TO STO-ACTION(WS-STO-EMGJRNL).
           MOVE "AUDITLOG" TO STO-NAME(WS-STO-AUDITLOG).
           MOVE "HOLDS NO CONTACT DATA - UNCHANGED"
             TO STO-ACTION(WS-STO-AUDITLOG).
           MOVE "AUDARCH"  TO STO-NAME(WS-STO-AUDARCH).
           MOVE "HOLDS NO CONTACT DATA - UNCHANGED"
             TO STO-ACTION(WS-STO-AUDARCH).
           MOVE "PENDFILE" TO STO-NAME(WS-STO-PENDFILE).
           MOVE "MUST HOLD NOTHING FOR AN ERASURE"
             TO STO-ACTION(WS-STO-PENDFILE).
           MOVE "SUSPFILE" TO STO-NAME(WS-STO-SUSPFILE).
           MOVE "MUST HOLD NOTHING FOR AN ERASURE"
             TO STO-ACTION(WS-STO-SUSPFILE).
           MOVE "EMPARCH"  TO STO-NAME(WS-STO-EMPARCH).
           MOVE "ARCHIVED IMAGES SCRUBBED - SWAP IN ARCHNEW"
             TO STO-ACTION(WS-STO-EMPARCH).
      *
      *  Write the heading of one store's section of an extract.
      *  ============================================================
      *
       Write-Store-Heading.
           IF MODE-IS-EXTRACT THEN
             MOVE SPACES TO REPT-LINE
             WRITE REPT-LINE
             MOVE SPACES TO REPT-LINE
             STRING STO-NAME(WS-STORE-IDX) DELIMITED BY SPACE
                 " - RECORDS HELD ON EMPID " WS-SUBJECT-EMPID
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           END-IF.
      *
      *  Read the subject's EMPFILE record and note whether it is
      *  active or a tombstone.
      *  ============================================================
      *
       Survey-Employee-Record.
           MOVE WS-STO-EMPFILE TO WS-STORE-IDX.
           MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX).
           PERFORM Write-Store-Heading.
           MOVE WS-SUBJECT-EMPID TO FILE-EMPID.
           READ EMPFILE.
           IF EMPFILE-OK THEN
             ADD 1 TO STO-HELD(WS-STORE-IDX)
             IF FILE-DELETED-FLAG EQUAL 'Y' THEN
               SET SUBJECT-IS-TOMBSTONED TO TRUE
               IF FILE-DELETED-DATE IS NUMERIC THEN
                 MOVE FILE-DELETED-DATE TO WS-TOMBSTONE-DATE
                 MOVE "EMPFILE" TO WS-TOMBSTONE-SOURCE
               END-IF
             ELSE
               SET SUBJECT-IS-ACTIVE TO TRUE
             END-IF
             MOVE EMP-FILE-RECORD TO WS-IMAGE-REC
             MOVE "RECORD" TO WS-IMAGE-LABEL
             PERFORM Print-Image-Lines
           ELSE
             SET SUBJECT-NOT-ON-FILE TO TRUE
           END-IF.
      *
      *  Browse the subject's emergency contacts, keeping their
      *  priorities for an erasure to remove.
      *  ============================================================
      *
       Survey-Emergency-Contacts.
           MOVE WS-STO-EMGFILE TO WS-STORE-IDX.
           IF MODE-IS-ERASE THEN
             OPEN I-O EMGFILE
           ELSE
             OPEN INPUT EMGFILE
           END-IF.
           IF EMGFILE-NOT-PRESENT THEN
             DISPLAY " No EMGFILE found - no contacts held "
           ELSE
             IF NOT EMGFILE-OK THEN
               DISPLAY "ERROR: Could not open EMGFILE, status = "
                       WS-EMGFILE-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             MOVE WS-SUBJECT-EMPID TO EMG-EMPID
             MOVE LOW-VALUES TO EMG-PRIORITY
             START EMGFILE KEY IS GREATER THAN OR EQUAL EMG-KEY
             IF EMGFILE-OK THEN
               READ EMGFILE NEXT RECORD
               PERFORM UNTIL EMGFILE-EOF
                   OR EMG-EMPID NOT EQUAL WS-SUBJECT-EMPID
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 IF WS-EMG-PURGE-COUNT LESS THAN WS-EMG-PURGE-MAX THEN
                   ADD 1 TO WS-EMG-PURGE-COUNT
                   MOVE EMG-PRIORITY
                     TO WS-EMG-PURGE-PRIORITY(WS-EMG-PURGE-COUNT)
                 END-IF
                 MOVE EMG-FILE-RECORD TO WS-CONTACT-REC
                 PERFORM Print-Contact-Line
                 READ EMGFILE NEXT RECORD
               END-PERFORM
             END-IF
             IF MODE-IS-EXTRACT THEN
               CLOSE EMGFILE
             END-IF
           END-IF.
      *
      *  Browse the subject's approvals, counting any still held.
      *  ============================================================
      *
       Survey-Approvals.
           MOVE WS-STO-APPRFILE TO WS-STORE-IDX.
           IF MODE-IS-ERASE THEN
             OPEN I-O APPRFILE
           ELSE
             OPEN INPUT APPRFILE
           END-IF.
           IF APPRFILE-NOT-PRESENT THEN
             DISPLAY " No APPRFILE found - no approvals held "
           ELSE
             IF NOT APPRFILE-OK THEN
               DISPLAY "ERROR: Could not open APPRFILE, status = "
                       WS-APPRFILE-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             MOVE WS-SUBJECT-EMPID TO APPR-EMPID
             MOVE 0 TO APPR-HELD-DATE
             MOVE 0 TO APPR-HELD-TIME
             START APPRFILE KEY IS GREATER THAN OR EQUAL APPR-KEY
             IF APPRFILE-OK THEN
               READ APPRFILE NEXT RECORD
               PERFORM UNTIL APPRFILE-EOF
                   OR APPR-EMPID NOT EQUAL WS-SUBJECT-EMPID
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 IF APPR-IS-HELD THEN
                   ADD 1 TO WS-APPR-OPEN-COUNT
                 END-IF
                 IF MODE-IS-EXTRACT THEN
                   MOVE SPACES TO REPT-LINE
                   STRING "  HELD " APPR-HELD-DATE " " APPR-HELD-TIME
                       " STATUS " APPR-STATUS " VERB " APPR-VERB
                       " REQUESTED BY " APPR-REQUESTER-ID
                       " DECIDED BY " APPR-DECIDED-BY-ID
                       " ON " APPR-DECIDED-DATE
                       " NAME " APPR-EMPNAME
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   MOVE APPR-RQST-DATA TO WS-IMAGE-REC
                   MOVE "REQUEST" TO WS-IMAGE-LABEL
                   PERFORM Print-Image-Lines
                 END-IF
                 READ APPRFILE NEXT RECORD
               END-PERFORM
             END-IF
             IF MODE-IS-EXTRACT THEN
               CLOSE APPRFILE
             END-IF
           END-IF.
      *
      *  Scan the change journal for the subject's records, noting
      *  whether the newest of them left the record tombstoned.
      *  ============================================================
      *
       Survey-Change-Journal.
           MOVE WS-STO-CHGJRNL TO WS-STORE-IDX.
           OPEN INPUT CHGJRNL.
           IF CHGJRNL-NOT-FOUND THEN
             DISPLAY " No CHGJRNL found - no change history held "
           ELSE
             IF NOT CHGJRNL-OK THEN
               DISPLAY "ERROR: Could not open CHGJRNL, status = "
                       WS-CHGJRNL-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             READ CHGJRNL
             PERFORM UNTIL CHGJRNL-EOF
               IF JRNL-EMPID EQUAL WS-SUBJECT-EMPID THEN
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 MOVE JRNL-AFTER-IMAGE TO WS-IMAGE-REC
                 MOVE IMG-DELETED-FLAG TO WS-JRNL-LAST-DELETED-FLAG
                 MOVE IMG-DELETED-DATE TO WS-JRNL-LAST-DELETED-DATE
                 IF MODE-IS-EXTRACT THEN
                   PERFORM Print-Journal-Record
                 END-IF
               END-IF
               READ CHGJRNL
             END-PERFORM
             CLOSE CHGJRNL
           END-IF.
      *
      *  Print one of the subject's change-journal records with its
      *  before and after images.
      *  ============================================================
      *
       Print-Journal-Record.
           MOVE SPACES TO REPT-LINE.
           IF JRNL-SEQ IS NUMERIC THEN
             MOVE JRNL-SEQ TO WS-DISPLAY-SEQ
             STRING "  " JRNL-DATE " " JRNL-TIME " VERB " JRNL-VERB
                 " CALLER " JRNL-CALLER-ID
                 " APPROVER " JRNL-APPROVER-ID
                 " SEQUENCE " WS-DISPLAY-SEQ
                 DELIMITED BY SIZE INTO REPT-LINE
           ELSE
             STRING "  " JRNL-DATE " " JRNL-TIME " VERB " JRNL-VERB
                 " CALLER " JRNL-CALLER-ID
                 " APPROVER " JRNL-APPROVER-ID
                 DELIMITED BY SIZE INTO REPT-LINE
           END-IF.
           IF JRNL-IS-ERASED THEN
             MOVE "ERASED" TO REPT-LINE(90:6)
           END-IF.
           WRITE REPT-LINE.
           MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE-REC.
           MOVE "BEFORE" TO WS-IMAGE-LABEL.
           PERFORM Print-Image-Lines.
           MOVE JRNL-AFTER-IMAGE TO WS-IMAGE-REC.
           MOVE "AFTER" TO WS-IMAGE-LABEL.
           PERFORM Print-Image-Lines.
      *
      *  Scan the cascade journal for the subject's contacts.
      *  ============================================================
      *
       Survey-Cascade-Journal.
           MOVE WS-STO-EMGJRNL TO WS-STORE-IDX.
           OPEN INPUT EMGJRNL.
           IF EMGJRNL-NOT-FOUND THEN
             DISPLAY " No EMGJRNL found - no cascade history held "
           ELSE
             IF NOT EMGJRNL-OK THEN
               DISPLAY "ERROR: Could not open EMGJRNL, status = "
                       WS-EMGJRNL-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             READ EMGJRNL
             PERFORM UNTIL EMGJRNL-EOF
               IF EJRN-EMPID EQUAL WS-SUBJECT-EMPID THEN
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 IF MODE-IS-EXTRACT THEN
                   MOVE SPACES TO REPT-LINE
                   STRING "  " EJRN-DATE " " EJRN-TIME
                       " VERB " EJRN-VERB " CALLER " EJRN-CALLER-ID
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   MOVE EJRN-IMAGE TO WS-CONTACT-REC
                   PERFORM Print-Contact-Line
                 END-IF
               END-IF
               READ EMGJRNL
             END-PERFORM
             CLOSE EMGJRNL
           END-IF.
      *
      *  Scan one audit file - the live AUDITLOG or the AUDARCH
      *  archive, as named by WS-STORE-IDX - for the subject's rows.
      *  ============================================================
      *
       Survey-Audit-Trail.
           IF WS-STORE-IDX EQUAL WS-STO-AUDITLOG THEN
             OPEN INPUT AUDITLOG
             IF AUDITLOG-NOT-FOUND THEN
               DISPLAY " No AUDITLOG found - no audit rows held "
             ELSE
               IF NOT AUDITLOG-OK THEN
                 DISPLAY "ERROR: Could not open AUDITLOG, status = "
                         WS-AUDITLOG-STATUS
                 GOBACK
               END-IF
               MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
               PERFORM Write-Store-Heading
               READ AUDITLOG
               PERFORM UNTIL AUDITLOG-EOF
                 MOVE AUDIT-LIVE-RECORD TO AUDIT-RECORD
                 PERFORM Survey-Audit-Record
                 READ AUDITLOG
               END-PERFORM
               CLOSE AUDITLOG
             END-IF
           ELSE
             OPEN INPUT AUDARCH
             IF AUDARCH-NOT-FOUND THEN
               DISPLAY " No AUDARCH found - no archived audit rows "
             ELSE
               IF NOT AUDARCH-OK THEN
                 DISPLAY "ERROR: Could not open AUDARCH, status = "
                         WS-AUDARCH-STATUS
                 GOBACK
               END-IF
               MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
               PERFORM Write-Store-Heading
               READ AUDARCH
               PERFORM UNTIL AUDARCH-EOF
                 MOVE AUDIT-ARCH-RECORD TO AUDIT-RECORD
                 PERFORM Survey-Audit-Record
                 READ AUDARCH
               END-PERFORM
               CLOSE AUDARCH
             END-IF
           END-IF.
      *
      *  Count, and on an extract print, one audit row of the subject.
      *  ============================================================
      *
       Survey-Audit-Record.
           IF AUDIT-EMPID EQUAL WS-SUBJECT-EMPID THEN
             ADD 1 TO STO-HELD(WS-STORE-IDX)
             IF MODE-IS-EXTRACT THEN
               MOVE SPACES TO REPT-LINE
               STRING "  " AUDIT-DATE " " AUDIT-TIME
                   " VERB " AUDIT-VERB " RC " AUDIT-RC
                   " RSN " AUDIT-RSN " OUTCOME " AUDIT-OUTCOME
                   " CALLER " AUDIT-CALLER-ID
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
             END-IF
           END-IF.
      *
      *  Scan the pending-changes queue for the subject's changes.
      *  ============================================================
      *
       Survey-Pending-Queue.
           MOVE WS-STO-PENDFILE TO WS-STORE-IDX.
           OPEN INPUT PENDFILE.
           IF PENDFILE-NOT-FOUND THEN
             DISPLAY " No PENDFILE found - no pending changes "
           ELSE
             IF NOT PENDFILE-OK THEN
               DISPLAY "ERROR: Could not open PENDFILE, status = "
                       WS-PENDFILE-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             READ PENDFILE
             PERFORM UNTIL PENDFILE-EOF
               MOVE PND-RQST-DATA TO WS-IMAGE-REC
               IF IMG-EMPID EQUAL WS-SUBJECT-EMPID THEN
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 IF MODE-IS-EXTRACT THEN
                   MOVE SPACES TO REPT-LINE
                   STRING "  QUEUED " PND-QUEUED-DATE " "
                       PND-QUEUED-TIME " VERB " PND-VERB
                       " EFFECTIVE " PND-EFFECTIVE-DATE
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   MOVE "REQUEST" TO WS-IMAGE-LABEL
                   PERFORM Print-Image-Lines
                 END-IF
               END-IF
               READ PENDFILE
             END-PERFORM
             CLOSE PENDFILE
           END-IF.
      *
      *  Scan the suspense queue for the subject's rejected requests.
      *  ============================================================
      *
       Survey-Suspense-Queue.
           MOVE WS-STO-SUSPFILE TO WS-STORE-IDX.
           OPEN INPUT SUSPFILE.
           IF SUSPFILE-NOT-FOUND THEN
             DISPLAY " No SUSPFILE found - no suspended requests "
           ELSE
             IF NOT SUSPFILE-OK THEN
               DISPLAY "ERROR: Could not open SUSPFILE, status = "
                       WS-SUSPFILE-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             READ SUSPFILE
             PERFORM UNTIL SUSPFILE-EOF
               MOVE SUSP-RQST-DATA TO WS-IMAGE-REC
               IF IMG-EMPID EQUAL WS-SUBJECT-EMPID THEN
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 IF MODE-IS-EXTRACT THEN
                   MOVE SPACES TO REPT-LINE
                   STRING "  SUSPENDED " SUSP-DATE " " SUSP-TIME
                       " VERB " SUSP-VERB " REASON " SUSP-REASON
                       DELIMITED BY SIZE INTO REPT-LINE
                   WRITE REPT-LINE
                   MOVE "REQUEST" TO WS-IMAGE-LABEL
                   PERFORM Print-Image-Lines
                 END-IF
               END-IF
               READ SUSPFILE
             END-PERFORM
             CLOSE SUSPFILE
           END-IF.
      *
      *  Scan the archive of purged tombstones for the subject,
      *  noting the date the newest archived record was tombstoned.
      *  ============================================================
      *
       Survey-Employee-Archive.
           MOVE WS-STO-EMPARCH TO WS-STORE-IDX.
           OPEN INPUT EMPARCH.
           IF EMPARCH-NOT-FOUND THEN
             DISPLAY " No EMPARCH found - no archived records "
           ELSE
             IF NOT EMPARCH-OK THEN
               DISPLAY "ERROR: Could not open EMPARCH, status = "
                       WS-EMPARCH-STATUS
               GOBACK
             END-IF
             MOVE 'Y' TO STO-PRESENT-FLAG(WS-STORE-IDX)
             PERFORM Write-Store-Heading
             READ EMPARCH
             PERFORM UNTIL EMPARCH-EOF
               MOVE EMP-ARCH-RECORD TO WS-IMAGE-REC
               IF IMG-EMPID EQUAL WS-SUBJECT-EMPID THEN
                 ADD 1 TO STO-HELD(WS-STORE-IDX)
                 MOVE IMG-DELETED-DATE TO WS-ARCH-LAST-DELETED-DATE
                 MOVE "ARCHIVED" TO WS-IMAGE-LABEL
                 PERFORM Print-Image-Lines
               END-IF
               READ EMPARCH
             END-PERFORM
             CLOSE EMPARCH
           END-IF.
      *
      *  On an extract, print the record image in WS-IMAGE-REC under
      *  WS-IMAGE-LABEL.
      *  ============================================================
      *
       Print-Image-Lines.
           IF MODE-IS-EXTRACT THEN
             MOVE WS-IMAGE-LABEL TO IML-LABEL
             IF WS-IMAGE-REC EQUAL SPACES THEN
               MOVE SPACES TO IML-EMPNAME IML-EMAIL IML-PHONE
                              IML-REMARKS
               MOVE "(NONE)" TO IML-EMPNAME
               MOVE WS-IMAGE-LINE-1 TO REPT-LINE
               WRITE REPT-LINE
             ELSE
               MOVE IMG-EMPNAME        TO IML-EMPNAME
               MOVE IMG-EMAIL          TO IML-EMAIL
               MOVE IMG-PHONE          TO IML-PHONE
               MOVE IMG-REMARKS        TO IML-REMARKS
               MOVE WS-IMAGE-LINE-1 TO REPT-LINE
               WRITE REPT-LINE
               MOVE IMG-DEPT-CODE      TO IML-DEPT-CODE
               MOVE IMG-MGR-EMPID      TO IML-MGR-EMPID
               MOVE IMG-EFFECTIVE-DATE TO IML-EFFECTIVE-DATE
               MOVE IMG-LOCATION-CODE  TO IML-LOCATION-CODE
               MOVE IMG-WORKER-TYPE    TO IML-WORKER-TYPE
               MOVE IMG-CONTRACT-END-DATE TO IML-CONTRACT-END-DATE
               MOVE IMG-DELETED-FLAG   TO IML-DELETED-FLAG
               MOVE IMG-DELETED-DATE   TO IML-DELETED-DATE
               MOVE WS-IMAGE-LINE-2 TO REPT-LINE
               WRITE REPT-LINE
             END-IF
           END-IF.
      *
      *  On an extract, print the emergency contact in
      *  WS-CONTACT-REC.
      *  ============================================================
      *
       Print-Contact-Line.
           IF MODE-IS-EXTRACT THEN
             MOVE CON-PRIORITY TO CNL-PRIORITY
             MOVE CON-NAME     TO CNL-NAME
             MOVE CON-RELATION TO CNL-RELATION
             MOVE CON-PHONE    TO CNL-PHONE
             MOVE WS-CONTACT-LINE TO REPT-LINE
             WRITE REPT-LINE
           END-IF.
      *
      *  Decide whether the subject may be erased: tombstoned, for
      *  longer than the legal hold, with nothing still queued or
      *  held. The tombstone date comes from EMPFILE, else the newest
      *  archived record, else the newest journal after-image.
      *  ============================================================
      *
       Decide-Erasure.
           IF WS-TOMBSTONE-DATE EQUAL 0 AND SUBJECT-NOT-ON-FILE THEN
             IF WS-ARCH-LAST-DELETED-DATE IS NUMERIC THEN
               MOVE WS-ARCH-LAST-DELETED-DATE TO WS-TOMBSTONE-DATE
               MOVE "EMPARCH" TO WS-TOMBSTONE-SOURCE
             ELSE
               IF WS-JRNL-LAST-DELETED-FLAG EQUAL 'Y'
                   AND WS-JRNL-LAST-DELETED-DATE IS NUMERIC THEN
                 MOVE WS-JRNL-LAST-DELETED-DATE TO WS-TOMBSTONE-DATE
                 MOVE "CHGJRNL" TO WS-TOMBSTONE-SOURCE
               END-IF
             END-IF
           END-IF.
           IF WS-TOMBSTONE-DATE NOT EQUAL 0 THEN
             COMPUTE WS-HOLD-END-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TOMBSTONE-DATE)
                 + WS-HOLD-DAYS)
           END-IF.

           MOVE 'N' TO WS-ERASURE-FLAG.
           MOVE SPACES TO WS-REFUSAL-REASON.
           EVALUATE TRUE
             WHEN SUBJECT-IS-ACTIVE
               MOVE "THE EMPID IS STILL ACTIVE ON EMPFILE"
                 TO WS-REFUSAL-REASON
             WHEN WS-TOMBSTONE-DATE EQUAL 0
               MOVE "NO TOMBSTONE FOUND FOR THE EMPID"
                 TO WS-REFUSAL-REASON
             WHEN WS-HOLD-END-DATE NOT LESS THAN WS-CURRENT-DATE
               STRING "TOMBSTONED ON " WS-TOMBSTONE-DATE
                   " - THE LEGAL HOLD RUNS TO " WS-HOLD-END-DATE
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
             WHEN STO-HELD(WS-STO-PENDFILE) GREATER THAN 0
               MOVE "A CHANGE IS STILL QUEUED ON PENDFILE"
                 TO WS-REFUSAL-REASON
             WHEN STO-HELD(WS-STO-SUSPFILE) GREATER THAN 0
               MOVE "A REQUEST IS STILL HELD ON SUSPFILE"
                 TO WS-REFUSAL-REASON
             WHEN WS-APPR-OPEN-COUNT GREATER THAN 0
               MOVE "A CHANGE IS STILL AWAITING APPROVAL ON APPRFILE"
                 TO WS-REFUSAL-REASON
             WHEN OTHER
               SET ERASURE-ALLOWED TO TRUE
           END-EVALUATE.

           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           IF ERASURE-ALLOWED THEN
             MOVE SPACES TO REPT-LINE
             STRING "ERASURE APPROVED - TOMBSTONED ON "
                 WS-TOMBSTONE-DATE " (" DELIMITED BY SIZE
                 WS-TOMBSTONE-SOURCE DELIMITED BY SPACE
                 ") - LEGAL HOLD ENDED " WS-HOLD-END-DATE
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           ELSE
             MOVE SPACES TO REPT-LINE
             STRING "ERASURE REFUSED - NOTHING CHANGED: "
                 WS-REFUSAL-REASON
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
             CLOSE EMGFILE
             CLOSE APPRFILE
           END-IF.
      *
      *  Erase the subject. The scrubbed copies of the journals and
      *  the archive are all opened before anything is changed, so a
      *  copy that cannot be written stops the run with the stores
      *  untouched.
      *  ============================================================
      *
       Erase-Subject.
           IF STO-IS-PRESENT(WS-STO-CHGJRNL) THEN
             OPEN OUTPUT CHGJNEW
             IF NOT CHGJNEW-OK THEN
               DISPLAY "ERROR: Could not open CHGJNEW, status = "
                       WS-CHGJNEW-STATUS
               GOBACK
             END-IF
           END-IF.
           IF STO-IS-PRESENT(WS-STO-EMGJRNL) THEN
             OPEN OUTPUT EMGJNEW
             IF NOT EMGJNEW-OK THEN
               DISPLAY "ERROR: Could not open EMGJNEW, status = "
                       WS-EMGJNEW-STATUS
               GOBACK
             END-IF
           END-IF.
           IF STO-IS-PRESENT(WS-STO-EMPARCH) THEN
             OPEN OUTPUT ARCHNEW
             IF NOT ARCHNEW-OK THEN
               DISPLAY "ERROR: Could not open ARCHNEW, status = "
                       WS-ARCHNEW-STATUS
               GOBACK
             END-IF
           END-IF.

           PERFORM Erase-Employee-Record.
           IF STO-IS-PRESENT(WS-STO-EMGFILE) THEN
             PERFORM Erase-Emergency-Contacts
             CLOSE EMGFILE
           END-IF.
           IF STO-IS-PRESENT(WS-STO-APPRFILE) THEN
             PERFORM Erase-Approvals
             CLOSE APPRFILE
           END-IF.
           IF STO-IS-PRESENT(WS-STO-CHGJRNL) THEN
             PERFORM Erase-Change-Journal
             CLOSE CHGJNEW
           END-IF.
           IF STO-IS-PRESENT(WS-STO-EMGJRNL) THEN
             PERFORM Erase-Cascade-Journal
             CLOSE EMGJNEW
           END-IF.
           IF STO-IS-PRESENT(WS-STO-EMPARCH) THEN
             PERFORM Erase-Employee-Archive
             CLOSE ARCHNEW
           END-IF.
      *
      *  Blank the contact fields of the subject's record image in
      *  WS-IMAGE-REC, noting whether there was anything to blank.
      *  ============================================================
      *
       Scrub-Image.
           MOVE 'N' TO WS-IMAGE-CHANGED-FLAG.
           IF IMG-EMPNAME NOT EQUAL SPACES
               OR IMG-EMAIL NOT EQUAL SPACES
               OR IMG-PHONE NOT EQUAL SPACES
               OR IMG-REMARKS NOT EQUAL SPACES THEN
             MOVE SPACES TO IMG-EMPNAME IMG-EMAIL IMG-PHONE
                            IMG-REMARKS
             MOVE 'Y' TO WS-IMAGE-CHANGED-FLAG
           END-IF.
      *
      *  Blank the contact fields of the subject's EMPFILE tombstone.
      *  ZCONTERM and the online DELETE already blank them, so this
      *  normally finds nothing to do.
      *  ============================================================
      *
       Erase-Employee-Record.
           IF SUBJECT-IS-TOMBSTONED THEN
             MOVE WS-SUBJECT-EMPID TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK THEN
               MOVE EMP-FILE-RECORD TO WS-IMAGE-REC
               PERFORM Scrub-Image
               IF IMAGE-WAS-SCRUBBED THEN
                 MOVE WS-IMAGE-REC TO EMP-FILE-RECORD
                 REWRITE EMP-FILE-RECORD
                 ADD 1 TO STO-ERASED(WS-STO-EMPFILE)
               END-IF
             END-IF
           END-IF.
      *
      *  Delete any emergency contact still held for the subject.
      *  The cascade normally removed them at tombstoning.
      *  ============================================================
      *
       Erase-Emergency-Contacts.
           PERFORM VARYING WS-EMG-PURGE-IDX FROM 1 BY 1
               UNTIL WS-EMG-PURGE-IDX GREATER THAN WS-EMG-PURGE-COUNT
             MOVE WS-SUBJECT-EMPID TO EMG-EMPID
             MOVE WS-EMG-PURGE-PRIORITY(WS-EMG-PURGE-IDX)
                 TO EMG-PRIORITY
             READ EMGFILE
             IF EMGFILE-OK THEN
               DELETE EMGFILE
               ADD 1 TO STO-ERASED(WS-STO-EMGFILE)
             END-IF
           END-PERFORM.
      *
      *  Blank the name and the request's contact fields on each of
      *  the subject's decided approvals, which stay on file as the
      *  approval history.
      *  ============================================================
      *
       Erase-Approvals.
           MOVE WS-SUBJECT-EMPID TO APPR-EMPID.
           MOVE 0 TO APPR-HELD-DATE.
           MOVE 0 TO APPR-HELD-TIME.
           START APPRFILE KEY IS GREATER THAN OR EQUAL APPR-KEY.
           IF APPRFILE-OK THEN
             READ APPRFILE NEXT RECORD
             PERFORM UNTIL APPRFILE-EOF
                 OR APPR-EMPID NOT EQUAL WS-SUBJECT-EMPID
               MOVE APPR-RQST-DATA TO WS-IMAGE-REC
               PERFORM Scrub-Image
               IF APPR-EMPNAME NOT EQUAL SPACES THEN
                 MOVE SPACES TO APPR-EMPNAME
                 MOVE 'Y' TO WS-IMAGE-CHANGED-FLAG
               END-IF
               IF IMAGE-WAS-SCRUBBED THEN
                 MOVE WS-IMAGE-REC(1:152) TO APPR-RQST-DATA
                 REWRITE APPROVAL-RECORD
                 ADD 1 TO STO-ERASED(WS-STO-APPRFILE)
               END-IF
               READ APPRFILE NEXT RECORD
             END-PERFORM
           END-IF.
      *
      *  Copy the change journal to CHGJNEW, scrubbing both images of
      *  each of the subject's records. A record that had anything
      *  scrubbed is given the erasure mark; its sequence number,
      *  sealed check value and erasable-bytes digest are copied as
      *  they stand.
      *  ============================================================
      *
       Erase-Change-Journal.
           OPEN INPUT CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
             GOBACK
           END-IF.
           READ CHGJRNL
           PERFORM UNTIL CHGJRNL-EOF
             IF JRNL-EMPID EQUAL WS-SUBJECT-EMPID THEN
               MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE-REC
               PERFORM Scrub-Image
               IF IMAGE-WAS-SCRUBBED THEN
                 MOVE WS-IMAGE-REC TO JRNL-BEFORE-IMAGE
                 SET JRNL-IS-ERASED TO TRUE
               END-IF
               MOVE JRNL-AFTER-IMAGE TO WS-IMAGE-REC
               PERFORM Scrub-Image
               IF IMAGE-WAS-SCRUBBED THEN
                 MOVE WS-IMAGE-REC TO JRNL-AFTER-IMAGE
                 SET JRNL-IS-ERASED TO TRUE
               END-IF
               IF JRNL-IS-ERASED THEN
                 ADD 1 TO STO-ERASED(WS-STO-CHGJRNL)
               END-IF
             END-IF
             MOVE JOURNAL-RECORD TO CHGJNEW-RECORD
             WRITE CHGJNEW-RECORD
             READ CHGJRNL
           END-PERFORM.
           CLOSE CHGJRNL.
      *
      *  Copy the cascade journal to EMGJNEW, scrubbing the name,
      *  relation and phone of each of the subject's contacts.
      *  ============================================================
      *
       Erase-Cascade-Journal.
           OPEN INPUT EMGJRNL.
           IF NOT EMGJRNL-OK THEN
             DISPLAY "ERROR: Could not open EMGJRNL, status = "
                     WS-EMGJRNL-STATUS
             GOBACK
           END-IF.
           READ EMGJRNL
           PERFORM UNTIL EMGJRNL-EOF
             IF EJRN-EMPID EQUAL WS-SUBJECT-EMPID THEN
               MOVE EJRN-IMAGE TO WS-CONTACT-REC
               IF CON-NAME NOT EQUAL SPACES
                   OR CON-RELATION NOT EQUAL SPACES
                   OR CON-PHONE NOT EQUAL SPACES THEN
                 MOVE SPACES TO CON-NAME CON-RELATION CON-PHONE
                 MOVE WS-CONTACT-REC TO EJRN-IMAGE
                 ADD 1 TO STO-ERASED(WS-STO-EMGJRNL)
               END-IF
             END-IF
             MOVE EMG-JOURNAL-RECORD TO EMGJNEW-RECORD
             WRITE EMGJNEW-RECORD
             READ EMGJRNL
           END-PERFORM.
           CLOSE EMGJRNL.
      *
      *  Copy the archive to ARCHNEW, scrubbing each of the subject's
      *  archived records.
      *  ============================================================
      *
       Erase-Employee-Archive.
           OPEN INPUT EMPARCH.
           IF NOT EMPARCH-OK THEN
             DISPLAY "ERROR: Could not open EMPARCH, status = "
                     WS-EMPARCH-STATUS
             GOBACK
           END-IF.
           READ EMPARCH
           PERFORM UNTIL EMPARCH-EOF
             MOVE EMP-ARCH-RECORD TO WS-IMAGE-REC
             IF IMG-EMPID EQUAL WS-SUBJECT-EMPID THEN
               PERFORM Scrub-Image
               IF IMAGE-WAS-SCRUBBED THEN
                 MOVE WS-IMAGE-REC TO EMP-ARCH-RECORD
                 ADD 1 TO STO-ERASED(WS-STO-EMPARCH)
               END-IF
             END-IF
             MOVE EMP-ARCH-RECORD TO ARCHNEW-RECORD
             WRITE ARCHNEW-RECORD
             READ EMPARCH
           END-PERFORM.
           CLOSE EMPARCH.
      *
      *  Write what each store held on the subject and, on an
      *  erasure, how many of its records were changed.
      *  ============================================================
      *
       Write-Store-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "RECORDS HELD ON THE EMPID BY STORE" TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-STORE-HEADING TO REPT-LINE
           WRITE REPT-LINE.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX GREATER THAN WS-STORE-COUNT
             PERFORM Format-Store-Line
             MOVE WS-STORE-LINE TO REPT-LINE
             WRITE REPT-LINE
             ADD STO-HELD(WS-STORE-IDX)   TO WS-TOTAL-HELD
             ADD STO-ERASED(WS-STORE-IDX) TO WS-TOTAL-ERASED
           END-PERFORM.
      *
      *  Format the summary line of the store at WS-STORE-IDX.
      *  ============================================================
      *
       Format-Store-Line.
           MOVE STO-NAME(WS-STORE-IDX)   TO STL-NAME.
           MOVE STO-HELD(WS-STORE-IDX)   TO STL-HELD.
           MOVE STO-ERASED(WS-STORE-IDX) TO STL-ERASED.
           EVALUATE TRUE
             WHEN NOT STO-IS-PRESENT(WS-STORE-IDX)
               MOVE "(NOT PRESENT)" TO STL-ACTION
             WHEN MODE-IS-ERASE AND ERASURE-ALLOWED
               MOVE STO-ACTION(WS-STORE-IDX) TO STL-ACTION
             WHEN OTHER
               MOVE SPACES TO STL-ACTION
           END-EVALUATE.
      *
      *  Write the certificate of erasure: who was erased, when, on
      *  what authority of the legal hold, which fields went and
      *  which were kept, and the records changed in each store.
      *  ============================================================
      *
       Write-Erasure-Certificate.
           OPEN OUTPUT ERASCERT.
           IF NOT ERASCERT-OK THEN
             DISPLAY "ERROR: Could not open ERASCERT, status = "
                     WS-ERASCERT-STATUS
             GOBACK
           END-IF.

           MOVE "EMPLOYEE CONTACT STORE - CERTIFICATE OF ERASURE"
             TO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           STRING "EMPID                 : " WS-SUBJECT-EMPID
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING "ERASED ON             : " WS-CURRENT-DATE
               " AT " WS-CURRENT-TIME(1:6)
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           STRING "TOMBSTONED ON         : " WS-TOMBSTONE-DATE
               "  (FROM " DELIMITED BY SIZE
               WS-TOMBSTONE-SOURCE DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.
           MOVE WS-HOLD-DAYS TO WS-DISPLAY-NUMBER
           MOVE SPACES TO CERT-LINE
           STRING "LEGAL HOLD            : " WS-DISPLAY-NUMBER
               " DAYS, ENDED " WS-HOLD-END-DATE
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "FIELDS ERASED         : NAME, EMAIL, PHONE AND REMARKS"
             & " OF EVERY RECORD IMAGE; NAME, RELATION AND PHONE OF"
             & " EVERY EMERGENCY CONTACT" TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "FIELDS KEPT           : EMPID, DATES, TIMES, VERBS, "
             & "CALLERS, DEPARTMENT, MANAGER, LOCATION, WORKER TYPE, "
             & "SEQUENCE AND CHECK VALUES" TO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE WS-STORE-HEADING TO CERT-LINE
           WRITE CERT-LINE.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX GREATER THAN WS-STORE-COUNT
             PERFORM Format-Store-Line
             MOVE WS-STORE-LINE TO CERT-LINE
             WRITE CERT-LINE
           END-PERFORM.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE WS-TOTAL-ERASED TO WS-DISPLAY-COUNT
           STRING "RECORDS ERASED        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "THE ERASURE OF THE JOURNALS AND THE ARCHIVE TAKES "
             & "EFFECT WHEN CHGJNEW, EMGJNEW AND ARCHNEW REPLACE "
             & "CHGJRNL, EMGJRNL AND EMPARCH." TO CERT-LINE
           WRITE CERT-LINE.
           MOVE "CHGJRNL RECORDS ERASED KEEP THEIR SEQUENCE AND CHECK "
             & "VALUE AND CARRY THE ERASURE MARK; ZCONVRFY LISTS THEM "
             & "AS ERASED." TO CERT-LINE
           WRITE CERT-LINE.

           CLOSE ERASCERT.
