      *   LIST  - print the queue (timestamp, verb, reason, EMPID)     *
      *           for correction, touching nothing                     *
      *   APPLY - re-drive every queued entry through the same         *
      *           validation the online actions apply. A PUT/PATCH     *
      *           that now passes but moves the employee to another    *
      *           DEPT-CODE is held on the approvals file (APPRFILE)   *
      *           for a second caller's approval, exactly as ZCONCBL   *
      *           holds an online transfer; any other entry that now   *
      *           passes is applied to EMPFILE and journaled, except   *
      *           that a PUT/PATCH whose effective date is still in    *
      *           the future is parked on the pending-changes queue;   *
      *           an entry that still fails is carried forward to      *
      *           SUSPOUT with its new reason, and SUSPOUT replaces    *
      *           SUSPFILE for the next correction cycle.              *
      *                                                                *
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * OFFICE LOCATION MASTER, FOR THE SAME LOCATION-CODE VALIDATION
      * THE ONLINE ACTIONS APPLY.
      *
           SELECT LOCFILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOCFILE-STATUS.
      *
      * PENDING-CHANGES QUEUE SHARED WITH ZCONCBL, FOR RE-DRIVEN
      * PUT/PATCH ENTRIES WHOSE EFFECTIVE DATE IS STILL IN THE
      * FUTURE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDFILE-STATUS.
      *
      * APPROVALS FILE SHARED WITH ZCONCBL, FOR RE-DRIVEN PUT/PATCH
      * ENTRIES THAT MOVE AN EMPLOYEE TO ANOTHER DEPT-CODE AND SO
      * MUST WAIT FOR A SECOND CALLER'S APPROVAL.
      *
           SELECT APPRFILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.
      *
      * CHANGE-HISTORY JOURNAL SHARED WITH ZCONCBL - EVERY CHANGE
      * APPLIED HERE IS JOURNALED THE SAME WAY AN ONLINE CHANGE IS.
      *

       FD  SUSPOUT
           RECORDING MODE IS F.
       01  SUSPOUT-RECORD              PIC X(223).

       FD  EMPFILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  LOCFILE
           RECORDING MODE IS F.
       COPY ZCONLOC.

       FD  PENDFILE
           RECORDING MODE IS F.
       COPY ZCONPND.

       FD  APPRFILE
           RECORDING MODE IS F.
       COPY ZCONAPR.

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.
          88 EMPFILE-OK                VALUE "00".
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
       01 WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
          88 LOCFILE-OK                VALUE "00".
       01 WS-PENDFILE-STATUS           PIC X(02) VALUE "00".
          88 PENDFILE-OK               VALUE "00".
       01 WS-APPRFILE-STATUS           PIC X(02) VALUE "00".
          88 APPRFILE-OK               VALUE "00".
          88 APPRFILE-EOF              VALUE "10".
          88 APPRFILE-NOT-FOUND        VALUE "23".
          88 APPRFILE-MISSING          VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
      *
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
      * FIELD-LEVEL VIEW OF THE REQUEST-DATA IMAGE CARRIED ON EACH
      * SUSPENSE RECORD, SHAPED AS SVC-RQST-DATA (ZCONREQ.cpy).
      *
          05 RQST-DEPT-CODE            PIC X(04).
          05 RQST-MGR-EMPID            PIC X(05).
          05 RQST-EFFECTIVE-DATE       PIC X(08).
          05 RQST-LOCATION-CODE        PIC X(06).
          05 RQST-WORKER-TYPE          PIC X(01).
          05 RQST-CONTRACT-END-DATE    PIC X(08).
      *
      * VALIDATION WORK FIELDS - THE SAME SHAPE CHECKS THE ONLINE
      * ACTIONS APPLY IN ZCONCBL.
       01 WS-PHONE-CHECK               PIC X(20).
       01 WS-PHONE-DIGIT-COUNT         PIC 9(04) COMP VALUE 0.
      *
      * MAKER-CHECKER WORK FIELDS - THE SAME DEPARTMENT-TRANSFER
      * TEST AND APPROVALS-FILE LOOKUP ZCONCBL APPLIES ONLINE.
      *
       01 WS-HOLD-CHECK-FLAG           PIC X(01) VALUE 'N'.
          88 CHANGE-MUST-BE-HELD       VALUE 'Y'.
          88 CHANGE-MAY-APPLY          VALUE 'N'.
       01 WS-HELD-CHANGE-FLAG          PIC X(01) VALUE 'N'.
          88 HELD-CHANGE-FOUND         VALUE 'Y'.
          88 HELD-CHANGE-NOT-FOUND     VALUE 'N'.
       01 WS-HOLD-FROM-DEPT-CODE       PIC X(04) VALUE SPACES.
       01 WS-HOLD-EMPNAME              PIC X(25) VALUE SPACES.
      *
      * BEFORE/AFTER EMP-FILE-RECORD IMAGES FOR THE CHANGE-HISTORY
      * JOURNAL RECORD WRITTEN PER APPLIED ENTRY.
      *
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.

       01 WS-LISTED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-APPLIED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-QUEUED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-HELD-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-RETRIED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

      *
      *  Open everything the APPLY mode needs: the store and its
      *  validation reference data, the carried-forward suspense
      *  queue, the pending-changes queue, the approvals file (created
      *  empty when it does not exist yet) and the change journal.
      *  ============================================================
      *
       Open-Apply-Files.
                     WS-DEPTFILE-STATUS
             GOBACK
           END-IF.
           OPEN INPUT LOCFILE.
           IF NOT LOCFILE-OK THEN
             DISPLAY "ERROR: Could not open LOCFILE, status = "
                     WS-LOCFILE-STATUS
             GOBACK
           END-IF.
           OPEN EXTEND PENDFILE.
           IF NOT PENDFILE-OK THEN
             DISPLAY "ERROR: Could not open PENDFILE, status = "
                     WS-PENDFILE-STATUS
             GOBACK
           END-IF.
           OPEN I-O APPRFILE.
           IF APPRFILE-MISSING THEN
             OPEN OUTPUT APPRFILE
             CLOSE APPRFILE
             OPEN I-O APPRFILE
           END-IF.
           IF NOT APPRFILE-OK THEN
             DISPLAY "ERROR: Could not open APPRFILE, status = "
                     WS-APPRFILE-STATUS
             GOBACK
           END-IF.
           PERFORM Load-Journal-Chain.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
           CLOSE SUSPOUT.
           CLOSE EMPFILE.
           CLOSE DEPTFILE.
           CLOSE LOCFILE.
           CLOSE PENDFILE.
           CLOSE APPRFILE.
           CLOSE CHGJRNL.
      *
      *  LIST mode: print every queued entry for correction.
           END-PERFORM.
      *
      *  APPLY mode: re-drive every queued entry through the same
      *  validation ZCONCBL applies online, hold department transfers
      *  for approval, apply the other ones that now pass, park
      *  future-dated PUT/PATCH entries on the pending queue, and
      *  carry the still-failing ones forward to SUSPOUT.
      *  ============================================================
      *
       Apply-Suspense-Entries.
           END-PERFORM.
      *
      *  Re-validate and, when clean, apply the single entry now in
      *  WS-RQST-DATA under its original verb. A PUT/PATCH that is a
      *  department transfer goes to the approvals file instead, the
      *  same maker-checker hold the online path applies, before any
      *  effective-date parking - the approved change is parked (or
      *  applied) when a second caller approves it through ZCONCBL.
      *  ============================================================
      *
       Redrive-One-Entry.
           IF VALIDATION-FAILED THEN
             PERFORM Carry-Entry-Forward
           ELSE
             SET CHANGE-MAY-APPLY TO TRUE
             IF SUSP-VERB EQUAL 'U' OR 'A' THEN
               PERFORM Check-Department-Transfer
             END-IF
             IF CHANGE-MUST-BE-HELD THEN
               PERFORM Hold-Department-Transfer
             ELSE
               IF (SUSP-VERB EQUAL 'U' OR 'A')
                   AND RQST-EFFECTIVE-DATE NUMERIC
                   AND RQST-EFFECTIVE-DATE GREATER THAN WS-CURRENT-DATE
                   THEN
                 PERFORM Queue-Pending-Change
               ELSE
                 PERFORM Apply-One-Entry
               END-IF
             END-IF
           END-IF.
      *
      *  Decide whether a re-driven PUT/PATCH is a department
      *  transfer: a non-blank DEPT-CODE that differs from the one on
      *  the employee's active record - the same test ZCONCBL's
      *  Check-Department-Transfer applies online. An unknown or
      *  tombstoned EMPID is left for Apply-One-Entry to report.
      *  ============================================================
      *
       Check-Department-Transfer.
           SET CHANGE-MAY-APPLY TO TRUE.
           IF RQST-DEPT-CODE NOT EQUAL SPACES THEN
             MOVE RQST-EMPID TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y'
                 AND FILE-DEPT-CODE NOT EQUAL RQST-DEPT-CODE THEN
               MOVE FILE-DEPT-CODE TO WS-HOLD-FROM-DEPT-CODE
               MOVE FILE-EMPNAME   TO WS-HOLD-EMPNAME
               SET CHANGE-MUST-BE-HELD TO TRUE
             END-IF
           END-IF.
      *
      *  Hold a re-driven department transfer on the approvals file
      *  with its full request image, ZCONSUSP as the requester and
      *  the department it moves from and to, for a second caller to
      *  approve or reject through ZCONCBL. Only one change per EMPID
      *  may wait at a time - while one is held, or when the hold
      *  cannot be written, the entry is carried forward on SUSPOUT.
      *  ============================================================
      *
       Hold-Department-Transfer.
           PERFORM Find-Held-Change.
           IF HELD-CHANGE-FOUND THEN
             MOVE "A change for this EMPID is already held"
               TO WS-VALIDATION-MESSAGE
             PERFORM Carry-Entry-Forward
           ELSE
             ACCEPT WS-CURRENT-TIME FROM TIME
             MOVE RQST-EMPID              TO APPR-EMPID
             MOVE WS-CURRENT-DATE         TO APPR-HELD-DATE
             MOVE WS-CURRENT-TIME         TO APPR-HELD-TIME
             MOVE 'H'                     TO APPR-STATUS
             MOVE SUSP-VERB               TO APPR-VERB
             MOVE "ZCONSUSP"              TO APPR-REQUESTER-ID
             MOVE WS-HOLD-EMPNAME         TO APPR-EMPNAME
             MOVE WS-HOLD-FROM-DEPT-CODE  TO APPR-FROM-DEPT-CODE
             MOVE RQST-DEPT-CODE          TO APPR-TO-DEPT-CODE
             MOVE WS-RQST-DATA            TO APPR-RQST-DATA
             MOVE SPACE                   TO APPR-CASCADE-OPTION
             MOVE SPACES                  TO APPR-DECIDED-BY-ID
                                             APPR-DECIDED-DATE
                                             APPR-DECIDED-TIME
             WRITE APPROVAL-RECORD
             IF APPRFILE-OK THEN
               ADD 1 TO WS-HELD-COUNT
               MOVE "HELD     " TO DTL-DISPOSITION
               MOVE "Held for approval by a second caller"
                 TO DTL-REASON
             ELSE
               MOVE SPACES TO WS-VALIDATION-MESSAGE
               STRING "Change could not be held, status = "
                      WS-APPRFILE-STATUS
                      DELIMITED BY SIZE INTO WS-VALIDATION-MESSAGE
               PERFORM Carry-Entry-Forward
             END-IF
           END-IF.
      *
      *  Position on the approvals file for the EMPID in RQST-EMPID
      *  and browse its records for the one still held.
      *  ============================================================
      *
       Find-Held-Change.
           SET HELD-CHANGE-NOT-FOUND TO TRUE.
           MOVE RQST-EMPID TO APPR-EMPID.
           MOVE 0          TO APPR-HELD-DATE.
           MOVE 0          TO APPR-HELD-TIME.
           START APPRFILE KEY IS GREATER THAN OR EQUAL APPR-KEY.
           IF APPRFILE-OK THEN
             READ APPRFILE NEXT RECORD
             PERFORM UNTIL NOT APPRFILE-OK
                 OR HELD-CHANGE-FOUND
                 OR APPR-EMPID NOT EQUAL RQST-EMPID
               IF APPR-IS-HELD THEN
                 SET HELD-CHANGE-FOUND TO TRUE
               ELSE
                 READ APPRFILE NEXT RECORD
               END-IF
             END-PERFORM
           END-IF.
      *
      *  The entry still fails validation: carry it forward to
      *  SUSPOUT with its new reason and a fresh timestamp.
      *  ============================================================
           MOVE SUSP-VERB             TO PND-VERB
           MOVE RQST-EFFECTIVE-DATE   TO PND-EFFECTIVE-DATE
           MOVE WS-RQST-DATA          TO PND-RQST-DATA
           MOVE "ZCONSUSP"            TO PND-REQUESTER-ID
           MOVE SPACES                TO PND-APPROVER-ID
           WRITE PENDING-RECORD.
      *
      *  Apply one clean entry to EMPFILE under its verb: a POST (or
                 MOVE RQST-DEPT-CODE      TO FILE-DEPT-CODE
                 MOVE RQST-MGR-EMPID      TO FILE-MGR-EMPID
                 MOVE RQST-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
                 MOVE RQST-LOCATION-CODE  TO FILE-LOCATION-CODE
                 MOVE RQST-WORKER-TYPE    TO FILE-WORKER-TYPE
                 MOVE RQST-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
               ELSE
                 IF RQST-EMPNAME NOT EQUAL SPACES THEN
                   MOVE RQST-EMPNAME TO FILE-EMPNAME
                 IF RQST-EFFECTIVE-DATE NOT EQUAL SPACES THEN
                   MOVE RQST-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
                 END-IF
                 IF RQST-LOCATION-CODE NOT EQUAL SPACES THEN
                   MOVE RQST-LOCATION-CODE TO FILE-LOCATION-CODE
                 END-IF
                 IF RQST-WORKER-TYPE NOT EQUAL SPACES THEN
                   MOVE RQST-WORKER-TYPE TO FILE-WORKER-TYPE
                 END-IF
                 IF RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
                   MOVE RQST-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
                 END-IF
               END-IF
               IF NOT WORKER-IS-CONTINGENT THEN
                 MOVE SPACES TO FILE-CONTRACT-END-DATE
               END-IF
               REWRITE EMP-FILE-RECORD
               MOVE EMP-FILE-RECORD TO WS-AFTER-IMAGE
             MOVE RQST-DEPT-CODE      TO FILE-DEPT-CODE
             MOVE RQST-MGR-EMPID      TO FILE-MGR-EMPID
             MOVE RQST-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
             MOVE RQST-LOCATION-CODE  TO FILE-LOCATION-CODE
             MOVE RQST-WORKER-TYPE    TO FILE-WORKER-TYPE
             MOVE RQST-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
             MOVE 'N'                 TO FILE-DELETED-FLAG
             MOVE SPACES              TO FILE-DELETED-DATE
             WRITE EMP-FILE-RECORD
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE "ZCONSUSP"      TO JRNL-CALLER-ID.
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
      *  Basic shape validation of a re-driven add/replace payload -
      *  the same rules Validate-Request-Data applies in ZCONCBL:
      *  EMPID present and numeric, EMAIL contains an "@", PHONE
      *  looks like a phone number, DEPT-CODE on the department
      *  master, LOCATION-CODE (when supplied) on the location
      *  master, WORKER-TYPE blank/'E'/'C'/'T' with a numeric
      *  CONTRACT-END-DATE for a contractor or temporary worker only.
      *  ============================================================
      *
       Validate-Request-Data.
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND RQST-LOCATION-CODE NOT EQUAL SPACES THEN
             MOVE RQST-LOCATION-CODE TO LOC-CODE
             READ LOCFILE
             IF NOT LOCFILE-OK THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown location code"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF RQST-WORKER-TYPE NOT EQUAL SPACES AND
                RQST-WORKER-TYPE NOT EQUAL 'E' AND
                RQST-WORKER-TYPE NOT EQUAL 'C' AND
                RQST-WORKER-TYPE NOT EQUAL 'T' THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown worker type"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF RQST-WORKER-TYPE EQUAL 'C' OR 'T' THEN
               IF RQST-CONTRACT-END-DATE EQUAL SPACES THEN
                 SET VALIDATION-FAILED TO TRUE
                 MOVE "Validation failed: contract end date required"
                   TO WS-VALIDATION-MESSAGE
               ELSE
                 IF RQST-CONTRACT-END-DATE NOT NUMERIC THEN
                   SET VALIDATION-FAILED TO TRUE
                   MOVE "Validation failed: bad contract end date"
                     TO WS-VALIDATION-MESSAGE
                 END-IF
               END-IF
             ELSE
               IF RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
                 SET VALIDATION-FAILED TO TRUE
                 MOVE "Validation failed: end date for contingent only"
                   TO WS-VALIDATION-MESSAGE
               END-IF
             END-IF
           END-IF.
      *
      *  Shape validation of a re-driven PATCH payload - the same
      *  rules Validate-Patch-Data applies in ZCONCBL: only the
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND RQST-LOCATION-CODE NOT EQUAL SPACES THEN
             MOVE RQST-LOCATION-CODE TO LOC-CODE
             READ LOCFILE
             IF NOT LOCFILE-OK THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown location code"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND RQST-WORKER-TYPE NOT EQUAL SPACES THEN
             IF RQST-WORKER-TYPE NOT EQUAL 'E' AND
                RQST-WORKER-TYPE NOT EQUAL 'C' AND
                RQST-WORKER-TYPE NOT EQUAL 'T' THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown worker type"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND RQST-CONTRACT-END-DATE NOT EQUAL SPACES
               THEN
             IF RQST-CONTRACT-END-DATE NOT NUMERIC THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: bad contract end date"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF (RQST-WORKER-TYPE EQUAL 'C' OR 'T') AND
                 RQST-CONTRACT-END-DATE EQUAL SPACES THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: contract end date required"
                 TO WS-VALIDATION-MESSAGE
             END-IF
             IF RQST-WORKER-TYPE EQUAL 'E' AND
                 RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: end date for contingent only"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.
      *
      *  Tally the digits of WS-PHONE-CHECK and blank out every
      *  character a phone number may carry; whatever is left over
             STRING "ENTRIES APPLIED       : " WS-DISPLAY-COUNT
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
             MOVE WS-HELD-COUNT TO WS-DISPLAY-COUNT
             STRING "HELD FOR APPROVAL     : " WS-DISPLAY-COUNT
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
             MOVE WS-QUEUED-COUNT TO WS-DISPLAY-COUNT
             STRING "PARKED AS PENDING     : " WS-DISPLAY-COUNT
                 DELIMITED BY SIZE INTO REPT-LINE
