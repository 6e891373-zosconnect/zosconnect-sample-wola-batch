       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONVRFY.
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
      * Trail integrity verifier companion batch program to ZCONCBL.   *
      * Every record on the AUDITLOG audit trail and the CHGJRNL change*
      * journal carries a sequence number and a check value chained on *
      * from the record before it (see ZCONAUD.cpy and ZCONJRN.cpy).   *
      * This program walks each trail from its oldest record to its    *
      * newest - the audit trail as the AUDARCH archive followed by the*
      * live AUDITLOG, since ZCONRETN cuts it at a single point - and  *
      * recomputes the chain, reporting:                               *
      *                                                                *
      *   GAP           - one or more sequence numbers are missing     *
      *   OUT OF ORDER  - a sequence number does not follow the one    *
      *                   before it                                    *
      *   BROKEN CHAIN  - the record's check value does not match the  *
      *                   one recomputed from its contents and the     *
      *                   record before it (the record was altered)    *
      *   UNSEALED      - a record with no sequence number or check    *
      *                   value was found after the chain began        *
      *                                                                *
      * A change-journal record scrubbed by the ZCONPRIV privacy       *
      * erasure carries the erasure mark (see ZCONJRN.cpy). Its check  *
      * value was sealed over everything but the erasable name, email, *
      * phone and remarks, followed by a digest of those bytes, so it  *
      * is recomputed and proven like any other. It is listed as       *
      *                                                                *
      *   ERASED        - the record was scrubbed after it was sealed; *
      *                   its check value is proven all the same       *
      *                                                                *
      * and is not an exception, provided the name, email, phone and   *
      * remarks in both its images really are blank. A marked record   *
      * still holding any of them, or sealed before the digest was     *
      * carried, is reported as a BROKEN CHAIN, as is an unmarked      *
      * record whose erasable bytes no longer match its digest.        *
      *                                                                *
      * Records written before the trails were sequenced carry no      *
      * sequence number; they are counted but not checked. After a GAP *
      * or a BROKEN CHAIN the chain is picked up again from the record *
      * reported, so each exception is reported once.                  *
      *                                                                *
      * A trail file that does not exist is skipped. Any exception sets*
      * return code 8 so the scheduler can raise it with the auditors; *
      * an intact set of trails returns 0, and a trail file that cannot*
      * be opened ends the run with return code 12.                    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * AUDIT-TRAIL ARCHIVE WRITTEN BY ZCONRETN.
      *
           SELECT AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.
      *
      * LIVE AUDIT TRAIL WRITTEN BY ZCONCBL.
      *
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *
      * CHANGE-HISTORY JOURNAL.
      *
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * INTEGRITY EXCEPTION REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  AUDARCH
           RECORDING MODE IS F.
       01  AUDIT-ARCH-RECORD           PIC X(76).

       FD  AUDITLOG
           RECORDING MODE IS F.
       01  AUDIT-LIVE-RECORD           PIC X(76).

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-AUDARCH-STATUS            PIC X(02) VALUE "00".
          88 AUDARCH-OK                VALUE "00".
          88 AUDARCH-EOF               VALUE "10".
          88 AUDARCH-NOT-FOUND         VALUE "35".
       01 WS-AUDITLOG-STATUS           PIC X(02) VALUE "00".
          88 AUDITLOG-OK               VALUE "00".
          88 AUDITLOG-EOF              VALUE "10".
          88 AUDITLOG-NOT-FOUND        VALUE "35".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
          88 CHGJRNL-NOT-FOUND         VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
      *
      * AUDIT RECORD BEING CHECKED, FROM EITHER THE ARCHIVE OR THE
      * LIVE TRAIL.
      *
       COPY ZCONAUD.
      *
      * THE RECORD BEING CHECKED, REDUCED TO WHAT THE CHAIN CHECK
      * NEEDS WHICHEVER TRAIL IT CAME FROM: THE SEALED BYTES AND
      * THEIR LENGTH, THE STORED SEQUENCE NUMBER AND CHECK VALUE, AND
      * WHERE IT SITS FOR THE EXCEPTION REPORT. A JOURNAL RECORD ALSO
      * CARRIES THE DIGEST OF ITS ERASABLE BYTES, AS STORED AND AS
      * RECOMPUTED FROM ITS IMAGES.
      *
       01 WS-CHECK-SEALED              PIC X(400) VALUE SPACES.
       01 WS-CHECK-SEALED-LEN          PIC 9(04) COMP VALUE 0.
       01 WS-CHECK-SEQ-TEXT            PIC X(10) VALUE SPACES.
       01 WS-CHECK-CHAIN-TEXT          PIC X(10) VALUE SPACES.
       01 WS-CHECK-SEQ                 PIC 9(10) VALUE 0.
       01 WS-CHECK-CHAIN               PIC 9(10) VALUE 0.
       01 WS-CHECK-FILE                PIC X(08) VALUE SPACES.
       01 WS-CHECK-RECNO               PIC 9(08) COMP VALUE 0.
       01 WS-CHECK-DATE                PIC X(08) VALUE SPACES.
       01 WS-CHECK-TIME                PIC X(08) VALUE SPACES.
       01 WS-CHECK-ERASED-FLAG         PIC X(01) VALUE 'N'.
          88 CHECK-IS-ERASED           VALUE 'Y'.
       01 WS-CHECK-SCRUBBED-FLAG       PIC X(01) VALUE 'N'.
          88 CHECK-IS-SCRUBBED         VALUE 'Y'.
       01 WS-CHECK-DIGEST-FLAG         PIC X(01) VALUE 'N'.
          88 CHECK-HAS-DIGEST          VALUE 'Y'.
       01 WS-CHECK-DIGEST              PIC 9(10) VALUE 0.
       01 WS-DIGEST-VALUE              PIC 9(10) VALUE 0.
      *
      * STATE OF THE TRAIL BEING WALKED. THE CHAIN IS STARTED BY THE
      * FIRST SEQUENCED RECORD; FROM THEN ON EVERY RECORD MUST FOLLOW
      * THE ONE BEFORE IT.
      *
       01 WS-TRAIL-NAME                PIC X(08) VALUE SPACES.
       01 WS-CHAIN-STARTED-FLAG        PIC X(01) VALUE 'N'.
          88 CHAIN-STARTED             VALUE 'Y'.
       01 WS-PREV-SEQ                  PIC 9(10) VALUE 0.
       01 WS-PREV-CHAIN                PIC 9(10) VALUE 0.
       01 WS-FIRST-SEQ                 PIC 9(10) VALUE 0.
       01 WS-EXPECTED-SEQ              PIC 9(10) VALUE 0.
       01 WS-MISSING-TO-SEQ            PIC 9(10) VALUE 0.
       01 WS-CHAIN-VALUE               PIC 9(10) VALUE 0.
       01 WS-CHAIN-IDX                 PIC 9(04) COMP.
      *
      * PER-TRAIL COUNTS, RESET AT THE START OF EACH TRAIL, AND THE
      * RUN-WIDE EXCEPTION TOTAL THAT DRIVES THE RETURN CODE.
      *
       01 WS-TRAIL-COUNTERS.
          05 WS-TRAIL-RECORDS          PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-UNSEQUENCED      PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-GAPS             PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-OUT-OF-ORDER     PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-BROKEN           PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-UNSEALED         PIC 9(08) COMP VALUE 0.
          05 WS-TRAIL-ERASED           PIC 9(08) COMP VALUE 0.
       01 WS-TOTAL-EXCEPTIONS          PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-SEQ               PIC Z(09)9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(54) VALUE
             "EMPLOYEE CONTACT STORE - TRAIL INTEGRITY REPORT".
          05 FILLER                    PIC X(78) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "TRAIL".
          05 FILLER                    PIC X(09) VALUE "FILE".
          05 FILLER                    PIC X(09) VALUE "RECORD".
          05 FILLER                    PIC X(11) VALUE "SEQUENCE".
          05 FILLER                    PIC X(18) VALUE "DATE     TIME".
          05 FILLER                    PIC X(15) VALUE "EXCEPTION".
          05 FILLER                    PIC X(61) VALUE "DETAIL".

       01 WS-DETAIL-LINE.
          05 DTL-TRAIL                 PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-FILE                  PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-RECNO                 PIC Z(07)9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-SEQ                   PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DATE                  PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TIME                  PIC X(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EXCEPTION             PIC X(14).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TEXT                  PIC X(61).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             GOBACK
           END-IF.

           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Verify-Audit-Trail.
           PERFORM Verify-Change-Journal.

           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-TOTAL-EXCEPTIONS TO WS-DISPLAY-COUNT
           STRING "TOTAL EXCEPTIONS      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           CLOSE REPTFILE.

           MOVE WS-TOTAL-EXCEPTIONS TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Trail integrity verification complete "
           DISPLAY "   Exceptions found      : " WS-DISPLAY-COUNT
           IF WS-TOTAL-EXCEPTIONS EQUAL ZERO THEN
             DISPLAY "   Trails intact "
           ELSE
             DISPLAY "   TRAILS NOT INTACT - see REPTFILE "
           END-IF
           DISPLAY "========================================"

           IF WS-TOTAL-EXCEPTIONS EQUAL ZERO THEN
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.

           GOBACK.
      *
      *  Walk the audit trail as one chain: the AUDARCH archive
      *  first, then the live AUDITLOG that carries on from where
      *  the archive ends.
      *  ============================================================
      *
       Verify-Audit-Trail.
           MOVE "AUDIT" TO WS-TRAIL-NAME.
           PERFORM Start-Trail.

           OPEN INPUT AUDARCH.
           IF AUDARCH-NOT-FOUND THEN
             DISPLAY " No AUDARCH found - archive skipped "
           ELSE
             IF NOT AUDARCH-OK THEN
               DISPLAY "ERROR: Could not open AUDARCH, status = "
                       WS-AUDARCH-STATUS
               CLOSE REPTFILE
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "AUDARCH" TO WS-CHECK-FILE
             MOVE 0 TO WS-CHECK-RECNO
             READ AUDARCH
             PERFORM UNTIL AUDARCH-EOF
               MOVE AUDIT-ARCH-RECORD TO AUDIT-RECORD
               PERFORM Check-Audit-Record
               READ AUDARCH
             END-PERFORM
             CLOSE AUDARCH
           END-IF.

           OPEN INPUT AUDITLOG.
           IF AUDITLOG-NOT-FOUND THEN
             DISPLAY " No AUDITLOG found - live trail skipped "
           ELSE
             IF NOT AUDITLOG-OK THEN
               DISPLAY "ERROR: Could not open AUDITLOG, status = "
                       WS-AUDITLOG-STATUS
               CLOSE REPTFILE
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "AUDITLOG" TO WS-CHECK-FILE
             MOVE 0 TO WS-CHECK-RECNO
             READ AUDITLOG
             PERFORM UNTIL AUDITLOG-EOF
               MOVE AUDIT-LIVE-RECORD TO AUDIT-RECORD
               PERFORM Check-Audit-Record
               READ AUDITLOG
             END-PERFORM
             CLOSE AUDITLOG
           END-IF.

           PERFORM Write-Trail-Summary.
      *
      *  Walk the change-history journal as one chain.
      *  ============================================================
      *
       Verify-Change-Journal.
           MOVE "CHANGE" TO WS-TRAIL-NAME.
           PERFORM Start-Trail.

           OPEN INPUT CHGJRNL.
           IF CHGJRNL-NOT-FOUND THEN
             DISPLAY " No CHGJRNL found - journal skipped "
           ELSE
             IF NOT CHGJRNL-OK THEN
               DISPLAY "ERROR: Could not open CHGJRNL, status = "
                       WS-CHGJRNL-STATUS
               CLOSE REPTFILE
               MOVE 12 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "CHGJRNL" TO WS-CHECK-FILE
             MOVE 0 TO WS-CHECK-RECNO
             READ CHGJRNL
             PERFORM UNTIL CHGJRNL-EOF
               PERFORM Check-Journal-Record
               READ CHGJRNL
             END-PERFORM
             CLOSE CHGJRNL
           END-IF.

           PERFORM Write-Trail-Summary.
      *
      *  Reset the chain state and the counts for a new trail.
      *  ============================================================
      *
       Start-Trail.
           MOVE 'N' TO WS-CHAIN-STARTED-FLAG.
           MOVE 0 TO WS-PREV-SEQ.
           MOVE 0 TO WS-PREV-CHAIN.
           MOVE 0 TO WS-FIRST-SEQ.
           INITIALIZE WS-TRAIL-COUNTERS.
      *
      *  Reduce one audit record to the fields the chain check
      *  needs and check it.
      *  ============================================================
      *
       Check-Audit-Record.
           ADD 1 TO WS-CHECK-RECNO.
           MOVE SPACES TO WS-CHECK-SEALED.
           MOVE AUDIT-SEALED-DATA TO WS-CHECK-SEALED.
           MOVE LENGTH OF AUDIT-SEALED-DATA TO WS-CHECK-SEALED-LEN.
           MOVE AUDIT-SEQ   TO WS-CHECK-SEQ-TEXT.
           MOVE AUDIT-CHAIN TO WS-CHECK-CHAIN-TEXT.
           MOVE AUDIT-DATE  TO WS-CHECK-DATE.
           MOVE AUDIT-TIME  TO WS-CHECK-TIME.
           MOVE 'N' TO WS-CHECK-ERASED-FLAG.
           MOVE 'N' TO WS-CHECK-DIGEST-FLAG.
           PERFORM Check-Trail-Record.
      *
      *  Reduce one journal record to the fields the chain check
      *  needs and check it. A record carrying the erasure mark is
      *  scrubbed when the name, email, phone and remarks - bytes 6
      *  to 120 of EMP-FILE-RECORD - are blank in both images. A
      *  record that carries the digest of those erasable bytes was
      *  sealed over the rest of JRNL-SEALED-DATA with them taken as
      *  blank, followed by the digest, so the bytes checked are
      *  built the same way; the digest is recomputed from the
      *  images first, before they are blanked. A record without a
      *  digest was sealed over all of JRNL-SEALED-DATA.
      *  ============================================================
      *
       Check-Journal-Record.
           ADD 1 TO WS-CHECK-RECNO.
           MOVE JRNL-SEQ   TO WS-CHECK-SEQ-TEXT.
           MOVE JRNL-CHAIN TO WS-CHECK-CHAIN-TEXT.
           MOVE JRNL-DATE  TO WS-CHECK-DATE.
           MOVE JRNL-TIME  TO WS-CHECK-TIME.
           MOVE 'N' TO WS-CHECK-ERASED-FLAG.
           MOVE 'N' TO WS-CHECK-SCRUBBED-FLAG.
           IF JRNL-IS-ERASED THEN
             MOVE 'Y' TO WS-CHECK-ERASED-FLAG
             IF JRNL-BEFORE-IMAGE(6:115) EQUAL SPACES
                 AND JRNL-AFTER-IMAGE(6:115) EQUAL SPACES THEN
               MOVE 'Y' TO WS-CHECK-SCRUBBED-FLAG
             END-IF
           END-IF.

           MOVE SPACES TO WS-CHECK-SEALED.
           IF JRNL-ERASABLE-DIGEST IS NUMERIC THEN
             MOVE 'Y' TO WS-CHECK-DIGEST-FLAG
             MOVE JRNL-ERASABLE-DIGEST TO WS-CHECK-DIGEST
             PERFORM Recompute-Erasable-Digest
             MOVE SPACES TO JRNL-BEFORE-IMAGE(6:115)
             MOVE SPACES TO JRNL-AFTER-IMAGE(6:115)
             MOVE JRNL-SEALED-DATA TO WS-CHECK-SEALED
             MOVE LENGTH OF JRNL-SEALED-DATA TO WS-CHECK-SEALED-LEN
             MOVE JRNL-ERASABLE-DIGEST
               TO WS-CHECK-SEALED(WS-CHECK-SEALED-LEN + 1:
                                  LENGTH OF JRNL-ERASABLE-DIGEST)
             ADD LENGTH OF JRNL-ERASABLE-DIGEST TO WS-CHECK-SEALED-LEN
           ELSE
             MOVE 'N' TO WS-CHECK-DIGEST-FLAG
             MOVE JRNL-SEALED-DATA TO WS-CHECK-SEALED
             MOVE LENGTH OF JRNL-SEALED-DATA TO WS-CHECK-SEALED-LEN
           END-IF.
           PERFORM Check-Trail-Record.
      *
      *  Recompute the digest of the erasable bytes of the journal
      *  record - the running remainder, started from zero, over
      *  bytes 6 to 120 of the before-image then of the after-image -
      *  the same way the writing program took it.
      *  ============================================================
      *
       Recompute-Erasable-Digest.
           MOVE 0 TO WS-DIGEST-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-DIGEST-VALUE = FUNCTION MOD(
                 WS-DIGEST-VALUE * 31 +
                 FUNCTION ORD(JRNL-BEFORE-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-DIGEST-VALUE = FUNCTION MOD(
                 WS-DIGEST-VALUE * 31 +
                 FUNCTION ORD(JRNL-AFTER-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
      *
      *  Check one record against the record before it. A record
      *  with no sequence number is either older than the sequencing
      *  (before the chain starts) or was written around it (after).
      *  The first sequenced record starts the chain; it must be
      *  sequence 1, or the records before it are missing. Every
      *  later record must carry the next sequence number and the
      *  check value recomputed from its sealed bytes and the record
      *  before it. Whatever is found, the chain carries on from the
      *  record just checked, so each exception is reported once.
      *  ============================================================
      *
       Check-Trail-Record.
           ADD 1 TO WS-TRAIL-RECORDS.

           IF WS-CHECK-SEQ-TEXT IS NOT NUMERIC
               OR WS-CHECK-CHAIN-TEXT IS NOT NUMERIC THEN
             IF CHAIN-STARTED THEN
               ADD 1 TO WS-TRAIL-UNSEALED
               MOVE "UNSEALED" TO DTL-EXCEPTION
               MOVE WS-PREV-SEQ TO WS-DISPLAY-SEQ
               MOVE SPACES TO DTL-TEXT
               STRING "NO SEQUENCE OR CHECK VALUE - FOLLOWS SEQ "
                   WS-DISPLAY-SEQ
                   DELIMITED BY SIZE INTO DTL-TEXT
               PERFORM Write-Exception-Line
             ELSE
               ADD 1 TO WS-TRAIL-UNSEQUENCED
             END-IF
           ELSE
             MOVE WS-CHECK-SEQ-TEXT   TO WS-CHECK-SEQ
             MOVE WS-CHECK-CHAIN-TEXT TO WS-CHECK-CHAIN
             IF NOT CHAIN-STARTED THEN
               MOVE WS-CHECK-SEQ TO WS-FIRST-SEQ
               MOVE 'Y' TO WS-CHAIN-STARTED-FLAG
               IF WS-CHECK-SEQ EQUAL 1 THEN
                 MOVE 0 TO WS-PREV-CHAIN
                 PERFORM Prove-Check-Value
               ELSE
                 MOVE 1 TO WS-EXPECTED-SEQ
                 PERFORM Report-Sequence-Gap
               END-IF
             ELSE
               COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
               EVALUATE TRUE
                 WHEN WS-CHECK-SEQ EQUAL WS-EXPECTED-SEQ
                   PERFORM Prove-Check-Value
                 WHEN WS-CHECK-SEQ GREATER THAN WS-EXPECTED-SEQ
                   PERFORM Report-Sequence-Gap
                 WHEN OTHER
                   ADD 1 TO WS-TRAIL-OUT-OF-ORDER
                   MOVE "OUT OF ORDER" TO DTL-EXCEPTION
                   MOVE WS-PREV-SEQ TO WS-DISPLAY-SEQ
                   MOVE SPACES TO DTL-TEXT
                   STRING "FOLLOWS SEQ " WS-DISPLAY-SEQ
                       DELIMITED BY SIZE INTO DTL-TEXT
                   PERFORM Write-Exception-Line
               END-EVALUATE
             END-IF
             MOVE WS-CHECK-SEQ   TO WS-PREV-SEQ
             MOVE WS-CHECK-CHAIN TO WS-PREV-CHAIN
           END-IF.
      *
      *  Prove the record's check value. A journal record marked
      *  erased must really be scrubbed, and must carry the digest
      *  that stands in for its scrubbed bytes - one sealed before
      *  the digest was carried cannot be proven once scrubbed. A
      *  record not marked erased must still match its digest, since
      *  the chain covers the digest and not the erasable bytes
      *  themselves. Anything else is a broken chain; otherwise the
      *  check value is recomputed, erased or not.
      *  ============================================================
      *
       Prove-Check-Value.
           EVALUATE TRUE
             WHEN CHECK-IS-ERASED AND NOT CHECK-IS-SCRUBBED
               ADD 1 TO WS-TRAIL-BROKEN
               MOVE "BROKEN CHAIN" TO DTL-EXCEPTION
               MOVE "MARKED ERASED BUT CONTACT DATA STILL PRESENT"
                 TO DTL-TEXT
               PERFORM Write-Exception-Line
             WHEN CHECK-IS-ERASED AND NOT CHECK-HAS-DIGEST
               ADD 1 TO WS-TRAIL-BROKEN
               MOVE "BROKEN CHAIN" TO DTL-EXCEPTION
               MOVE "MARKED ERASED BUT SEALED WITHOUT A DIGEST"
                 TO DTL-TEXT
               PERFORM Write-Exception-Line
             WHEN CHECK-HAS-DIGEST AND NOT CHECK-IS-ERASED
                  AND WS-DIGEST-VALUE NOT EQUAL WS-CHECK-DIGEST
               ADD 1 TO WS-TRAIL-BROKEN
               MOVE "BROKEN CHAIN" TO DTL-EXCEPTION
               MOVE SPACES TO DTL-TEXT
               STRING "DIGEST STORED " WS-CHECK-DIGEST
                   " RECOMPUTED " WS-DIGEST-VALUE
                   DELIMITED BY SIZE INTO DTL-TEXT
               PERFORM Write-Exception-Line
             WHEN OTHER
               PERFORM Recompute-Check-Value
           END-EVALUATE.
      *
      *  Recompute the record's check value - the same running
      *  remainder over its sealed bytes, seeded with the previous
      *  record's value, that the writing program computed - and
      *  report a broken chain when it differs from the stored one.
      *  A record marked erased whose check value is proven is listed
      *  as erased.
      *  ============================================================
      *
       Recompute-Check-Value.
           MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN WS-CHECK-SEALED-LEN
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(WS-CHECK-SEALED(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.

           IF WS-CHAIN-VALUE NOT EQUAL WS-CHECK-CHAIN THEN
             ADD 1 TO WS-TRAIL-BROKEN
             MOVE "BROKEN CHAIN" TO DTL-EXCEPTION
             MOVE SPACES TO DTL-TEXT
             STRING "STORED " WS-CHECK-CHAIN-TEXT
                 " RECOMPUTED " WS-CHAIN-VALUE
                 DELIMITED BY SIZE INTO DTL-TEXT
             PERFORM Write-Exception-Line
           ELSE
             IF CHECK-IS-ERASED THEN
               ADD 1 TO WS-TRAIL-ERASED
               MOVE "ERASED" TO DTL-EXCEPTION
               MOVE "SCRUBBED AFTER SEALING - CHECK VALUE PROVEN"
                 TO DTL-TEXT
               PERFORM Write-Check-Line
             END-IF
           END-IF.
      *
      *  Report the sequence numbers missing between the one
      *  expected and the one found.
      *  ============================================================
      *
       Report-Sequence-Gap.
           ADD 1 TO WS-TRAIL-GAPS.
           COMPUTE WS-MISSING-TO-SEQ = WS-CHECK-SEQ - 1.
           MOVE "GAP" TO DTL-EXCEPTION.
           MOVE SPACES TO DTL-TEXT.
           STRING "SEQ " WS-EXPECTED-SEQ " THRU " WS-MISSING-TO-SEQ
               " MISSING"
               DELIMITED BY SIZE INTO DTL-TEXT.
           PERFORM Write-Exception-Line.
      *
      *  Write one exception line for the record being checked.
      *  ============================================================
      *
       Write-Exception-Line.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           PERFORM Write-Check-Line.
      *
      *  Write the report line for the record being checked.
      *  ============================================================
      *
       Write-Check-Line.
           MOVE WS-TRAIL-NAME       TO DTL-TRAIL.
           MOVE WS-CHECK-FILE       TO DTL-FILE.
           MOVE WS-CHECK-RECNO      TO DTL-RECNO.
           MOVE WS-CHECK-SEQ-TEXT   TO DTL-SEQ.
           MOVE WS-CHECK-DATE       TO DTL-DATE.
           MOVE WS-CHECK-TIME       TO DTL-TIME.
           MOVE WS-DETAIL-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Write the counts for the trail just walked, and where its
      *  chain begins and ends.
      *  ============================================================
      *
       Write-Trail-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           STRING "TRAIL " WS-TRAIL-NAME
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-RECORDS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  RECORDS READ        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-UNSEQUENCED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  BEFORE SEQUENCING   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           IF CHAIN-STARTED THEN
             MOVE WS-FIRST-SEQ TO WS-DISPLAY-SEQ
             MOVE SPACES TO REPT-LINE
             STRING "  FIRST SEQUENCE      : " WS-DISPLAY-SEQ
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
             MOVE WS-PREV-SEQ TO WS-DISPLAY-SEQ
             MOVE SPACES TO REPT-LINE
             STRING "  LAST SEQUENCE       : " WS-DISPLAY-SEQ
                 "  CHECK VALUE " WS-PREV-CHAIN
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           END-IF.

           MOVE WS-TRAIL-GAPS TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  GAPS                : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-OUT-OF-ORDER TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  OUT OF ORDER        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-BROKEN TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  BROKEN CHAIN        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-UNSEALED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  UNSEALED            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TRAIL-ERASED TO WS-DISPLAY-COUNT
           MOVE SPACES TO REPT-LINE
           STRING "  ERASED              : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
