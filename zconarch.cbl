
       FD  EMPARCH
           RECORDING MODE IS F.
       01  EMP-ARCH-RECORD             PIC X(161).

       FD  AUDARCH
           RECORDING MODE IS F.
          88 EMPFILE-NOT-FOUND         VALUE "23".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
      *
          05 ARC-DEPT-CODE             PIC X(04).
          05 ARC-MGR-EMPID             PIC X(05).
          05 ARC-EFFECTIVE-DATE        PIC X(08).
          05 ARC-LOCATION-CODE         PIC X(06).
          05 ARC-WORKER-TYPE           PIC X(01).
          05 ARC-CONTRACT-END-DATE     PIC X(08).
          05 ARC-DELETED-FLAG          PIC X(01).
          05 ARC-DELETED-DATE          PIC X(08).
      *
      * THE ARCHIVE IS APPEND-ONLY, SO THE LAST MATCH READ IS THE
      * NEWEST - AND THE BEFORE/AFTER IMAGES FOR ITS JOURNAL RECORD.
      *
       01 WS-REINSTATE-IMAGE           PIC X(161) VALUE SPACES.
       01 WS-REINSTATE-FOUND-FLAG      PIC X(01) VALUE 'N'.
          88 REINSTATE-IMAGE-FOUND     VALUE 'Y'.
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.

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

       01 WS-EMP-MATCH-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-AUD-MATCH-COUNT           PIC 9(08) COMP VALUE 0.
               DISPLAY "ERROR: Could not open EMPFILE, status = "
                       WS-EMPFILE-STATUS
             ELSE
               PERFORM Load-Journal-Chain
               OPEN EXTEND CHGJRNL
               IF NOT CHGJRNL-OK THEN
                 DISPLAY "ERROR: Could not open CHGJRNL, status = "
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE "ZCONARCH"      TO JRNL-CALLER-ID.
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
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
