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
      *
      * RECORD LAYOUT FOR THE SRVCTL SERVER CONTROL FILE, A VSAM KSDS
      * KEYED BY SRVC-KEY AND SHARED BY EVERY ZCONCBL INSTANCE SERVING
      * THE SAME CONTACT STORE (EACH REGISTERED UNDER ITS OWN REGCTL
      * REGISTER NAME). THE FILE IS OPENED I-O UNDER VSAM RECORD-LEVEL
      * SHARING: A READ OF A RECORD HOLDS IT AGAINST THE OTHER
      * INSTANCES UNTIL THE REWRITE THAT FOLLOWS, WHICH IS WHAT
      * SERIALIZES THE SHARED COUNTERS BELOW. TWO KINDS OF RECORD ARE
      * KEPT:
      *
      *   INSTANCE RECORDS, KEYED BY REGISTER NAME - ONE PER SERVER
      *   INSTANCE, REWRITTEN AFTER EVERY EXCHANGE WITH ITS STATE,
      *   START AND LAST-ACTIVITY TIMESTAMPS AND COUNTS, SO THE STATUS
      *   ACTION CAN REPORT EVERY INSTANCE, NOT JUST THE ONE ANSWERING.
      *   SRVC-STATE 'A' - ACTIVE, FULL SERVICE
      *              'Q' - QUIESCED, EMPFILE HELD FOR INPUT ONLY
      *              'E' - ENDED NORMALLY BY THE SHUTDOWN ACTION
      *              'F' - ENDED IN ERROR; RUN ZCONRCVR AGAINST THIS
      *                    INSTANCE'S RCVJRNL BEFORE RESTARTING IT
      *
      *   CONTROL RECORDS, KEYED WITH A LEADING '*':
      *   *STORE     - SRVC-STATE 'Q' WHILE AN OPERATOR HAS THE STORE
      *                QUIESCED FOR A BATCH WINDOW, 'A' ONCE RESUMED;
      *                EVERY INSTANCE FOLLOWS IT AT ITS NEXT EXCHANGE.
      *                SRVC-CALLER-ID NAMES THE OPERATOR.
      *   *NEXTID    - SRVC-LAST-EMPID, THE EMPID-ASSIGNMENT
      *                HIGH-WATER MARK, HELD WHILE AN INSTANCE PICKS
      *                THE NEXT FREE EMPID SO TWO INSTANCES CAN NEVER
      *                HAND OUT THE SAME ONE.
      *   *AUDITLOG  - SRVC-LAST-SEQ/SRVC-LAST-CHAIN, THE SEQUENCE
      *   *CHGJRNL     NUMBER AND CHECK VALUE OF THE LAST RECORD ON
      *                THE SHARED TRAIL (SEE ZCONAUD.cpy/ZCONJRN.cpy),
      *                HELD WHILE AN INSTANCE OPENS THE TRAIL FOR
      *                APPEND, SEALS AND WRITES ITS RECORD AND CLOSES
      *                THE TRAIL AGAIN, SO THE TRAIL STAYS ONE
      *                UNBROKEN CHAIN.
      *   *SUSPFILE  - SRVC-LAST-DATE/SRVC-LAST-TIME OF THE LAST
      *   *PENDFILE    RECORD APPENDED TO THE SHARED SUSPENSE QUEUE,
      *   *DEPTJRNL    PENDING-CHANGES QUEUE, DEPARTMENT JOURNAL OR
      *   *EMGJRNL     CASCADE JOURNAL, HELD THE SAME WAY WHILE AN
      *                INSTANCE APPENDS ONE RECORD TO IT. THE *NEXTID
      *                HOLD COVERS THE SHARED NEXTID LOG THE SAME WAY.
      *
       01 SERVER-CONTROL-RECORD.
          05 SRVC-KEY                  PIC X(12).
          05 SRVC-FILLER-1             PIC X(01) VALUE SPACE.
          05 SRVC-STATE                PIC X(01).
             88 SRVC-STATE-ACTIVE      VALUE 'A'.
             88 SRVC-STATE-QUIESCED    VALUE 'Q'.
             88 SRVC-STATE-ENDED       VALUE 'E'.
             88 SRVC-STATE-FAILED      VALUE 'F'.
          05 SRVC-FILLER-2             PIC X(01) VALUE SPACE.
          05 SRVC-START-DATE           PIC 9(08).
          05 SRVC-FILLER-3             PIC X(01) VALUE SPACE.
          05 SRVC-START-TIME           PIC 9(08).
          05 SRVC-FILLER-4             PIC X(01) VALUE SPACE.
          05 SRVC-LAST-DATE            PIC 9(08).
          05 SRVC-FILLER-5             PIC X(01) VALUE SPACE.
          05 SRVC-LAST-TIME            PIC 9(08).
          05 SRVC-FILLER-6             PIC X(01) VALUE SPACE.
          05 SRVC-TXN-COUNT            PIC 9(08).
          05 SRVC-FILLER-7             PIC X(01) VALUE SPACE.
          05 SRVC-REJECT-COUNT         PIC 9(08).
          05 SRVC-FILLER-8             PIC X(01) VALUE SPACE.
          05 SRVC-CALLER-ID            PIC X(08).
          05 SRVC-FILLER-9             PIC X(01) VALUE SPACE.
          05 SRVC-LAST-SEQ             PIC 9(10).
          05 SRVC-FILLER-10            PIC X(01) VALUE SPACE.
          05 SRVC-LAST-CHAIN           PIC 9(10).
          05 SRVC-FILLER-11            PIC X(01) VALUE SPACE.
          05 SRVC-LAST-EMPID           PIC 9(05).
