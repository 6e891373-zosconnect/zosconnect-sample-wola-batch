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
      * RECORD LAYOUT FOR THE EMGJRNL EMERGENCY-CONTACT CASCADE
      * JOURNAL. WHEN AN EMPLOYEE IS TOMBSTONED - BY THE ONLINE
      * DELETE IN ZCONCBL, BY THE ZCONTERM TERMINATION FEED OR BY THE
      * ZCONCONT CONTRACT EXPIRY - EACH EMERGENCY CONTACT REMOVED
      * FROM EMGFILE IN CASCADE IS FIRST WRITTEN HERE WITH ITS FULL
      * EMG-FILE-RECORD IMAGE (ZCONEMG.cpy, 62 BYTES) AND THE CALLER
      * THAT DROVE THE TOMBSTONE, SO THE ZCONBACK SELECTIVE BACKOUT
      * CAN PUT THE CONTACTS BACK WHEN IT REVERSES THE TOMBSTONE.
      * ZCONBACK JOURNALS EVERY CONTACT IT RESTORES HERE IN TURN.
      *
      *   EJRN-VERB   'X' - CONTACT REMOVED IN CASCADE
      *               'R' - CONTACT RESTORED BY A BACKOUT
      *
       01 EMG-JOURNAL-RECORD.
          05 EJRN-DATE                 PIC 9(08).
          05 EJRN-FILLER-1             PIC X(01) VALUE SPACE.
          05 EJRN-TIME                 PIC 9(08).
          05 EJRN-FILLER-2             PIC X(01) VALUE SPACE.
          05 EJRN-VERB                 PIC X(01).
          05 EJRN-FILLER-3             PIC X(01) VALUE SPACE.
          05 EJRN-EMPID                PIC X(05).
          05 EJRN-FILLER-4             PIC X(01) VALUE SPACE.
          05 EJRN-IMAGE                PIC X(62).
          05 EJRN-FILLER-5             PIC X(01) VALUE SPACE.
          05 EJRN-CALLER-ID            PIC X(08).
