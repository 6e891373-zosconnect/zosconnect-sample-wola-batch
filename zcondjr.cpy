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
      * RECORD LAYOUT FOR THE DEPTJRNL DEPARTMENT-MASTER CHANGE
      * JOURNAL. ONE RECORD IS WRITTEN BY ZCONCBL FOR EVERY ONLINE
      * DEPARTMENT ADD ('N'), CHANGE ('C') OR RETIREMENT ('K') THAT
      * ACTUALLY CHANGED DEPTFILE, CAPTURING THE FULL BEFORE-IMAGE
      * AND AFTER-IMAGE OF THE DEPT-RECORD (ZCONDEPT.cpy, 40 BYTES)
      * AND THE CALLER THAT DROVE IT. A BEFORE-IMAGE OF ALL SPACES
      * MEANS THE CODE WAS NEW; AN AFTER-IMAGE OF ALL SPACES MEANS
      * THE CODE WAS RETIRED (REMOVED FROM DEPTFILE).
      *
       01 DEPT-JOURNAL-RECORD.
          05 DJRN-DATE                 PIC 9(08).
          05 DJRN-FILLER-1             PIC X(01) VALUE SPACE.
          05 DJRN-TIME                 PIC 9(08).
          05 DJRN-FILLER-2             PIC X(01) VALUE SPACE.
          05 DJRN-VERB                 PIC X(01).
          05 DJRN-FILLER-3             PIC X(01) VALUE SPACE.
          05 DJRN-DEPT-CODE            PIC X(04).
          05 DJRN-FILLER-4             PIC X(01) VALUE SPACE.
          05 DJRN-BEFORE-IMAGE         PIC X(40).
          05 DJRN-FILLER-5             PIC X(01) VALUE SPACE.
          05 DJRN-AFTER-IMAGE          PIC X(40).
          05 DJRN-FILLER-6             PIC X(01) VALUE SPACE.
          05 DJRN-CALLER-ID            PIC X(08).
