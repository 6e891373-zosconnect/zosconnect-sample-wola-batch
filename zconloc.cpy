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
      * RECORD LAYOUT FOR THE LOCFILE VSAM KSDS OFFICE LOCATION MASTER
      * REFERENCE FILE, KEYED BY LOC-CODE. EACH LOCATION IS ONE ZONE
      * OF ONE FLOOR OF ONE BUILDING AND NAMES THE EMPID OF THE FIRE
      * WARDEN RESPONSIBLE FOR IT. ZCONCBL VALIDATES EVERY NON-BLANK
      * INBOUND LOCATION-CODE AGAINST THIS FILE, AND THE ZCONEVAC
      * EVACUATION ROSTER GROUPS OCCUPANTS BY ITS BUILDING AND FLOOR.
      * LOADED AND REFRESHED BY THE ZCONLLDR BATCH PROGRAM, THE SAME
      * WAY ZCONDLDR LOADS THE DEPARTMENT MASTER.
      *
       01 LOCATION-RECORD.
          05 LOC-CODE                  PIC X(06).
          05 LOC-BUILDING              PIC X(20).
          05 LOC-FLOOR                 PIC X(03).
          05 LOC-ZONE                  PIC X(04).
          05 LOC-WARDEN-EMPID          PIC X(05).
