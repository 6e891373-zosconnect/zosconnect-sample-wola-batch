       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONLLDR.
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
      * Office location master load companion batch program to         *
      * ZCONCBL. Reads a flat location extract file (LOCLOAD) - one    *
      * record per location carrying the code, building, floor, zone   *
      * and the EMPID of the floor's fire warden - and bulk loads it   *
      * into the office location master reference file (LOCFILE) that  *
      * ZCONCBL validates inbound LOCATION-CODEs against and the       *
      * ZCONEVAC evacuation roster groups occupants by. A code already *
      * on LOCFILE is refreshed in place; a code not yet on LOCFILE is *
      * added.                                                         *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * FLAT LOCATION EXTRACT FILE TO BE LOADED.
      *
           SELECT LOCLOAD ASSIGN TO LOCLOAD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCLOAD-STATUS.
      *
      * OFFICE LOCATION MASTER REFERENCE FILE SERVED TO ZCONCBL AND
      * THE EVACUATION ROSTER.
      *
           SELECT LOCFILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOCFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  LOCLOAD
           RECORDING MODE IS F.
       01  LOC-LOAD-RECORD.
           05 LLOD-LOC-CODE            PIC X(06).
           05 LLOD-BUILDING            PIC X(20).
           05 LLOD-FLOOR               PIC X(03).
           05 LLOD-ZONE                PIC X(04).
           05 LLOD-WARDEN-EMPID        PIC X(05).

       FD  LOCFILE
           RECORDING MODE IS F.
       COPY ZCONLOC.

       WORKING-STORAGE SECTION.
      **************************
       01 WS-LOCLOAD-STATUS            PIC X(02) VALUE "00".
          88 LOCLOAD-OK                VALUE "00".
          88 LOCLOAD-EOF               VALUE "10".
       01 WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
          88 LOCFILE-OK                VALUE "00".
          88 LOCFILE-NOT-FOUND         VALUE "35".
          88 LOCFILE-DUPLICATE         VALUE "22".

       01 WS-ADDED-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-REFRESHED-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           OPEN INPUT LOCLOAD.
           IF NOT LOCLOAD-OK THEN
             DISPLAY "ERROR: Could not open LOCLOAD, status = "
                     WS-LOCLOAD-STATUS
             GOBACK
           END-IF.
      *
      * LOCFILE MAY NOT EXIST YET ON A FIRST-EVER LOAD, SO CREATE IT
      * WHEN OPEN I-O REPORTS "FILE NOT FOUND", THEN RE-OPEN I-O SO
      * Load-Locations CAN REWRITE A DUPLICATE CODE WITHIN THE SAME
      * EXTRACT (OPEN OUTPUT ONLY PERMITS WRITE, NOT REWRITE).
      *
           OPEN I-O LOCFILE.
           IF LOCFILE-NOT-FOUND THEN
             OPEN OUTPUT LOCFILE
             CLOSE LOCFILE
             OPEN I-O LOCFILE
           END-IF.
           IF NOT LOCFILE-OK THEN
             DISPLAY "ERROR: Could not open LOCFILE, status = "
                     WS-LOCFILE-STATUS
             CLOSE LOCLOAD
             GOBACK
           END-IF.

           PERFORM Load-Locations.

           CLOSE LOCLOAD.
           CLOSE LOCFILE.

           MOVE WS-ADDED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Location master load complete "
           DISPLAY "   Locations added       : " WS-DISPLAY-COUNT
           MOVE WS-REFRESHED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Locations refreshed   : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read every record on the location extract and write it into
      *  LOCFILE, refreshing any location already present under the
      *  same code.
      *  ============================================================
      *
       Load-Locations.
           READ LOCLOAD
           PERFORM UNTIL LOCLOAD-EOF
             MOVE LLOD-LOC-CODE     TO LOC-CODE
             MOVE LLOD-BUILDING     TO LOC-BUILDING
             MOVE LLOD-FLOOR        TO LOC-FLOOR
             MOVE LLOD-ZONE         TO LOC-ZONE
             MOVE LLOD-WARDEN-EMPID TO LOC-WARDEN-EMPID
             WRITE LOCATION-RECORD
             IF LOCFILE-DUPLICATE THEN
               REWRITE LOCATION-RECORD
               ADD 1 TO WS-REFRESHED-COUNT
             ELSE
               ADD 1 TO WS-ADDED-COUNT
             END-IF
             READ LOCLOAD
           END-PERFORM.
