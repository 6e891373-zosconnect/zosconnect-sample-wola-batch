       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONEVAC.
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
      * Building evacuation roster companion batch program to ZCONCBL. *
      * Prints, for every building and floor on the office location    *
      * master (LOCFILE), the roster a fire warden works from during an*
      * evacuation:                                                    *
      *                                                                *
      *   - a floor heading naming the floor's fire warden (the        *
      *     LOC-WARDEN-EMPID of each location on the floor) with the   *
      *     warden's phone, resolved from the contact store;           *
      *   - one line per active employee whose LOCATION-CODE places    *
      *     them on that floor, with their zone and phone and their    *
      *     first-priority emergency contact from EMGFILE.             *
      *                                                                *
      * Buildings and floors are listed in order; occupants within a   *
      * floor are listed by zone, then alphabetically by surname.      *
      * Tombstoned records are left out. Employees with no             *
      * LOCATION-CODE (unassigned or remote) are counted but not       *
      * listed; an employee whose code is no longer on LOCFILE is      *
      * listed under a separate "LOCATION NOT ON MASTER" heading so    *
      * the occupant is never silently dropped from the roster. A floor*
      * whose warden is missing or no longer an active employee is     *
      * flagged on its heading and counted in the summary.             *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * EMPLOYEE CONTACT STORE, SCANNED ONCE IN ASCENDING EMPID ORDER
      * TO BUILD THE ROSTER AND READ BY KEY TO RESOLVE EACH WARDEN.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * OFFICE LOCATION MASTER, READ ONCE INTO A WORKING TABLE.
      *
           SELECT LOCFILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOCFILE-STATUS.
      *
      * EMERGENCY-CONTACT STORE, BROWSED BY KEY FROM PRIORITY '00'
      * FOR EACH OCCUPANT'S FIRST-PRIORITY CONTACT.
      *
           SELECT EMGFILE ASSIGN TO EMGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMGFILE-STATUS.
      *
      * PRINTED EVACUATION ROSTER.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  LOCFILE
           RECORDING MODE IS F.
       COPY ZCONLOC.

       FD  EMGFILE
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-EOF               VALUE "10".
       01 WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
          88 LOCFILE-OK                VALUE "00".
          88 LOCFILE-EOF               VALUE "10".
       01 WS-EMGFILE-STATUS            PIC X(02) VALUE "00".
          88 EMGFILE-OK                VALUE "00".
          88 EMGFILE-EOF               VALUE "10".
          88 EMGFILE-MISSING           VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-EMGFILE-AVAIL-FLAG        PIC X(01) VALUE 'N'.
          88 EMGFILE-IS-AVAILABLE      VALUE 'Y'.

       01 WS-CURRENT-DATE              PIC 9(08).
      *
      * WORKING TABLE OF THE OFFICE LOCATION MASTER, IN LOC-CODE
      * ORDER, USED TO PLACE EACH OCCUPANT AND TO NAME EACH FLOOR'S
      * WARDENS.
      *
       01 WS-LOC-TABLE-MAX             PIC 9(04) COMP VALUE 500.
       01 WS-LOC-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-LOC-TABLE.
          05 WS-LOC-ENTRY OCCURS 500 TIMES.
             10 LTB-CODE               PIC X(06).
             10 LTB-BUILDING           PIC X(20).
             10 LTB-FLOOR              PIC X(03).
             10 LTB-ZONE               PIC X(04).
             10 LTB-WARDEN-EMPID       PIC X(05).
       01 WS-LOC-IDX                   PIC 9(04) COMP.
       01 WS-LOC-FOUND-IDX             PIC 9(04) COMP.
      *
      * WORKING TABLE OF EVERY ACTIVE EMPLOYEE HOLDING A LOCATION
      * CODE, SORTED INTO ROSTER ORDER: BUILDING, FLOOR, ZONE,
      * SURNAME, FORENAME. AN OCCUPANT WHOSE CODE IS NOT ON LOCFILE
      * SORTS LAST UNDER A BUILDING OF HIGH-VALUES.
      *
       01 WS-OCC-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-OCC-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-OCC-TABLE.
          05 WS-OCC-ENTRY OCCURS 2000 TIMES.
             10 OCC-SORT-KEY.
                15 OCC-BUILDING        PIC X(20).
                15 OCC-FLOOR           PIC X(03).
                15 OCC-ZONE            PIC X(04).
                15 OCC-NAME-KEY        PIC X(25).
             10 OCC-EMPID              PIC X(05).
             10 OCC-EMPNAME            PIC X(25).
             10 OCC-PHONE              PIC X(20).
             10 OCC-LOCATION-CODE      PIC X(06).
       01 WS-OCC-HOLD-ENTRY            PIC X(108).
       01 WS-OCC-IDX                   PIC 9(04) COMP.
       01 WS-INSERT-IDX                PIC 9(04) COMP.
      *
      * WORK FIELDS FOR THE SURNAME KEY.
      *
       01 WS-NAME-SURNAME              PIC X(25).
       01 WS-NAME-FORENAME             PIC X(25).
       01 WS-NAME-COMMA-COUNT          PIC 9(04) COMP.
      *
      * FLOOR BREAK CONTROL FOR THE PRINTED ROSTER.
      *
       01 WS-PREV-BUILDING             PIC X(20).
       01 WS-PREV-FLOOR                PIC X(03).
       01 WS-FLOOR-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-FLOOR-WARDEN-COUNT        PIC 9(04) COMP VALUE 0.
       01 WS-FIRST-FLOOR-FLAG          PIC X(01) VALUE 'Y'.
          88 FIRST-FLOOR               VALUE 'Y'.
       01 WS-WARDEN-SEEN-FLAG          PIC X(01) VALUE 'N'.
          88 WARDEN-ALREADY-LISTED     VALUE 'Y'.
       01 WS-SCAN-IDX                  PIC 9(04) COMP.
      *
      * RUN TOTALS.
      *
       01 WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-TOMBSTONE-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-UNASSIGNED-COUNT          PIC 9(08) COMP VALUE 0.
       01 WS-LISTED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-UNKNOWN-LOC-COUNT         PIC 9(08) COMP VALUE 0.
       01 WS-NO-CONTACT-COUNT          PIC 9(08) COMP VALUE 0.
       01 WS-FLOOR-SECTION-COUNT       PIC 9(08) COMP VALUE 0.
       01 WS-NO-WARDEN-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(51) VALUE
             "EMPLOYEE CONTACT STORE - BUILDING EVACUATION ROSTER".
          05 FILLER                    PIC X(29) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).

       01 WS-FLOOR-HEADING.
          05 FILLER                    PIC X(09) VALUE "BUILDING ".
          05 FLH-BUILDING              PIC X(20).
          05 FILLER                    PIC X(08) VALUE "  FLOOR ".
          05 FLH-FLOOR                 PIC X(03).

       01 WS-WARDEN-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(13) VALUE "FIRE WARDEN  ".
          05 WDN-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WDN-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WDN-PHONE                 PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 WDN-NOTE                  PIC X(40).

       01 WS-COLUMN-HEADING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(05) VALUE "ZONE".
          05 FILLER                    PIC X(26) VALUE "NAME".
          05 FILLER                    PIC X(21) VALUE "PHONE".
          05 FILLER                    PIC X(26) VALUE
             "EMERGENCY CONTACT".
          05 FILLER                    PIC X(11) VALUE "RELATION".
          05 FILLER                    PIC X(20) VALUE
             "CONTACT PHONE".

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 DTL-ZONE                  PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-PHONE                 PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMG-NAME              PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMG-RELATION          PIC X(10).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMG-PHONE             PIC X(20).

       01 WS-FLOOR-FOOTING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FFT-COUNT                 PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE " OCCUPANTS".

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT LOCFILE.
           IF NOT LOCFILE-OK THEN
             DISPLAY "ERROR: Could not open LOCFILE, status = "
                     WS-LOCFILE-STATUS
             GOBACK
           END-IF.
           PERFORM Load-Location-Table.
           CLOSE LOCFILE.
           IF WS-LOC-COUNT GREATER THAN WS-LOC-TABLE-MAX THEN
             DISPLAY "ERROR: LOCFILE holds more locations than the "
                     "working table - roster not produced"
             GOBACK
           END-IF.

           OPEN INPUT EMPFILE.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.
      *
      * THE EMERGENCY-CONTACT STORE MAY NOT EXIST YET; EVERY OCCUPANT
      * IS THEN SHOWN WITH NO CONTACT.
      *
           OPEN INPUT EMGFILE.
           IF EMGFILE-OK THEN
             SET EMGFILE-IS-AVAILABLE TO TRUE
           ELSE
             IF EMGFILE-MISSING THEN
               DISPLAY " No EMGFILE found - no occupant has an "
                       "emergency contact "
             ELSE
               DISPLAY "ERROR: Could not open EMGFILE, status = "
                       WS-EMGFILE-STATUS
               CLOSE EMPFILE
               GOBACK
             END-IF
           END-IF.

           PERFORM Load-Occupant-Table.
           IF WS-OCC-COUNT GREATER THAN WS-OCC-TABLE-MAX THEN
             DISPLAY "ERROR: EMPFILE holds more located employees "
                     "than the working table - roster not produced"
             CLOSE EMPFILE
             IF EMGFILE-IS-AVAILABLE THEN
               CLOSE EMGFILE
             END-IF
             GOBACK
           END-IF.
           PERFORM Sort-Occupant-Table.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             CLOSE EMPFILE
             IF EMGFILE-IS-AVAILABLE THEN
               CLOSE EMGFILE
             END-IF
             GOBACK
           END-IF.

           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Print-Roster.
           PERFORM Write-Summary.

           CLOSE EMPFILE.
           IF EMGFILE-IS-AVAILABLE THEN
             CLOSE EMGFILE
           END-IF.
           CLOSE REPTFILE.

           MOVE WS-LISTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Building evacuation roster complete "
           DISPLAY "   Occupants listed   : " WS-DISPLAY-COUNT
           MOVE WS-FLOOR-SECTION-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Floors             : " WS-DISPLAY-COUNT
           MOVE WS-NO-WARDEN-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Floors w/o warden  : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read the whole location master into the working table. The
      *  count is allowed to run one past the table bound so the
      *  caller can tell a full table from an overflowed one.
      *  ============================================================
      *
       Load-Location-Table.
           READ LOCFILE NEXT RECORD
           PERFORM UNTIL LOCFILE-EOF
               OR WS-LOC-COUNT GREATER THAN WS-LOC-TABLE-MAX
             ADD 1 TO WS-LOC-COUNT
             IF WS-LOC-COUNT NOT GREATER THAN WS-LOC-TABLE-MAX THEN
               MOVE LOC-CODE         TO LTB-CODE(WS-LOC-COUNT)
               MOVE LOC-BUILDING     TO LTB-BUILDING(WS-LOC-COUNT)
               MOVE LOC-FLOOR        TO LTB-FLOOR(WS-LOC-COUNT)
               MOVE LOC-ZONE         TO LTB-ZONE(WS-LOC-COUNT)
               MOVE LOC-WARDEN-EMPID TO LTB-WARDEN-EMPID(WS-LOC-COUNT)
             END-IF
             READ LOCFILE NEXT RECORD
           END-PERFORM.
      *
      *  Load every active record carrying a location code into the
      *  occupant table. Tombstoned records and records with no
      *  location code are counted and skipped.
      *  ============================================================
      *
       Load-Occupant-Table.
           READ EMPFILE NEXT RECORD
           PERFORM UNTIL EMPFILE-EOF
               OR WS-OCC-COUNT GREATER THAN WS-OCC-TABLE-MAX
             ADD 1 TO WS-READ-COUNT
             EVALUATE TRUE
               WHEN FILE-DELETED-FLAG EQUAL 'Y'
                 ADD 1 TO WS-TOMBSTONE-COUNT
               WHEN FILE-LOCATION-CODE EQUAL SPACES
                 ADD 1 TO WS-UNASSIGNED-COUNT
               WHEN OTHER
                 ADD 1 TO WS-OCC-COUNT
                 IF WS-OCC-COUNT NOT GREATER THAN WS-OCC-TABLE-MAX
                     THEN
                   PERFORM Load-One-Occupant
                 END-IF
             END-EVALUATE
             READ EMPFILE NEXT RECORD
           END-PERFORM.
      *
      *  Fill the occupant entry at WS-OCC-COUNT from the current
      *  record, placing it by its location code. The name key is the
      *  surname then the forename when the name is held as
      *  "surname, forename", otherwise the name as held, folded to
      *  upper case so the order ignores case.
      *  ============================================================
      *
       Load-One-Occupant.
           MOVE FILE-EMPID         TO OCC-EMPID(WS-OCC-COUNT).
           MOVE FILE-EMPNAME       TO OCC-EMPNAME(WS-OCC-COUNT).
           MOVE FILE-PHONE         TO OCC-PHONE(WS-OCC-COUNT).
           MOVE FILE-LOCATION-CODE TO OCC-LOCATION-CODE(WS-OCC-COUNT).

           MOVE 0 TO WS-LOC-FOUND-IDX.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX GREATER THAN WS-LOC-COUNT
                  OR WS-LOC-FOUND-IDX NOT EQUAL 0
             IF LTB-CODE(WS-LOC-IDX) EQUAL FILE-LOCATION-CODE THEN
               MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
             END-IF
           END-PERFORM.
           IF WS-LOC-FOUND-IDX EQUAL 0 THEN
             MOVE HIGH-VALUES TO OCC-BUILDING(WS-OCC-COUNT)
                                 OCC-FLOOR(WS-OCC-COUNT)
             MOVE SPACES      TO OCC-ZONE(WS-OCC-COUNT)
           ELSE
             MOVE LTB-BUILDING(WS-LOC-FOUND-IDX)
               TO OCC-BUILDING(WS-OCC-COUNT)
             MOVE LTB-FLOOR(WS-LOC-FOUND-IDX)
               TO OCC-FLOOR(WS-OCC-COUNT)
             MOVE LTB-ZONE(WS-LOC-FOUND-IDX)
               TO OCC-ZONE(WS-OCC-COUNT)
           END-IF.

           MOVE 0 TO WS-NAME-COMMA-COUNT.
           INSPECT FILE-EMPNAME TALLYING WS-NAME-COMMA-COUNT
               FOR ALL ','.
           IF WS-NAME-COMMA-COUNT GREATER THAN 0 THEN
             MOVE SPACES TO WS-NAME-SURNAME WS-NAME-FORENAME
             UNSTRING FILE-EMPNAME DELIMITED BY ','
                 INTO WS-NAME-SURNAME WS-NAME-FORENAME
             END-UNSTRING
             MOVE SPACES TO OCC-NAME-KEY(WS-OCC-COUNT)
             STRING WS-NAME-SURNAME DELIMITED BY "  "
                    " "             DELIMITED BY SIZE
                    WS-NAME-FORENAME DELIMITED BY SIZE
                 INTO OCC-NAME-KEY(WS-OCC-COUNT)
             END-STRING
           ELSE
             MOVE FILE-EMPNAME TO OCC-NAME-KEY(WS-OCC-COUNT)
           END-IF.
           INSPECT OCC-NAME-KEY(WS-OCC-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *  Put the occupant table into roster order with a straight
      *  insertion sort on OCC-SORT-KEY.
      *  ============================================================
      *
       Sort-Occupant-Table.
           PERFORM VARYING WS-OCC-IDX FROM 2 BY 1
               UNTIL WS-OCC-IDX GREATER THAN WS-OCC-COUNT
             MOVE WS-OCC-ENTRY(WS-OCC-IDX) TO WS-OCC-HOLD-ENTRY
             MOVE WS-OCC-IDX TO WS-INSERT-IDX
             PERFORM UNTIL WS-INSERT-IDX EQUAL 1
                 OR OCC-SORT-KEY(WS-INSERT-IDX - 1) NOT GREATER THAN
                    WS-OCC-HOLD-ENTRY(1:52)
               MOVE WS-OCC-ENTRY(WS-INSERT-IDX - 1)
                 TO WS-OCC-ENTRY(WS-INSERT-IDX)
               SUBTRACT 1 FROM WS-INSERT-IDX
             END-PERFORM
             MOVE WS-OCC-HOLD-ENTRY TO WS-OCC-ENTRY(WS-INSERT-IDX)
           END-PERFORM.
      *
      *  Walk the sorted table, printing a floor heading with its
      *  wardens at each building/floor break and one line per
      *  occupant.
      *  ============================================================
      *
       Print-Roster.
           MOVE LOW-VALUES TO WS-PREV-BUILDING WS-PREV-FLOOR.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
               UNTIL WS-OCC-IDX GREATER THAN WS-OCC-COUNT
             IF OCC-BUILDING(WS-OCC-IDX) NOT EQUAL WS-PREV-BUILDING
                 OR OCC-FLOOR(WS-OCC-IDX) NOT EQUAL WS-PREV-FLOOR THEN
               PERFORM Start-Floor-Section
             END-IF
             ADD 1 TO WS-LISTED-COUNT
             ADD 1 TO WS-FLOOR-COUNT
             PERFORM Write-Occupant-Line
           END-PERFORM.
           IF NOT FIRST-FLOOR THEN
             PERFORM End-Floor-Section
           END-IF.
      *
      *  Close off the previous floor, if any, and print the heading
      *  of the one starting at WS-OCC-IDX: the building and floor,
      *  then one warden line for each distinct warden named by the
      *  floor's locations. Occupants whose location is not on the
      *  master get a heading of their own and no warden.
      *  ============================================================
      *
       Start-Floor-Section.
           IF NOT FIRST-FLOOR THEN
             PERFORM End-Floor-Section
           END-IF.
           MOVE 'N' TO WS-FIRST-FLOOR-FLAG.
           MOVE OCC-BUILDING(WS-OCC-IDX) TO WS-PREV-BUILDING.
           MOVE OCC-FLOOR(WS-OCC-IDX)    TO WS-PREV-FLOOR.
           MOVE 0 TO WS-FLOOR-COUNT.

           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           IF WS-PREV-BUILDING EQUAL HIGH-VALUES THEN
             MOVE "LOCATION NOT ON MASTER - OCCUPANTS NOT PLACED"
               TO REPT-LINE
             WRITE REPT-LINE
           ELSE
             ADD 1 TO WS-FLOOR-SECTION-COUNT
             MOVE WS-PREV-BUILDING TO FLH-BUILDING
             MOVE WS-PREV-FLOOR    TO FLH-FLOOR
             MOVE WS-FLOOR-HEADING TO REPT-LINE
             WRITE REPT-LINE
             MOVE 0 TO WS-FLOOR-WARDEN-COUNT
             PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                 UNTIL WS-LOC-IDX GREATER THAN WS-LOC-COUNT
               IF LTB-BUILDING(WS-LOC-IDX) EQUAL WS-PREV-BUILDING
                   AND LTB-FLOOR(WS-LOC-IDX) EQUAL WS-PREV-FLOOR
                   AND LTB-WARDEN-EMPID(WS-LOC-IDX) NOT EQUAL SPACES
                   THEN
                 PERFORM Write-Warden-Line
               END-IF
             END-PERFORM
             IF WS-FLOOR-WARDEN-COUNT EQUAL 0 THEN
               ADD 1 TO WS-NO-WARDEN-COUNT
               MOVE SPACES TO WDN-EMPID WDN-EMPNAME WDN-PHONE
               MOVE "*** NO FIRE WARDEN ASSIGNED ***" TO WDN-NOTE
               MOVE WS-WARDEN-LINE TO REPT-LINE
               WRITE REPT-LINE
             END-IF
           END-IF.
           MOVE WS-COLUMN-HEADING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the warden named by the location at WS-LOC-IDX, unless
      *  an earlier location on the same floor already named them. A
      *  warden who is not an active employee is printed with a
      *  warning and does not count as cover for the floor.
      *  ============================================================
      *
       Write-Warden-Line.
           MOVE 'N' TO WS-WARDEN-SEEN-FLAG.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX NOT LESS THAN WS-LOC-IDX
                  OR WARDEN-ALREADY-LISTED
             IF LTB-BUILDING(WS-SCAN-IDX) EQUAL WS-PREV-BUILDING
                 AND LTB-FLOOR(WS-SCAN-IDX) EQUAL WS-PREV-FLOOR
                 AND LTB-WARDEN-EMPID(WS-SCAN-IDX) EQUAL
                     LTB-WARDEN-EMPID(WS-LOC-IDX) THEN
               MOVE 'Y' TO WS-WARDEN-SEEN-FLAG
             END-IF
           END-PERFORM.
           IF NOT WARDEN-ALREADY-LISTED THEN
             MOVE LTB-WARDEN-EMPID(WS-LOC-IDX) TO WDN-EMPID
             MOVE LTB-WARDEN-EMPID(WS-LOC-IDX) TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
               ADD 1 TO WS-FLOOR-WARDEN-COUNT
               MOVE FILE-EMPNAME TO WDN-EMPNAME
               MOVE FILE-PHONE   TO WDN-PHONE
               MOVE SPACES       TO WDN-NOTE
             ELSE
               MOVE SPACES TO WDN-EMPNAME WDN-PHONE
               MOVE "*** WARDEN NOT AN ACTIVE EMPLOYEE ***"
                 TO WDN-NOTE
             END-IF
             MOVE WS-WARDEN-LINE TO REPT-LINE
             WRITE REPT-LINE
           END-IF.
      *
      *  Print the occupant count under the floor just finished.
      *  ============================================================
      *
       End-Floor-Section.
           MOVE WS-FLOOR-COUNT TO FFT-COUNT.
           MOVE WS-FLOOR-FOOTING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the roster line for the occupant at WS-OCC-IDX with
      *  their first-priority emergency contact - the lowest-priority
      *  key on EMGFILE for the EMPID.
      *  ============================================================
      *
       Write-Occupant-Line.
           IF WS-PREV-BUILDING EQUAL HIGH-VALUES THEN
             ADD 1 TO WS-UNKNOWN-LOC-COUNT
             MOVE OCC-LOCATION-CODE(WS-OCC-IDX) TO DTL-ZONE
           ELSE
             MOVE OCC-ZONE(WS-OCC-IDX) TO DTL-ZONE
           END-IF.
           MOVE OCC-EMPNAME(WS-OCC-IDX) TO DTL-EMPNAME.
           MOVE OCC-PHONE(WS-OCC-IDX)   TO DTL-PHONE.
           MOVE SPACES TO DTL-EMG-NAME DTL-EMG-RELATION DTL-EMG-PHONE.
           MOVE "(NONE ON FILE)" TO DTL-EMG-NAME.

           IF EMGFILE-IS-AVAILABLE THEN
             MOVE OCC-EMPID(WS-OCC-IDX) TO EMG-EMPID
             MOVE LOW-VALUES TO EMG-PRIORITY
             START EMGFILE KEY IS GREATER THAN OR EQUAL EMG-KEY
             IF EMGFILE-OK THEN
               READ EMGFILE NEXT RECORD
               IF EMGFILE-OK
                   AND EMG-EMPID EQUAL OCC-EMPID(WS-OCC-IDX) THEN
                 MOVE EMG-NAME     TO DTL-EMG-NAME
                 MOVE EMG-RELATION TO DTL-EMG-RELATION
                 MOVE EMG-PHONE    TO DTL-EMG-PHONE
               END-IF
             END-IF
           END-IF.
           IF DTL-EMG-PHONE EQUAL SPACES THEN
             ADD 1 TO WS-NO-CONTACT-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "RECORDS READ            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TOMBSTONE-COUNT TO WS-DISPLAY-COUNT
           STRING "TOMBSTONED - OMITTED    : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-UNASSIGNED-COUNT TO WS-DISPLAY-COUNT
           STRING "NO LOCATION - OMITTED   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-FLOOR-SECTION-COUNT TO WS-DISPLAY-COUNT
           STRING "FLOORS                  : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-NO-WARDEN-COUNT TO WS-DISPLAY-COUNT
           STRING "FLOORS WITHOUT A WARDEN : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-LISTED-COUNT TO WS-DISPLAY-COUNT
           STRING "OCCUPANTS LISTED        : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-UNKNOWN-LOC-COUNT TO WS-DISPLAY-COUNT
           STRING "LOCATION NOT ON MASTER  : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-NO-CONTACT-COUNT TO WS-DISPLAY-COUNT
           STRING "NO EMERGENCY CONTACT    : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
