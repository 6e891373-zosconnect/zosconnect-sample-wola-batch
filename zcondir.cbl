       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONDIR.
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
      * Staff phone directory companion batch program to ZCONCBL, run  *
      * at end of day. Publishes the active records of the employee    *
      * contact store (EMPFILE) in two forms:                          *
      *                                                                *
      *   1. DIRCSV - a comma-separated directory file for the         *
      *      intranet phone book: a header row, then one row per       *
      *      employee carrying name, email, phone, the department      *
      *      name resolved from DEPTFILE and the manager's name        *
      *      resolved from FILE-MGR-EMPID. A value holding a comma or  *
      *      a double quote is enclosed in double quotes, with any     *
      *      embedded double quote doubled.                            *
      *   2. REPTFILE - a printed directory in department sections,    *
      *      ordered by department name, listing the employees of      *
      *      each section alphabetically by surname.                   *
      *                                                                *
      * Tombstoned records are left out, and so is every employee      *
      * whose FILE-REMARKS carry the words EX-DIRECTORY (in any case). *
      * An ex-directory manager's name is still shown against their    *
      * reports; only their own entry is withheld.                     *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * EMPLOYEE CONTACT STORE, SCANNED ONCE IN ASCENDING EMPID ORDER.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * DEPARTMENT MASTER REFERENCE FILE, READ RANDOMLY TO RESOLVE
      * EACH RECORD'S DEPARTMENT NAME.
      *
           SELECT DEPTFILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * COMMA-SEPARATED DIRECTORY FILE FOR THE INTRANET PHONE BOOK.
      *
           SELECT DIRCSV ASSIGN TO DIRCSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRCSV-STATUS.
      *
      * PRINTED ALPHABETICAL DIRECTORY.
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

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  DIRCSV
           RECORDING MODE IS F.
       01  CSV-LINE                    PIC X(200).

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-EOF               VALUE "10".
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
          88 DEPTFILE-NOT-FOUND        VALUE "23".
       01 WS-DIRCSV-STATUS             PIC X(02) VALUE "00".
          88 DIRCSV-OK                 VALUE "00".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".

       01 WS-CURRENT-DATE              PIC 9(08).
      *
      * WORKING TABLE OF EVERY ACTIVE RECORD, LOADED IN EMPID ORDER SO
      * MANAGER NAMES CAN BE RESOLVED FROM IT, THEN SORTED INTO
      * DIRECTORY ORDER: DEPARTMENT NAME, DEPARTMENT CODE, SURNAME,
      * FORENAME. EX-DIRECTORY ENTRIES STAY IN THE TABLE FOR THE
      * MANAGER LOOKUP BUT ARE NEVER PUBLISHED.
      *
       01 WS-DIR-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-DIR-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-DIR-TABLE.
          05 WS-DIR-ENTRY OCCURS 2000 TIMES.
             10 DIR-SORT-KEY.
                15 DIR-DEPT-NAME       PIC X(30).
                15 DIR-DEPT-CODE       PIC X(04).
                15 DIR-NAME-KEY        PIC X(25).
             10 DIR-EMPID              PIC X(05).
             10 DIR-EMPNAME            PIC X(25).
             10 DIR-EMAIL              PIC X(30).
             10 DIR-PHONE              PIC X(20).
             10 DIR-MGR-EMPID          PIC X(05).
             10 DIR-MGR-NAME           PIC X(25).
             10 DIR-EX-DIRECTORY       PIC X(01).
                88 DIR-IS-EX-DIRECTORY VALUE 'Y'.
       01 WS-DIR-HOLD-ENTRY            PIC X(170).
       01 WS-DIR-IDX                   PIC 9(04) COMP.
       01 WS-SCAN-IDX                  PIC 9(04) COMP.
       01 WS-INSERT-IDX                PIC 9(04) COMP.
      *
      * WORK FIELDS FOR THE EX-DIRECTORY TEST AND THE SURNAME KEY.
      *
       01 WS-REMARKS-UPPER             PIC X(40).
       01 WS-EX-DIRECTORY-COUNT        PIC 9(04) COMP.
       01 WS-NAME-SURNAME              PIC X(25).
       01 WS-NAME-FORENAME             PIC X(25).
       01 WS-NAME-COMMA-COUNT          PIC 9(04) COMP.
      *
      * CSV ROW BUILD AREA. EACH VALUE IS PLACED IN WS-CSV-FIELD AND
      * APPENDED AT WS-CSV-POS, QUOTED WHEN IT HOLDS A COMMA OR A
      * DOUBLE QUOTE.
      *
       01 WS-CSV-ROW                   PIC X(200).
       01 WS-CSV-POS                   PIC 9(04) COMP.
       01 WS-CSV-FIELD                 PIC X(40).
       01 WS-CSV-FIELD-LEN             PIC 9(04) COMP.
       01 WS-CSV-CHAR-IDX              PIC 9(04) COMP.
       01 WS-CSV-SPECIAL-COUNT         PIC 9(04) COMP.
       01 WS-CSV-QUOTE                 PIC X(01) VALUE '"'.
      *
      * DEPARTMENT BREAK CONTROL FOR THE PRINTED DIRECTORY.
      *
       01 WS-PREV-DEPT-CODE            PIC X(04).
       01 WS-PREV-DEPT-NAME            PIC X(30).
       01 WS-SECTION-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-FIRST-SECTION-FLAG        PIC X(01) VALUE 'Y'.
          88 FIRST-SECTION             VALUE 'Y'.
      *
      * RUN TOTALS.
      *
       01 WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-LISTED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-EX-DIR-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-TOMBSTONE-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-DEPT-SECTION-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(47) VALUE
             "EMPLOYEE CONTACT STORE - STAFF PHONE DIRECTORY".
          05 FILLER                    PIC X(33) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).

       01 WS-SECTION-HEADING.
          05 FILLER                    PIC X(11) VALUE "DEPARTMENT ".
          05 SEC-DEPT-CODE             PIC X(04).
          05 FILLER                    PIC X(02) VALUE SPACES.
          05 SEC-DEPT-NAME             PIC X(30).

       01 WS-COLUMN-HEADING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(26) VALUE "NAME".
          05 FILLER                    PIC X(31) VALUE "EMAIL".
          05 FILLER                    PIC X(21) VALUE "PHONE".
          05 FILLER                    PIC X(25) VALUE "MANAGER".

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 DTL-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMAIL                 PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-PHONE                 PIC X(20).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-MGR-NAME              PIC X(25).

       01 WS-SECTION-FOOTING.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 SFT-COUNT                 PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(09) VALUE " LISTED".

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EMPFILE.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.

           OPEN INPUT DEPTFILE.
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not open DEPTFILE, status = "
                     WS-DEPTFILE-STATUS
             CLOSE EMPFILE
             GOBACK
           END-IF.

           PERFORM Load-Directory-Table.
           CLOSE EMPFILE.
           CLOSE DEPTFILE.
           IF WS-DIR-COUNT GREATER THAN WS-DIR-TABLE-MAX THEN
             DISPLAY "ERROR: EMPFILE holds more active records than "
                     "the working table - directory not produced"
             GOBACK
           END-IF.

           PERFORM Resolve-Manager-Names.
           PERFORM Sort-Directory-Table.

           OPEN OUTPUT DIRCSV.
           IF NOT DIRCSV-OK THEN
             DISPLAY "ERROR: Could not open DIRCSV, status = "
                     WS-DIRCSV-STATUS
             GOBACK
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             CLOSE DIRCSV
             GOBACK
           END-IF.

           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           MOVE "NAME,EMAIL,PHONE,DEPARTMENT,MANAGER" TO CSV-LINE
           WRITE CSV-LINE.

           PERFORM Publish-Directory.
           PERFORM Write-Summary.

           CLOSE DIRCSV.
           CLOSE REPTFILE.

           MOVE WS-LISTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Staff phone directory complete "
           DISPLAY "   Employees listed : " WS-DISPLAY-COUNT
           MOVE WS-EX-DIR-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Ex-directory     : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Load every active record into the working table with its
      *  department name, surname sort key and ex-directory flag.
      *  Tombstoned records are counted and skipped. The count is
      *  allowed to run one past the table bound so the caller can
      *  tell a full table from an overflowed one.
      *  ============================================================
      *
       Load-Directory-Table.
           READ EMPFILE NEXT RECORD
           PERFORM UNTIL EMPFILE-EOF
               OR WS-DIR-COUNT GREATER THAN WS-DIR-TABLE-MAX
             ADD 1 TO WS-READ-COUNT
             IF FILE-DELETED-FLAG EQUAL 'Y' THEN
               ADD 1 TO WS-TOMBSTONE-COUNT
             ELSE
               ADD 1 TO WS-DIR-COUNT
               IF WS-DIR-COUNT NOT GREATER THAN WS-DIR-TABLE-MAX THEN
                 PERFORM Load-One-Entry
               END-IF
             END-IF
             READ EMPFILE NEXT RECORD
           END-PERFORM.
      *
      *  Fill the table entry at WS-DIR-COUNT from the current record.
      *  The name key is the surname then the forename when the name
      *  is held as "surname, forename", otherwise the name as held,
      *  folded to upper case so the order ignores case.
      *  ============================================================
      *
       Load-One-Entry.
           MOVE FILE-EMPID     TO DIR-EMPID(WS-DIR-COUNT).
           MOVE FILE-EMPNAME   TO DIR-EMPNAME(WS-DIR-COUNT).
           MOVE FILE-EMAIL     TO DIR-EMAIL(WS-DIR-COUNT).
           MOVE FILE-PHONE     TO DIR-PHONE(WS-DIR-COUNT).
           MOVE FILE-MGR-EMPID TO DIR-MGR-EMPID(WS-DIR-COUNT).
           MOVE SPACES         TO DIR-MGR-NAME(WS-DIR-COUNT).
           MOVE FILE-DEPT-CODE TO DIR-DEPT-CODE(WS-DIR-COUNT).

           MOVE FILE-DEPT-CODE TO DEPT-CODE.
           READ DEPTFILE.
           IF DEPTFILE-OK THEN
             MOVE DEPT-NAME TO DIR-DEPT-NAME(WS-DIR-COUNT)
           ELSE
             MOVE "(NOT ON DEPARTMENT MASTER)"
               TO DIR-DEPT-NAME(WS-DIR-COUNT)
           END-IF.

           MOVE 0 TO WS-NAME-COMMA-COUNT.
           INSPECT FILE-EMPNAME TALLYING WS-NAME-COMMA-COUNT
               FOR ALL ','.
           IF WS-NAME-COMMA-COUNT GREATER THAN 0 THEN
             MOVE SPACES TO WS-NAME-SURNAME WS-NAME-FORENAME
             UNSTRING FILE-EMPNAME DELIMITED BY ','
                 INTO WS-NAME-SURNAME WS-NAME-FORENAME
             END-UNSTRING
             MOVE SPACES TO DIR-NAME-KEY(WS-DIR-COUNT)
             STRING WS-NAME-SURNAME DELIMITED BY "  "
                    " "             DELIMITED BY SIZE
                    WS-NAME-FORENAME DELIMITED BY SIZE
                 INTO DIR-NAME-KEY(WS-DIR-COUNT)
             END-STRING
           ELSE
             MOVE FILE-EMPNAME TO DIR-NAME-KEY(WS-DIR-COUNT)
           END-IF.
           INSPECT DIR-NAME-KEY(WS-DIR-COUNT)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE FILE-REMARKS TO WS-REMARKS-UPPER.
           INSPECT WS-REMARKS-UPPER
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-EX-DIRECTORY-COUNT.
           INSPECT WS-REMARKS-UPPER TALLYING WS-EX-DIRECTORY-COUNT
               FOR ALL "EX-DIRECTORY".
           IF WS-EX-DIRECTORY-COUNT GREATER THAN 0 THEN
             MOVE 'Y' TO DIR-EX-DIRECTORY(WS-DIR-COUNT)
           ELSE
             MOVE 'N' TO DIR-EX-DIRECTORY(WS-DIR-COUNT)
           END-IF.
      *
      *  Resolve each entry's manager name from the table, which is
      *  still in EMPID order at this point. A manager EMPID with no
      *  active record leaves the name blank.
      *  ============================================================
      *
       Resolve-Manager-Names.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX GREATER THAN WS-DIR-COUNT
             IF DIR-MGR-EMPID(WS-DIR-IDX) NOT EQUAL SPACES THEN
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX GREATER THAN WS-DIR-COUNT
                      OR DIR-MGR-NAME(WS-DIR-IDX) NOT EQUAL SPACES
                 IF DIR-EMPID(WS-SCAN-IDX) EQUAL
                     DIR-MGR-EMPID(WS-DIR-IDX) THEN
                   MOVE DIR-EMPNAME(WS-SCAN-IDX)
                     TO DIR-MGR-NAME(WS-DIR-IDX)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
      *
      *  Put the table into directory order with a straight insertion
      *  sort on DIR-SORT-KEY.
      *  ============================================================
      *
       Sort-Directory-Table.
           PERFORM VARYING WS-DIR-IDX FROM 2 BY 1
               UNTIL WS-DIR-IDX GREATER THAN WS-DIR-COUNT
             MOVE WS-DIR-ENTRY(WS-DIR-IDX) TO WS-DIR-HOLD-ENTRY
             MOVE WS-DIR-IDX TO WS-INSERT-IDX
             PERFORM UNTIL WS-INSERT-IDX EQUAL 1
                 OR DIR-SORT-KEY(WS-INSERT-IDX - 1) NOT GREATER THAN
                    WS-DIR-HOLD-ENTRY(1:59)
               MOVE WS-DIR-ENTRY(WS-INSERT-IDX - 1)
                 TO WS-DIR-ENTRY(WS-INSERT-IDX)
               SUBTRACT 1 FROM WS-INSERT-IDX
             END-PERFORM
             MOVE WS-DIR-HOLD-ENTRY TO WS-DIR-ENTRY(WS-INSERT-IDX)
           END-PERFORM.
      *
      *  Walk the sorted table, publishing every entry that is not
      *  ex-directory to both outputs, with a section heading and
      *  footing on the printed directory at each department break.
      *  ============================================================
      *
       Publish-Directory.
           MOVE HIGH-VALUES TO WS-PREV-DEPT-CODE.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX GREATER THAN WS-DIR-COUNT
             IF DIR-IS-EX-DIRECTORY(WS-DIR-IDX) THEN
               ADD 1 TO WS-EX-DIR-COUNT
             ELSE
               IF DIR-DEPT-CODE(WS-DIR-IDX) NOT EQUAL
                   WS-PREV-DEPT-CODE THEN
                 PERFORM Start-Department-Section
               END-IF
               ADD 1 TO WS-LISTED-COUNT
               ADD 1 TO WS-SECTION-COUNT
               PERFORM Write-Directory-Line
               PERFORM Write-Csv-Row
             END-IF
           END-PERFORM.
           IF NOT FIRST-SECTION THEN
             PERFORM End-Department-Section
           END-IF.
      *
      *  Close off the previous department section, if any, and print
      *  the heading of the one starting at WS-DIR-IDX.
      *  ============================================================
      *
       Start-Department-Section.
           IF NOT FIRST-SECTION THEN
             PERFORM End-Department-Section
           END-IF.
           MOVE 'N' TO WS-FIRST-SECTION-FLAG.
           ADD 1 TO WS-DEPT-SECTION-COUNT.
           MOVE DIR-DEPT-CODE(WS-DIR-IDX) TO WS-PREV-DEPT-CODE.
           MOVE DIR-DEPT-NAME(WS-DIR-IDX) TO WS-PREV-DEPT-NAME.
           MOVE 0 TO WS-SECTION-COUNT.

           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-PREV-DEPT-CODE TO SEC-DEPT-CODE.
           MOVE WS-PREV-DEPT-NAME TO SEC-DEPT-NAME.
           MOVE WS-SECTION-HEADING TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-COLUMN-HEADING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the entry count under the department section just
      *  finished.
      *  ============================================================
      *
       End-Department-Section.
           MOVE WS-SECTION-COUNT TO SFT-COUNT.
           MOVE WS-SECTION-FOOTING TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Print the directory line for the entry at WS-DIR-IDX.
      *  ============================================================
      *
       Write-Directory-Line.
           MOVE DIR-EMPNAME(WS-DIR-IDX)  TO DTL-EMPNAME.
           MOVE DIR-EMAIL(WS-DIR-IDX)    TO DTL-EMAIL.
           MOVE DIR-PHONE(WS-DIR-IDX)    TO DTL-PHONE.
           MOVE DIR-MGR-NAME(WS-DIR-IDX) TO DTL-MGR-NAME.
           MOVE WS-DETAIL-LINE TO REPT-LINE
           WRITE REPT-LINE.
      *
      *  Build and write the CSV row for the entry at WS-DIR-IDX:
      *  name, email, phone, department name, manager name.
      *  ============================================================
      *
       Write-Csv-Row.
           MOVE SPACES TO WS-CSV-ROW.
           MOVE 1 TO WS-CSV-POS.
           MOVE DIR-EMPNAME(WS-DIR-IDX) TO WS-CSV-FIELD.
           PERFORM Append-Csv-Field.
           MOVE ',' TO WS-CSV-ROW(WS-CSV-POS : 1).
           ADD 1 TO WS-CSV-POS.
           MOVE DIR-EMAIL(WS-DIR-IDX) TO WS-CSV-FIELD.
           PERFORM Append-Csv-Field.
           MOVE ',' TO WS-CSV-ROW(WS-CSV-POS : 1).
           ADD 1 TO WS-CSV-POS.
           MOVE DIR-PHONE(WS-DIR-IDX) TO WS-CSV-FIELD.
           PERFORM Append-Csv-Field.
           MOVE ',' TO WS-CSV-ROW(WS-CSV-POS : 1).
           ADD 1 TO WS-CSV-POS.
           MOVE DIR-DEPT-NAME(WS-DIR-IDX) TO WS-CSV-FIELD.
           PERFORM Append-Csv-Field.
           MOVE ',' TO WS-CSV-ROW(WS-CSV-POS : 1).
           ADD 1 TO WS-CSV-POS.
           MOVE DIR-MGR-NAME(WS-DIR-IDX) TO WS-CSV-FIELD.
           PERFORM Append-Csv-Field.
           MOVE WS-CSV-ROW TO CSV-LINE.
           WRITE CSV-LINE.
      *
      *  Append WS-CSV-FIELD, without its trailing spaces, to the row
      *  at WS-CSV-POS. A value holding a comma or a double quote is
      *  enclosed in double quotes and each embedded double quote is
      *  doubled, so the value reads back exactly as held.
      *  ============================================================
      *
       Append-Csv-Field.
           MOVE 40 TO WS-CSV-FIELD-LEN.
           PERFORM UNTIL WS-CSV-FIELD-LEN EQUAL 0
               OR WS-CSV-FIELD(WS-CSV-FIELD-LEN : 1) NOT EQUAL SPACE
             SUBTRACT 1 FROM WS-CSV-FIELD-LEN
           END-PERFORM.
           MOVE 0 TO WS-CSV-SPECIAL-COUNT.
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-SPECIAL-COUNT
               FOR ALL ',' ALL '"'.

           IF WS-CSV-SPECIAL-COUNT GREATER THAN 0 THEN
             MOVE WS-CSV-QUOTE TO WS-CSV-ROW(WS-CSV-POS : 1)
             ADD 1 TO WS-CSV-POS
           END-IF.
           PERFORM VARYING WS-CSV-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CSV-CHAR-IDX GREATER THAN WS-CSV-FIELD-LEN
             IF WS-CSV-FIELD(WS-CSV-CHAR-IDX : 1) EQUAL WS-CSV-QUOTE
                 THEN
               MOVE WS-CSV-QUOTE TO WS-CSV-ROW(WS-CSV-POS : 1)
               ADD 1 TO WS-CSV-POS
             END-IF
             MOVE WS-CSV-FIELD(WS-CSV-CHAR-IDX : 1)
               TO WS-CSV-ROW(WS-CSV-POS : 1)
             ADD 1 TO WS-CSV-POS
           END-PERFORM.
           IF WS-CSV-SPECIAL-COUNT GREATER THAN 0 THEN
             MOVE WS-CSV-QUOTE TO WS-CSV-ROW(WS-CSV-POS : 1)
             ADD 1 TO WS-CSV-POS
           END-IF.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "RECORDS READ          : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-TOMBSTONE-COUNT TO WS-DISPLAY-COUNT
           STRING "TOMBSTONED - OMITTED  : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-EX-DIR-COUNT TO WS-DISPLAY-COUNT
           STRING "EX-DIRECTORY - OMITTED: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-DEPT-SECTION-COUNT TO WS-DISPLAY-COUNT
           STRING "DEPARTMENT SECTIONS   : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-LISTED-COUNT TO WS-DISPLAY-COUNT
           STRING "EMPLOYEES LISTED      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.
