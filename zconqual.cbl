       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONQUAL.
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
      * Contact data-quality scorecard companion batch program to      *
      * ZCONCBL. Scores every active record of the employee contact    *
      * store (EMPFILE) against six data-quality rules:                *
      *                                                                *
      *   DOMAIN  - the FILE-EMAIL domain is not one of the approved   *
      *             corporate domains listed on QUALPARM               *
      *   PHONE   - the FILE-PHONE carries no country code (leading    *
      *             '+') and too few digits to include an area code    *
      *   MANAGER - FILE-MGR-EMPID is blank                            *
      *   REMARKS - FILE-REMARKS is empty                              *
      *   NAME    - FILE-EMPNAME is not in "surname, forename" form    *
      *   EMERG   - the employee has no contact on EMGFILE             *
      *                                                                *
      * A record breaking none of the rules is clean. The report gives *
      * the active, clean and per-rule counts and the percentage clean *
      * for every DEPT-CODE, rolls them up to DEPT-COST-CENTER, and    *
      * then lists each department's exceptions - EMPID, name and the  *
      * rules broken - as that department's data steward's worklist.   *
      *                                                                *
      * The approved domains come from the QUALPARM parameter file,    *
      * one domain per line (for example "EXAMPLE.COM"), compared      *
      * without regard to case. A missing QUALPARM leaves the DOMAIN   *
      * rule unapplied.                                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * APPROVED CORPORATE EMAIL DOMAINS.
      *
           SELECT QUALPARM ASSIGN TO QUALPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUALPARM-STATUS.
      *
      * EMPLOYEE CONTACT STORE, SCANNED ONCE IN ASCENDING EMPID ORDER.
      *
           SELECT EMPFILE ASSIGN TO EMPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FILE-EMPID
               FILE STATUS IS WS-EMPFILE-STATUS.
      *
      * DEPARTMENT MASTER REFERENCE FILE, READ IN KEY ORDER TO BUILD
      * THE DEPARTMENT SCORECARD TABLE WITH NAMES AND COST CENTERS.
      *
           SELECT DEPTFILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * EMERGENCY-CONTACT STORE, PROBED BY KEY PER EMPLOYEE.
      *
           SELECT EMGFILE ASSIGN TO EMGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMG-KEY
               FILE STATUS IS WS-EMGFILE-STATUS.
      *
      * DATA-QUALITY SCORECARD REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  QUALPARM
           RECORDING MODE IS F.
       01  QUALPARM-LINE               PIC X(80).

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  EMGFILE
           RECORDING MODE IS F.
       COPY ZCONEMG.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-QUALPARM-STATUS           PIC X(02) VALUE "00".
          88 QUALPARM-OK               VALUE "00".
          88 QUALPARM-EOF              VALUE "10".
          88 QUALPARM-NOT-FOUND        VALUE "35".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-EOF               VALUE "10".
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
          88 DEPTFILE-EOF              VALUE "10".
       01 WS-EMGFILE-STATUS            PIC X(02) VALUE "00".
          88 EMGFILE-OK                VALUE "00".
          88 EMGFILE-EOF               VALUE "10".
          88 EMGFILE-MISSING           VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
      *
      * SET WHEN THE EMERGENCY-CONTACT STORE DOES NOT EXIST YET; EVERY
      * ACTIVE RECORD THEN BREAKS THE EMERG RULE.
      *
       01 WS-EMGFILE-AVAIL-FLAG        PIC X(01) VALUE 'N'.
          88 EMGFILE-IS-AVAILABLE      VALUE 'Y'.

       01 WS-CURRENT-DATE              PIC 9(08).
      *
      * APPROVED EMAIL DOMAINS FROM QUALPARM, FOLDED TO UPPER CASE.
      *
       01 WS-DOMAIN-TABLE-MAX          PIC 9(04) COMP VALUE 20.
       01 WS-DOMAIN-COUNT              PIC 9(04) COMP VALUE 0.
       01 WS-DOMAIN-TABLE.
          05 WS-DOMAIN-ENTRY           PIC X(30) OCCURS 20 TIMES.
       01 WS-DOMAIN-IDX                PIC 9(04) COMP.
      *
      * THE SIX RULES, IN REPORT-COLUMN ORDER. RULE-FAIL BYTES ARE
      * 'Y' FOR EACH RULE THE RECORD UNDER EXAMINATION BREAKS.
      *
       01 WS-RULE-COUNT                PIC 9(04) COMP VALUE 6.
       01 WS-RULE-NAME-VALUES.
          05 FILLER                    PIC X(08) VALUE "DOMAIN".
          05 FILLER                    PIC X(08) VALUE "PHONE".
          05 FILLER                    PIC X(08) VALUE "MANAGER".
          05 FILLER                    PIC X(08) VALUE "REMARKS".
          05 FILLER                    PIC X(08) VALUE "NAME".
          05 FILLER                    PIC X(08) VALUE "EMERG".
       01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAME-VALUES.
          05 WS-RULE-NAME              PIC X(08) OCCURS 6 TIMES.
       01 WS-RULE-FAILS.
          05 WS-RULE-FAIL              PIC X(01) OCCURS 6 TIMES.
       01 WS-RULE-IDX                  PIC 9(04) COMP.
       01 WS-RECORD-CLEAN-FLAG         PIC X(01).
          88 RECORD-IS-CLEAN           VALUE 'Y'.
          88 RECORD-HAS-EXCEPTIONS     VALUE 'N'.
      *
      * WORK FIELDS FOR THE INDIVIDUAL RULE TESTS.
      *
       01 WS-EMAIL-LOCAL               PIC X(30).
       01 WS-EMAIL-DOMAIN              PIC X(30).
       01 WS-DOMAIN-FOUND-FLAG         PIC X(01).
          88 DOMAIN-IS-APPROVED        VALUE 'Y'.
       01 WS-PHONE-LEAD-COUNT          PIC 9(04) COMP.
       01 WS-PHONE-DIGIT-COUNT         PIC 9(04) COMP.
       01 WS-PHONE-IDX                 PIC 9(04) COMP.
       01 WS-NAME-COMMA-COUNT          PIC 9(04) COMP.
       01 WS-NAME-SURNAME              PIC X(25).
       01 WS-NAME-FORENAME             PIC X(25).
      *
      * ONE ENTRY PER DEPARTMENT, IN DEPT-CODE ORDER FROM DEPTFILE.
      * A CODE FOUND ON EMPFILE BUT MISSING FROM THE MASTER IS ADDED
      * AT THE END SO ITS RECORDS ARE STILL SCORED.
      *
       01 WS-DEPT-TABLE-MAX            PIC 9(04) COMP VALUE 300.
       01 WS-DEPT-COUNT                PIC 9(04) COMP VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 300 TIMES.
             10 DPT-CODE               PIC X(04).
             10 DPT-NAME               PIC X(30).
             10 DPT-COST-CENTER        PIC X(06).
             10 DPT-ACTIVE-COUNT       PIC 9(08) COMP.
             10 DPT-CLEAN-COUNT        PIC 9(08) COMP.
             10 DPT-EXCEPTION-COUNT    PIC 9(08) COMP.
             10 DPT-RULE-FAIL-COUNT    PIC 9(08) COMP OCCURS 6 TIMES.
       01 WS-DEPT-IDX                  PIC 9(04) COMP.
       01 WS-DEPT-FOUND-IDX            PIC 9(04) COMP.
      *
      * COST-CENTER ROLL-UP, KEPT IN ASCENDING COST-CENTER ORDER.
      *
       01 WS-CC-TABLE-MAX              PIC 9(04) COMP VALUE 300.
       01 WS-CC-COUNT                  PIC 9(04) COMP VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 300 TIMES.
             10 CCT-COST-CENTER        PIC X(06).
             10 CCT-ACTIVE-COUNT       PIC 9(08) COMP.
             10 CCT-CLEAN-COUNT        PIC 9(08) COMP.
             10 CCT-RULE-FAIL-COUNT    PIC 9(08) COMP OCCURS 6 TIMES.
       01 WS-CC-IDX                    PIC 9(04) COMP.
       01 WS-CC-FOUND-IDX              PIC 9(04) COMP.
      *
      * EXCEPTION WORKLIST: EVERY ACTIVE RECORD BREAKING AT LEAST ONE
      * RULE, WITH THE DEPARTMENT TABLE ENTRY IT BELONGS TO.
      *
       01 WS-EXC-TABLE-MAX             PIC 9(04) COMP VALUE 2000.
       01 WS-EXC-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-EXC-TABLE.
          05 WS-EXC-ENTRY OCCURS 2000 TIMES.
             10 EXC-EMPID              PIC X(05).
             10 EXC-EMPNAME            PIC X(25).
             10 EXC-DEPT-IDX           PIC 9(04) COMP.
             10 EXC-RULE-FAIL          PIC X(01) OCCURS 6 TIMES.
       01 WS-EXC-IDX                   PIC 9(04) COMP.
       01 WS-EXC-OVERFLOW-COUNT        PIC 9(08) COMP VALUE 0.
      *
      * RUN TOTALS.
      *
       01 WS-READ-COUNT                PIC 9(08) COMP VALUE 0.
       01 WS-ACTIVE-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-CLEAN-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-CLEAN-PCT                 PIC 9(03)V9 COMP-3.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-PCT               PIC ZZ9.9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(56) VALUE
             "EMPLOYEE CONTACT STORE - CONTACT DATA-QUALITY SCORECARD".
          05 FILLER                    PIC X(24) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(09) VALUE "RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).
          05 FILLER                    PIC X(21) VALUE
             "   APPROVED DOMAINS ".
          05 HDG-DOMAIN-COUNT          PIC Z9.

       01 WS-SCORE-HEADING.
          05 FILLER                    PIC X(05) VALUE "CODE ".
          05 FILLER                    PIC X(31) VALUE "DEPARTMENT".
          05 FILLER                    PIC X(07) VALUE "CC".
          05 FILLER                    PIC X(09) VALUE "   ACTIVE".
          05 FILLER                    PIC X(09) VALUE "    CLEAN".
          05 FILLER                    PIC X(08) VALUE " % CLEAN".
          05 FILLER                    PIC X(09) VALUE "   DOMAIN".
          05 FILLER                    PIC X(09) VALUE "    PHONE".
          05 FILLER                    PIC X(09) VALUE "  MANAGER".
          05 FILLER                    PIC X(09) VALUE "  REMARKS".
          05 FILLER                    PIC X(09) VALUE "     NAME".
          05 FILLER                    PIC X(09) VALUE "    EMERG".

       01 WS-SCORE-LINE.
          05 SCL-CODE                  PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 SCL-NAME                  PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 SCL-COST-CENTER           PIC X(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 SCL-ACTIVE-COUNT          PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 SCL-CLEAN-COUNT           PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 SCL-CLEAN-PCT             PIC ZZ9.9.
          05 SCL-RULE-GROUP OCCURS 6 TIMES.
             10 FILLER                 PIC X(01).
             10 SCL-RULE-FAIL-COUNT    PIC ZZZZ,ZZ9.

       01 WS-EXC-HEADING.
          05 FILLER                    PIC X(11) VALUE "DEPARTMENT ".
          05 EXH-CODE                  PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 EXH-NAME                  PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 EXH-EXCEPTION-COUNT       PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(11) VALUE " EXCEPTIONS".

       01 WS-EXC-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 EXL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 EXL-EMPNAME               PIC X(25).
          05 EXL-RULE-GROUP OCCURS 6 TIMES.
             10 FILLER                 PIC X(01).
             10 EXL-RULE-NAME          PIC X(08).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM Load-Approved-Domains.

           OPEN INPUT DEPTFILE.
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not open DEPTFILE, status = "
                     WS-DEPTFILE-STATUS
             GOBACK
           END-IF.
           PERFORM Load-Department-Table.
           CLOSE DEPTFILE.

           OPEN INPUT EMPFILE.
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not open EMPFILE, status = "
                     WS-EMPFILE-STATUS
             GOBACK
           END-IF.
      *
      * THE EMERGENCY-CONTACT STORE MAY NOT EXIST YET; EVERY RECORD
      * THEN SIMPLY BREAKS THE EMERG RULE.
      *
           OPEN INPUT EMGFILE.
           IF EMGFILE-OK THEN
             SET EMGFILE-IS-AVAILABLE TO TRUE
           ELSE
             IF EMGFILE-MISSING THEN
               DISPLAY " No EMGFILE found - no record has an "
                       "emergency contact "
             ELSE
               DISPLAY "ERROR: Could not open EMGFILE, status = "
                       WS-EMGFILE-STATUS
               CLOSE EMPFILE
               GOBACK
             END-IF
           END-IF.

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

           PERFORM Score-Employee-Records.
           PERFORM Build-Cost-Center-Rollup.

           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-DOMAIN-COUNT TO HDG-DOMAIN-COUNT.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Report-Department-Scores.
           PERFORM Report-Cost-Center-Scores.
           PERFORM Report-Department-Exceptions.
           PERFORM Write-Summary.

           CLOSE EMPFILE.
           IF EMGFILE-IS-AVAILABLE THEN
             CLOSE EMGFILE
           END-IF.
           CLOSE REPTFILE.

           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Data-quality scorecard complete "
           DISPLAY "   Active records   : " WS-DISPLAY-COUNT
           MOVE WS-CLEAN-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Clean records    : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read the approved corporate domains from QUALPARM, one per
      *  line, folded to upper case. A missing file leaves the table
      *  empty and the DOMAIN rule is then not applied.
      *  ============================================================
      *
       Load-Approved-Domains.
           OPEN INPUT QUALPARM.
           IF QUALPARM-NOT-FOUND THEN
             DISPLAY " No QUALPARM found - email domains not checked "
           ELSE
             IF NOT QUALPARM-OK THEN
               DISPLAY "ERROR: Could not open QUALPARM, status = "
                       WS-QUALPARM-STATUS
               GOBACK
             ELSE
               READ QUALPARM
               PERFORM UNTIL QUALPARM-EOF
                 IF QUALPARM-LINE NOT EQUAL SPACES THEN
                   IF WS-DOMAIN-COUNT LESS THAN WS-DOMAIN-TABLE-MAX
                       THEN
                     ADD 1 TO WS-DOMAIN-COUNT
                     MOVE QUALPARM-LINE
                       TO WS-DOMAIN-ENTRY(WS-DOMAIN-COUNT)
                     INSPECT WS-DOMAIN-ENTRY(WS-DOMAIN-COUNT)
                         CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   ELSE
                     DISPLAY "WARNING: QUALPARM domain ignored - "
                             "table full: " QUALPARM-LINE(1:30)
                   END-IF
                 END-IF
                 READ QUALPARM
               END-PERFORM
               CLOSE QUALPARM
             END-IF
           END-IF.
      *
      *  Load the department master in DEPT-CODE order into the
      *  scorecard table with every count zeroed.
      *  ============================================================
      *
       Load-Department-Table.
           READ DEPTFILE
           PERFORM UNTIL DEPTFILE-EOF
               OR WS-DEPT-COUNT NOT LESS THAN WS-DEPT-TABLE-MAX
             ADD 1 TO WS-DEPT-COUNT
             MOVE DEPT-CODE        TO DPT-CODE(WS-DEPT-COUNT)
             MOVE DEPT-NAME        TO DPT-NAME(WS-DEPT-COUNT)
             MOVE DEPT-COST-CENTER TO DPT-COST-CENTER(WS-DEPT-COUNT)
             PERFORM Clear-Department-Counts
             READ DEPTFILE
           END-PERFORM.
           IF NOT DEPTFILE-EOF THEN
             DISPLAY "WARNING: department table full - codes from "
                     DEPT-CODE " on are scored as unknown"
           END-IF.
      *
      *  Zero the counts of the department entry at WS-DEPT-COUNT.
      *  ============================================================
      *
       Clear-Department-Counts.
           MOVE 0 TO DPT-ACTIVE-COUNT(WS-DEPT-COUNT).
           MOVE 0 TO DPT-CLEAN-COUNT(WS-DEPT-COUNT).
           MOVE 0 TO DPT-EXCEPTION-COUNT(WS-DEPT-COUNT).
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
             MOVE 0 TO DPT-RULE-FAIL-COUNT(WS-DEPT-COUNT WS-RULE-IDX)
           END-PERFORM.
      *
      *  Read every contact record in ascending EMPID order and score
      *  the active ones. Tombstoned records are not scored.
      *  ============================================================
      *
       Score-Employee-Records.
           READ EMPFILE NEXT RECORD
           PERFORM UNTIL EMPFILE-EOF
             ADD 1 TO WS-READ-COUNT
             IF FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM Score-One-Record
             END-IF
             READ EMPFILE NEXT RECORD
           END-PERFORM.
      *
      *  Apply the six rules to the current record, tally the result
      *  into its department and, when any rule is broken, add the
      *  record to the exception worklist.
      *  ============================================================
      *
       Score-One-Record.
           MOVE ALL 'N' TO WS-RULE-FAILS.
           PERFORM Check-Email-Domain.
           PERFORM Check-Phone-Format.
           IF FILE-MGR-EMPID EQUAL SPACES OR LOW-VALUES THEN
             MOVE 'Y' TO WS-RULE-FAIL(3)
           END-IF.
           IF FILE-REMARKS EQUAL SPACES OR LOW-VALUES THEN
             MOVE 'Y' TO WS-RULE-FAIL(4)
           END-IF.
           PERFORM Check-Name-Format.
           PERFORM Check-Emergency-Contact.

           PERFORM Find-Department-Entry.

           SET RECORD-IS-CLEAN TO TRUE.
           ADD 1 TO DPT-ACTIVE-COUNT(WS-DEPT-FOUND-IDX).
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
             IF WS-RULE-FAIL(WS-RULE-IDX) EQUAL 'Y' THEN
               SET RECORD-HAS-EXCEPTIONS TO TRUE
               ADD 1 TO
                 DPT-RULE-FAIL-COUNT(WS-DEPT-FOUND-IDX WS-RULE-IDX)
             END-IF
           END-PERFORM.

           IF RECORD-IS-CLEAN THEN
             ADD 1 TO WS-CLEAN-COUNT
             ADD 1 TO DPT-CLEAN-COUNT(WS-DEPT-FOUND-IDX)
           ELSE
             ADD 1 TO DPT-EXCEPTION-COUNT(WS-DEPT-FOUND-IDX)
             IF WS-EXC-COUNT LESS THAN WS-EXC-TABLE-MAX THEN
               ADD 1 TO WS-EXC-COUNT
               MOVE FILE-EMPID   TO EXC-EMPID(WS-EXC-COUNT)
               MOVE FILE-EMPNAME TO EXC-EMPNAME(WS-EXC-COUNT)
               MOVE WS-DEPT-FOUND-IDX TO EXC-DEPT-IDX(WS-EXC-COUNT)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
                 MOVE WS-RULE-FAIL(WS-RULE-IDX)
                   TO EXC-RULE-FAIL(WS-EXC-COUNT WS-RULE-IDX)
               END-PERFORM
             ELSE
               ADD 1 TO WS-EXC-OVERFLOW-COUNT
             END-IF
           END-IF.
      *
      *  DOMAIN rule: the part of FILE-EMAIL after the '@' must match
      *  one of the approved domains. A blank address, or one with no
      *  domain part, breaks the rule. Not applied when QUALPARM
      *  listed no domains.
      *  ============================================================
      *
       Check-Email-Domain.
           IF WS-DOMAIN-COUNT GREATER THAN 0 THEN
             MOVE SPACES TO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
             UNSTRING FILE-EMAIL DELIMITED BY '@'
                 INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN
             END-UNSTRING
             INSPECT WS-EMAIL-DOMAIN
                 CONVERTING "abcdefghijklmnopqrstuvwxyz"
                         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
             MOVE 'N' TO WS-DOMAIN-FOUND-FLAG
             IF WS-EMAIL-DOMAIN NOT EQUAL SPACES THEN
               PERFORM VARYING WS-DOMAIN-IDX FROM 1 BY 1
                   UNTIL WS-DOMAIN-IDX GREATER THAN WS-DOMAIN-COUNT
                      OR DOMAIN-IS-APPROVED
                 IF WS-DOMAIN-ENTRY(WS-DOMAIN-IDX)
                     EQUAL WS-EMAIL-DOMAIN THEN
                   SET DOMAIN-IS-APPROVED TO TRUE
                 END-IF
               END-PERFORM
             END-IF
             IF NOT DOMAIN-IS-APPROVED THEN
               MOVE 'Y' TO WS-RULE-FAIL(1)
             END-IF
           END-IF.
      *
      *  PHONE rule: a number is complete when it carries a country
      *  code (its first non-blank character is '+') or has at least
      *  ten digits, enough for an area code plus the local number.
      *  ============================================================
      *
       Check-Phone-Format.
           MOVE 0 TO WS-PHONE-LEAD-COUNT.
           INSPECT FILE-PHONE TALLYING WS-PHONE-LEAD-COUNT
               FOR LEADING SPACES.
           MOVE 0 TO WS-PHONE-DIGIT-COUNT.
           PERFORM VARYING WS-PHONE-IDX FROM 1 BY 1
               UNTIL WS-PHONE-IDX GREATER THAN 20
             IF FILE-PHONE(WS-PHONE-IDX : 1) IS NUMERIC THEN
               ADD 1 TO WS-PHONE-DIGIT-COUNT
             END-IF
           END-PERFORM.
           IF WS-PHONE-LEAD-COUNT LESS THAN 20 AND
               FILE-PHONE(WS-PHONE-LEAD-COUNT + 1 : 1) EQUAL '+' THEN
             CONTINUE
           ELSE
             IF WS-PHONE-DIGIT-COUNT LESS THAN 10 THEN
               MOVE 'Y' TO WS-RULE-FAIL(2)
             END-IF
           END-IF.
      *
      *  NAME rule: FILE-EMPNAME must hold exactly one comma with a
      *  surname before it and a forename after it.
      *  ============================================================
      *
       Check-Name-Format.
           MOVE 0 TO WS-NAME-COMMA-COUNT.
           INSPECT FILE-EMPNAME TALLYING WS-NAME-COMMA-COUNT
               FOR ALL ','.
           IF WS-NAME-COMMA-COUNT NOT EQUAL 1 THEN
             MOVE 'Y' TO WS-RULE-FAIL(5)
           ELSE
             MOVE SPACES TO WS-NAME-SURNAME WS-NAME-FORENAME
             UNSTRING FILE-EMPNAME DELIMITED BY ','
                 INTO WS-NAME-SURNAME WS-NAME-FORENAME
             END-UNSTRING
             IF WS-NAME-SURNAME EQUAL SPACES OR
                 WS-NAME-FORENAME EQUAL SPACES THEN
               MOVE 'Y' TO WS-RULE-FAIL(5)
             END-IF
           END-IF.
      *
      *  EMERG rule: a keyed probe of the emergency-contact store from
      *  priority LOW-VALUES must land on a contact for this EMPID.
      *  ============================================================
      *
       Check-Emergency-Contact.
           MOVE 'Y' TO WS-RULE-FAIL(6).
           IF EMGFILE-IS-AVAILABLE THEN
             MOVE FILE-EMPID TO EMG-EMPID
             MOVE LOW-VALUES TO EMG-PRIORITY
             START EMGFILE KEY IS GREATER THAN OR EQUAL EMG-KEY
             IF EMGFILE-OK THEN
               READ EMGFILE NEXT RECORD
               IF EMGFILE-OK AND EMG-EMPID EQUAL FILE-EMPID THEN
                 MOVE 'N' TO WS-RULE-FAIL(6)
               END-IF
             END-IF
           END-IF.
      *
      *  Find the department table entry for FILE-DEPT-CODE, adding
      *  an entry when the code is not on the department master. The
      *  last table slot is kept as a catch-all once the table fills.
      *  ============================================================
      *
       Find-Department-Entry.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
                  OR WS-DEPT-FOUND-IDX NOT EQUAL 0
             IF DPT-CODE(WS-DEPT-IDX) EQUAL FILE-DEPT-CODE THEN
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
             END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-IDX EQUAL 0 THEN
             IF WS-DEPT-COUNT LESS THAN WS-DEPT-TABLE-MAX THEN
               ADD 1 TO WS-DEPT-COUNT
               MOVE FILE-DEPT-CODE TO DPT-CODE(WS-DEPT-COUNT)
               MOVE "(NOT ON DEPARTMENT MASTER)"
                 TO DPT-NAME(WS-DEPT-COUNT)
               MOVE SPACES TO DPT-COST-CENTER(WS-DEPT-COUNT)
               PERFORM Clear-Department-Counts
             END-IF
             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
           END-IF.
      *
      *  Roll every department with active records up into the cost-
      *  center table, which is kept in ascending cost-center order
      *  by inserting each new cost center in its place.
      *  ============================================================
      *
       Build-Cost-Center-Rollup.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             IF DPT-ACTIVE-COUNT(WS-DEPT-IDX) GREATER THAN 0 THEN
               PERFORM Find-Cost-Center-Entry
               ADD DPT-ACTIVE-COUNT(WS-DEPT-IDX)
                 TO CCT-ACTIVE-COUNT(WS-CC-FOUND-IDX)
               ADD DPT-CLEAN-COUNT(WS-DEPT-IDX)
                 TO CCT-CLEAN-COUNT(WS-CC-FOUND-IDX)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
                 ADD DPT-RULE-FAIL-COUNT(WS-DEPT-IDX WS-RULE-IDX)
                   TO CCT-RULE-FAIL-COUNT(WS-CC-FOUND-IDX WS-RULE-IDX)
               END-PERFORM
             END-IF
           END-PERFORM.
      *
      *  Locate the cost-center entry for the department at
      *  WS-DEPT-IDX, inserting a zeroed entry in sequence when it is
      *  not there yet. The last slot is kept as a catch-all once the
      *  table fills.
      *  ============================================================
      *
       Find-Cost-Center-Entry.
           MOVE 0 TO WS-CC-FOUND-IDX.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX GREATER THAN WS-CC-COUNT
                  OR WS-CC-FOUND-IDX NOT EQUAL 0
             IF CCT-COST-CENTER(WS-CC-IDX) EQUAL
                 DPT-COST-CENTER(WS-DEPT-IDX) THEN
               MOVE WS-CC-IDX TO WS-CC-FOUND-IDX
             END-IF
           END-PERFORM.
           IF WS-CC-FOUND-IDX EQUAL 0 THEN
             IF WS-CC-COUNT LESS THAN WS-CC-TABLE-MAX THEN
               MOVE WS-CC-COUNT TO WS-CC-IDX
               PERFORM UNTIL WS-CC-IDX EQUAL 0
                   OR CCT-COST-CENTER(WS-CC-IDX) LESS THAN
                      DPT-COST-CENTER(WS-DEPT-IDX)
                 MOVE WS-CC-ENTRY(WS-CC-IDX)
                   TO WS-CC-ENTRY(WS-CC-IDX + 1)
                 SUBTRACT 1 FROM WS-CC-IDX
               END-PERFORM
               ADD 1 TO WS-CC-COUNT
               COMPUTE WS-CC-FOUND-IDX = WS-CC-IDX + 1
               MOVE DPT-COST-CENTER(WS-DEPT-IDX)
                 TO CCT-COST-CENTER(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-ACTIVE-COUNT(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-CLEAN-COUNT(WS-CC-FOUND-IDX)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
                 MOVE 0
                   TO CCT-RULE-FAIL-COUNT(WS-CC-FOUND-IDX WS-RULE-IDX)
               END-PERFORM
             ELSE
               MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
             END-IF
           END-IF.
      *
      *  Print the scorecard line of every department holding active
      *  records, in DEPT-CODE order.
      *  ============================================================
      *
       Report-Department-Scores.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "SCORECARD BY DEPARTMENT" TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-SCORE-HEADING TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             IF DPT-ACTIVE-COUNT(WS-DEPT-IDX) GREATER THAN 0 THEN
               MOVE SPACES TO WS-SCORE-LINE
               MOVE DPT-CODE(WS-DEPT-IDX)        TO SCL-CODE
               MOVE DPT-NAME(WS-DEPT-IDX)        TO SCL-NAME
               MOVE DPT-COST-CENTER(WS-DEPT-IDX) TO SCL-COST-CENTER
               MOVE DPT-ACTIVE-COUNT(WS-DEPT-IDX) TO SCL-ACTIVE-COUNT
               MOVE DPT-CLEAN-COUNT(WS-DEPT-IDX)  TO SCL-CLEAN-COUNT
               COMPUTE WS-CLEAN-PCT ROUNDED =
                   DPT-CLEAN-COUNT(WS-DEPT-IDX) * 100
                   / DPT-ACTIVE-COUNT(WS-DEPT-IDX)
               MOVE WS-CLEAN-PCT TO SCL-CLEAN-PCT
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
                 MOVE DPT-RULE-FAIL-COUNT(WS-DEPT-IDX WS-RULE-IDX)
                   TO SCL-RULE-FAIL-COUNT(WS-RULE-IDX)
               END-PERFORM
               MOVE WS-SCORE-LINE TO REPT-LINE
               WRITE REPT-LINE
             END-IF
           END-PERFORM.
      *
      *  Print the cost-center roll-up in cost-center order.
      *  ============================================================
      *
       Report-Cost-Center-Scores.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "ROLL-UP BY COST CENTER" TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-SCORE-HEADING TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX GREATER THAN WS-CC-COUNT
             MOVE SPACES TO WS-SCORE-LINE
             MOVE CCT-COST-CENTER(WS-CC-IDX) TO SCL-COST-CENTER
             IF CCT-COST-CENTER(WS-CC-IDX) EQUAL SPACES THEN
               MOVE "(NO COST CENTER)" TO SCL-NAME
             END-IF
             MOVE CCT-ACTIVE-COUNT(WS-CC-IDX) TO SCL-ACTIVE-COUNT
             MOVE CCT-CLEAN-COUNT(WS-CC-IDX)  TO SCL-CLEAN-COUNT
             COMPUTE WS-CLEAN-PCT ROUNDED =
                 CCT-CLEAN-COUNT(WS-CC-IDX) * 100
                 / CCT-ACTIVE-COUNT(WS-CC-IDX)
             MOVE WS-CLEAN-PCT TO SCL-CLEAN-PCT
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
               MOVE CCT-RULE-FAIL-COUNT(WS-CC-IDX WS-RULE-IDX)
                 TO SCL-RULE-FAIL-COUNT(WS-RULE-IDX)
             END-PERFORM
             MOVE WS-SCORE-LINE TO REPT-LINE
             WRITE REPT-LINE
           END-PERFORM.
      *
      *  Print each department's exception worklist: a department
      *  header, then one line per failing record naming the rules
      *  it breaks.
      *  ============================================================
      *
       Report-Department-Exceptions.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "EXCEPTIONS BY DEPARTMENT" TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             IF DPT-EXCEPTION-COUNT(WS-DEPT-IDX) GREATER THAN 0 THEN
               MOVE SPACES TO REPT-LINE
               WRITE REPT-LINE
               MOVE DPT-CODE(WS-DEPT-IDX) TO EXH-CODE
               MOVE DPT-NAME(WS-DEPT-IDX) TO EXH-NAME
               MOVE DPT-EXCEPTION-COUNT(WS-DEPT-IDX)
                 TO EXH-EXCEPTION-COUNT
               MOVE WS-EXC-HEADING TO REPT-LINE
               WRITE REPT-LINE
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX GREATER THAN WS-EXC-COUNT
                 IF EXC-DEPT-IDX(WS-EXC-IDX) EQUAL WS-DEPT-IDX THEN
                   PERFORM Report-One-Exception
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
      *
      *  Print the exception entry at WS-EXC-IDX.
      *  ============================================================
      *
       Report-One-Exception.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE EXC-EMPID(WS-EXC-IDX)   TO EXL-EMPID.
           MOVE EXC-EMPNAME(WS-EXC-IDX) TO EXL-EMPNAME.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX GREATER THAN WS-RULE-COUNT
             IF EXC-RULE-FAIL(WS-EXC-IDX WS-RULE-IDX) EQUAL 'Y' THEN
               MOVE WS-RULE-NAME(WS-RULE-IDX)
                 TO EXL-RULE-NAME(WS-RULE-IDX)
             END-IF
           END-PERFORM.
           MOVE WS-EXC-LINE TO REPT-LINE.
           WRITE REPT-LINE.
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

           MOVE WS-ACTIVE-COUNT TO WS-DISPLAY-COUNT
           STRING "ACTIVE RECORDS SCORED : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-CLEAN-COUNT TO WS-DISPLAY-COUNT
           IF WS-ACTIVE-COUNT GREATER THAN 0 THEN
             COMPUTE WS-CLEAN-PCT ROUNDED =
                 WS-CLEAN-COUNT * 100 / WS-ACTIVE-COUNT
           ELSE
             MOVE 0 TO WS-CLEAN-PCT
           END-IF.
           MOVE WS-CLEAN-PCT TO WS-DISPLAY-PCT
           STRING "CLEAN RECORDS         : " WS-DISPLAY-COUNT
               "  (" WS-DISPLAY-PCT "%)"
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           IF WS-EXC-OVERFLOW-COUNT GREATER THAN 0 THEN
             MOVE WS-EXC-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
             STRING "EXCEPTIONS NOT LISTED : " WS-DISPLAY-COUNT
                 "  (WORKLIST TABLE FULL)"
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           END-IF.
