       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCONMOVE.
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
      * Monthly headcount and movement report companion batch program  *
      * to ZCONCBL, run for HR finance after month end. For one        *
      * calendar month it gives, per DEPT-CODE:                        *
      *                                                                *
      *   OPENING   - active records at the start of the month         *
      *   JOINERS   - records added or reinstated during the month     *
      *   LEAVERS   - records tombstoned during the month              *
      *   XFER IN   - transfers into the department from another       *
      *   XFER OUT  - transfers out of the department to another       *
      *   CLOSING   - active records at the end of the month           *
      *   DIFF      - any amount by which the department fails to tie  *
      *               out (OPENING + JOINERS - LEAVERS + XFER IN       *
      *               - XFER OUT = CLOSING)                            *
      *                                                                *
      * with the span of control at month end - the number of          *
      * managers (active records with at least one active direct       *
      * report), and the average and maximum direct reports per        *
      * manager, counted in the manager's own department. The table    *
      * is rolled up by DEPT-COST-CENTER (a transfer between two       *
      * departments of one cost center shows there as both in and      *
      * out), followed by the individual movements behind each         *
      * department's figures and the tie-out result.                   *
      *                                                                *
      * Every figure comes from the change-history journal (CHGJRNL)   *
      * and the employee contact store (EMPFILE), so the online        *
      * changes, ZCONTERM leavers, ZCONCONT contract expiries, ZCONREOR*
      * reorganisations, ZCONAPLY effective-dated changes and ZCONBACK *
      * backouts are all counted.                                      *
      * An employee's position on a date is rebuilt exactly as the     *
      * ZCONCBL as-of inquiry rebuilds it: the last journal            *
      * after-image dated on or before the date, else the first        *
      * before-image dated after it, else the current EMPFILE record.  *
      * The movements are the month's journal records that changed     *
      * whether the record is active, or its DEPT-CODE. A journal      *
      * record whose before-image does not follow on from the record   *
      * before it (a change made without journaling) breaks the        *
      * tie-out; each such EMPID is listed and the run ends with       *
      * return code 4.                                                 *
      *                                                                *
      * MOVEPARM is optional: the month (YYYYMM) on line 1. Without    *
      * it the report is for the month before the run date.            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      ***********************
       INPUT-OUTPUT SECTION.
      ***********************
       FILE-CONTROL.
      *
      * OPTIONAL REPORT-MONTH PARAMETER.
      *
           SELECT MOVEPARM ASSIGN TO MOVEPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEPARM-STATUS.
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
      * THE MOVEMENT TABLE WITH NAMES AND COST CENTERS.
      *
           SELECT DEPTFILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * CHANGE-HISTORY JOURNAL WRITTEN BY ZCONCBL AND THE BATCH SUITE.
      *
           SELECT CHGJRNL ASSIGN TO CHGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * HEADCOUNT AND MOVEMENT REPORT.
      *
           SELECT REPTFILE ASSIGN TO REPTFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPTFILE-STATUS.

       DATA DIVISION.
      ****************
       FILE SECTION.
      ***************
       FD  MOVEPARM
           RECORDING MODE IS F.
       01  MOVEPARM-LINE               PIC X(80).

       FD  EMPFILE
           RECORDING MODE IS F.
       COPY ZCONFILE.

       FD  DEPTFILE
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  CHGJRNL
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  REPTFILE
           RECORDING MODE IS F.
       01  REPT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
      **************************
       01 WS-MOVEPARM-STATUS           PIC X(02) VALUE "00".
          88 MOVEPARM-OK               VALUE "00".
          88 MOVEPARM-EOF              VALUE "10".
          88 MOVEPARM-NOT-FOUND        VALUE "35".
       01 WS-EMPFILE-STATUS            PIC X(02) VALUE "00".
          88 EMPFILE-OK                VALUE "00".
          88 EMPFILE-EOF               VALUE "10".
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
          88 DEPTFILE-EOF              VALUE "10".
       01 WS-CHGJRNL-STATUS            PIC X(02) VALUE "00".
          88 CHGJRNL-OK                VALUE "00".
          88 CHGJRNL-EOF               VALUE "10".
          88 CHGJRNL-NOT-FOUND         VALUE "35".
       01 WS-REPTFILE-STATUS           PIC X(02) VALUE "00".
          88 REPTFILE-OK               VALUE "00".
      *
      * THE REPORT MONTH: ITS FIRST AND LAST DAYS, AND THE FIRST DAY
      * OF THE MONTH AFTER IT.
      *
       01 WS-CURRENT-DATE              PIC 9(08).
       01 WS-MONTH-START               PIC 9(08).
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
          05 WS-START-YEAR             PIC 9(04).
          05 WS-START-MONTH            PIC 9(02).
          05 WS-START-DAY              PIC 9(02).
       01 WS-NEXT-MONTH-START          PIC 9(08).
       01 WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
          05 WS-NEXT-YEAR              PIC 9(04).
          05 WS-NEXT-MONTH             PIC 9(02).
          05 WS-NEXT-DAY               PIC 9(02).
       01 WS-MONTH-END                 PIC 9(08).
      *
      * FIELD-LEVEL VIEWS OF THE BEFORE/AFTER EMP-FILE-RECORD IMAGES
      * CARRIED ON EACH JOURNAL RECORD, SHAPED AS ZCONFILE.cpy, AND
      * WHETHER EACH IS AN ACTIVE RECORD.
      *
       01 WS-BEFORE-REC.
          05 BFR-EMPID                 PIC X(05).
          05 BFR-EMPNAME               PIC X(25).
          05 BFR-EMAIL                 PIC X(30).
          05 BFR-PHONE                 PIC X(20).
          05 BFR-REMARKS               PIC X(40).
          05 BFR-DEPT-CODE             PIC X(04).
          05 BFR-MGR-EMPID             PIC X(05).
          05 BFR-EFFECTIVE-DATE        PIC X(08).
          05 BFR-LOCATION-CODE         PIC X(06).
          05 BFR-WORKER-TYPE           PIC X(01).
          05 BFR-CONTRACT-END-DATE     PIC X(08).
          05 BFR-DELETED-FLAG          PIC X(01).
          05 BFR-DELETED-DATE          PIC X(08).
       01 WS-AFTER-REC.
          05 AFT-EMPID                 PIC X(05).
          05 AFT-EMPNAME               PIC X(25).
          05 AFT-EMAIL                 PIC X(30).
          05 AFT-PHONE                 PIC X(20).
          05 AFT-REMARKS               PIC X(40).
          05 AFT-DEPT-CODE             PIC X(04).
          05 AFT-MGR-EMPID             PIC X(05).
          05 AFT-EFFECTIVE-DATE        PIC X(08).
          05 AFT-LOCATION-CODE         PIC X(06).
          05 AFT-WORKER-TYPE           PIC X(01).
          05 AFT-CONTRACT-END-DATE     PIC X(08).
          05 AFT-DELETED-FLAG          PIC X(01).
          05 AFT-DELETED-DATE          PIC X(08).
       01 WS-BEFORE-ACTIVE-FLAG        PIC X(01).
          88 BEFORE-IS-ACTIVE          VALUE 'Y'.
       01 WS-AFTER-ACTIVE-FLAG         PIC X(01).
          88 AFTER-IS-ACTIVE           VALUE 'Y'.
      *
      * ONE ENTRY PER EMPID, IN ASCENDING EMPID ORDER: THE ACTIVE
      * RECORDS OF EMPFILE, PLUS ANY EMPID THE JOURNAL NAMES THAT IS
      * NO LONGER ACTIVE ON FILE. EACH CARRIES ITS OPENING AND CLOSING
      * POSITION (ACTIVE FLAG, DEPARTMENT, AND MANAGER AT CLOSE) WITH
      * WHERE THE POSITION CAME FROM - 'F' THE CURRENT EMPFILE RECORD,
      * 'A' A JOURNAL AFTER-IMAGE, 'B' A JOURNAL BEFORE-IMAGE, SPACE
      * NOT ON FILE - AND THE POSITION LEFT BY THE LAST JOURNAL RECORD
      * SEEN, WHICH THE NEXT ONE'S BEFORE-IMAGE MUST FOLLOW ON FROM.
      *
       01 WS-EMP-TABLE-MAX             PIC 9(04) COMP VALUE 5000.
       01 WS-EMP-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 5000 TIMES.
             10 EMT-EMPID              PIC X(05).
             10 EMT-OPEN-SOURCE        PIC X(01).
                88 EMT-OPEN-JOURNALED  VALUE 'A' 'B'.
             10 EMT-OPEN-ACTIVE        PIC X(01).
             10 EMT-OPEN-DEPT          PIC X(04).
             10 EMT-CLOSE-SOURCE       PIC X(01).
                88 EMT-CLOSE-JOURNALED VALUE 'A' 'B'.
             10 EMT-CLOSE-ACTIVE       PIC X(01).
             10 EMT-CLOSE-DEPT         PIC X(04).
             10 EMT-CLOSE-MGR          PIC X(05).
             10 EMT-CHAIN-FLAG         PIC X(01).
                88 EMT-CHAIN-STARTED   VALUE 'Y'.
             10 EMT-CHAIN-ACTIVE       PIC X(01).
             10 EMT-CHAIN-DEPT         PIC X(04).
             10 EMT-BREAK-DATE         PIC 9(08).
             10 EMT-REPORT-COUNT       PIC 9(04) COMP.
       01 WS-EMP-IDX                   PIC 9(04) COMP.
       01 WS-EMP-FOUND-IDX             PIC 9(04) COMP.
       01 WS-EMP-LOW                   PIC 9(04) COMP.
       01 WS-EMP-HIGH                  PIC 9(04) COMP.
       01 WS-EMP-MID                   PIC 9(04) COMP.
       01 WS-LOOKUP-EMPID              PIC X(05).
      *
      * ONE ENTRY PER DEPARTMENT, IN DEPT-CODE ORDER FROM DEPTFILE.
      * A CODE FOUND ON EMPFILE OR THE JOURNAL BUT MISSING FROM THE
      * MASTER IS ADDED AT THE END SO ITS RECORDS ARE STILL COUNTED.
      *
       01 WS-DEPT-TABLE-MAX            PIC 9(04) COMP VALUE 300.
       01 WS-DEPT-COUNT                PIC 9(04) COMP VALUE 0.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 300 TIMES.
             10 DPT-CODE               PIC X(04).
             10 DPT-NAME               PIC X(30).
             10 DPT-COST-CENTER        PIC X(06).
             10 DPT-FIGURES.
                15 DPT-OPENING         PIC 9(08) COMP.
                15 DPT-JOINERS         PIC 9(08) COMP.
                15 DPT-LEAVERS         PIC 9(08) COMP.
                15 DPT-XFER-IN         PIC 9(08) COMP.
                15 DPT-XFER-OUT        PIC 9(08) COMP.
                15 DPT-CLOSING         PIC 9(08) COMP.
                15 DPT-DIFFERENCE      PIC S9(08) COMP.
                15 DPT-MANAGERS        PIC 9(08) COMP.
                15 DPT-REPORTS         PIC 9(08) COMP.
                15 DPT-MAX-SPAN        PIC 9(08) COMP.
       01 WS-DEPT-IDX                  PIC 9(04) COMP.
       01 WS-DEPT-FOUND-IDX            PIC 9(04) COMP.
       01 WS-LOOKUP-DEPT-CODE          PIC X(04).
      *
      * COST-CENTER ROLL-UP, KEPT IN ASCENDING COST-CENTER ORDER.
      *
       01 WS-CC-TABLE-MAX              PIC 9(04) COMP VALUE 300.
       01 WS-CC-COUNT                  PIC 9(04) COMP VALUE 0.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 300 TIMES.
             10 CCT-COST-CENTER        PIC X(06).
             10 CCT-FIGURES.
                15 CCT-OPENING         PIC 9(08) COMP.
                15 CCT-JOINERS         PIC 9(08) COMP.
                15 CCT-LEAVERS         PIC 9(08) COMP.
                15 CCT-XFER-IN         PIC 9(08) COMP.
                15 CCT-XFER-OUT        PIC 9(08) COMP.
                15 CCT-CLOSING         PIC 9(08) COMP.
                15 CCT-DIFFERENCE      PIC S9(08) COMP.
                15 CCT-MANAGERS        PIC 9(08) COMP.
                15 CCT-REPORTS         PIC 9(08) COMP.
                15 CCT-MAX-SPAN        PIC 9(08) COMP.
       01 WS-CC-IDX                    PIC 9(04) COMP.
       01 WS-CC-FOUND-IDX              PIC 9(04) COMP.
      *
      * FIGURES OF THE LINE BEING PRINTED - A DEPARTMENT, A COST
      * CENTER OR THE GRAND TOTAL - SHAPED AS DPT-FIGURES.
      *
       01 WS-FIGURES.
          05 FIG-OPENING               PIC 9(08) COMP.
          05 FIG-JOINERS               PIC 9(08) COMP.
          05 FIG-LEAVERS               PIC 9(08) COMP.
          05 FIG-XFER-IN               PIC 9(08) COMP.
          05 FIG-XFER-OUT              PIC 9(08) COMP.
          05 FIG-CLOSING               PIC 9(08) COMP.
          05 FIG-DIFFERENCE            PIC S9(08) COMP.
          05 FIG-MANAGERS              PIC 9(08) COMP.
          05 FIG-REPORTS               PIC 9(08) COMP.
          05 FIG-MAX-SPAN              PIC 9(08) COMP.
       01 WS-TOTAL-FIGURES.
          05 TOT-OPENING               PIC 9(08) COMP VALUE 0.
          05 TOT-JOINERS               PIC 9(08) COMP VALUE 0.
          05 TOT-LEAVERS               PIC 9(08) COMP VALUE 0.
          05 TOT-XFER-IN               PIC 9(08) COMP VALUE 0.
          05 TOT-XFER-OUT              PIC 9(08) COMP VALUE 0.
          05 TOT-CLOSING               PIC 9(08) COMP VALUE 0.
          05 TOT-DIFFERENCE            PIC S9(08) COMP VALUE 0.
          05 TOT-MANAGERS              PIC 9(08) COMP VALUE 0.
          05 TOT-REPORTS               PIC 9(08) COMP VALUE 0.
          05 TOT-MAX-SPAN              PIC 9(08) COMP VALUE 0.
       01 WS-AVG-SPAN                  PIC 9(04)V9 COMP-3.
      *
      * MOVEMENT DETAIL: EVERY JOINER, LEAVER AND TRANSFER OF THE
      * MONTH, WITH THE DEPARTMENT TABLE ENTRIES IT LEFT AND JOINED
      * (ZERO FOR NONE).
      *
       01 WS-MVT-TABLE-MAX             PIC 9(04) COMP VALUE 3000.
       01 WS-MVT-COUNT                 PIC 9(04) COMP VALUE 0.
       01 WS-MVT-TABLE.
          05 WS-MVT-ENTRY OCCURS 3000 TIMES.
             10 MVT-EMPID              PIC X(05).
             10 MVT-EMPNAME            PIC X(25).
             10 MVT-DATE               PIC 9(08).
             10 MVT-KIND               PIC X(01).
                88 MVT-IS-JOINER       VALUE 'J'.
                88 MVT-IS-LEAVER       VALUE 'L'.
                88 MVT-IS-TRANSFER     VALUE 'T'.
             10 MVT-FROM-DEPT          PIC X(04).
             10 MVT-TO-DEPT            PIC X(04).
             10 MVT-FROM-IDX           PIC 9(04) COMP.
             10 MVT-TO-IDX             PIC 9(04) COMP.
             10 MVT-VERB               PIC X(01).
             10 MVT-CALLER-ID          PIC X(08).
       01 WS-MVT-IDX                   PIC 9(04) COMP.
       01 WS-MVT-OVERFLOW-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-MVT-KIND                  PIC X(01).
       01 WS-MVT-FROM-IDX              PIC 9(04) COMP.
       01 WS-MVT-TO-IDX                PIC 9(04) COMP.
       01 WS-DEPT-MOVEMENTS            PIC 9(08) COMP.
      *
      * RUN TOTALS.
      *
       01 WS-JRNL-READ-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-MONTH-RECORD-COUNT        PIC 9(08) COMP VALUE 0.
       01 WS-UNTRACKED-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-BREAK-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-UNMANAGED-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-OUT-OF-BALANCE-COUNT      PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
       01 WS-DISPLAY-DIFF              PIC ----,--9.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(56) VALUE
             "EMPLOYEE CONTACT STORE - MONTHLY HEADCOUNT AND MOVEMENT".
          05 FILLER                    PIC X(24) VALUE SPACES.

       01 WS-HEADING-2.
          05 FILLER                    PIC X(06) VALUE "MONTH ".
          05 HDG-MONTH                 PIC 9(06).
          05 FILLER                    PIC X(10) VALUE "   PERIOD ".
          05 HDG-MONTH-START           PIC 9(08).
          05 FILLER                    PIC X(04) VALUE " TO ".
          05 HDG-MONTH-END             PIC 9(08).
          05 FILLER                    PIC X(12) VALUE "   RUN DATE ".
          05 HDG-RUN-DATE              PIC 9(08).

       01 WS-MOVE-HEADING.
          05 FILLER                    PIC X(05) VALUE "CODE ".
          05 FILLER                    PIC X(26) VALUE "DEPARTMENT".
          05 FILLER                    PIC X(07) VALUE "CC".
          05 FILLER                    PIC X(09) VALUE "  OPENING".
          05 FILLER                    PIC X(09) VALUE "  JOINERS".
          05 FILLER                    PIC X(09) VALUE "  LEAVERS".
          05 FILLER                    PIC X(09) VALUE "  XFER IN".
          05 FILLER                    PIC X(09) VALUE " XFER OUT".
          05 FILLER                    PIC X(09) VALUE "  CLOSING".
          05 FILLER                    PIC X(09) VALUE "     DIFF".
          05 FILLER                    PIC X(09) VALUE " MANAGERS".
          05 FILLER                    PIC X(09) VALUE " AVG SPAN".
          05 FILLER                    PIC X(09) VALUE " MAX SPAN".

       01 WS-MOVE-LINE.
          05 MVL-CODE                  PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-NAME                  PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-COST-CENTER           PIC X(06).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-OPENING               PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-JOINERS               PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-LEAVERS               PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-XFER-IN               PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-XFER-OUT              PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-CLOSING               PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-DIFFERENCE            PIC ----,--9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-MANAGERS              PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 MVL-AVG-SPAN              PIC ZZZ9.9.
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 MVL-MAX-SPAN              PIC ZZZZ,ZZ9.

       01 WS-DETAIL-HEADING.
          05 FILLER                    PIC X(11) VALUE "DEPARTMENT ".
          05 DTH-CODE                  PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTH-NAME                  PIC X(30).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTH-MOVEMENT-COUNT        PIC ZZZZ,ZZ9.
          05 FILLER                    PIC X(10) VALUE " MOVEMENTS".

       01 WS-DETAIL-COLUMNS.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(06) VALUE "EMPID".
          05 FILLER                    PIC X(26) VALUE "NAME".
          05 FILLER                    PIC X(09) VALUE "DATE".
          05 FILLER                    PIC X(13) VALUE "MOVEMENT".
          05 FILLER                    PIC X(05) VALUE "FROM".
          05 FILLER                    PIC X(05) VALUE "TO".
          05 FILLER                    PIC X(05) VALUE "VERB".
          05 FILLER                    PIC X(08) VALUE "CALLER".

       01 WS-DETAIL-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 DTL-EMPID                 PIC X(05).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-EMPNAME               PIC X(25).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-DATE                  PIC 9(08).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-MOVEMENT              PIC X(12).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-FROM-DEPT             PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-TO-DEPT               PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 DTL-VERB                  PIC X(01).
          05 FILLER                    PIC X(04) VALUE SPACES.
          05 DTL-CALLER-ID             PIC X(08).

       01 WS-BREAK-LINE.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 BRK-EMPID                 PIC X(05).
          05 FILLER                    PIC X(27) VALUE
             "  JOURNAL DOES NOT CHAIN ON".
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 BRK-DATE                  PIC 9(08).
          05 FILLER                    PIC X(11) VALUE " - OPENING ".
          05 BRK-OPEN-DEPT             PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 BRK-OPEN-STATE            PIC X(08).
          05 FILLER                    PIC X(09) VALUE " CLOSING ".
          05 BRK-CLOSE-DEPT            PIC X(04).
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 BRK-CLOSE-STATE           PIC X(08).

       PROCEDURE DIVISION.
      *********************
       MAIN-CONTROL SECTION.
      *
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM Load-Move-Parms.
           PERFORM Set-Month-Dates.

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
           PERFORM Load-Employee-Table.
           CLOSE EMPFILE.
      *
      * WITH NO JOURNAL YET EVERY POSITION IS THE CURRENT EMPFILE
      * RECORD AND THE MONTH SHOWS NO MOVEMENT.
      *
           OPEN INPUT CHGJRNL.
           IF CHGJRNL-NOT-FOUND THEN
             DISPLAY " No CHGJRNL found - no movements to report "
           ELSE
             IF NOT CHGJRNL-OK THEN
               DISPLAY "ERROR: Could not open CHGJRNL, status = "
                       WS-CHGJRNL-STATUS
               GOBACK
             END-IF
             READ CHGJRNL
             PERFORM UNTIL CHGJRNL-EOF
               ADD 1 TO WS-JRNL-READ-COUNT
               PERFORM Track-One-Change
               READ CHGJRNL
             END-PERFORM
             CLOSE CHGJRNL
           END-IF.

           OPEN OUTPUT REPTFILE.
           IF NOT REPTFILE-OK THEN
             DISPLAY "ERROR: Could not open REPTFILE, status = "
                     WS-REPTFILE-STATUS
             GOBACK
           END-IF.

           PERFORM Tally-Opening-Closing.
           PERFORM Tally-Span-Of-Control.
           PERFORM Build-Cost-Center-Rollup.

           MOVE WS-MONTH-START(1:6) TO HDG-MONTH.
           MOVE WS-MONTH-START  TO HDG-MONTH-START.
           MOVE WS-MONTH-END    TO HDG-MONTH-END.
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE.
           MOVE WS-HEADING-1 TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-HEADING-2 TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM Report-Department-Movement.
           PERFORM Report-Cost-Center-Movement.
           PERFORM Report-Movement-Detail.
           PERFORM Report-Tie-Out.
           PERFORM Write-Summary.

           CLOSE REPTFILE.

           MOVE TOT-OPENING TO WS-DISPLAY-COUNT
           DISPLAY "========================================"
           DISPLAY " Headcount and movement report complete "
           DISPLAY "   Month            : " WS-MONTH-START(1:6)
           DISPLAY "   Opening          : " WS-DISPLAY-COUNT
           MOVE TOT-CLOSING TO WS-DISPLAY-COUNT
           DISPLAY "   Closing          : " WS-DISPLAY-COUNT
           MOVE WS-MVT-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Movements        : " WS-DISPLAY-COUNT
           MOVE WS-BREAK-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Tie-out breaks   : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           IF WS-BREAK-COUNT GREATER THAN 0
               OR WS-OUT-OF-BALANCE-COUNT GREATER THAN 0
               OR WS-UNTRACKED-COUNT GREATER THAN 0 THEN
             MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *
      *  Read the optional MOVEPARM file. A month (YYYYMM) on line 1
      *  selects the report month; without one the report is for the
      *  month before the run date. A malformed month is refused
      *  rather than reporting the wrong month.
      *  ============================================================
      *
       Load-Move-Parms.
           MOVE WS-CURRENT-DATE TO WS-MONTH-START.
           IF WS-START-MONTH EQUAL 1 THEN
             SUBTRACT 1 FROM WS-START-YEAR
             MOVE 12 TO WS-START-MONTH
           ELSE
             SUBTRACT 1 FROM WS-START-MONTH
           END-IF.
           MOVE 1 TO WS-START-DAY.

           OPEN INPUT MOVEPARM.
           IF MOVEPARM-NOT-FOUND THEN
             DISPLAY " No MOVEPARM found - reporting the month before "
                     "the run date"
           ELSE
             IF NOT MOVEPARM-OK THEN
               DISPLAY "ERROR: Could not open MOVEPARM, status = "
                       WS-MOVEPARM-STATUS
               GOBACK
             ELSE
               READ MOVEPARM
               IF NOT MOVEPARM-EOF
                   AND MOVEPARM-LINE(1:6) NOT EQUAL SPACES THEN
                 IF MOVEPARM-LINE(1:6) IS NUMERIC
                     AND MOVEPARM-LINE(5:2) GREATER THAN "00"
                     AND MOVEPARM-LINE(5:2) NOT GREATER THAN "12" THEN
                   MOVE MOVEPARM-LINE(1:4) TO WS-START-YEAR
                   MOVE MOVEPARM-LINE(5:2) TO WS-START-MONTH
                 ELSE
                   DISPLAY "ERROR: MOVEPARM line 1 is not a month "
                           "(YYYYMM)"
                   CLOSE MOVEPARM
                   GOBACK
                 END-IF
               END-IF
               CLOSE MOVEPARM
             END-IF
           END-IF.
      *
      *  Work out the last day of the report month from the first day
      *  of the month after it.
      *  ============================================================
      *
       Set-Month-Dates.
           MOVE WS-MONTH-START TO WS-NEXT-MONTH-START.
           IF WS-NEXT-MONTH EQUAL 12 THEN
             ADD 1 TO WS-NEXT-YEAR
             MOVE 1 TO WS-NEXT-MONTH
           ELSE
             ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           DISPLAY " Reporting movements from " WS-MONTH-START
                   " to " WS-MONTH-END.
      *
      *  Load the department master in DEPT-CODE order into the
      *  movement table with every count zeroed.
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
                     DEPT-CODE " on are counted as unknown"
           END-IF.
      *
      *  Zero the counts of the department entry at WS-DEPT-COUNT.
      *  ============================================================
      *
       Clear-Department-Counts.
           MOVE 0 TO DPT-OPENING(WS-DEPT-COUNT).
           MOVE 0 TO DPT-JOINERS(WS-DEPT-COUNT).
           MOVE 0 TO DPT-LEAVERS(WS-DEPT-COUNT).
           MOVE 0 TO DPT-XFER-IN(WS-DEPT-COUNT).
           MOVE 0 TO DPT-XFER-OUT(WS-DEPT-COUNT).
           MOVE 0 TO DPT-CLOSING(WS-DEPT-COUNT).
           MOVE 0 TO DPT-DIFFERENCE(WS-DEPT-COUNT).
           MOVE 0 TO DPT-MANAGERS(WS-DEPT-COUNT).
           MOVE 0 TO DPT-REPORTS(WS-DEPT-COUNT).
           MOVE 0 TO DPT-MAX-SPAN(WS-DEPT-COUNT).
      *
      *  Load every active contact record, in ascending EMPID order,
      *  as an employee entry whose opening and closing positions are
      *  the current record until the journal says otherwise.
      *  Tombstoned records are left out - not on file and tombstoned
      *  are the same position, inactive.
      *  ============================================================
      *
       Load-Employee-Table.
           READ EMPFILE NEXT RECORD
           PERFORM UNTIL EMPFILE-EOF
             IF FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
               IF WS-EMP-COUNT LESS THAN WS-EMP-TABLE-MAX THEN
                 ADD 1 TO WS-EMP-COUNT
                 MOVE WS-EMP-COUNT TO WS-EMP-FOUND-IDX
                 MOVE FILE-EMPID TO WS-LOOKUP-EMPID
                 PERFORM Clear-Employee-Entry
                 MOVE 'F'            TO EMT-OPEN-SOURCE(WS-EMP-COUNT)
                 MOVE 'Y'            TO EMT-OPEN-ACTIVE(WS-EMP-COUNT)
                 MOVE FILE-DEPT-CODE TO EMT-OPEN-DEPT(WS-EMP-COUNT)
                 MOVE 'F'            TO EMT-CLOSE-SOURCE(WS-EMP-COUNT)
                 MOVE 'Y'            TO EMT-CLOSE-ACTIVE(WS-EMP-COUNT)
                 MOVE FILE-DEPT-CODE TO EMT-CLOSE-DEPT(WS-EMP-COUNT)
                 MOVE FILE-MGR-EMPID TO EMT-CLOSE-MGR(WS-EMP-COUNT)
               ELSE
                 ADD 1 TO WS-UNTRACKED-COUNT
               END-IF
             END-IF
             READ EMPFILE NEXT RECORD
           END-PERFORM.
      *
      *  Set the employee entry at WS-EMP-FOUND-IDX to WS-LOOKUP-EMPID
      *  with no position known.
      *  ============================================================
      *
       Clear-Employee-Entry.
           MOVE WS-LOOKUP-EMPID TO EMT-EMPID(WS-EMP-FOUND-IDX).
           MOVE SPACE  TO EMT-OPEN-SOURCE(WS-EMP-FOUND-IDX).
           MOVE 'N'    TO EMT-OPEN-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE SPACES TO EMT-OPEN-DEPT(WS-EMP-FOUND-IDX).
           MOVE SPACE  TO EMT-CLOSE-SOURCE(WS-EMP-FOUND-IDX).
           MOVE 'N'    TO EMT-CLOSE-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE SPACES TO EMT-CLOSE-DEPT(WS-EMP-FOUND-IDX).
           MOVE SPACES TO EMT-CLOSE-MGR(WS-EMP-FOUND-IDX).
           MOVE 'N'    TO EMT-CHAIN-FLAG(WS-EMP-FOUND-IDX).
           MOVE 'N'    TO EMT-CHAIN-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE SPACES TO EMT-CHAIN-DEPT(WS-EMP-FOUND-IDX).
           MOVE 0      TO EMT-BREAK-DATE(WS-EMP-FOUND-IDX).
           MOVE 0      TO EMT-REPORT-COUNT(WS-EMP-FOUND-IDX).
      *
      *  Find the employee entry for WS-LOOKUP-EMPID by halving the
      *  table, which is held in ascending EMPID order. Leaves
      *  WS-EMP-FOUND-IDX zero when the EMPID is not there, with
      *  WS-EMP-LOW on the entry it would be inserted before.
      *  ============================================================
      *
       Find-Employee-Entry.
           MOVE 0 TO WS-EMP-FOUND-IDX.
           MOVE 1 TO WS-EMP-LOW.
           MOVE WS-EMP-COUNT TO WS-EMP-HIGH.
           PERFORM UNTIL WS-EMP-LOW GREATER THAN WS-EMP-HIGH
               OR WS-EMP-FOUND-IDX NOT EQUAL 0
             COMPUTE WS-EMP-MID = (WS-EMP-LOW + WS-EMP-HIGH) / 2
             EVALUATE TRUE
               WHEN EMT-EMPID(WS-EMP-MID) EQUAL WS-LOOKUP-EMPID
                 MOVE WS-EMP-MID TO WS-EMP-FOUND-IDX
               WHEN EMT-EMPID(WS-EMP-MID) LESS THAN WS-LOOKUP-EMPID
                 COMPUTE WS-EMP-LOW = WS-EMP-MID + 1
               WHEN OTHER
                 COMPUTE WS-EMP-HIGH = WS-EMP-MID - 1
             END-EVALUATE
           END-PERFORM.
      *
      *  Insert an entry for WS-LOOKUP-EMPID at WS-EMP-LOW, moving the
      *  entries above it up one place. When the table is full the
      *  EMPID is not tracked and WS-EMP-FOUND-IDX stays zero.
      *  ============================================================
      *
       Add-Employee-Entry.
           IF WS-EMP-COUNT LESS THAN WS-EMP-TABLE-MAX THEN
             PERFORM VARYING WS-EMP-IDX FROM WS-EMP-COUNT BY -1
                 UNTIL WS-EMP-IDX LESS THAN WS-EMP-LOW
               MOVE WS-EMP-ENTRY(WS-EMP-IDX)
                 TO WS-EMP-ENTRY(WS-EMP-IDX + 1)
             END-PERFORM
             ADD 1 TO WS-EMP-COUNT
             MOVE WS-EMP-LOW TO WS-EMP-FOUND-IDX
             PERFORM Clear-Employee-Entry
           ELSE
             ADD 1 TO WS-UNTRACKED-COUNT
           END-IF.
      *
      *  Apply one journal record to its employee's positions. A
      *  record before the month sets both positions from its
      *  after-image; one in the month is a possible movement, gives
      *  the opening position from its before-image when nothing
      *  earlier did, and the closing position from its after-image;
      *  one after the month gives either position still taken from
      *  EMPFILE from its before-image.
      *  ============================================================
      *
       Track-One-Change.
           MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE JRNL-AFTER-IMAGE  TO WS-AFTER-REC
           MOVE 'N' TO WS-BEFORE-ACTIVE-FLAG
           IF BFR-EMPID NOT EQUAL SPACES
               AND BFR-DELETED-FLAG NOT EQUAL 'Y' THEN
             MOVE 'Y' TO WS-BEFORE-ACTIVE-FLAG
           END-IF
           MOVE 'N' TO WS-AFTER-ACTIVE-FLAG
           IF AFT-EMPID NOT EQUAL SPACES
               AND AFT-DELETED-FLAG NOT EQUAL 'Y' THEN
             MOVE 'Y' TO WS-AFTER-ACTIVE-FLAG
           END-IF

           MOVE JRNL-EMPID TO WS-LOOKUP-EMPID
           PERFORM Find-Employee-Entry
           IF WS-EMP-FOUND-IDX EQUAL 0 THEN
             PERFORM Add-Employee-Entry
           END-IF

           IF WS-EMP-FOUND-IDX NOT EQUAL 0 THEN
             EVALUATE TRUE
               WHEN JRNL-DATE LESS THAN WS-MONTH-START
                 PERFORM Take-After-As-Opening
                 PERFORM Take-After-As-Closing
                 PERFORM Take-After-As-Chain
               WHEN JRNL-DATE NOT GREATER THAN WS-MONTH-END
                 ADD 1 TO WS-MONTH-RECORD-COUNT
                 IF NOT EMT-OPEN-JOURNALED(WS-EMP-FOUND-IDX) THEN
                   PERFORM Take-Before-As-Opening
                 END-IF
                 PERFORM Check-Chain-Follows-On
                 PERFORM Count-Movement
                 PERFORM Take-After-As-Closing
                 PERFORM Take-After-As-Chain
               WHEN OTHER
                 IF NOT EMT-OPEN-JOURNALED(WS-EMP-FOUND-IDX) THEN
                   PERFORM Take-Before-As-Opening
                 END-IF
                 IF NOT EMT-CLOSE-JOURNALED(WS-EMP-FOUND-IDX) THEN
                   PERFORM Take-Before-As-Closing
                 END-IF
             END-EVALUATE
           END-IF.
      *
      *  Position-setting routines for the employee entry at
      *  WS-EMP-FOUND-IDX from the current journal record's images.
      *  ============================================================
      *
       Take-After-As-Opening.
           MOVE 'A' TO EMT-OPEN-SOURCE(WS-EMP-FOUND-IDX).
           MOVE WS-AFTER-ACTIVE-FLAG
             TO EMT-OPEN-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE AFT-DEPT-CODE TO EMT-OPEN-DEPT(WS-EMP-FOUND-IDX).

       Take-Before-As-Opening.
           MOVE 'B' TO EMT-OPEN-SOURCE(WS-EMP-FOUND-IDX).
           MOVE WS-BEFORE-ACTIVE-FLAG
             TO EMT-OPEN-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE BFR-DEPT-CODE TO EMT-OPEN-DEPT(WS-EMP-FOUND-IDX).

       Take-After-As-Closing.
           MOVE 'A' TO EMT-CLOSE-SOURCE(WS-EMP-FOUND-IDX).
           MOVE WS-AFTER-ACTIVE-FLAG
             TO EMT-CLOSE-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE AFT-DEPT-CODE TO EMT-CLOSE-DEPT(WS-EMP-FOUND-IDX).
           MOVE AFT-MGR-EMPID TO EMT-CLOSE-MGR(WS-EMP-FOUND-IDX).

       Take-Before-As-Closing.
           MOVE 'B' TO EMT-CLOSE-SOURCE(WS-EMP-FOUND-IDX).
           MOVE WS-BEFORE-ACTIVE-FLAG
             TO EMT-CLOSE-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE BFR-DEPT-CODE TO EMT-CLOSE-DEPT(WS-EMP-FOUND-IDX).
           MOVE BFR-MGR-EMPID TO EMT-CLOSE-MGR(WS-EMP-FOUND-IDX).

       Take-After-As-Chain.
           MOVE 'Y' TO EMT-CHAIN-FLAG(WS-EMP-FOUND-IDX).
           MOVE WS-AFTER-ACTIVE-FLAG
             TO EMT-CHAIN-ACTIVE(WS-EMP-FOUND-IDX).
           MOVE AFT-DEPT-CODE TO EMT-CHAIN-DEPT(WS-EMP-FOUND-IDX).
      *
      *  A month's journal record must start from the position the
      *  employee's previous journal record left: the same active
      *  flag and, when active, the same department. The first date
      *  it does not is kept as the employee's tie-out break.
      *  ============================================================
      *
       Check-Chain-Follows-On.
           IF EMT-CHAIN-STARTED(WS-EMP-FOUND-IDX)
               AND EMT-BREAK-DATE(WS-EMP-FOUND-IDX) EQUAL 0 THEN
             IF WS-BEFORE-ACTIVE-FLAG NOT EQUAL
                 EMT-CHAIN-ACTIVE(WS-EMP-FOUND-IDX)
                 OR (BEFORE-IS-ACTIVE AND BFR-DEPT-CODE NOT EQUAL
                     EMT-CHAIN-DEPT(WS-EMP-FOUND-IDX)) THEN
               MOVE JRNL-DATE TO EMT-BREAK-DATE(WS-EMP-FOUND-IDX)
             END-IF
           END-IF.
      *
      *  Count the month's journal record as a joiner (inactive to
      *  active), a leaver (active to inactive) or a transfer (active
      *  in a different department), and keep it for the detail
      *  list. Any other change is not a movement.
      *  ============================================================
      *
       Count-Movement.
           MOVE SPACE TO WS-MVT-KIND.
           MOVE 0 TO WS-MVT-FROM-IDX WS-MVT-TO-IDX.
           EVALUATE TRUE
             WHEN AFTER-IS-ACTIVE AND NOT BEFORE-IS-ACTIVE
               MOVE 'J' TO WS-MVT-KIND
               MOVE AFT-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               MOVE WS-DEPT-FOUND-IDX TO WS-MVT-TO-IDX
               ADD 1 TO DPT-JOINERS(WS-MVT-TO-IDX)
             WHEN BEFORE-IS-ACTIVE AND NOT AFTER-IS-ACTIVE
               MOVE 'L' TO WS-MVT-KIND
               MOVE BFR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               MOVE WS-DEPT-FOUND-IDX TO WS-MVT-FROM-IDX
               ADD 1 TO DPT-LEAVERS(WS-MVT-FROM-IDX)
             WHEN BEFORE-IS-ACTIVE AND AFTER-IS-ACTIVE
                 AND BFR-DEPT-CODE NOT EQUAL AFT-DEPT-CODE
               MOVE 'T' TO WS-MVT-KIND
               MOVE BFR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               MOVE WS-DEPT-FOUND-IDX TO WS-MVT-FROM-IDX
               ADD 1 TO DPT-XFER-OUT(WS-MVT-FROM-IDX)
               MOVE AFT-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               MOVE WS-DEPT-FOUND-IDX TO WS-MVT-TO-IDX
               ADD 1 TO DPT-XFER-IN(WS-MVT-TO-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-MVT-KIND NOT EQUAL SPACE THEN
             IF WS-MVT-COUNT LESS THAN WS-MVT-TABLE-MAX THEN
               ADD 1 TO WS-MVT-COUNT
               MOVE JRNL-EMPID      TO MVT-EMPID(WS-MVT-COUNT)
               IF WS-MVT-KIND EQUAL 'L' THEN
                 MOVE BFR-EMPNAME   TO MVT-EMPNAME(WS-MVT-COUNT)
               ELSE
                 MOVE AFT-EMPNAME   TO MVT-EMPNAME(WS-MVT-COUNT)
               END-IF
               MOVE JRNL-DATE       TO MVT-DATE(WS-MVT-COUNT)
               MOVE WS-MVT-KIND     TO MVT-KIND(WS-MVT-COUNT)
               MOVE SPACES          TO MVT-FROM-DEPT(WS-MVT-COUNT)
               MOVE SPACES          TO MVT-TO-DEPT(WS-MVT-COUNT)
               IF WS-MVT-FROM-IDX NOT EQUAL 0 THEN
                 MOVE BFR-DEPT-CODE TO MVT-FROM-DEPT(WS-MVT-COUNT)
               END-IF
               IF WS-MVT-TO-IDX NOT EQUAL 0 THEN
                 MOVE AFT-DEPT-CODE TO MVT-TO-DEPT(WS-MVT-COUNT)
               END-IF
               MOVE WS-MVT-FROM-IDX TO MVT-FROM-IDX(WS-MVT-COUNT)
               MOVE WS-MVT-TO-IDX   TO MVT-TO-IDX(WS-MVT-COUNT)
               MOVE JRNL-VERB       TO MVT-VERB(WS-MVT-COUNT)
               MOVE JRNL-CALLER-ID  TO MVT-CALLER-ID(WS-MVT-COUNT)
             ELSE
               ADD 1 TO WS-MVT-OVERFLOW-COUNT
             END-IF
           END-IF.
      *
      *  Find the department table entry for WS-LOOKUP-DEPT-CODE,
      *  adding an entry when the code is not on the department
      *  master. The last table slot is kept as a catch-all once the
      *  table fills.
      *  ============================================================
      *
       Find-Department-Entry.
           MOVE 0 TO WS-DEPT-FOUND-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
                  OR WS-DEPT-FOUND-IDX NOT EQUAL 0
             IF DPT-CODE(WS-DEPT-IDX) EQUAL WS-LOOKUP-DEPT-CODE THEN
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
             END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND-IDX EQUAL 0 THEN
             IF WS-DEPT-COUNT LESS THAN WS-DEPT-TABLE-MAX THEN
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-LOOKUP-DEPT-CODE TO DPT-CODE(WS-DEPT-COUNT)
               MOVE "(NOT ON DEPARTMENT MASTER)"
                 TO DPT-NAME(WS-DEPT-COUNT)
               MOVE SPACES TO DPT-COST-CENTER(WS-DEPT-COUNT)
               PERFORM Clear-Department-Counts
             END-IF
             MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
           END-IF.
      *
      *  Count each employee's opening and closing positions into
      *  their departments, then work out how far each department is
      *  from tying out. An employee whose journal broke, or whose
      *  last journal position differs from the closing one, is
      *  counted as a tie-out break.
      *  ============================================================
      *
       Tally-Opening-Closing.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX GREATER THAN WS-EMP-COUNT
             IF EMT-OPEN-ACTIVE(WS-EMP-IDX) EQUAL 'Y' THEN
               MOVE EMT-OPEN-DEPT(WS-EMP-IDX) TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               ADD 1 TO DPT-OPENING(WS-DEPT-FOUND-IDX)
             END-IF
             IF EMT-CLOSE-ACTIVE(WS-EMP-IDX) EQUAL 'Y' THEN
               MOVE EMT-CLOSE-DEPT(WS-EMP-IDX) TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               ADD 1 TO DPT-CLOSING(WS-DEPT-FOUND-IDX)
             END-IF
             IF EMT-BREAK-DATE(WS-EMP-IDX) NOT EQUAL 0 THEN
               ADD 1 TO WS-BREAK-COUNT
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             COMPUTE DPT-DIFFERENCE(WS-DEPT-IDX) =
                 DPT-CLOSING(WS-DEPT-IDX)
                 - DPT-OPENING(WS-DEPT-IDX)
                 - DPT-JOINERS(WS-DEPT-IDX)
                 + DPT-LEAVERS(WS-DEPT-IDX)
                 - DPT-XFER-IN(WS-DEPT-IDX)
                 + DPT-XFER-OUT(WS-DEPT-IDX)
             IF DPT-DIFFERENCE(WS-DEPT-IDX) NOT EQUAL 0 THEN
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
             END-IF
           END-PERFORM.
      *
      *  Span of control at month end: give every active employee's
      *  manager credit for one direct report, then count each
      *  manager holding direct reports into the manager's own
      *  department. A report whose manager is not active at month
      *  end is counted in the summary instead.
      *  ============================================================
      *
       Tally-Span-Of-Control.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX GREATER THAN WS-EMP-COUNT
             IF EMT-CLOSE-ACTIVE(WS-EMP-IDX) EQUAL 'Y'
                 AND EMT-CLOSE-MGR(WS-EMP-IDX) NOT EQUAL SPACES THEN
               MOVE EMT-CLOSE-MGR(WS-EMP-IDX) TO WS-LOOKUP-EMPID
               PERFORM Find-Employee-Entry
               IF WS-EMP-FOUND-IDX NOT EQUAL 0 THEN
                 IF EMT-CLOSE-ACTIVE(WS-EMP-FOUND-IDX) NOT EQUAL 'Y'
                     THEN
                   MOVE 0 TO WS-EMP-FOUND-IDX
                 END-IF
               END-IF
               IF WS-EMP-FOUND-IDX EQUAL 0 THEN
                 ADD 1 TO WS-UNMANAGED-COUNT
               ELSE
                 ADD 1 TO EMT-REPORT-COUNT(WS-EMP-FOUND-IDX)
               END-IF
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX GREATER THAN WS-EMP-COUNT
             IF EMT-REPORT-COUNT(WS-EMP-IDX) GREATER THAN 0 THEN
               MOVE EMT-CLOSE-DEPT(WS-EMP-IDX) TO WS-LOOKUP-DEPT-CODE
               PERFORM Find-Department-Entry
               ADD 1 TO DPT-MANAGERS(WS-DEPT-FOUND-IDX)
               ADD EMT-REPORT-COUNT(WS-EMP-IDX)
                 TO DPT-REPORTS(WS-DEPT-FOUND-IDX)
               IF EMT-REPORT-COUNT(WS-EMP-IDX) GREATER THAN
                   DPT-MAX-SPAN(WS-DEPT-FOUND-IDX) THEN
                 MOVE EMT-REPORT-COUNT(WS-EMP-IDX)
                   TO DPT-MAX-SPAN(WS-DEPT-FOUND-IDX)
               END-IF
             END-IF
           END-PERFORM.
      *
      *  Roll every department up into the cost-center table, which
      *  is kept in ascending cost-center order by inserting each new
      *  cost center in its place, and into the grand total.
      *  ============================================================
      *
       Build-Cost-Center-Rollup.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             MOVE DPT-FIGURES(WS-DEPT-IDX) TO WS-FIGURES
             PERFORM Find-Cost-Center-Entry
             ADD FIG-OPENING    TO CCT-OPENING(WS-CC-FOUND-IDX)
                                   TOT-OPENING
             ADD FIG-JOINERS    TO CCT-JOINERS(WS-CC-FOUND-IDX)
                                   TOT-JOINERS
             ADD FIG-LEAVERS    TO CCT-LEAVERS(WS-CC-FOUND-IDX)
                                   TOT-LEAVERS
             ADD FIG-XFER-IN    TO CCT-XFER-IN(WS-CC-FOUND-IDX)
                                   TOT-XFER-IN
             ADD FIG-XFER-OUT   TO CCT-XFER-OUT(WS-CC-FOUND-IDX)
                                   TOT-XFER-OUT
             ADD FIG-CLOSING    TO CCT-CLOSING(WS-CC-FOUND-IDX)
                                   TOT-CLOSING
             ADD FIG-DIFFERENCE TO CCT-DIFFERENCE(WS-CC-FOUND-IDX)
                                   TOT-DIFFERENCE
             ADD FIG-MANAGERS   TO CCT-MANAGERS(WS-CC-FOUND-IDX)
                                   TOT-MANAGERS
             ADD FIG-REPORTS    TO CCT-REPORTS(WS-CC-FOUND-IDX)
                                   TOT-REPORTS
             IF FIG-MAX-SPAN GREATER THAN
                 CCT-MAX-SPAN(WS-CC-FOUND-IDX) THEN
               MOVE FIG-MAX-SPAN TO CCT-MAX-SPAN(WS-CC-FOUND-IDX)
             END-IF
             IF FIG-MAX-SPAN GREATER THAN TOT-MAX-SPAN THEN
               MOVE FIG-MAX-SPAN TO TOT-MAX-SPAN
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
               MOVE 0 TO CCT-OPENING(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-JOINERS(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-LEAVERS(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-XFER-IN(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-XFER-OUT(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-CLOSING(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-DIFFERENCE(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-MANAGERS(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-REPORTS(WS-CC-FOUND-IDX)
               MOVE 0 TO CCT-MAX-SPAN(WS-CC-FOUND-IDX)
             ELSE
               MOVE WS-CC-COUNT TO WS-CC-FOUND-IDX
             END-IF
           END-IF.
      *
      *  Print the movement line of every department with a headcount
      *  or a movement in the month, in DEPT-CODE order, and the
      *  grand total.
      *  ============================================================
      *
       Report-Department-Movement.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "MOVEMENT BY DEPARTMENT" TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-MOVE-HEADING TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             MOVE DPT-FIGURES(WS-DEPT-IDX) TO WS-FIGURES
             IF FIG-OPENING GREATER THAN 0 OR FIG-CLOSING GREATER
                 THAN 0 OR FIG-JOINERS GREATER THAN 0
                 OR FIG-LEAVERS GREATER THAN 0
                 OR FIG-XFER-IN GREATER THAN 0
                 OR FIG-XFER-OUT GREATER THAN 0 THEN
               MOVE SPACES TO WS-MOVE-LINE
               MOVE DPT-CODE(WS-DEPT-IDX)        TO MVL-CODE
               MOVE DPT-NAME(WS-DEPT-IDX)        TO MVL-NAME
               MOVE DPT-COST-CENTER(WS-DEPT-IDX) TO MVL-COST-CENTER
               PERFORM Write-Movement-Line
             END-IF
           END-PERFORM.

           MOVE WS-TOTAL-FIGURES TO WS-FIGURES.
           MOVE SPACES TO WS-MOVE-LINE.
           MOVE "ALL DEPARTMENTS" TO MVL-NAME.
           PERFORM Write-Movement-Line.
      *
      *  Print the cost-center roll-up in cost-center order.
      *  ============================================================
      *
       Report-Cost-Center-Movement.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "ROLL-UP BY COST CENTER" TO REPT-LINE
           WRITE REPT-LINE.
           MOVE WS-MOVE-HEADING TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX GREATER THAN WS-CC-COUNT
             MOVE CCT-FIGURES(WS-CC-IDX) TO WS-FIGURES
             IF FIG-OPENING GREATER THAN 0 OR FIG-CLOSING GREATER
                 THAN 0 OR FIG-JOINERS GREATER THAN 0
                 OR FIG-LEAVERS GREATER THAN 0
                 OR FIG-XFER-IN GREATER THAN 0
                 OR FIG-XFER-OUT GREATER THAN 0 THEN
               MOVE SPACES TO WS-MOVE-LINE
               MOVE CCT-COST-CENTER(WS-CC-IDX) TO MVL-COST-CENTER
               IF CCT-COST-CENTER(WS-CC-IDX) EQUAL SPACES THEN
                 MOVE "(NO COST CENTER)" TO MVL-NAME
               END-IF
               PERFORM Write-Movement-Line
             END-IF
           END-PERFORM.
      *
      *  Format WS-FIGURES into the movement line already carrying
      *  its code, name and cost center, and print it.
      *  ============================================================
      *
       Write-Movement-Line.
           MOVE FIG-OPENING    TO MVL-OPENING.
           MOVE FIG-JOINERS    TO MVL-JOINERS.
           MOVE FIG-LEAVERS    TO MVL-LEAVERS.
           MOVE FIG-XFER-IN    TO MVL-XFER-IN.
           MOVE FIG-XFER-OUT   TO MVL-XFER-OUT.
           MOVE FIG-CLOSING    TO MVL-CLOSING.
           MOVE FIG-DIFFERENCE TO MVL-DIFFERENCE.
           MOVE FIG-MANAGERS   TO MVL-MANAGERS.
           IF FIG-MANAGERS GREATER THAN 0 THEN
             COMPUTE WS-AVG-SPAN ROUNDED = FIG-REPORTS / FIG-MANAGERS
           ELSE
             MOVE 0 TO WS-AVG-SPAN
           END-IF.
           MOVE WS-AVG-SPAN    TO MVL-AVG-SPAN.
           MOVE FIG-MAX-SPAN   TO MVL-MAX-SPAN.
           MOVE WS-MOVE-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Print the movements behind each department's figures: a
      *  department header, then one line per joiner, leaver and
      *  transfer in or out, in journal order.
      *  ============================================================
      *
       Report-Movement-Detail.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "MOVEMENTS BY DEPARTMENT" TO REPT-LINE
           WRITE REPT-LINE.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
             COMPUTE WS-DEPT-MOVEMENTS =
                 DPT-JOINERS(WS-DEPT-IDX) + DPT-LEAVERS(WS-DEPT-IDX)
                 + DPT-XFER-IN(WS-DEPT-IDX) + DPT-XFER-OUT(WS-DEPT-IDX)
             IF WS-DEPT-MOVEMENTS GREATER THAN 0 THEN
               MOVE SPACES TO REPT-LINE
               WRITE REPT-LINE
               MOVE DPT-CODE(WS-DEPT-IDX) TO DTH-CODE
               MOVE DPT-NAME(WS-DEPT-IDX) TO DTH-NAME
               MOVE WS-DEPT-MOVEMENTS TO DTH-MOVEMENT-COUNT
               MOVE WS-DETAIL-HEADING TO REPT-LINE
               WRITE REPT-LINE
               MOVE WS-DETAIL-COLUMNS TO REPT-LINE
               WRITE REPT-LINE
               PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                   UNTIL WS-MVT-IDX GREATER THAN WS-MVT-COUNT
                 IF MVT-FROM-IDX(WS-MVT-IDX) EQUAL WS-DEPT-IDX
                     OR MVT-TO-IDX(WS-MVT-IDX) EQUAL WS-DEPT-IDX THEN
                   PERFORM Report-One-Movement
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
      *
      *  Print the movement at WS-MVT-IDX as it affected the
      *  department at WS-DEPT-IDX.
      *  ============================================================
      *
       Report-One-Movement.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE MVT-EMPID(WS-MVT-IDX)     TO DTL-EMPID.
           MOVE MVT-EMPNAME(WS-MVT-IDX)   TO DTL-EMPNAME.
           MOVE MVT-DATE(WS-MVT-IDX)      TO DTL-DATE.
           EVALUATE TRUE
             WHEN MVT-IS-JOINER(WS-MVT-IDX)
               MOVE "JOINER"       TO DTL-MOVEMENT
             WHEN MVT-IS-LEAVER(WS-MVT-IDX)
               MOVE "LEAVER"       TO DTL-MOVEMENT
             WHEN MVT-TO-IDX(WS-MVT-IDX) EQUAL WS-DEPT-IDX
               MOVE "TRANSFER IN"  TO DTL-MOVEMENT
             WHEN OTHER
               MOVE "TRANSFER OUT" TO DTL-MOVEMENT
           END-EVALUATE.
           MOVE MVT-FROM-DEPT(WS-MVT-IDX) TO DTL-FROM-DEPT.
           MOVE MVT-TO-DEPT(WS-MVT-IDX)   TO DTL-TO-DEPT.
           MOVE MVT-VERB(WS-MVT-IDX)      TO DTL-VERB.
           MOVE MVT-CALLER-ID(WS-MVT-IDX) TO DTL-CALLER-ID.
           MOVE WS-DETAIL-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Print the tie-out: each department whose opening plus
      *  movements does not equal its closing, and each employee
      *  whose journal does not chain, or ALL DEPARTMENTS TIE OUT.
      *  ============================================================
      *
       Report-Tie-Out.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.
           MOVE "TIE-OUT: OPENING + JOINERS - LEAVERS + XFER IN - "
             & "XFER OUT = CLOSING" TO REPT-LINE
           WRITE REPT-LINE.

           IF WS-OUT-OF-BALANCE-COUNT EQUAL 0
               AND WS-BREAK-COUNT EQUAL 0
               AND WS-UNTRACKED-COUNT EQUAL 0 THEN
             MOVE "   ALL DEPARTMENTS TIE OUT" TO REPT-LINE
             WRITE REPT-LINE
           ELSE
             PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX GREATER THAN WS-DEPT-COUNT
               IF DPT-DIFFERENCE(WS-DEPT-IDX) NOT EQUAL 0 THEN
                 MOVE DPT-DIFFERENCE(WS-DEPT-IDX) TO WS-DISPLAY-DIFF
                 MOVE SPACES TO REPT-LINE
                 STRING "   DEPARTMENT " DPT-CODE(WS-DEPT-IDX)
                        " DOES NOT TIE OUT - DIFFERENCE "
                        WS-DISPLAY-DIFF
                     DELIMITED BY SIZE INTO REPT-LINE
                 WRITE REPT-LINE
               END-IF
             END-PERFORM
             PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                 UNTIL WS-EMP-IDX GREATER THAN WS-EMP-COUNT
               IF EMT-BREAK-DATE(WS-EMP-IDX) NOT EQUAL 0 THEN
                 PERFORM Report-One-Break
               END-IF
             END-PERFORM
             IF WS-UNTRACKED-COUNT GREATER THAN 0 THEN
               MOVE WS-UNTRACKED-COUNT TO WS-DISPLAY-COUNT
               MOVE SPACES TO REPT-LINE
               STRING "  " WS-DISPLAY-COUNT
                      " EMPIDS NOT COUNTED - EMPLOYEE TABLE FULL"
                   DELIMITED BY SIZE INTO REPT-LINE
               WRITE REPT-LINE
             END-IF
           END-IF.
      *
      *  Print the tie-out break of the employee at WS-EMP-IDX with
      *  the opening and closing positions it was counted in.
      *  ============================================================
      *
       Report-One-Break.
           MOVE EMT-EMPID(WS-EMP-IDX)      TO BRK-EMPID.
           MOVE EMT-BREAK-DATE(WS-EMP-IDX) TO BRK-DATE.
           MOVE EMT-OPEN-DEPT(WS-EMP-IDX)  TO BRK-OPEN-DEPT.
           MOVE "INACTIVE" TO BRK-OPEN-STATE.
           IF EMT-OPEN-ACTIVE(WS-EMP-IDX) EQUAL 'Y' THEN
             MOVE "ACTIVE" TO BRK-OPEN-STATE
           END-IF.
           MOVE EMT-CLOSE-DEPT(WS-EMP-IDX) TO BRK-CLOSE-DEPT.
           MOVE "INACTIVE" TO BRK-CLOSE-STATE.
           IF EMT-CLOSE-ACTIVE(WS-EMP-IDX) EQUAL 'Y' THEN
             MOVE "ACTIVE" TO BRK-CLOSE-STATE
           END-IF.
           MOVE WS-BREAK-LINE TO REPT-LINE.
           WRITE REPT-LINE.
      *
      *  Write the end-of-run summary counts to the report.
      *  ============================================================
      *
       Write-Summary.
           MOVE SPACES TO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-JRNL-READ-COUNT TO WS-DISPLAY-COUNT
           STRING "JOURNAL RECORDS READ      : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-MONTH-RECORD-COUNT TO WS-DISPLAY-COUNT
           STRING "JOURNAL RECORDS IN MONTH  : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-EMP-COUNT TO WS-DISPLAY-COUNT
           STRING "EMPIDS COUNTED            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-UNMANAGED-COUNT TO WS-DISPLAY-COUNT
           STRING "REPORTS WITH NO ACTIVE MGR: " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           MOVE WS-BREAK-COUNT TO WS-DISPLAY-COUNT
           STRING "TIE-OUT BREAKS            : " WS-DISPLAY-COUNT
               DELIMITED BY SIZE INTO REPT-LINE
           WRITE REPT-LINE.

           IF WS-MVT-OVERFLOW-COUNT GREATER THAN 0 THEN
             MOVE WS-MVT-OVERFLOW-COUNT TO WS-DISPLAY-COUNT
             STRING "MOVEMENTS NOT LISTED      : " WS-DISPLAY-COUNT
                 "  (DETAIL TABLE FULL)"
                 DELIMITED BY SIZE INTO REPT-LINE
             WRITE REPT-LINE
           END-IF.
