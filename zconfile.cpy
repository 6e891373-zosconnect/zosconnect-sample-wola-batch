          05 FILE-DEPT-CODE            PIC X(04).
          05 FILE-MGR-EMPID            PIC X(05).
          05 FILE-EFFECTIVE-DATE       PIC X(08).
      *
      * OFFICE LOCATION CODE, VALIDATED AGAINST THE LOCFILE LOCATION
      * MASTER (ZCONLOC.cpy). BLANK FOR AN UNASSIGNED OR REMOTE
      * EMPLOYEE.
      *
          05 FILE-LOCATION-CODE        PIC X(06).
      *
      * WORKER TYPE: 'E' (OR BLANK, ON A RECORD ADDED BEFORE THE TYPE
      * WAS CARRIED) A PERMANENT EMPLOYEE, 'C' A CONTRACTOR, 'T' A
      * TEMPORARY WORKER. A CONTRACTOR OR TEMPORARY WORKER IS A
      * CONTINGENT WORKER AND CARRIES THE LAST DAY OF THE CONTRACT
      * (YYYYMMDD); AN EMPLOYEE'S CONTRACT END DATE IS BLANK. THE
      * ZCONCONT NIGHTLY JOB WARNS THE SPONSORING MANAGER (FILE-MGR-
      * EMPID) AHEAD OF THE END DATE AND TOMBSTONES THE RECORD ONCE
      * IT HAS PASSED.
      *
          05 FILE-WORKER-TYPE          PIC X(01).
             88 WORKER-IS-EMPLOYEE     VALUE 'E' SPACE.
             88 WORKER-IS-CONTINGENT   VALUE 'C' 'T'.
          05 FILE-CONTRACT-END-DATE    PIC X(08).
          05 FILE-DELETED-FLAG         PIC X(01).
          05 FILE-DELETED-DATE         PIC X(08).
