      * INBOUND DEPT-CODE AGAINST THIS FILE AND THE REPORTING
      * PROGRAMS RESOLVE THE DEPARTMENT NAME FROM IT, SO A CODE THAT
      * IS NOT ON THIS FILE CANNOT REACH THE CONTACT STORE. LOADED
      * AND REFRESHED BY THE ZCONDLDR BATCH PROGRAM, AND MAINTAINED
      * ONE CODE AT A TIME BY THE ZCONCBL DEPARTMENT ADD/CHANGE/
      * RETIRE ACTIONS, WHICH JOURNAL EVERY CHANGE ON DEPTJRNL.
      *
       01 DEPT-RECORD.
          05 DEPT-CODE                 PIC X(04).
