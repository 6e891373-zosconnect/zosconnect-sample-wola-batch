             10 SVC-RESP-DEPT-CODE               PIC X(04).
             10 SVC-RESP-MGR-EMPID               PIC X(05).
             10 SVC-RESP-EFFECTIVE-DATE          PIC X(08).
             10 SVC-RESP-LOCATION-CODE           PIC X(06).
             10 SVC-RESP-WORKER-TYPE             PIC X(01).
             10 SVC-RESP-CONTRACT-END-DATE       PIC X(08).
      *
      * DEPARTMENT NAME RESOLVED FROM THE DEPTFILE DEPARTMENT MASTER
      * FOR THE DEPT-CODE CARRIED IN SVC-RESP-DATA, SO CALLERS SEE A
             10 SVC-RESP-LIST-DEPT-CODE      PIC X(04).
             10 SVC-RESP-LIST-DEPT-NAME      PIC X(30).
      *
      * CONTINUATION STATE FOR THE LIST ACTION (AND THE LIST-PENDING-
      * APPROVALS ACTION): 'Y' WHEN MORE MATCHES EXIST BEYOND THIS
      * PAGE, AND THE LAST EMPID RETURNED, WHICH THE CALLER ECHOES
      * BACK IN SVC-RQST-RESUME-EMPID TO GET THE NEXT PAGE.
      *
          05 SVC-RESP-LIST-MORE              PIC X(01).
          05 SVC-RESP-LIST-LAST-EMPID        PIC X(05).
      * 'Y' WHILE THE STORE IS QUIESCED FOR A BATCH WINDOW.
      *
             10 SVC-RESP-STAT-QUIESCED       PIC X(01).
      *
      * COST CENTER OF THE DEPARTMENT ECHOED BY THE DEPARTMENT
      * MAINTENANCE ACTIONS ('N'/'C'/'K') ALONGSIDE SVC-RESP-DEPT-CODE
      * AND SVC-RESP-DEPT-NAME. UNUSED BY ALL OTHER ACTIONS.
      *
          05 SVC-RESP-DEPT-COST-CENTER       PIC X(06).
      *
      * HELD-CHANGE LIST FOR THE LIST-PENDING-APPROVALS ACTION ('H'):
      * ONE ENTRY PER CHANGE STILL AWAITING A SECOND CALLER'S
      * DECISION, IN EMPID ORDER, PAGED THROUGH SVC-RESP-LIST-MORE/
      * SVC-RESP-LIST-LAST-EMPID THE SAME WAY AS THE LIST ACTION.
      * UNUSED BY ALL OTHER ACTIONS, WHICH LEAVE SVC-RESP-HELD-COUNT
      * AT ZERO.
      *
          05 SVC-RESP-HELD-COUNT             PIC 9(02).
          05 SVC-RESP-HELD-ENTRIES OCCURS 10 TIMES.
             10 SVC-RESP-HELD-EMPID          PIC X(05).
             10 SVC-RESP-HELD-EMPNAME        PIC X(25).
             10 SVC-RESP-HELD-VERB           PIC X(01).
             10 SVC-RESP-HELD-FROM-DEPT      PIC X(04).
             10 SVC-RESP-HELD-TO-DEPT        PIC X(04).
             10 SVC-RESP-HELD-REQUESTER      PIC X(08).
             10 SVC-RESP-HELD-DATE           PIC 9(08).
      *
      * VERSION TOKEN OF THE RECORD RETURNED BY GET ('G') OR JUST
      * STORED BY POST/PUT/PATCH (AND BY AN APPROVED HELD CHANGE): A
      * CHECK VALUE OVER THE WHOLE STORED RECORD, WHICH THE CALLER
      * ECHOES BACK IN SVC-RQST-VERSION ON ITS NEXT PUT/PATCH/DELETE.
      * A CHANGE REFUSED AS CHANGED-SINCE-READ RETURNS THE CURRENT
      * TOKEN HERE. BLANK FOR ALL OTHER ACTIONS.
      *
          05 SVC-RESP-VERSION                PIC X(10).
      *
      * EVERY SERVER INSTANCE SHARING THE STORE, FOR THE STATUS
      * ACTION ('S'), FROM THE SRVCTL SERVER CONTROL FILE (SEE
      * ZCONSRV.cpy): REGISTER NAME, STATE (A ACTIVE, Q QUIESCED,
      * E ENDED, F ENDED IN ERROR), WHEN IT STARTED, ITS LAST
      * EXCHANGE AND ITS TRANSACTION AND REJECTED COUNTS. THE FIELDS
      * ABOVE DESCRIBE THE INSTANCE THAT ANSWERED; SVC-RESP-STAT-
      * QUIESCED IS THE SHARED STORE STATE. UNUSED BY ALL OTHER
      * ACTIONS, WHICH LEAVE SVC-RESP-STAT-INST-COUNT AT ZERO.
      *
          05 SVC-RESP-STAT-INST-COUNT        PIC 9(02).
          05 SVC-RESP-STAT-INST-ENTRIES OCCURS 4 TIMES.
             10 SVC-RESP-STAT-INST-REGNAME   PIC X(12).
             10 SVC-RESP-STAT-INST-STATE     PIC X(01).
             10 SVC-RESP-STAT-INST-START-DATE
                                             PIC 9(08).
             10 SVC-RESP-STAT-INST-START-TIME
                                             PIC 9(08).
             10 SVC-RESP-STAT-INST-LAST-DATE PIC 9(08).
             10 SVC-RESP-STAT-INST-LAST-TIME PIC 9(08).
             10 SVC-RESP-STAT-INST-TXN-COUNT PIC 9(08).
             10 SVC-RESP-STAT-INST-REJECTS   PIC 9(08).
