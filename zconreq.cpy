             10 SVC-RQST-DEPT-CODE               PIC X(04).
             10 SVC-RQST-MGR-EMPID               PIC X(05).
             10 SVC-RQST-EFFECTIVE-DATE          PIC X(08).
             10 SVC-RQST-LOCATION-CODE           PIC X(06).
             10 SVC-RQST-WORKER-TYPE             PIC X(01).
             10 SVC-RQST-CONTRACT-END-DATE       PIC X(08).
      *
      * IDENTITY OF THE CALLER DRIVING THIS REQUEST. ZCONCBL CHECKS
      * IT AGAINST THE AUTHFILE AUTHORIZATION REFERENCE FILE BEFORE
      *
          05 SVC-RQST-CALLER-ID                 PIC X(08).
      *
      * CONTINUATION CURSOR FOR THE LIST ACTION ('L') AND THE
      * LIST-PENDING-APPROVALS ACTION ('H'). BLANK ASKS FOR THE FIRST
      * PAGE; A CALLER WANTING THE NEXT PAGE RE-DRIVES THE SAME
      * REQUEST WITH THE SVC-RESP-LIST-LAST-EMPID THE PREVIOUS
      * RESPONSE RETURNED, AND THE SEARCH RESUMES FROM THE KEYED
      * POSITION PAST THAT EMPID INSTEAD OF RESCANNING. ALSO CARVED
      * OUT OF THE FILLER. UNUSED BY ALL OTHER ACTIONS.
      *
          05 SVC-RQST-RESUME-EMPID              PIC X(05).
      *
      * FILLER. UNUSED BY ALL OTHER ACTIONS.
      *
          05 SVC-RQST-CASCADE-OPTION            PIC X(01).
      *
      * VERSION TOKEN FOR THE PUT ('U'), PATCH ('A') AND DELETE ('D')
      * ACTIONS: THE SVC-RESP-VERSION A PREVIOUS GET RETURNED FOR THE
      * RECORD. WHEN SUPPLIED, THE CHANGE IS REFUSED IF THE RECORD
      * HAS BEEN CHANGED SINCE THAT GET - BY THIS SERVER INSTANCE OR
      * ANOTHER - SO A READ-MODIFY-WRITE CANNOT LOSE SOMEONE ELSE'S
      * UPDATE. BLANK APPLIES THE CHANGE TO WHATEVER IS STORED, AS
      * BEFORE. ALSO CARVED OUT OF THE FILLER.
      *
          05 SVC-RQST-VERSION                   PIC X(10).
          05 SVC-RQST-FILLER                    PIC X(03).
      *
      * BULK-ADD REQUEST TABLE FOR THE BULK POST ACTION ('B'). EACH
      * ENTRY CARRIES ONE EMPLOYEE IN THE SAME SHAPE AS
             10 SVC-RQST-BULK-DEPT-CODE         PIC X(04).
             10 SVC-RQST-BULK-MGR-EMPID         PIC X(05).
             10 SVC-RQST-BULK-EFFECTIVE-DATE    PIC X(08).
             10 SVC-RQST-BULK-LOCATION-CODE     PIC X(06).
             10 SVC-RQST-BULK-WORKER-TYPE       PIC X(01).
             10 SVC-RQST-BULK-CONTRACT-END-DATE PIC X(08).
      *
      * EMERGENCY-CONTACT FIELDS FOR THE EMERGENCY ADD/REPLACE ('E')
      * AND RETRIEVE ('F') ACTIONS. THE OWNING EMPLOYEE IS NAMED BY
             10 SVC-RQST-EMERG-NAME             PIC X(25).
             10 SVC-RQST-EMERG-RELATION         PIC X(10).
             10 SVC-RQST-EMERG-PHONE            PIC X(20).
      *
      * DEPARTMENT-MASTER FIELDS FOR THE DEPARTMENT ADD ('N') AND
      * CHANGE ('C') ACTIONS. THE DEPARTMENT IS NAMED BY
      * SVC-RQST-DEPT-CODE; ON A CHANGE, A FIELD LEFT BLANK KEEPS
      * ITS CURRENT VALUE. THE RETIRE ACTION ('K') NEEDS ONLY THE
      * CODE. UNUSED BY ALL OTHER ACTIONS.
      *
          05 SVC-RQST-DEPT-MAINT-DATA.
             10 SVC-RQST-MAINT-DEPT-NAME        PIC X(30).
             10 SVC-RQST-MAINT-COST-CENTER      PIC X(06).
