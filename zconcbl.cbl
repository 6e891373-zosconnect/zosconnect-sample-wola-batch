      *   POST     'P' - Adds an employee's contact information. A     *
      *                  request with a blank EMPID has the next       *
      *                  available EMPID assigned by the server -      *
      *                  persisted across restarts on the NEXTID log,  *
      *                  shared with any other instance on SRVCTL      *
      *                  and checked against the store so it can       *
      *                  never collide - and returned in the response  *
      *   GET      'G' - Retrieves the employee's contact information  *
      *                  and its version token                         *
      *   PUT      'U' - Updates the employee's contact information.   *
      *                  A change of DEPT-CODE (a transfer) is held    *
      *                  for approval instead of being applied         *
      *   PATCH    'A' - Partially updates the employee's contact      *
      *                  info, overwriting only the fields supplied;   *
      *                  a transfer is held for approval like PUT.     *
      *                  A PUT/PATCH/DELETE that carries the version   *
      *                  token from its GET is refused as a CONFLICT   *
      *                  when the record has changed since, so one     *
      *                  caller can never overwrite another's change   *
      *                  unseen; without a token it is applied as      *
      *                  before                                        *
      *   DELETE   'D' - Remove the employees' contact information.    *
      *                  Every delete is held for approval instead of  *
      *                  being applied at once.                        *
      *                  A target that other active records name as    *
      *                  their manager is refused with the count of    *
      *                  direct reports, unless the request carries    *
      *                  the cascade option - then the reports are     *
      *                  reassigned to the target's own manager in     *
      *                  the same unit of work, journaled per record.  *
      *                  The employee's emergency contacts are         *
      *                  removed in cascade, each kept first on the    *
      *                  EMGJRNL cascade journal                       *
      *   LIST     'L' - Search by partial EMPNAME/DEPT-CODE, up to    *
      *                  10 matching EMPID/EMPNAME/DEPT-CODE rows per  *
      *                  page; the response says whether more matches  *
      *                  exact-string chain first, with a digits-only  *
      *                  scan as the fallback when the stored          *
      *                  punctuation differs from the request's        *
      *   DEPTADD  'N' - Adds one department (code, name, cost         *
      *                  center) to the DEPTFILE department master     *
      *   DEPTCHG  'C' - Changes a department's name and/or cost       *
      *                  center; a field left blank is kept            *
      *   DEPTRET  'K' - Retires a department code from DEPTFILE.      *
      *                  Refused, with the counts, while any active    *
      *                  contact record or pending change still        *
      *                  carries the code. Every department change is  *
      *                  journaled with before/after images on the     *
      *                  DEPTJRNL department change journal            *
      *   APPROVE  'V' - Approves the change held for an EMPID. The    *
      *                  approver must be a different authorized       *
      *                  caller from the requester; the held request   *
      *                  is then applied through the normal update     *
      *                  paths and journaled with both caller IDs      *
      *   REJECT   'J' - Rejects the change held for an EMPID, again   *
      *                  only by a caller other than the requester;    *
      *                  the store is left untouched                   *
      *   HELDLIST 'H' - Lists up to 10 changes still awaiting a       *
      *                  decision per page, paged like LIST            *
      *   STATUS   'S' - Operator inquiry returning a snapshot of the  *
      *                  run - start time, per-verb counts, rejects,   *
      *                  checkpoint state and store record totals -    *
      *                  without disturbing the server, plus the state *
      *                  and counts of every instance on SRVCTL        *
      *   QUIESCE  'Q' - Puts the store into a read-only state for a   *
      *                  batch window: EMPFILE is reopened for input   *
      *                  only so batch can take it, GET/LIST/STATUS    *
      *                  are still answered, updates are refused.      *
      *                  Sent to any one instance, it quiesces them all*
      *   RESUME   'R' - Reopens EMPFILE for update and restores       *
      *                  full service after the batch window, again    *
      *                  on every instance                             *
      *   SHUTDOWN 'X' - Deliberate request to stop the server; any    *
      *                  other unrecognized verb is rejected instead   *
      *                  of stopping the server                        *
      * Caller authorization:                                          *
      *                                                                *
      *   Every request carries a caller ID. The update and operator   *
      *   verbs (POST/PUT/PATCH/DELETE/BULK/EMERGADD/DEPTADD/DEPTCHG/  *
      *   DEPTRET/APPROVE/REJECT/QUIESCE/RESUME/SHUTDOWN) are refused  *
      *   unless the caller's AUTHFILE entry (loaded by the ZCONALDR   *
      *   batch program) lists the action code and today falls inside  *
      *   the entry's valid-from/valid-to window; the read-only verbs  *
      *   are always served. Refusals are audited with outcome 'A' so  *
      *   the ZCONCERT recertification report can count them. The      *
      *   caller ID is stamped on every audit-trail and change-journal *
      *   record so the journals can answer "who made this change" -   *
      *   for an approved change, the journal carries both the         *
      *   requester and the approver.                                  *
      *                                                                *
      * Office location:                                               *
      *                                                                *
      *   POST/PUT/PATCH (and every BULK entry) may carry a            *
      *   LOCATION-CODE. A non-blank code must be on the LOCFILE       *
      *   location master (loaded by the ZCONLLDR batch program) or the*
      *   request is rejected the same way as an unknown DEPT-CODE; a  *
      *   blank code is accepted for an unassigned or remote employee. *
      *   GET/ASOF responses return the stored code, and the ZCONEVAC  *
      *   batch program prints the building evacuation roster from it. *
      *                                                                *
      * Contingent workers:                                            *
      *                                                                *
      *   POST/PUT/PATCH (and every BULK entry) may carry a WORKER-TYPE*
      *   - blank or 'E' for a permanent employee, 'C' for a           *
      *   contractor, 'T' for a temporary worker - and, for a          *
      *   contractor or temporary worker, the CONTRACT-END-DATE        *
      *   (YYYYMMDD) it must carry. An unknown type, a contingent      *
      *   worker without a numeric end date, or an employee with one is*
      *   rejected. A PATCH that leaves the record as an employee      *
      *   clears any stored end date. GET/ASOF responses return both   *
      *   fields, and the ZCONCONT nightly batch program warns the     *
      *   sponsoring manager ahead of the end date and tombstones the  *
      *   record once it has passed.                                   *
      *                                                                *
      * Concurrent instances:                                          *
      *                                                                *
      *   Two instances of this server, registered under different     *
      *   register names, may serve the same EMPFILE, EMGFILE,         *
      *   DEPTFILE, APPRFILE, PENDFILE, SUSPFILE, AUDITLOG and CHGJRNL.*
      *   The shared SRVCTL control file (see ZCONSRV.cpy), opened for *
      *   record-level sharing, carries what they must agree on: the   *
      *   EMPID mark, the last sequence number and check value of each *
      *   chained trail, the store's quiesce state and each instance's *
      *   state for STATUS. A control record read for update stays     *
      *   held until it is rewritten, which serializes EMPID           *
      *   assignment and the trail writes between the instances. Each  *
      *   instance follows the store state at its next exchange, so a  *
      *   QUIESCE or RESUME sent to either reaches both. RCVJRNL,      *
      *   CHKPTFILE and TIMELOG are allocated per instance; every      *
      *   recovery intent carries the instance's register name, so     *
      *   ZCONRCVR can repair either instance's abend from its own     *
      *   journal while the other runs.                                *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
      * VSAM KSDS DEPARTMENT MASTER REFERENCE FILE, KEYED BY
      * DEPT-CODE. EVERY INBOUND DEPT-CODE IS VALIDATED AGAINST IT
      * AND GET/LIST RESPONSES CARRY THE DEPARTMENT NAME RESOLVED
      * FROM IT. LOADED BY THE ZCONDLDR BATCH PROGRAM AND MAINTAINED
      * ONE CODE AT A TIME BY THE DEPARTMENT ADD/CHANGE/RETIRE
      * ACTIONS.
      *
           SELECT DEPTFILE ASSIGN TO DEPTFILE
               ORGANIZATION IS INDEXED
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTFILE-STATUS.
      *
      * VSAM KSDS OFFICE LOCATION MASTER REFERENCE FILE, KEYED BY
      * LOCATION CODE. EVERY NON-BLANK INBOUND LOCATION-CODE IS
      * VALIDATED AGAINST IT. LOADED BY THE ZCONLLDR BATCH PROGRAM.
      *
           SELECT LOCFILE ASSIGN TO LOCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOCFILE-STATUS.
      *
      * VSAM KSDS AUTHORIZATION REFERENCE FILE, KEYED BY CALLER ID.
      * EVERY UPDATE OR OPERATOR VERB IS CHECKED AGAINST THE CALLER'S
      * ALLOWED-VERBS STRING BEFORE IT IS APPLIED. LOADED BY THE
               RECORD KEY IS AUTH-CALLER-ID
               FILE STATUS IS WS-AUTHFILE-STATUS.
      *
      * VSAM KSDS APPROVALS FILE, KEYED BY EMPID PLUS THE DATE/TIME
      * THE CHANGE WAS HELD. A DELETE OR A DEPARTMENT TRANSFER IS
      * HELD HERE UNTIL A SECOND, DIFFERENT AUTHORIZED CALLER
      * APPROVES OR REJECTS IT; DECIDED RECORDS STAY AS THE APPROVAL
      * HISTORY AND THE ZCONHELD BATCH REPORT AGES THE WAITING ONES.
      *
           SELECT APPRFILE ASSIGN TO APPRFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPR-KEY
               FILE STATUS IS WS-APPRFILE-STATUS.
      *
      * VSAM KSDS SERVER CONTROL FILE, KEYED BY REGISTER NAME OR BY A
      * '*' CONTROL KEY, SHARED BY EVERY INSTANCE OF THIS SERVER
      * RUNNING AGAINST THE SAME STORE (SEE ZCONSRV.cpy). IT CARRIES
      * EACH INSTANCE'S STATE FOR THE STATUS ACTION, THE STORE'S
      * QUIESCE STATE, THE EMPID-ASSIGNMENT MARK AND THE LAST
      * SEQUENCE/CHECK VALUE OF THE SHARED AUDIT TRAIL AND CHANGE
      * JOURNAL.
      *
           SELECT SRVCTL ASSIGN TO SRVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRVC-KEY
               FILE STATUS IS WS-SRVCTL-STATUS.
      *
      * SEQUENTIAL AUDIT-TRAIL LOG, ONE RECORD PER TRANSACTION.
      *
           SELECT AUDITLOG ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGJRNL-STATUS.
      *
      * SEQUENTIAL DEPARTMENT-MASTER CHANGE JOURNAL. ONE RECORD,
      * CARRYING THE BEFORE-IMAGE AND AFTER-IMAGE OF THE DEPT-RECORD
      * AND THE CALLER ID, IS APPENDED FOR EVERY DEPARTMENT ADD,
      * CHANGE OR RETIREMENT APPLIED TO DEPTFILE.
      *
           SELECT DEPTJRNL ASSIGN TO DEPTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTJRNL-STATUS.
      *
      * SEQUENTIAL EMERGENCY-CONTACT CASCADE JOURNAL. EVERY CONTACT
      * A DELETE REMOVES IN CASCADE IS APPENDED HERE FIRST, WITH ITS
      * FULL IMAGE AND THE CALLER ID, SO A SELECTIVE BACKOUT OF THE
      * DELETE CAN RESTORE IT.
      *
           SELECT EMGJRNL ASSIGN TO EMGJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMGJRNL-STATUS.
      *
      * PENDING-CHANGES QUEUE. A PUT/PATCH CARRYING AN EFFECTIVE-DATE
      * STILL IN THE FUTURE IS PARKED HERE INSTEAD OF BEING APPLIED,
      * AND THE ZCONAPLY START-OF-DAY BATCH PROGRAM APPLIES IT WHEN
      * BEFORE/AFTER IMAGES IS WRITTEN AHEAD OF EVERY EMPFILE WRITE/
      * REWRITE AND A COMMIT RECORD ONCE THE RESPONSE HAS GONE BACK,
      * SO THE ZCONRCVR UTILITY CAN REPLAY OR BACK OUT ANY CHANGE
      * LEFT IN DOUBT BY AN ABEND. LIKE THE RESPONSE-TIME LOG AND THE
      * CHECKPOINT LOG BELOW, IT BELONGS TO THIS INSTANCE ALONE - EACH
      * INSTANCE IS ALLOCATED ITS OWN - AND EVERY RECORD CARRIES THE
      * INSTANCE'S REGISTER NAME.
      *
           SELECT RCVJRNL ASSIGN TO RCVJRNL
               ORGANIZATION IS LINE SEQUENTIAL
           RECORDING MODE IS F.
       COPY ZCONDEPT.

       FD  LOCFILE
           RECORDING MODE IS F.
       COPY ZCONLOC.

       FD  AUTHFILE
           RECORDING MODE IS F.
       COPY ZCONAUTH.

       FD  APPRFILE
           RECORDING MODE IS F.
       COPY ZCONAPR.

       FD  AUDITLOG
           RECORDING MODE IS F.
       COPY ZCONAUD.
           RECORDING MODE IS F.
       COPY ZCONJRN.

       FD  DEPTJRNL
           RECORDING MODE IS F.
       COPY ZCONDJR.

       FD  EMGJRNL
           RECORDING MODE IS F.
       COPY ZCONEJR.

       FD  PENDFILE
           RECORDING MODE IS F.
       COPY ZCONPND.
           RECORDING MODE IS F.
       01  REGCTL-LINE                 PIC X(80).

       FD  SRVCTL
           RECORDING MODE IS F.
       COPY ZCONSRV.

       WORKING-STORAGE SECTION.
      **************************
      *
          05 STOR-DEPT-CODE            PIC X(04).
          05 STOR-MGR-EMPID            PIC X(05).
          05 STOR-EFFECTIVE-DATE       PIC X(08).
          05 STOR-LOCATION-CODE        PIC X(06).
          05 STOR-WORKER-TYPE          PIC X(01).
          05 STOR-CONTRACT-END-DATE    PIC X(08).
          05 STOR-DELETED-FLAG         PIC X(01).
             88 EMPLOYEE-IS-DELETED    VALUE 'Y'.
             88 EMPLOYEE-NOT-DELETED   VALUE 'N' SPACE LOW-VALUES.
       01 WS-DEPTFILE-STATUS           PIC X(02) VALUE "00".
          88 DEPTFILE-OK               VALUE "00".
          88 DEPTFILE-NOT-FOUND        VALUE "23".
          88 DEPTFILE-DUPLICATE        VALUE "22".
       01 WS-LOOKUP-DEPT-CODE          PIC X(04) VALUE SPACES.
       01 WS-RESOLVED-DEPT-NAME        PIC X(30) VALUE SPACES.
      *
      * LOCFILE (VSAM KSDS) FILE STATUS AND LOCATION LOOKUP WORK FIELD
      *
       01 WS-LOCFILE-STATUS            PIC X(02) VALUE "00".
          88 LOCFILE-OK                VALUE "00".
          88 LOCFILE-NOT-FOUND         VALUE "23".
       01 WS-LOOKUP-LOCATION-CODE      PIC X(06) VALUE SPACES.
      *
      * DEPARTMENT MAINTENANCE WORK FIELDS: THE DEPTJRNL FILE STATUS,
      * THE BEFORE/AFTER DEPT-RECORD IMAGES CAPTURED FOR THE JOURNAL
      * (ALL SPACES BEFORE AN ADD, ALL SPACES AFTER A RETIREMENT), AND
      * THE IN-USE COUNTS THAT REFUSE A RETIREMENT WHILE ANY ACTIVE
      * CONTACT RECORD OR PENDING CHANGE STILL CARRIES THE CODE.
      *
       01 WS-DEPTJRNL-STATUS           PIC X(02) VALUE "00".
          88 DEPTJRNL-OK               VALUE "00".
          88 DEPTJRNL-NOT-FOUND        VALUE "35".
       01 WS-EMGJRNL-STATUS            PIC X(02) VALUE "00".
          88 EMGJRNL-OK                VALUE "00".
          88 EMGJRNL-NOT-FOUND         VALUE "35".
       01 WS-DEPT-BEFORE-IMAGE         PIC X(40) VALUE SPACES.
       01 WS-DEPT-AFTER-IMAGE          PIC X(40) VALUE SPACES.
       01 WS-DEPT-EMP-USE-COUNT        PIC 9(04) COMP VALUE 0.
       01 WS-DEPT-PND-USE-COUNT        PIC 9(04) COMP VALUE 0.
       01 WS-DEPT-EMP-USE-DISP         PIC ZZZ9.
       01 WS-DEPT-PND-USE-DISP         PIC ZZZ9.
      *
      * FIELD-LEVEL VIEW OF A PENDING-CHANGE REQUEST IMAGE
      * (PND-RQST-DATA), SHAPED AS SVC-RQST-DATA (ZCONREQ.cpy).
      *
       01 WS-PEND-RQST-VIEW.
          05 PRQ-EMPID                 PIC X(05).
          05 PRQ-EMPNAME               PIC X(25).
          05 PRQ-EMAIL                 PIC X(30).
          05 PRQ-PHONE                 PIC X(20).
          05 PRQ-REMARKS               PIC X(40).
          05 PRQ-DEPT-CODE             PIC X(04).
          05 PRQ-MGR-EMPID             PIC X(05).
          05 PRQ-EFFECTIVE-DATE        PIC X(08).
          05 PRQ-LOCATION-CODE         PIC X(06).
          05 PRQ-WORKER-TYPE           PIC X(01).
          05 PRQ-CONTRACT-END-DATE     PIC X(08).
      *
      * AUTHFILE (VSAM KSDS) FILE STATUS AND THE CALLER-AUTHORITY
      * CHECK WORK FIELDS. THE CALLER ID IS LIFTED FROM EACH REQUEST
      * AND, FOR UPDATE/OPERATOR VERBS, LOOKED UP ON AUTHFILE; THE
      * VERB IS REFUSED UNLESS ITS ACTION CODE APPEARS IN THE
      * CALLER'S ALLOWED-VERBS STRING AND TODAY FALLS WITHIN THE
      * ENTRY'S VALID-FROM/VALID-TO WINDOW.
      *
       01 WS-AUTHFILE-STATUS           PIC X(02) VALUE "00".
          88 AUTHFILE-OK               VALUE "00".
       01 WS-AUTH-FLAG                 PIC X(01) VALUE 'Y'.
          88 CALLER-IS-AUTHORIZED      VALUE 'Y'.
          88 CALLER-NOT-AUTHORIZED     VALUE 'N'.
       01 WS-AUTH-WINDOW-FLAG          PIC X(01) VALUE 'Y'.
          88 AUTH-WINDOW-IS-OPEN       VALUE 'Y'.
          88 AUTH-WINDOW-IS-CLOSED     VALUE 'N'.
      *
      * APPRFILE (VSAM KSDS) FILE STATUS AND THE MAKER-CHECKER WORK
      * FIELDS. A DELETE OR A DEPARTMENT TRANSFER IS HELD FOR A
      * SECOND CALLER'S APPROVAL INSTEAD OF BEING APPLIED; WHEN IT IS
      * APPROVED THE HELD REQUEST IS REPLAYED THROUGH THE NORMAL
      * UPDATE PATHS WITH THE HOLD SWITCH OFF. WS-CHANGE-VERB,
      * WS-CHANGE-REQUESTER AND WS-CHANGE-APPROVER ARE WHAT THE
      * JOURNAL AND PENDING QUEUE RECORD FOR THE CHANGE: THE
      * EXCHANGE'S OWN VERB AND CALLER, OR - ON AN APPROVAL - THE
      * HELD VERB, ITS REQUESTER AND THE APPROVING CALLER.
      *
       01 WS-APPRFILE-STATUS           PIC X(02) VALUE "00".
          88 APPRFILE-OK               VALUE "00".
          88 APPRFILE-EOF              VALUE "10".
          88 APPRFILE-NOT-FOUND        VALUE "23".
          88 APPRFILE-MISSING          VALUE "35".
       01 WS-HOLD-FLAG                 PIC X(01) VALUE 'N'.
          88 CHANGE-MUST-BE-HELD       VALUE 'Y'.
          88 CHANGE-MAY-APPLY          VALUE 'N'.
       01 WS-HELD-FOUND-FLAG           PIC X(01) VALUE 'N'.
          88 HELD-CHANGE-FOUND         VALUE 'Y'.
          88 HELD-CHANGE-NOT-FOUND     VALUE 'N'.
       01 WS-HOLD-FROM-DEPT-CODE       PIC X(04) VALUE SPACES.
       01 WS-HOLD-EMPNAME              PIC X(25) VALUE SPACES.
       01 WS-CHANGE-VERB               PIC X(01) VALUE SPACE.
       01 WS-CHANGE-REQUESTER          PIC X(08) VALUE SPACES.
       01 WS-CHANGE-APPROVER           PIC X(08) VALUE SPACES.
       01 WS-HELD-IDX                  PIC 9(04) COMP VALUE 0.
      *
      * SET BY Check-Effective-Date: A PUT/PATCH WHOSE EFFECTIVE-DATE
      * IS STILL IN THE FUTURE IS PARKED ON THE PENDING-CHANGES QUEUE
          88 SERVER-QUIESCED           VALUE 'Y'.
          88 SERVER-FULL-SERVICE       VALUE 'N'.
      *
      * SRVCTL (VSAM KSDS) FILE STATUS AND THE SHARED-CONTROL WORK
      * FIELDS. THE QUIESCE STATE ABOVE IS THIS INSTANCE'S OWN; THE
      * STORE-WIDE STATE SET BY THE QUIESCE/RESUME ACTIONS LIVES ON
      * SRVCTL, AND EVERY INSTANCE BRINGS ITS OWN STATE INTO LINE
      * WITH IT AT THE START OF EACH EXCHANGE. WS-INSTANCE-STATE IS
      * WHAT THIS INSTANCE POSTS ON ITS SRVCTL INSTANCE RECORD.
      *
       01 WS-SRVCTL-STATUS             PIC X(02) VALUE "00".
          88 SRVCTL-OK                 VALUE "00".
          88 SRVCTL-EOF                VALUE "10".
          88 SRVCTL-NOT-FOUND          VALUE "23".
          88 SRVCTL-MISSING            VALUE "35".
       01 WS-INSTANCE-STATE            PIC X(01) VALUE 'A'.
       01 WS-NEW-STORE-STATE           PIC X(01) VALUE SPACE.
       01 WS-CONTROL-FOUND-FLAG        PIC X(01) VALUE 'N'.
          88 CONTROL-RECORD-FOUND      VALUE 'Y'.
          88 CONTROL-RECORD-ABSENT     VALUE 'N'.
      *
      * SRVCTL KEY OF THE CONTROL RECORD HELD WHILE ONE RECORD IS
      * APPENDED TO A SHARED SEQUENTIAL TRAIL (*SUSPFILE, *PENDFILE,
      * *DEPTJRNL OR *EMGJRNL).
      *
       01 WS-TRAIL-KEY                 PIC X(12) VALUE SPACES.
      *
      * VERSION-TOKEN WORK FIELDS. THE TOKEN IS A CHECK VALUE OVER
      * THE WHOLE STORED RECORD, CALCULATED THE SAME WAY THE TRAILS
      * ARE CHAINED BUT SEEDED FROM ZERO, SO ANY CHANGE TO THE
      * RECORD - FROM ANY INSTANCE - CHANGES ITS TOKEN.
      *
       01 WS-VERSION-IMAGE             PIC X(161) VALUE SPACES.
       01 WS-RECORD-VERSION            PIC 9(10) VALUE 0.
       01 WS-VERSION-FLAG              PIC X(01) VALUE 'N'.
          88 VERSION-CONFLICT          VALUE 'Y'.
          88 VERSION-MATCHES           VALUE 'N'.
      *
      * AUDITLOG FILE STATUS AND TIMESTAMP WORK AREA
      *
       01 WS-AUDITLOG-STATUS           PIC X(02) VALUE "00".
          88 AUDITLOG-OK               VALUE "00".
          88 AUDITLOG-EOF              VALUE "10".
       01 WS-CURRENT-DATE-TIME.
          05 WS-CURRENT-DATE           PIC 9(08).
          05 WS-CURRENT-TIME           PIC 9(08).
          88 CHGJRNL-EOF               VALUE "10".
       01 WS-PENDFILE-STATUS           PIC X(02) VALUE "00".
          88 PENDFILE-OK               VALUE "00".
          88 PENDFILE-EOF              VALUE "10".
       01 WS-SUSPFILE-STATUS           PIC X(02) VALUE "00".
          88 SUSPFILE-OK               VALUE "00".
       01 WS-RCVJRNL-STATUS            PIC X(02) VALUE "00".
          88 RCVJRNL-OK                VALUE "00".
       01 WS-RCVJ-SEQ                  PIC 9(08) COMP VALUE 0.
       01 WS-RCVJ-ACTION               PIC X(01) VALUE SPACE.
       01 WS-BEFORE-IMAGE              PIC X(161) VALUE SPACES.
       01 WS-AFTER-IMAGE               PIC X(161) VALUE SPACES.
      *
      * SEQUENCE NUMBERS AND CHAINED CHECK VALUES OF THE LAST RECORDS
      * ON THE AUDIT TRAIL AND THE CHANGE JOURNAL, PICKED UP BEFORE
      * EACH IS OPENED FOR APPEND AND CARRIED ON TO EVERY RECORD THIS
      * SESSION WRITES.
      *
       01 WS-JRNL-LAST-SEQ             PIC 9(10) VALUE 0.
       01 WS-JRNL-LAST-CHAIN           PIC 9(10) VALUE 0.
       01 WS-AUDIT-LAST-SEQ            PIC 9(10) VALUE 0.
       01 WS-AUDIT-LAST-CHAIN          PIC 9(10) VALUE 0.
       01 WS-CHAIN-VALUE               PIC 9(10) VALUE 0.
       01 WS-CHAIN-IDX                 PIC 9(04) COMP.
      *
      * THE JOURNAL RECORD'S TWO IMAGES, HELD WHILE ITS ERASABLE BYTES
      * ARE BLANKED TO SEAL IT.
      *
       01 WS-JRNL-BEFORE-HOLD          PIC X(161).
       01 WS-JRNL-AFTER-HOLD           PIC X(161).
      *
      * AS-OF INQUIRY WORK FIELDS. THE JOURNAL SCAN KEEPS THE LAST
      * AFTER-IMAGE DATED ON OR BEFORE THE REQUESTED DATE AND THE
      * RECORD) BECOMES THE RECONSTRUCTED RECORD.
      *
       01 WS-ASOF-DATE                 PIC 9(08) VALUE 0.
       01 WS-ASOF-ON-IMAGE             PIC X(161) VALUE SPACES.
       01 WS-ASOF-NEXT-IMAGE           PIC X(161) VALUE SPACES.
       01 WS-ASOF-ON-FLAG              PIC X(01) VALUE 'N'.
          88 ASOF-ON-FOUND             VALUE 'Y'.
       01 WS-ASOF-NEXT-FLAG            PIC X(01) VALUE 'N'.
          05 ASF-DEPT-CODE             PIC X(04).
          05 ASF-MGR-EMPID             PIC X(05).
          05 ASF-EFFECTIVE-DATE        PIC X(08).
          05 ASF-LOCATION-CODE         PIC X(06).
          05 ASF-WORKER-TYPE           PIC X(01).
          05 ASF-CONTRACT-END-DATE     PIC X(08).
          05 ASF-DELETED-FLAG          PIC X(01).
          05 ASF-DELETED-DATE          PIC X(08).
      *
          88 AUDITLOG-IS-OPEN          VALUE 'Y'.
       01 WS-CHGJRNL-OPEN              PIC X(01) VALUE 'N'.
          88 CHGJRNL-IS-OPEN           VALUE 'Y'.
       01 WS-DEPTJRNL-OPEN             PIC X(01) VALUE 'N'.
          88 DEPTJRNL-IS-OPEN          VALUE 'Y'.
       01 WS-EMGJRNL-OPEN              PIC X(01) VALUE 'N'.
          88 EMGJRNL-IS-OPEN           VALUE 'Y'.
       01 WS-DEPTFILE-OPEN             PIC X(01) VALUE 'N'.
          88 DEPTFILE-IS-OPEN          VALUE 'Y'.
       01 WS-LOCFILE-OPEN              PIC X(01) VALUE 'N'.
          88 LOCFILE-IS-OPEN           VALUE 'Y'.
       01 WS-AUTHFILE-OPEN             PIC X(01) VALUE 'N'.
          88 AUTHFILE-IS-OPEN          VALUE 'Y'.
       01 WS-APPRFILE-OPEN             PIC X(01) VALUE 'N'.
          88 APPRFILE-IS-OPEN          VALUE 'Y'.
       01 WS-PENDFILE-OPEN             PIC X(01) VALUE 'N'.
          88 PENDFILE-IS-OPEN          VALUE 'Y'.
       01 WS-SUSPFILE-OPEN             PIC X(01) VALUE 'N'.
          88 TIMELOG-IS-OPEN           VALUE 'Y'.
       01 WS-NEXTID-OPEN               PIC X(01) VALUE 'N'.
          88 NEXTID-IS-OPEN            VALUE 'Y'.
       01 WS-SRVCTL-OPEN               PIC X(01) VALUE 'N'.
          88 SRVCTL-IS-OPEN            VALUE 'Y'.
      *
      * EMPID-ASSIGNMENT STATE. THE HIGH-WATER MARK STARTS FROM THE
      * LAST NEXTID RECORD (SURVIVING RESTARTS AND RETENTION PURGES)
      * RAISED TO THE HIGHEST EMPID FOUND ON THE STORE AT STARTUP,
      * IS RAISED AGAIN TO THE SHARED SRVCTL MARK BEFORE EVERY
      * ASSIGNMENT (ANOTHER INSTANCE MAY HAVE ASSIGNED SINCE), AND
      * EVERY CANDIDATE IS STILL CHECKED AGAINST EMPFILE BEFORE IT
      * IS HANDED OUT.
      *
       01 WS-NEXTID-STATUS             PIC X(02) VALUE "00".
          88 NEXTID-OK                 VALUE "00".
          05 WS-EMERG-GET-COUNT        PIC 9(08) COMP VALUE 0.
          05 WS-ASOF-COUNT             PIC 9(08) COMP VALUE 0.
          05 WS-LOOKUP-COUNT           PIC 9(08) COMP VALUE 0.
          05 WS-DEPT-MAINT-COUNT       PIC 9(08) COMP VALUE 0.
          05 WS-APPROVAL-COUNT         PIC 9(08) COMP VALUE 0.
          05 WS-REJECTED-COUNT         PIC 9(08) COMP VALUE 0.
      *
      * WORKING VARIABLES FOR THE BULK POST ACTION'S WALK OF THE
           END-IF.
           SET EMGFILE-IS-OPEN TO TRUE.
      *
      * OPEN THE DEPARTMENT MASTER FOR KEYED LOOKUP AND FOR THE
      * DEPARTMENT ADD/CHANGE/RETIRE ACTIONS FOR THE LIFE OF THIS
      * SERVER SESSION.
      *
           OPEN I-O DEPTFILE.
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not open DEPTFILE, status = "
                     WS-DEPTFILE-STATUS
           END-IF.
           SET DEPTFILE-IS-OPEN TO TRUE.
      *
      * OPEN THE OFFICE LOCATION MASTER FOR READ-ONLY KEYED LOOKUP FOR
      * THE LIFE OF THIS SERVER SESSION.
      *
           OPEN INPUT LOCFILE.
           IF NOT LOCFILE-OK THEN
             DISPLAY "ERROR: Could not open LOCFILE, status = "
                     WS-LOCFILE-STATUS
             GO TO Bad-RC
           END-IF.
           SET LOCFILE-IS-OPEN TO TRUE.
      *
      * OPEN THE AUTHORIZATION REFERENCE FILE FOR READ-ONLY LOOKUP
      * ACCESS FOR THE LIFE OF THIS SERVER SESSION. A MISSING OR
      * UNOPENABLE AUTHFILE IS A HARD STOP - THE SERVER MUST NOT RUN
           END-IF.
           SET AUTHFILE-IS-OPEN TO TRUE.
      *
      * OPEN THE APPROVALS FILE FOR KEYED READ/WRITE/REWRITE ACCESS
      * FOR THE LIFE OF THIS SERVER SESSION, CREATING IT ON THE
      * FIRST-EVER RUN THE SAME WAY AS THE EMERGENCY-CONTACT STORE.
      *
           OPEN I-O APPRFILE.
           IF APPRFILE-MISSING THEN
             OPEN OUTPUT APPRFILE
             CLOSE APPRFILE
             OPEN I-O APPRFILE
           END-IF.
           IF NOT APPRFILE-OK THEN
             DISPLAY "ERROR: Could not open APPRFILE, status = "
                     WS-APPRFILE-STATUS
             GO TO Bad-RC
           END-IF.
           SET APPRFILE-IS-OPEN TO TRUE.
      *
      * OPEN THE SERVER CONTROL FILE SHARED WITH ANY OTHER INSTANCE
      * OF THIS SERVER FOR THE LIFE OF THIS SERVER SESSION, CREATING
      * IT ON THE FIRST-EVER RUN THE SAME WAY AS THE APPROVALS FILE.
      *
           OPEN I-O SRVCTL.
           IF SRVCTL-MISSING THEN
             OPEN OUTPUT SRVCTL
             CLOSE SRVCTL
             OPEN I-O SRVCTL
           END-IF.
           IF NOT SRVCTL-OK THEN
             DISPLAY "ERROR: Could not open SRVCTL, status = "
                     WS-SRVCTL-STATUS
             GO TO Bad-RC
           END-IF.
           SET SRVCTL-IS-OPEN TO TRUE.
      *
      * THE AUDIT-TRAIL LOG, CHANGE-HISTORY JOURNAL, DEPARTMENT AND
      * CASCADE JOURNALS, PENDING-CHANGES QUEUE, SUSPENSE QUEUE AND
      * EMPID-ASSIGNMENT LOG ARE SHARED WITH ANY OTHER INSTANCE OF
      * THIS SERVER, SO NONE IS HELD OPEN FOR THE SESSION. EACH
      * RECORD IS APPENDED WITH ITS OWN OPEN EXTEND, WRITE AND CLOSE
      * WHILE THE TRAIL'S SRVCTL CONTROL RECORD IS HELD, SO IT IS ON
      * THE FILE BEFORE ANOTHER INSTANCE CAN APPEND. HERE EACH IS
      * ONLY OPENED FOR APPEND AND CLOSED AGAIN, TO PROVE IT IS
      * THERE AND WRITABLE BEFORE THE FIRST REQUEST IS TAKEN.
      *
      * PICK UP THE AUDIT-TRAIL CHAIN TAIL AND CHECK THE TRAIL.
      *
           PERFORM Load-Audit-Chain.
           OPEN EXTEND AUDITLOG.
           IF NOT AUDITLOG-OK THEN
             DISPLAY "ERROR: Could not open AUDITLOG, status = "
                     WS-AUDITLOG-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE AUDITLOG.
      *
      * PICK UP THE CHANGE-HISTORY JOURNAL CHAIN TAIL AND CHECK IT.
      *
           PERFORM Load-Journal-Chain.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE CHGJRNL.
      *
      * CHECK THE DEPARTMENT CHANGE JOURNAL, CREATING IT ON THE
      * FIRST-EVER RUN.
      *
           OPEN EXTEND DEPTJRNL.
           IF DEPTJRNL-NOT-FOUND THEN
             OPEN OUTPUT DEPTJRNL
           END-IF.
           IF NOT DEPTJRNL-OK THEN
             DISPLAY "ERROR: Could not open DEPTJRNL, status = "
                     WS-DEPTJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE DEPTJRNL.
      *
      * CHECK THE EMERGENCY-CONTACT CASCADE JOURNAL, CREATING IT ON
      * THE FIRST-EVER RUN.
      *
           OPEN EXTEND EMGJRNL.
           IF EMGJRNL-NOT-FOUND THEN
             OPEN OUTPUT EMGJRNL
           END-IF.
           IF NOT EMGJRNL-OK THEN
             DISPLAY "ERROR: Could not open EMGJRNL, status = "
                     WS-EMGJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE EMGJRNL.
      *
      * CHECK THE PENDING-CHANGES QUEUE.
      *
           OPEN EXTEND PENDFILE.
           IF NOT PENDFILE-OK THEN
                     WS-PENDFILE-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE PENDFILE.
      *
      * CHECK THE SUSPENSE QUEUE.
      *
           OPEN EXTEND SUSPFILE.
           IF NOT SUSPFILE-OK THEN
                     WS-SUSPFILE-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE SUSPFILE.
      *
      * OPEN THE FORWARD-RECOVERY JOURNAL FOR THIS SERVER SESSION.
      *
           SET RCVJRNL-IS-OPEN TO TRUE.
      *
      * RECOVER THE EMPID-ASSIGNMENT HIGH-WATER MARK, RAISE IT TO
      * THE HIGHEST EMPID ON THE STORE, AND CHECK THE ASSIGNMENT LOG
      * CAN BE APPENDED TO.
      *
           PERFORM Load-Next-Empid.
           OPEN EXTEND NEXTID.
                     WS-NEXTID-STATUS
             GO TO Bad-RC
           END-IF.
           CLOSE NEXTID.
      *
      * WHEN THE STORE SCAN RAISED THE MARK ABOVE THE LAST LOGGED
      * ASSIGNMENT - A MANUALLY KEYED EMPID ABOVE IT - PERSIST THE
      * AND THE SERVER RESTARTED.
      *
           IF STARTUP-RAISED-MARK THEN
             PERFORM Hold-Nextid-Control
             PERFORM Write-Nextid-Record
             PERFORM Release-Nextid-Control
           END-IF.
      *
      * OPEN THE RESPONSE-TIME LOG FOR THIS SERVER SESSION.
             GO TO Bad-RC
           END-IF.
           SET CHKPTFILE-IS-OPEN TO TRUE.
      *
      * POST THIS INSTANCE ON THE SHARED SERVER CONTROL FILE, AND
      * START QUIESCED IF AN OPERATOR HAS THE STORE QUIESCED FOR A
      * BATCH WINDOW THROUGH ANOTHER INSTANCE.
      *
           PERFORM Register-Instance.
           PERFORM Follow-Store-State.

           PERFORM UNTIL STOP-FLAG EQUAL 1

             MOVE SVC-RQST-TYPE      TO HTTP-VERB
             MOVE SVC-RQST-CALLER-ID TO WS-CALLER-ID
             MOVE 'N'                TO WS-TXN-OUTCOME
             MOVE HTTP-VERB          TO WS-CHANGE-VERB
             MOVE WS-CALLER-ID       TO WS-CHANGE-REQUESTER
             MOVE SPACES             TO WS-CHANGE-APPROVER
             SET CHANGE-MAY-APPLY    TO TRUE
             PERFORM Check-Caller-Authority
      *
      * ANOTHER INSTANCE MAY HAVE QUIESCED OR RESUMED THE STORE SINCE
      * THE LAST EXCHANGE - FOLLOW IT BEFORE SERVING THIS ONE - AND
      * A PUT/PATCH/DELETE CARRYING A VERSION TOKEN IS CHECKED
      * AGAINST THE RECORD AS IT STANDS NOW.
      *
             PERFORM Follow-Store-State
             PERFORM Check-Record-Version

      *
      * WHILE THE STORE IS QUIESCED FOR A BATCH WINDOW, EVERY ACTION
      *
               WHEN CALLER-NOT-AUTHORIZED
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE 'A' TO WS-TXN-OUTCOME
                 MOVE "DENIED" TO SVC-RESP-TYPE
                 MOVE SVC-RQST-DATA TO SVC-RESP-DATA
                 IF AUTH-WINDOW-IS-CLOSED THEN
                   MOVE "Caller authorization not valid on this date"
                     TO SVC-RESP-MESSAGE
                 ELSE
                   MOVE "Caller not authorized for this action"
                     TO SVC-RESP-MESSAGE
                 END-IF
                 DISPLAY "-> Request refused - caller not authorized"
                 DISPLAY "   Caller : " WS-CALLER-ID
                 DISPLAY "   " SVC-RESP-MESSAGE
                   PERFORM Write-Audit-Record
                 END-IF
               WHEN SERVER-QUIESCED AND (HTTP-VERB EQUAL 'P' OR 'U'
                   OR 'A' OR 'D' OR 'B' OR 'E' OR 'N' OR 'C' OR 'K'
                   OR 'V' OR 'J')
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "QUIESCED" TO SVC-RESP-TYPE
                 MOVE SVC-RQST-DATA TO SVC-RESP-DATA
                 IF HTTP-VERB EQUAL 'B' THEN
                   PERFORM Write-Audit-Record
                 END-IF
      *
      * A PUT/PATCH/DELETE WHOSE VERSION TOKEN NO LONGER MATCHES THE
      * STORED RECORD WAS BUILT FROM A READ THAT ANOTHER CHANGE HAS
      * SINCE OVERTAKEN - REFUSE IT RATHER THAN LOSE THAT CHANGE, AND
      * RETURN THE CURRENT TOKEN.
      *
               WHEN VERSION-CONFLICT
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "CONFLICT" TO SVC-RESP-TYPE
                 MOVE SVC-RQST-DATA TO SVC-RESP-DATA
                 MOVE WS-RECORD-VERSION TO SVC-RESP-VERSION
                 MOVE "Record changed since it was read - GET it again"
                   TO SVC-RESP-MESSAGE
                 DISPLAY "-> Update refused - record changed since read"
                 DISPLAY "   - ID      : " SVC-RQST-EMPID
                 DISPLAY "   - Sent    : " SVC-RQST-VERSION
                 DISPLAY "   - Current : " SVC-RESP-VERSION
               WHEN HTTP-VERB EQUAL 'P'
                 ADD 1 TO WS-POST-COUNT
                 MOVE "POST"        TO SVC-RESP-TYPE
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Mgr ID  : " SVC-RESP-MGR-EMPID
                 DISPLAY "   - Eff Dt  : " SVC-RESP-EFFECTIVE-DATE
                 DISPLAY "   - Loc     : " SVC-RESP-LOCATION-CODE
                 DISPLAY "   - Type    : " SVC-RESP-WORKER-TYPE
                 DISPLAY "   - End Dt  : " SVC-RESP-CONTRACT-END-DATE
               WHEN HTTP-VERB EQUAL 'B'
                 ADD 1 TO WS-BULK-COUNT
                 MOVE "BULKPOST" TO SVC-RESP-TYPE
                 MOVE "GET"     TO SVC-RESP-TYPE
                 MOVE STOR-DATA TO SVC-RESP-DATA
                 IF EMPID-WAS-FOUND THEN
                   MOVE EMP-FILE-RECORD TO WS-VERSION-IMAGE
                   PERFORM Compute-Record-Version
                   MOVE WS-RECORD-VERSION TO SVC-RESP-VERSION
                   MOVE STOR-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
                   PERFORM Lookup-Department
                   MOVE WS-RESOLVED-DEPT-NAME TO SVC-RESP-DEPT-NAME
                 DISPLAY "   - Dept Nm : " SVC-RESP-DEPT-NAME
                 DISPLAY "   - Mgr ID  : " SVC-RESP-MGR-EMPID
                 DISPLAY "   - Eff Dt  : " SVC-RESP-EFFECTIVE-DATE
                 DISPLAY "   - Loc     : " SVC-RESP-LOCATION-CODE
                 DISPLAY "   - Type    : " SVC-RESP-WORKER-TYPE
                 DISPLAY "   - End Dt  : " SVC-RESP-CONTRACT-END-DATE
                 DISPLAY "   - Version : " SVC-RESP-VERSION
               WHEN HTTP-VERB EQUAL 'U'
                 ADD 1 TO WS-PUT-COUNT
                 MOVE "PUT" TO SVC-RESP-TYPE
                 PERFORM Validate-Request-Data
                 IF VALIDATION-OK THEN
      *
      * A PUT THAT MOVES THE EMPLOYEE TO ANOTHER DEPT-CODE IS HELD
      * FOR A SECOND CALLER'S APPROVAL INSTEAD OF BEING APPLIED.
      *
                   PERFORM Check-Department-Transfer
                   IF CHANGE-MUST-BE-HELD THEN
                     MOVE SVC-RQST-DATA TO SVC-RESP-DATA
                     PERFORM Hold-Sensitive-Change
                   ELSE
                     PERFORM Apply-Put-Request
                   END-IF
                 ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Mgr ID  : " SVC-RESP-MGR-EMPID
                 DISPLAY "   - Eff Dt  : " SVC-RESP-EFFECTIVE-DATE
                 DISPLAY "   - Loc     : " SVC-RESP-LOCATION-CODE
                 DISPLAY "   - Type    : " SVC-RESP-WORKER-TYPE
                 DISPLAY "   - End Dt  : " SVC-RESP-CONTRACT-END-DATE
               WHEN HTTP-VERB EQUAL 'A'
                 ADD 1 TO WS-PATCH-COUNT
                 MOVE "PATCH" TO SVC-RESP-TYPE
                 PERFORM Validate-Patch-Data
                 IF VALIDATION-OK THEN
      *
      * A PATCH THAT MOVES THE EMPLOYEE TO ANOTHER DEPT-CODE IS HELD
      * FOR A SECOND CALLER'S APPROVAL THE SAME WAY AS A PUT.
      *
                   PERFORM Check-Department-Transfer
                   IF CHANGE-MUST-BE-HELD THEN
                     MOVE SVC-RQST-DATA TO SVC-RESP-DATA
                     PERFORM Hold-Sensitive-Change
                   ELSE
                     PERFORM Apply-Patch-Request
                   END-IF
                 ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Mgr ID  : " SVC-RESP-MGR-EMPID
                 DISPLAY "   - Eff Dt  : " SVC-RESP-EFFECTIVE-DATE
                 DISPLAY "   - Loc     : " SVC-RESP-LOCATION-CODE
                 DISPLAY "   - Type    : " SVC-RESP-WORKER-TYPE
                 DISPLAY "   - End Dt  : " SVC-RESP-CONTRACT-END-DATE
               WHEN HTTP-VERB EQUAL 'D'
                 ADD 1 TO WS-DELETE-COUNT
                 PERFORM Read-Employee-Record
                 MOVE 'N' TO WS-DELETE-REFUSED-FLAG
                 IF EMPID-WAS-FOUND THEN
      *
      * EVERY DELETE IS HELD FOR A SECOND CALLER'S APPROVAL ONCE IT
      * HAS PASSED THE DIRECT-REPORTS CHECK; THE TOMBSTONE ITSELF IS
      * APPLIED ONLY WHEN THE HELD CHANGE IS APPROVED.
      *
                   SET CHANGE-MUST-BE-HELD TO TRUE
                   PERFORM Apply-Delete-Request
                 ELSE
                   MOVE "Record not found" TO SVC-RESP-MESSAGE
                 END-IF
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Mgr ID  : " SVC-RESP-MGR-EMPID
                 DISPLAY "   - Eff Dt  : " SVC-RESP-EFFECTIVE-DATE
                 DISPLAY "   - Loc     : " SVC-RESP-LOCATION-CODE
                 DISPLAY "   - Type    : " SVC-RESP-WORKER-TYPE
                 DISPLAY "   - End Dt  : " SVC-RESP-CONTRACT-END-DATE
               WHEN HTTP-VERB EQUAL 'L'
                 ADD 1 TO WS-LIST-COUNT
                 MOVE "LIST" TO SVC-RESP-TYPE
                       MOVE ASF-MGR-EMPID      TO SVC-RESP-MGR-EMPID
                       MOVE ASF-EFFECTIVE-DATE
                         TO SVC-RESP-EFFECTIVE-DATE
                       MOVE ASF-LOCATION-CODE  TO SVC-RESP-LOCATION-CODE
                       MOVE ASF-WORKER-TYPE    TO SVC-RESP-WORKER-TYPE
                       MOVE ASF-CONTRACT-END-DATE
                         TO SVC-RESP-CONTRACT-END-DATE
                       MOVE ASF-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
                       PERFORM Lookup-Department
                       MOVE WS-RESOLVED-DEPT-NAME
                 DISPLAY " "
                 DISPLAY "   - Phone   : " SVC-RQST-PHONE
                 DISPLAY "   - Matches : " SVC-RESP-LIST-COUNT
               WHEN HTTP-VERB EQUAL 'N'
                 ADD 1 TO WS-DEPT-MAINT-COUNT
                 MOVE "DEPTADD" TO SVC-RESP-TYPE
                 PERFORM Add-Department
                 DISPLAY "-> DEPARTMENT ADD action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY " "
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Dept Nm : " SVC-RESP-DEPT-NAME
                 DISPLAY "   - Cost Ctr: " SVC-RESP-DEPT-COST-CENTER
               WHEN HTTP-VERB EQUAL 'C'
                 ADD 1 TO WS-DEPT-MAINT-COUNT
                 MOVE "DEPTCHG" TO SVC-RESP-TYPE
                 PERFORM Change-Department
                 DISPLAY "-> DEPARTMENT CHANGE action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY " "
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Dept Nm : " SVC-RESP-DEPT-NAME
                 DISPLAY "   - Cost Ctr: " SVC-RESP-DEPT-COST-CENTER
               WHEN HTTP-VERB EQUAL 'K'
                 ADD 1 TO WS-DEPT-MAINT-COUNT
                 MOVE "DEPTRET" TO SVC-RESP-TYPE
                 PERFORM Retire-Department
                 DISPLAY "-> DEPARTMENT RETIRE action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY " "
                 DISPLAY "   - Dept    : " SVC-RESP-DEPT-CODE
                 DISPLAY "   - Active  : " WS-DEPT-EMP-USE-COUNT
                 DISPLAY "   - Pending : " WS-DEPT-PND-USE-COUNT
               WHEN HTTP-VERB EQUAL 'V'
                 ADD 1 TO WS-APPROVAL-COUNT
                 MOVE "APPROVE" TO SVC-RESP-TYPE
                 PERFORM Approve-Held-Change
                 DISPLAY "-> APPROVE action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY " "
                 DISPLAY "   - ID      : " SVC-RESP-EMPID
                 DISPLAY "   - Held Vb : " WS-CHANGE-VERB
                 DISPLAY "   - Reqstr  : " WS-CHANGE-REQUESTER
                 DISPLAY "   - Approver: " WS-CALLER-ID
               WHEN HTTP-VERB EQUAL 'J'
                 ADD 1 TO WS-APPROVAL-COUNT
                 MOVE "REJECT" TO SVC-RESP-TYPE
                 PERFORM Reject-Held-Change
                 DISPLAY "-> REJECT action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY " "
                 DISPLAY "   - ID      : " SVC-RESP-EMPID
                 DISPLAY "   - Rejector: " WS-CALLER-ID
               WHEN HTTP-VERB EQUAL 'H'
                 ADD 1 TO WS-APPROVAL-COUNT
                 MOVE "HELDLIST" TO SVC-RESP-TYPE
                 PERFORM List-Held-Changes
                 EVALUATE TRUE
                   WHEN SVC-RESP-HELD-COUNT > 0
                       AND SVC-RESP-LIST-MORE EQUAL 'Y'
                     MOVE "Held changes found - more pages remain"
                       TO SVC-RESP-MESSAGE
                   WHEN SVC-RESP-HELD-COUNT > 0
                     MOVE "Held changes found" TO SVC-RESP-MESSAGE
                   WHEN OTHER
                     MOVE "No held changes found" TO SVC-RESP-MESSAGE
                 END-EVALUATE
                 DISPLAY "-> HELD-LIST action processed"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY "   - Count   : " SVC-RESP-HELD-COUNT
               WHEN HTTP-VERB EQUAL 'S'
                 MOVE "STATUS" TO SVC-RESP-TYPE
                 PERFORM Report-Server-Status
                     SVC-RESP-STAT-ACTIVE-COUNT
                 DISPLAY "   - Deleted   : "
                     SVC-RESP-STAT-DELETED-COUNT
                 DISPLAY "   - Quiesced  : " SVC-RESP-STAT-QUIESCED
                 PERFORM VARYING WS-LIST-DISPLAY-IDX FROM 1 BY 1
                     UNTIL WS-LIST-DISPLAY-IDX >
                           SVC-RESP-STAT-INST-COUNT
                   DISPLAY "   - Instance  : "
                       SVC-RESP-STAT-INST-REGNAME(WS-LIST-DISPLAY-IDX)
                       " " SVC-RESP-STAT-INST-STATE(WS-LIST-DISPLAY-IDX)
                       " " SVC-RESP-STAT-INST-TXN-COUNT
                           (WS-LIST-DISPLAY-IDX)
                 END-PERFORM
               WHEN HTTP-VERB EQUAL 'Q'
                 MOVE "QUIESCE" TO SVC-RESP-TYPE
                 PERFORM Quiesce-Store
               WHEN HTTP-VERB EQUAL 'X'
                 MOVE "SHUTDOWN" TO SVC-RESP-TYPE
                 MOVE "Server is shutting down." TO SVC-RESP-MESSAGE
                 MOVE 'E' TO WS-INSTANCE-STATE
                 DISPLAY "-> SHUTDOWN action was specified"
                 DISPLAY "   " SVC-RESP-MESSAGE
                 DISPLAY "   Program will terminate ..."
      * PROCESSES THEM, SO THE EXCHANGE-LEVEL WRITES ARE SKIPPED.
      *
             IF TXN-WAS-SUCCESSFUL AND
                 (HTTP-VERB EQUAL 'P' OR 'U' OR 'A' OR 'D' OR 'V') THEN
               PERFORM Write-Journal-Record
             END-IF
      *
      * A RECORD JUST STORED GOES BACK WITH ITS NEW VERSION TOKEN, SO
      * THE CALLER CAN CHAIN ITS NEXT CHANGE WITHOUT ANOTHER GET.
      *
             IF TXN-WAS-SUCCESSFUL AND
                 (HTTP-VERB EQUAL 'P' OR 'U' OR 'A' OR 'V') THEN
               MOVE WS-AFTER-IMAGE TO WS-VERSION-IMAGE
               PERFORM Compute-Record-Version
               MOVE WS-RECORD-VERSION TO SVC-RESP-VERSION
             END-IF
      *
      * A DEPARTMENT ACTION THAT CHANGED DEPTFILE LEAVES ITS BEFORE/
      * AFTER DEPT-RECORD IMAGES FOR THE DEPARTMENT CHANGE JOURNAL.
      *
             IF TXN-WAS-SUCCESSFUL AND
                 (HTTP-VERB EQUAL 'N' OR 'C' OR 'K') THEN
               PERFORM Write-Dept-Journal-Record
             END-IF

             IF HTTP-VERB NOT EQUAL 'B' THEN
               PERFORM Write-Audit-Record

             IF HTTP-VERB EQUAL 'P' OR 'G' OR 'U' OR 'A' OR 'D'
                 OR 'L' OR 'B' OR 'E' OR 'F' OR 'O' OR 'M' OR 'T'
                 OR 'N' OR 'C' OR 'K' OR 'V' OR 'J' OR 'H' THEN
               ADD 1 TO WS-TXN-COUNT
               IF FUNCTION MOD(WS-TXN-COUNT WS-CHECKPOINT-INTERVAL)
                   EQUAL 0 THEN
                 PERFORM Write-Checkpoint-Record
               END-IF
             END-IF
      *
      * KEEP THIS INSTANCE'S SHARED STATUS RECORD CURRENT FOR THE
      * STATUS ACTION OF ANY INSTANCE.
      *
             PERFORM Post-Instance-State

             MOVE LENGTH OF SVC-RESP-VARIABLES TO SVC-RESP-DATA-LENGTH
             SET SVC-RESP-DATA-ADDR TO ADDRESS OF SVC-RESP-VARIABLES
      * OUTCOME FLAG THE LAST ENTRY LEFT BEHIND.
      *
             IF (TXN-WAS-SUCCESSFUL AND
                 (HTTP-VERB EQUAL 'P' OR 'U' OR 'A' OR 'D' OR 'V'))
                 OR (HTTP-VERB EQUAL 'B'
                 AND WS-BULK-ACCEPTED GREATER THAN 0) THEN
               PERFORM Write-Recovery-Commit

           END-PERFORM.
      *
      *  Close the employee contact store and the session's logs
      *  ==========================================================
      *
           CLOSE EMPFILE.
           CLOSE EMGFILE.
           CLOSE DEPTFILE.
           CLOSE LOCFILE.
           CLOSE AUTHFILE.
           CLOSE APPRFILE.
           CLOSE RCVJRNL.
           CLOSE TIMELOG.
           CLOSE CHKPTFILE.
           CLOSE SRVCTL.
      *
      *  Unregister service
      *  ==================
             DISPLAY "   EMERGGET : " WS-EMERG-GET-COUNT
             DISPLAY "   ASOF     : " WS-ASOF-COUNT
             DISPLAY "   LOOKUP   : " WS-LOOKUP-COUNT
             DISPLAY "   DEPTMNT  : " WS-DEPT-MAINT-COUNT
             DISPLAY "   APPROVAL : " WS-APPROVAL-COUNT
             DISPLAY "   REJECTED : " WS-REJECTED-COUNT
             DISPLAY "========================================"
           END-IF.
           MOVE STOR-DEPT-CODE      TO FILE-DEPT-CODE
           MOVE STOR-MGR-EMPID      TO FILE-MGR-EMPID
           MOVE STOR-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
           MOVE STOR-LOCATION-CODE  TO FILE-LOCATION-CODE
           MOVE STOR-WORKER-TYPE    TO FILE-WORKER-TYPE
           MOVE STOR-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
           MOVE STOR-DELETED-FLAG   TO FILE-DELETED-FLAG
           MOVE STOR-DELETED-DATE   TO FILE-DELETED-DATE
           MOVE 'W' TO WS-RCVJ-ACTION
             MOVE STOR-DEPT-CODE      TO FILE-DEPT-CODE
             MOVE STOR-MGR-EMPID      TO FILE-MGR-EMPID
             MOVE STOR-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
             MOVE STOR-LOCATION-CODE  TO FILE-LOCATION-CODE
             MOVE STOR-WORKER-TYPE    TO FILE-WORKER-TYPE
             MOVE STOR-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
             MOVE STOR-DELETED-FLAG   TO FILE-DELETED-FLAG
             MOVE STOR-DELETED-DATE   TO FILE-DELETED-DATE
             MOVE 'R' TO WS-RCVJ-ACTION
      *  EMPFILE, keyed by SVC-RQST-EMPID. Only the fields supplied
      *  (non-blank) in SVC-RQST-DATA are overwritten - anything left
      *  blank in the request keeps its current stored value. A
      *  record left as anything but a contingent worker carries no
      *  contract end date. A tombstoned record is treated as not
      *  found, the same as PUT.
      *  ============================================================
      *
       Patch-Employee-Record.
             IF SVC-RQST-EFFECTIVE-DATE NOT EQUAL SPACES THEN
               MOVE SVC-RQST-EFFECTIVE-DATE TO STOR-EFFECTIVE-DATE
             END-IF
             IF SVC-RQST-LOCATION-CODE NOT EQUAL SPACES THEN
               MOVE SVC-RQST-LOCATION-CODE TO STOR-LOCATION-CODE
             END-IF
             IF SVC-RQST-WORKER-TYPE NOT EQUAL SPACES THEN
               MOVE SVC-RQST-WORKER-TYPE TO STOR-WORKER-TYPE
             END-IF
             IF SVC-RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
               MOVE SVC-RQST-CONTRACT-END-DATE
                 TO STOR-CONTRACT-END-DATE
             END-IF
             IF STOR-WORKER-TYPE NOT EQUAL 'C' AND
                STOR-WORKER-TYPE NOT EQUAL 'T' THEN
               MOVE SPACES TO STOR-CONTRACT-END-DATE
             END-IF
             MOVE STOR-EMPID          TO FILE-EMPID
             MOVE STOR-EMPNAME        TO FILE-EMPNAME
             MOVE STOR-EMAIL          TO FILE-EMAIL
             MOVE STOR-DEPT-CODE      TO FILE-DEPT-CODE
             MOVE STOR-MGR-EMPID      TO FILE-MGR-EMPID
             MOVE STOR-EFFECTIVE-DATE TO FILE-EFFECTIVE-DATE
             MOVE STOR-LOCATION-CODE  TO FILE-LOCATION-CODE
             MOVE STOR-WORKER-TYPE    TO FILE-WORKER-TYPE
             MOVE STOR-CONTRACT-END-DATE TO FILE-CONTRACT-END-DATE
             MOVE STOR-DELETED-FLAG   TO FILE-DELETED-FLAG
             MOVE STOR-DELETED-DATE   TO FILE-DELETED-DATE
             MOVE 'R' TO WS-RCVJ-ACTION
                                     FILE-DEPT-CODE
                                     FILE-MGR-EMPID
                                     FILE-EFFECTIVE-DATE
                                     FILE-LOCATION-CODE
                                     FILE-WORKER-TYPE
                                     FILE-CONTRACT-END-DATE
             MOVE 'Y'             TO FILE-DELETED-FLAG
             MOVE WS-CURRENT-DATE TO FILE-DELETED-DATE
             MOVE 'R' TO WS-RCVJ-ACTION
      *  ============================================================
      *
       Write-Reassign-Journal.
           PERFORM Hold-Journal-Control.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JRNL-DATE.
           MOVE FILE-EMPID      TO JRNL-EMPID.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE WS-CHANGE-REQUESTER TO JRNL-CALLER-ID.
           MOVE WS-CHANGE-APPROVER  TO JRNL-APPROVER-ID.
           PERFORM Seal-Journal-Record.
           WRITE JOURNAL-RECORD.
           PERFORM Release-Journal-Control.
      *
      *  Reconstruct what the employee's record looked like on the
      *  requested date. The change journal is scanned once: the last
      *  before-image dated after it shows what stood before the
      *  next change; with no journal rows at all for the EMPID, the
      *  record never changed since journaling began and the current
      *  EMPFILE record is the answer. The journal is opened for input
      *  for the scan and closed again; it is only ever open for
      *  append while a record is being written to it.
      *  ============================================================
      *
       Reconstruct-Asof-Record.
           MOVE 'N' TO WS-ASOF-NEXT-FLAG.
           SET ASOF-RECORD-ABSENT TO TRUE.

           OPEN INPUT CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL for input, "
                     "status = " WS-CHGJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           SET CHGJRNL-IS-OPEN TO TRUE.

           READ CHGJRNL
           PERFORM UNTIL CHGJRNL-EOF
           END-PERFORM.

           CLOSE CHGJRNL.
           MOVE 'N' TO WS-CHGJRNL-OPEN.

           EVALUATE TRUE
             WHEN ASOF-ON-FOUND
      *  tombstoned, so the emergency-contact store never carries
      *  contacts for an EMPID that DELETE has removed. The keys are
      *  collected on a browse pass and deleted on a second pass so
      *  the deletes never disturb their own browse. Each contact is
      *  written to the cascade journal before it is deleted.
      *  ============================================================
      *
       Cascade-Delete-Emergency.
                 TO EMG-PRIORITY
             READ EMGFILE
             IF EMGFILE-OK THEN
               PERFORM Write-Emergency-Journal
               DELETE EMGFILE
             END-IF
           END-PERFORM.
      *
      *  Keep the emergency contact about to be removed in cascade on
      *  the cascade journal, under the caller that drove the DELETE.
      *  The journal is shared with any other instance, so the record
      *  is appended under the SRVCTL *EMGJRNL hold.
      *  ============================================================
      *
       Write-Emergency-Journal.
           MOVE "*EMGJRNL" TO WS-TRAIL-KEY.
           PERFORM Hold-Trail-Control.
           OPEN EXTEND EMGJRNL.
           IF NOT EMGJRNL-OK THEN
             DISPLAY "ERROR: Could not open EMGJRNL, status = "
                     WS-EMGJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           SET EMGJRNL-IS-OPEN TO TRUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO EJRN-DATE.
           MOVE WS-CURRENT-TIME TO EJRN-TIME.
           MOVE 'X'             TO EJRN-VERB.
           MOVE EMG-EMPID       TO EJRN-EMPID.
           MOVE EMG-FILE-RECORD TO EJRN-IMAGE.
           MOVE WS-CHANGE-REQUESTER TO EJRN-CALLER-ID.
           WRITE EMG-JOURNAL-RECORD.
           CLOSE EMGJRNL.
           MOVE 'N' TO WS-EMGJRNL-OPEN.
           PERFORM Release-Trail-Control.
      *
      *  Build a bounded list (up to the OCCURS 10 table in
      *  SVC-RESP-DATA) of active records matching the filters
      *  supplied in SVC-RQST-EMPNAME/SVC-RQST-DEPT-CODE. A
             END-IF
           END-IF.
      *
      *  QUIESCE action: put the store into its read-only batch-window
      *  state on every instance. This instance releases the store at
      *  once; the state is posted on SRVCTL so every other instance
      *  follows at its next exchange (an idle instance can be made
      *  to follow at once by sending it a STATUS), and the STATUS
      *  action shows which instances have done so.
      *  ============================================================
      *
       Quiesce-Store.
           IF SERVER-QUIESCED THEN
             MOVE "Store is already quiesced" TO SVC-RESP-MESSAGE
           ELSE
             PERFORM Release-Store-For-Batch
             MOVE 'Q' TO WS-NEW-STORE-STATE
             PERFORM Post-Store-State
             MOVE "Store quiesced for batch - updates refused"
               TO SVC-RESP-MESSAGE
           END-IF.
      *
      *  RESUME action: restore full service after the batch window
      *  on this instance at once and, through SRVCTL, on every other
      *  instance at its next exchange.
      *  ============================================================
      *
       Resume-Store.
           IF SERVER-FULL-SERVICE THEN
             MOVE "Store is not quiesced" TO SVC-RESP-MESSAGE
           ELSE
             PERFORM Reclaim-Store-After-Batch
             MOVE 'A' TO WS-NEW-STORE-STATE
             PERFORM Post-Store-State
             MOVE "Full service resumed" TO SVC-RESP-MESSAGE
           END-IF.
      *
      *  Bring this instance into line with the store-wide state on
      *  SRVCTL: release the store when another instance has
      *  quiesced it, take it back when another instance has resumed
      *  it. No *STORE record means the store has never been
      *  quiesced.
      *  ============================================================
      *
       Follow-Store-State.
           MOVE "*STORE" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             IF SRVC-STATE-QUIESCED AND SERVER-FULL-SERVICE THEN
               DISPLAY "-> Store quiesced by " SRVC-CALLER-ID
                       " - releasing it for batch"
               PERFORM Release-Store-For-Batch
             END-IF
             IF SRVC-STATE-ACTIVE AND SERVER-QUIESCED THEN
               DISPLAY "-> Store resumed by " SRVC-CALLER-ID
                       " - resuming full service"
               PERFORM Reclaim-Store-After-Batch
             END-IF
           END-IF.
      *
      *  Close EMPFILE, DEPTFILE and APPRFILE and reopen them for
      *  input only, so the batch suite can open the store, reload
      *  the department master and age the held approvals while this
      *  server keeps answering GET/LIST/STATUS. Losing any of them
      *  at this point is treated like any other fatal file error.
      *  ============================================================
      *
       Release-Store-For-Batch.
           CLOSE EMPFILE
           OPEN INPUT EMPFILE
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not reopen EMPFILE for input, "
                     "status = " WS-EMPFILE-STATUS
             MOVE 'N' TO WS-EMPFILE-OPEN
             GO TO Bad-RC
           END-IF
           CLOSE DEPTFILE
           OPEN INPUT DEPTFILE
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not reopen DEPTFILE for input, "
                     "status = " WS-DEPTFILE-STATUS
             MOVE 'N' TO WS-DEPTFILE-OPEN
             GO TO Bad-RC
           END-IF
           CLOSE APPRFILE
           OPEN INPUT APPRFILE
           IF NOT APPRFILE-OK THEN
             DISPLAY "ERROR: Could not reopen APPRFILE for input, "
                     "status = " WS-APPRFILE-STATUS
             MOVE 'N' TO WS-APPRFILE-OPEN
             GO TO Bad-RC
           END-IF
           SET SERVER-QUIESCED TO TRUE
           MOVE 'Q' TO WS-INSTANCE-STATE.
      *
      *  Close the read-only EMPFILE, DEPTFILE and APPRFILE and reopen
      *  them for update. The batch window may have appended to the
      *  change journal, so its last sequence number and check value
      *  are picked up again before this instance journals anything.
      *  ============================================================
      *
       Reclaim-Store-After-Batch.
           CLOSE EMPFILE
           OPEN I-O EMPFILE
           IF NOT EMPFILE-OK THEN
             DISPLAY "ERROR: Could not reopen EMPFILE for update, "
                     "status = " WS-EMPFILE-STATUS
             MOVE 'N' TO WS-EMPFILE-OPEN
             GO TO Bad-RC
           END-IF
           CLOSE DEPTFILE
           OPEN I-O DEPTFILE
           IF NOT DEPTFILE-OK THEN
             DISPLAY "ERROR: Could not reopen DEPTFILE for update, "
                     "status = " WS-DEPTFILE-STATUS
             MOVE 'N' TO WS-DEPTFILE-OPEN
             GO TO Bad-RC
           END-IF
           CLOSE APPRFILE
           OPEN I-O APPRFILE
           IF NOT APPRFILE-OK THEN
             DISPLAY "ERROR: Could not reopen APPRFILE for update, "
                     "status = " WS-APPRFILE-STATUS
             MOVE 'N' TO WS-APPRFILE-OPEN
             GO TO Bad-RC
           END-IF
           PERFORM Load-Journal-Chain
           SET SERVER-FULL-SERVICE TO TRUE
           MOVE 'A' TO WS-INSTANCE-STATE.
      *
      *  Post the store-wide quiesce state in WS-NEW-STORE-STATE on
      *  the SRVCTL *STORE record, with the operator and the time.
      *  ============================================================
      *
       Post-Store-State.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE "*STORE" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
             INITIALIZE SERVER-CONTROL-RECORD
             MOVE "*STORE" TO SRVC-KEY
           END-IF.
           MOVE WS-NEW-STORE-STATE TO SRVC-STATE.
           MOVE WS-CURRENT-DATE    TO SRVC-LAST-DATE.
           MOVE WS-CURRENT-TIME    TO SRVC-LAST-TIME.
           MOVE WS-CALLER-ID       TO SRVC-CALLER-ID.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Fill the operator status snapshot: run start timestamp,
      *  per-verb counts, checkpoint state, and the store's active
      *  versus tombstoned record totals from a fresh scan of
                                        TO SVC-RESP-STAT-DELETED-COUNT.
           MOVE WS-QUIESCE-FLAG         TO SVC-RESP-STAT-QUIESCED.
      *
      * EVERY INSTANCE SHARING THE STORE, THIS ONE INCLUDED (POSTED
      * FIRST SO ITS ENTRY IS CURRENT), FROM THE SRVCTL INSTANCE
      * RECORDS. THE '*' CONTROL RECORDS ARE PASSED OVER.
      *
           PERFORM Post-Instance-State.
           MOVE 0 TO SVC-RESP-STAT-INST-COUNT.
           MOVE LOW-VALUES TO SRVC-KEY.
           START SRVCTL KEY IS GREATER THAN OR EQUAL SRVC-KEY.
           IF SRVCTL-OK THEN
             READ SRVCTL NEXT RECORD
             PERFORM UNTIL SRVCTL-EOF OR NOT SRVCTL-OK
                 OR SVC-RESP-STAT-INST-COUNT EQUAL 4
               IF SRVC-KEY(1:1) NOT EQUAL '*' THEN
                 ADD 1 TO SVC-RESP-STAT-INST-COUNT
                 MOVE SRVC-KEY TO SVC-RESP-STAT-INST-REGNAME
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-STATE TO SVC-RESP-STAT-INST-STATE
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-START-DATE TO SVC-RESP-STAT-INST-START-DATE
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-START-TIME TO SVC-RESP-STAT-INST-START-TIME
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-LAST-DATE TO SVC-RESP-STAT-INST-LAST-DATE
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-LAST-TIME TO SVC-RESP-STAT-INST-LAST-TIME
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-TXN-COUNT TO SVC-RESP-STAT-INST-TXN-COUNT
                     (SVC-RESP-STAT-INST-COUNT)
                 MOVE SRVC-REJECT-COUNT TO SVC-RESP-STAT-INST-REJECTS
                     (SVC-RESP-STAT-INST-COUNT)
               END-IF
               READ SRVCTL NEXT RECORD
             END-PERFORM
           END-IF.
      *
      *  Post this instance on its SRVCTL instance record, created on
      *  the first run under this register name: state active, the
      *  run-start timestamp and the transaction count it resumed
      *  from. An instance record left showing 'F' by a failed run is
      *  simply replaced once ZCONRCVR has repaired the store and the
      *  instance is restarted.
      *  ============================================================
      *
       Register-Instance.
           MOVE REG-REGNAME TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
           END-IF.
           INITIALIZE SERVER-CONTROL-RECORD.
           MOVE REG-REGNAME       TO SRVC-KEY.
           MOVE 'A'               TO SRVC-STATE.
           MOVE WS-START-DATE     TO SRVC-START-DATE.
           MOVE WS-START-TIME     TO SRVC-START-TIME.
           MOVE WS-START-DATE     TO SRVC-LAST-DATE.
           MOVE WS-START-TIME     TO SRVC-LAST-TIME.
           MOVE WS-TXN-COUNT      TO SRVC-TXN-COUNT.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
           DISPLAY " Instance " REG-REGNAME " posted on SRVCTL".
      *
      *  Refresh this instance's SRVCTL instance record with its
      *  current state (WS-INSTANCE-STATE), the time of this
      *  exchange and its transaction and rejected counts.
      *  ============================================================
      *
       Post-Instance-State.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE REG-REGNAME TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             MOVE WS-INSTANCE-STATE TO SRVC-STATE
             MOVE WS-CURRENT-DATE   TO SRVC-LAST-DATE
             MOVE WS-CURRENT-TIME   TO SRVC-LAST-TIME
             MOVE WS-TXN-COUNT      TO SRVC-TXN-COUNT
             MOVE WS-REJECTED-COUNT TO SRVC-REJECT-COUNT
             REWRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Measure the elapsed time from the BBOA1SRV receive to the
      *  BBOA1SRP response just delivered and append it to the
      *  response-time log with the verb and timestamp. The clocks
      *  ============================================================
      *
       Write-Audit-Record.
           PERFORM Hold-Audit-Control.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUDIT-DATE.
           MOVE RSP-RSN         TO AUDIT-RSN.
           MOVE WS-TXN-OUTCOME  TO AUDIT-OUTCOME.
           MOVE WS-CALLER-ID    TO AUDIT-CALLER-ID.
           PERFORM Seal-Audit-Record.
           WRITE AUDIT-RECORD.
           PERFORM Release-Audit-Control.
      *
      *  Write one recovery-journal intent record ahead of the
      *  EMPFILE WRITE/REWRITE the caller is about to issue: the
           MOVE FILE-EMPID      TO RCVJ-EMPID.
           MOVE WS-BEFORE-IMAGE TO RCVJ-BEFORE-IMAGE.
           MOVE EMP-FILE-RECORD TO RCVJ-AFTER-IMAGE.
           MOVE REG-REGNAME     TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Write one recovery-journal commit record covering every
           MOVE SPACES          TO RCVJ-EMPID.
           MOVE SPACES          TO RCVJ-BEFORE-IMAGE.
           MOVE SPACES          TO RCVJ-AFTER-IMAGE.
           MOVE REG-REGNAME     TO RCVJ-WRITER.
           WRITE RECOVERY-RECORD.
      *
      *  Hold the payload validation just rejected on the suspense
      *  queue with its reason and timestamp, so the ZCONSUSP
      *  utility can list it for correction and re-drive it instead
      *  of the work being silently dropped. The queue is shared with
      *  any other instance, so the record is appended under the
      *  SRVCTL *SUSPFILE hold.
      *  ============================================================
      *
       Write-Suspense-Record.
           MOVE "*SUSPFILE" TO WS-TRAIL-KEY.
           PERFORM Hold-Trail-Control.
           OPEN EXTEND SUSPFILE.
           IF NOT SUSPFILE-OK THEN
             DISPLAY "ERROR: Could not open SUSPFILE, status = "
                     WS-SUSPFILE-STATUS
             GO TO Bad-RC
           END-IF.
           SET SUSPFILE-IS-OPEN TO TRUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE       TO SUSP-DATE.
           MOVE WS-VALIDATION-MESSAGE TO SUSP-REASON.
           MOVE SVC-RQST-DATA         TO SUSP-RQST-DATA.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPFILE.
           MOVE 'N' TO WS-SUSPFILE-OPEN.
           PERFORM Release-Trail-Control.
      *
      *  Write one change-history journal record for a transaction
      *  that actually changed the contact store, capturing the full
      *  ============================================================
      *
       Write-Journal-Record.
           PERFORM Hold-Journal-Control.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO JRNL-DATE.
           MOVE WS-CURRENT-TIME TO JRNL-TIME.
           MOVE WS-CHANGE-VERB  TO JRNL-VERB.
           MOVE STOR-EMPID      TO JRNL-EMPID.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE WS-AFTER-IMAGE  TO JRNL-AFTER-IMAGE.
           MOVE WS-CHANGE-REQUESTER TO JRNL-CALLER-ID.
           MOVE WS-CHANGE-APPROVER  TO JRNL-APPROVER-ID.
           PERFORM Seal-Journal-Record.
           WRITE JOURNAL-RECORD.
           PERFORM Release-Journal-Control.
      *
      *  Pick up the sequence number and check value of the last
      *  sequenced record on the change journal, so the records this
      *  run appends carry both on unbroken. A journal holding no
      *  sequenced record yet starts the chain from zero.
      *  ============================================================
      *
       Load-Journal-Chain.
           MOVE 0 TO WS-JRNL-LAST-SEQ.
           MOVE 0 TO WS-JRNL-LAST-CHAIN.
           OPEN INPUT CHGJRNL.
           IF CHGJRNL-OK THEN
             READ CHGJRNL
             PERFORM UNTIL CHGJRNL-EOF
               IF JRNL-SEQ IS NUMERIC AND JRNL-CHAIN IS NUMERIC THEN
                 MOVE JRNL-SEQ   TO WS-JRNL-LAST-SEQ
                 MOVE JRNL-CHAIN TO WS-JRNL-LAST-CHAIN
               END-IF
               READ CHGJRNL
             END-PERFORM
             CLOSE CHGJRNL
           END-IF.
      *
      *  Number the journal record about to be written and seal it.
      *  The name, email, phone and remarks in its two images - bytes
      *  6 to 120, the only bytes a privacy erasure may later scrub -
      *  are first reduced to their own digest: a running remainder
      *  started from zero. The check value is then chained on from
      *  the record before it: the same remainder, seeded with the
      *  previous record's value, over every byte of JRNL-SEALED-DATA
      *  with those erasable bytes taken as blank, followed by the
      *  digest. ZCONVRFY repeats the same calculation to prove the
      *  chain, and can still prove it once a record is scrubbed. The
      *  sequence and check value it carries on from are current,
      *  because Hold-Journal-Control has already taken them from the
      *  SRVCTL *CHGJRNL record.
      *  A newly sealed record is never marked erased.
      *  ============================================================
      *
       Seal-Journal-Record.
           ADD 1 TO WS-JRNL-LAST-SEQ.
           MOVE WS-JRNL-LAST-SEQ TO JRNL-SEQ.
           MOVE 0 TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-BEFORE-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           PERFORM VARYING WS-CHAIN-IDX FROM 6 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN 120
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-AFTER-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-CHAIN-VALUE TO JRNL-ERASABLE-DIGEST.

           MOVE JRNL-BEFORE-IMAGE TO WS-JRNL-BEFORE-HOLD.
           MOVE JRNL-AFTER-IMAGE  TO WS-JRNL-AFTER-HOLD.
           MOVE SPACES TO JRNL-BEFORE-IMAGE(6:115).
           MOVE SPACES TO JRNL-AFTER-IMAGE(6:115).
           MOVE WS-JRNL-LAST-CHAIN TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF JRNL-SEALED-DATA
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-SEALED-DATA(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF JRNL-ERASABLE-DIGEST
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(JRNL-ERASABLE-DIGEST(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-JRNL-BEFORE-HOLD TO JRNL-BEFORE-IMAGE.
           MOVE WS-JRNL-AFTER-HOLD  TO JRNL-AFTER-IMAGE.
           MOVE SPACE TO JRNL-ERASED-MARK.
           MOVE WS-CHAIN-VALUE TO JRNL-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-JRNL-LAST-CHAIN.
      *
      *  The change journal is shared with any other instance of this
      *  server. Read and hold the SRVCTL *CHGJRNL record, taking the
      *  last record's sequence and check value from it whenever
      *  another instance has journaled since, and only then open
      *  the journal for append, so it is positioned after every
      *  record already written. The record stays held until
      *  Release-Journal-Control, after the journal record has been
      *  written and the journal closed, so the instances' records
      *  reach the journal one at a time, in sequence.
      *  ============================================================
      *
       Hold-Journal-Control.
           MOVE "*CHGJRNL" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
             IF SRVC-LAST-SEQ IS NUMERIC
                 AND SRVC-LAST-SEQ GREATER THAN WS-JRNL-LAST-SEQ THEN
               MOVE SRVC-LAST-SEQ   TO WS-JRNL-LAST-SEQ
               MOVE SRVC-LAST-CHAIN TO WS-JRNL-LAST-CHAIN
             END-IF
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
           END-IF.
           OPEN EXTEND CHGJRNL.
           IF NOT CHGJRNL-OK THEN
             DISPLAY "ERROR: Could not open CHGJRNL, status = "
                     WS-CHGJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           SET CHGJRNL-IS-OPEN TO TRUE.
      *
      *  Close the change journal, so the record just written is on
      *  the file, then post its sequence number and check value on
      *  the SRVCTL *CHGJRNL record held by Hold-Journal-Control,
      *  releasing it to the other instances.
      *  ============================================================
      *
       Release-Journal-Control.
           IF CONTROL-RECORD-ABSENT THEN
             INITIALIZE SERVER-CONTROL-RECORD
             MOVE "*CHGJRNL" TO SRVC-KEY
           END-IF.
           MOVE JRNL-DATE          TO SRVC-LAST-DATE.
           MOVE JRNL-TIME          TO SRVC-LAST-TIME.
           MOVE WS-JRNL-LAST-SEQ   TO SRVC-LAST-SEQ.
           MOVE WS-JRNL-LAST-CHAIN TO SRVC-LAST-CHAIN.
           CLOSE CHGJRNL.
           MOVE 'N' TO WS-CHGJRNL-OPEN.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Pick up the sequence number and check value of the last
      *  sequenced record on the audit trail, so the records this
      *  session appends carry both on unbroken. A trail holding no
      *  sequenced record yet starts the chain from zero.
      *  ============================================================
      *
       Load-Audit-Chain.
           MOVE 0 TO WS-AUDIT-LAST-SEQ.
           MOVE 0 TO WS-AUDIT-LAST-CHAIN.
           OPEN INPUT AUDITLOG.
           IF AUDITLOG-OK THEN
             READ AUDITLOG
             PERFORM UNTIL AUDITLOG-EOF
               IF AUDIT-SEQ IS NUMERIC AND AUDIT-CHAIN IS NUMERIC THEN
                 MOVE AUDIT-SEQ   TO WS-AUDIT-LAST-SEQ
                 MOVE AUDIT-CHAIN TO WS-AUDIT-LAST-CHAIN
               END-IF
               READ AUDITLOG
             END-PERFORM
             CLOSE AUDITLOG
           END-IF.
      *
      *  Read and hold the SRVCTL *AUDITLOG record and open the
      *  audit trail for append, the same way Hold-Journal-Control
      *  does for the change journal, since the trail is shared the
      *  same way.
      *  ============================================================
      *
       Hold-Audit-Control.
           MOVE "*AUDITLOG" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
             IF SRVC-LAST-SEQ IS NUMERIC
                 AND SRVC-LAST-SEQ GREATER THAN WS-AUDIT-LAST-SEQ THEN
               MOVE SRVC-LAST-SEQ   TO WS-AUDIT-LAST-SEQ
               MOVE SRVC-LAST-CHAIN TO WS-AUDIT-LAST-CHAIN
             END-IF
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
           END-IF.
           OPEN EXTEND AUDITLOG.
           IF NOT AUDITLOG-OK THEN
             DISPLAY "ERROR: Could not open AUDITLOG, status = "
                     WS-AUDITLOG-STATUS
             GO TO Bad-RC
           END-IF.
           SET AUDITLOG-IS-OPEN TO TRUE.
      *
      *  Number the audit record about to be written and chain its
      *  check value on from the record before it, the same way
      *  Seal-Journal-Record does for the change journal.
      *  ============================================================
      *
       Seal-Audit-Record.
           ADD 1 TO WS-AUDIT-LAST-SEQ.
           MOVE WS-AUDIT-LAST-SEQ TO AUDIT-SEQ.
           MOVE WS-AUDIT-LAST-CHAIN TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF AUDIT-SEALED-DATA
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(AUDIT-SEALED-DATA(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-CHAIN-VALUE TO AUDIT-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-AUDIT-LAST-CHAIN.
      *
      *  Close the audit trail, so the record just written is on the
      *  file, then post its sequence number and check value on the
      *  SRVCTL *AUDITLOG record held by Hold-Audit-Control,
      *  releasing it to the other instances.
      *  ============================================================
      *
       Release-Audit-Control.
           IF CONTROL-RECORD-ABSENT THEN
             INITIALIZE SERVER-CONTROL-RECORD
             MOVE "*AUDITLOG" TO SRVC-KEY
           END-IF.
           MOVE AUDIT-DATE          TO SRVC-LAST-DATE.
           MOVE AUDIT-TIME          TO SRVC-LAST-TIME.
           MOVE WS-AUDIT-LAST-SEQ   TO SRVC-LAST-SEQ.
           MOVE WS-AUDIT-LAST-CHAIN TO SRVC-LAST-CHAIN.
           CLOSE AUDITLOG.
           MOVE 'N' TO WS-AUDITLOG-OPEN.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Read and hold the SRVCTL control record keyed by
      *  WS-TRAIL-KEY before one record is appended to the shared
      *  sequential trail it guards, so no other instance can open
      *  the trail for append until this record is written and the
      *  trail closed again.
      *  ============================================================
      *
       Hold-Trail-Control.
           MOVE WS-TRAIL-KEY TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
           END-IF.
      *
      *  Stamp the control record held by Hold-Trail-Control with the
      *  time of the append just made, releasing it to the other
      *  instances. The record is created on the first-ever append.
      *  ============================================================
      *
       Release-Trail-Control.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           IF CONTROL-RECORD-ABSENT THEN
             INITIALIZE SERVER-CONTROL-RECORD
             MOVE WS-TRAIL-KEY TO SRVC-KEY
           END-IF.
           MOVE WS-CURRENT-DATE TO SRVC-LAST-DATE.
           MOVE WS-CURRENT-TIME TO SRVC-LAST-TIME.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Calculate the version token of the record image standing in
      *  WS-VERSION-IMAGE: the same running remainder the trails are
      *  chained with, over every byte of the record, seeded from
      *  zero.
      *  ============================================================
      *
       Compute-Record-Version.
           MOVE 0 TO WS-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX GREATER THAN
                         LENGTH OF WS-VERSION-IMAGE
             COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 31 +
                 FUNCTION ORD(WS-VERSION-IMAGE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
           MOVE WS-CHAIN-VALUE TO WS-RECORD-VERSION.
      *
      *  A PUT/PATCH/DELETE carrying a version token is in conflict
      *  when the stored record's token no longer matches it - the
      *  record has changed, here or on another instance, since the
      *  GET the caller built its change from. An EMPID not on file
      *  is left for the normal paths to report as not found, and a
      *  request without a token is never in conflict.
      *  ============================================================
      *
       Check-Record-Version.
           SET VERSION-MATCHES TO TRUE.
           IF (HTTP-VERB EQUAL 'U' OR 'A' OR 'D')
               AND SVC-RQST-VERSION NOT EQUAL SPACES
               AND SVC-RQST-VERSION NOT EQUAL LOW-VALUES THEN
             MOVE SVC-RQST-EMPID TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK THEN
               MOVE EMP-FILE-RECORD TO WS-VERSION-IMAGE
               PERFORM Compute-Record-Version
               IF WS-RECORD-VERSION NOT EQUAL SVC-RQST-VERSION THEN
                 SET VERSION-CONFLICT TO TRUE
               END-IF
             END-IF
           END-IF.
      *
      *  Read the optional registration control file. When present it
      *  supplies, one per line, REG-GRPNAME1, REG-GRPNAME2,
      *  REG-GRPNAME3 and REG-REGNAME - overriding the compiled-in
      *  defaults so the same load module can target a different WOLA
      *  group/Liberty instance without a recompile. Absent the file,
      *  the defaults set by the caller are left untouched.
      *  ============================================================
      *
       Load-Registration-Config.
           OPEN INPUT REGCTL.
           IF REGCTL-NOT-FOUND THEN
             DISPLAY " No REGCTL found - using default registration "
                     "values "
           ELSE
             IF NOT REGCTL-OK THEN
               DISPLAY "ERROR: Could not open REGCTL, status = "
                       WS-REGCTL-STATUS
             ELSE
               READ REGCTL
               IF NOT REGCTL-EOF THEN
                 MOVE REGCTL-LINE TO REG-GRPNAME1
               END-IF
               READ REGCTL
               IF NOT REGCTL-EOF THEN
      *
      *  Basic shape validation of an inbound POST/PUT payload before
      *  it is stored: EMPID must be present and numeric, EMAIL must
      *  contain an "@", PHONE must look like a phone number, a
      *  LOCATION-CODE, when one is supplied, must be on LOCFILE, and
      *  WORKER-TYPE must be blank/'E' (employee), 'C' (contractor) or
      *  'T' (temporary). A contractor or temporary worker must carry
      *  a numeric CONTRACT-END-DATE (YYYYMMDD); an employee must not.
      *  ============================================================
      *
       Validate-Request-Data.
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND SVC-RQST-LOCATION-CODE NOT EQUAL SPACES
               THEN
             MOVE SVC-RQST-LOCATION-CODE TO WS-LOOKUP-LOCATION-CODE
             PERFORM Lookup-Location
             IF NOT LOCFILE-OK THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown location code"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF SVC-RQST-WORKER-TYPE NOT EQUAL SPACES AND
                SVC-RQST-WORKER-TYPE NOT EQUAL 'E' AND
                SVC-RQST-WORKER-TYPE NOT EQUAL 'C' AND
                SVC-RQST-WORKER-TYPE NOT EQUAL 'T' THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown worker type"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF SVC-RQST-WORKER-TYPE EQUAL 'C' OR 'T' THEN
               IF SVC-RQST-CONTRACT-END-DATE EQUAL SPACES THEN
                 SET VALIDATION-FAILED TO TRUE
                 MOVE "Validation failed: contract end date required"
                   TO WS-VALIDATION-MESSAGE
               ELSE
                 IF SVC-RQST-CONTRACT-END-DATE NOT NUMERIC THEN
                   SET VALIDATION-FAILED TO TRUE
                   MOVE "Validation failed: bad contract end date"
                     TO WS-VALIDATION-MESSAGE
                 END-IF
               END-IF
             ELSE
               IF SVC-RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
                 SET VALIDATION-FAILED TO TRUE
                 MOVE "Validation failed: end date for contingent only"
                   TO WS-VALIDATION-MESSAGE
               END-IF
             END-IF
           END-IF.
      *
      *  Shape validation of an inbound PATCH payload: unlike POST/PUT,
      *  every field is optional, so only the fields actually supplied
      *  (non-blank) are checked for a plausible format. A PATCH that
      *  makes a worker contingent must carry the contract end date,
      *  and one that makes a worker an employee must not.
      *  ============================================================
      *
       Validate-Patch-Data.
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND SVC-RQST-LOCATION-CODE NOT EQUAL SPACES
               THEN
             MOVE SVC-RQST-LOCATION-CODE TO WS-LOOKUP-LOCATION-CODE
             PERFORM Lookup-Location
             IF NOT LOCFILE-OK THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown location code"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND SVC-RQST-WORKER-TYPE NOT EQUAL SPACES
               THEN
             IF SVC-RQST-WORKER-TYPE NOT EQUAL 'E' AND
                SVC-RQST-WORKER-TYPE NOT EQUAL 'C' AND
                SVC-RQST-WORKER-TYPE NOT EQUAL 'T' THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: unknown worker type"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK AND
               SVC-RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
             IF SVC-RQST-CONTRACT-END-DATE NOT NUMERIC THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: bad contract end date"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.

           IF VALIDATION-OK THEN
             IF (SVC-RQST-WORKER-TYPE EQUAL 'C' OR 'T') AND
                 SVC-RQST-CONTRACT-END-DATE EQUAL SPACES THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: contract end date required"
                 TO WS-VALIDATION-MESSAGE
             END-IF
             IF SVC-RQST-WORKER-TYPE EQUAL 'E' AND
                 SVC-RQST-CONTRACT-END-DATE NOT EQUAL SPACES THEN
               SET VALIDATION-FAILED TO TRUE
               MOVE "Validation failed: end date for contingent only"
                 TO WS-VALIDATION-MESSAGE
             END-IF
           END-IF.
      *
      *  Decide whether the caller named on the request may drive the
      *  verb it carries. Read-only verbs are always allowed; an
      *  update/operator verb is allowed only when the caller's
      *  AUTHFILE entry lists its action code and today falls within
      *  the entry's valid-from/valid-to window. A blank caller ID or
      *  a caller with no AUTHFILE entry is refused; so is a caller
      *  whose authorization has not yet started or has expired.
      *  ============================================================
      *
       Check-Caller-Authority.
           SET CALLER-IS-AUTHORIZED TO TRUE.
           SET AUTH-WINDOW-IS-OPEN TO TRUE.
           IF HTTP-VERB EQUAL 'P' OR 'U' OR 'A' OR 'D' OR 'B'
               OR 'E' OR 'N' OR 'C' OR 'K' OR 'V' OR 'J' OR 'Q' OR 'R'
               OR 'X' THEN
             SET CALLER-NOT-AUTHORIZED TO TRUE
             IF WS-CALLER-ID EQUAL SPACES OR LOW-VALUES THEN
               CONTINUE
                     TALLYING WS-AUTH-VERB-COUNT FOR ALL HTTP-VERB
                 IF WS-AUTH-VERB-COUNT GREATER THAN 0 THEN
                   SET CALLER-IS-AUTHORIZED TO TRUE
                   PERFORM Check-Authority-Window
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
      *  Refuse a caller whose AUTHFILE entry is outside its validity
      *  window - not yet started (valid-from after today) or expired
      *  (valid-to before today). Blank dates leave that end open.
      *  ============================================================
      *
       Check-Authority-Window.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF AUTH-VALID-FROM NOT EQUAL SPACES AND
               AUTH-VALID-FROM GREATER THAN WS-CURRENT-DATE THEN
             SET AUTH-WINDOW-IS-CLOSED TO TRUE
           END-IF.
           IF AUTH-VALID-TO NOT EQUAL SPACES AND
               AUTH-VALID-TO LESS THAN WS-CURRENT-DATE THEN
             SET AUTH-WINDOW-IS-CLOSED TO TRUE
           END-IF.
           IF AUTH-WINDOW-IS-CLOSED THEN
             SET CALLER-NOT-AUTHORIZED TO TRUE
           END-IF.
      *
      *  Read the department master for the code left in
      *  WS-LOOKUP-DEPT-CODE. On a hit WS-RESOLVED-DEPT-NAME carries
      *  the department name; on a miss it is cleared to spaces and
             MOVE SPACES    TO WS-RESOLVED-DEPT-NAME
           END-IF.
      *
      *  Look up WS-LOOKUP-LOCATION-CODE on the LOCFILE office
      *  location master. The caller tests LOCFILE-OK.
      *  ============================================================
      *
       Lookup-Location.
           MOVE WS-LOOKUP-LOCATION-CODE TO LOC-CODE
           READ LOCFILE.
      *
      *  Add one department to the department master. DEPT-CODE,
      *  name and cost center are all required, and a code already
      *  on file is refused rather than overwritten - a change to an
      *  existing code goes through the DEPTCHG action instead.
      *  ============================================================
      *
       Add-Department.
           MOVE SPACES                     TO SVC-RESP-DATA.
           MOVE SVC-RQST-DEPT-CODE         TO SVC-RESP-DEPT-CODE.
           MOVE SVC-RQST-MAINT-DEPT-NAME   TO SVC-RESP-DEPT-NAME.
           MOVE SVC-RQST-MAINT-COST-CENTER TO SVC-RESP-DEPT-COST-CENTER.
           EVALUATE TRUE
             WHEN SVC-RQST-DEPT-CODE EQUAL SPACES OR LOW-VALUES
               MOVE "Validation failed: DEPT-CODE is required"
                 TO SVC-RESP-MESSAGE
             WHEN SVC-RQST-MAINT-DEPT-NAME EQUAL SPACES OR LOW-VALUES
               MOVE "Validation failed: department name is required"
                 TO SVC-RESP-MESSAGE
             WHEN SVC-RQST-MAINT-COST-CENTER EQUAL SPACES OR LOW-VALUES
               MOVE "Validation failed: cost center is required"
                 TO SVC-RESP-MESSAGE
             WHEN OTHER
               MOVE SVC-RQST-DEPT-CODE         TO DEPT-CODE
               MOVE SVC-RQST-MAINT-DEPT-NAME   TO DEPT-NAME
               MOVE SVC-RQST-MAINT-COST-CENTER TO DEPT-COST-CENTER
               WRITE DEPT-RECORD
               IF DEPTFILE-OK THEN
                 MOVE SPACES      TO WS-DEPT-BEFORE-IMAGE
                 MOVE DEPT-RECORD TO WS-DEPT-AFTER-IMAGE
                 MOVE "Department was added" TO SVC-RESP-MESSAGE
                 SET TXN-WAS-SUCCESSFUL TO TRUE
               ELSE
                 IF DEPTFILE-DUPLICATE THEN
                   MOVE "Department already on file"
                     TO SVC-RESP-MESSAGE
                 ELSE
                   STRING "Department add failed, status = "
                          WS-DEPTFILE-STATUS
                          DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
                 END-IF
               END-IF
           END-EVALUATE.
           IF NOT TXN-WAS-SUCCESSFUL THEN
             ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
      *  Change the name and/or cost center of a department already
      *  on the master. A blank field on the request keeps the value
      *  on file, so a caller can change either one alone.
      *  ============================================================
      *
       Change-Department.
           MOVE SPACES             TO SVC-RESP-DATA.
           MOVE SVC-RQST-DEPT-CODE TO SVC-RESP-DEPT-CODE.
           IF SVC-RQST-DEPT-CODE EQUAL SPACES OR LOW-VALUES THEN
             MOVE "Validation failed: DEPT-CODE is required"
               TO SVC-RESP-MESSAGE
           ELSE
             MOVE SVC-RQST-DEPT-CODE TO DEPT-CODE
             READ DEPTFILE
             IF DEPTFILE-OK THEN
               MOVE DEPT-RECORD TO WS-DEPT-BEFORE-IMAGE
               IF SVC-RQST-MAINT-DEPT-NAME NOT EQUAL SPACES
                   AND SVC-RQST-MAINT-DEPT-NAME NOT EQUAL LOW-VALUES
                   THEN
                 MOVE SVC-RQST-MAINT-DEPT-NAME TO DEPT-NAME
               END-IF
               IF SVC-RQST-MAINT-COST-CENTER NOT EQUAL SPACES
                   AND SVC-RQST-MAINT-COST-CENTER NOT EQUAL LOW-VALUES
                   THEN
                 MOVE SVC-RQST-MAINT-COST-CENTER TO DEPT-COST-CENTER
               END-IF
               MOVE DEPT-NAME        TO SVC-RESP-DEPT-NAME
               MOVE DEPT-COST-CENTER TO SVC-RESP-DEPT-COST-CENTER
               REWRITE DEPT-RECORD
               IF DEPTFILE-OK THEN
                 MOVE DEPT-RECORD TO WS-DEPT-AFTER-IMAGE
                 MOVE "Department was changed" TO SVC-RESP-MESSAGE
                 SET TXN-WAS-SUCCESSFUL TO TRUE
               ELSE
                 STRING "Department change failed, status = "
                        WS-DEPTFILE-STATUS
                        DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
               END-IF
             ELSE
               MOVE "Department not found" TO SVC-RESP-MESSAGE
             END-IF
           END-IF.
           IF NOT TXN-WAS-SUCCESSFUL THEN
             ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
      *  Retire a department by removing it from the master. The
      *  retirement is refused while any active (non-tombstoned)
      *  contact record or any pending change on PENDFILE still
      *  carries the code, and the refusal tells the caller how many
      *  of each are in the way.
      *  ============================================================
      *
       Retire-Department.
           MOVE SPACES             TO SVC-RESP-DATA.
           MOVE SVC-RQST-DEPT-CODE TO SVC-RESP-DEPT-CODE.
           MOVE 0 TO WS-DEPT-EMP-USE-COUNT.
           MOVE 0 TO WS-DEPT-PND-USE-COUNT.
           IF SVC-RQST-DEPT-CODE EQUAL SPACES OR LOW-VALUES THEN
             MOVE "Validation failed: DEPT-CODE is required"
               TO SVC-RESP-MESSAGE
           ELSE
             MOVE SVC-RQST-DEPT-CODE TO DEPT-CODE
             READ DEPTFILE
             IF DEPTFILE-OK THEN
               MOVE DEPT-RECORD      TO WS-DEPT-BEFORE-IMAGE
               MOVE DEPT-NAME        TO SVC-RESP-DEPT-NAME
               MOVE DEPT-COST-CENTER TO SVC-RESP-DEPT-COST-CENTER
               PERFORM Count-Department-Usage
               IF WS-DEPT-EMP-USE-COUNT EQUAL 0 AND
                   WS-DEPT-PND-USE-COUNT EQUAL 0 THEN
                 MOVE SVC-RQST-DEPT-CODE TO DEPT-CODE
                 DELETE DEPTFILE RECORD
                 IF DEPTFILE-OK THEN
                   MOVE SPACES TO WS-DEPT-AFTER-IMAGE
                   MOVE "Department was retired" TO SVC-RESP-MESSAGE
                   SET TXN-WAS-SUCCESSFUL TO TRUE
                 ELSE
                   STRING "Department retire failed, status = "
                          WS-DEPTFILE-STATUS
                          DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
                 END-IF
               ELSE
                 MOVE WS-DEPT-EMP-USE-COUNT TO WS-DEPT-EMP-USE-DISP
                 MOVE WS-DEPT-PND-USE-COUNT TO WS-DEPT-PND-USE-DISP
                 STRING "In use: " WS-DEPT-EMP-USE-DISP
                        " active, " WS-DEPT-PND-USE-DISP
                        " pending - retire refused"
                        DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
               END-IF
             ELSE
               MOVE "Department not found" TO SVC-RESP-MESSAGE
             END-IF
           END-IF.
           IF NOT TXN-WAS-SUCCESSFUL THEN
             ADD 1 TO WS-REJECTED-COUNT
           END-IF.
      *
      *  Count what still carries the department code in
      *  SVC-RQST-DEPT-CODE: active contact records, browsed through
      *  the FILE-DEPT-CODE alternate key, and queued changes on
      *  PENDFILE, opened for input for the scan and closed again.
      *  ============================================================
      *
       Count-Department-Usage.
           MOVE SVC-RQST-DEPT-CODE TO FILE-DEPT-CODE.
           START EMPFILE KEY IS EQUAL FILE-DEPT-CODE.
           IF EMPFILE-OK THEN
             READ EMPFILE NEXT RECORD
             PERFORM UNTIL EMPFILE-EOF
                 OR FILE-DEPT-CODE NOT EQUAL SVC-RQST-DEPT-CODE
               IF FILE-DELETED-FLAG NOT EQUAL 'Y' THEN
                 ADD 1 TO WS-DEPT-EMP-USE-COUNT
               END-IF
               READ EMPFILE NEXT RECORD
             END-PERFORM
           END-IF.

           OPEN INPUT PENDFILE.
           IF PENDFILE-OK THEN
             READ PENDFILE
             PERFORM UNTIL NOT PENDFILE-OK
               MOVE PND-RQST-DATA TO WS-PEND-RQST-VIEW
               IF PRQ-DEPT-CODE EQUAL SVC-RQST-DEPT-CODE THEN
                 ADD 1 TO WS-DEPT-PND-USE-COUNT
               END-IF
               READ PENDFILE
             END-PERFORM
             CLOSE PENDFILE
           END-IF.
      *
      *  Write one department change journal record for a department
      *  action that changed DEPTFILE, capturing the before-image and
      *  after-image of the DEPT-RECORD left in WS-DEPT-BEFORE-IMAGE/
      *  WS-DEPT-AFTER-IMAGE by the department paragraphs. The
      *  journal is shared with any other instance, so the record is
      *  appended under the SRVCTL *DEPTJRNL hold.
      *  ============================================================
      *
       Write-Dept-Journal-Record.
           MOVE "*DEPTJRNL" TO WS-TRAIL-KEY.
           PERFORM Hold-Trail-Control.
           OPEN EXTEND DEPTJRNL.
           IF NOT DEPTJRNL-OK THEN
             DISPLAY "ERROR: Could not open DEPTJRNL, status = "
                     WS-DEPTJRNL-STATUS
             GO TO Bad-RC
           END-IF.
           SET DEPTJRNL-IS-OPEN TO TRUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE      TO DJRN-DATE.
           MOVE WS-CURRENT-TIME      TO DJRN-TIME.
           MOVE HTTP-VERB            TO DJRN-VERB.
           MOVE SVC-RQST-DEPT-CODE   TO DJRN-DEPT-CODE.
           MOVE WS-DEPT-BEFORE-IMAGE TO DJRN-BEFORE-IMAGE.
           MOVE WS-DEPT-AFTER-IMAGE  TO DJRN-AFTER-IMAGE.
           MOVE WS-CALLER-ID         TO DJRN-CALLER-ID.
           WRITE DEPT-JOURNAL-RECORD.
           CLOSE DEPTJRNL.
           MOVE 'N' TO WS-DEPTJRNL-OPEN.
           PERFORM Release-Trail-Control.
      *
      *  Decide whether the EFFECTIVE-DATE carried on the request is
      *  still in the future. Only a well-formed (numeric) date can
      *  park a request on the pending queue - a blank or malformed
           END-IF.
      *
      *  Park the validated request on the pending-changes queue with
      *  its verb, effective date, requester and (for an approved
      *  held change) approver, to be applied by the ZCONAPLY
      *  start-of-day batch program once the date arrives. The queue
      *  is shared with any other instance, so the record is
      *  appended under the SRVCTL *PENDFILE hold.
      *  ============================================================
      *
       Queue-Pending-Change.
           MOVE "*PENDFILE" TO WS-TRAIL-KEY.
           PERFORM Hold-Trail-Control.
           OPEN EXTEND PENDFILE.
           IF NOT PENDFILE-OK THEN
             DISPLAY "ERROR: Could not open PENDFILE, status = "
                     WS-PENDFILE-STATUS
             GO TO Bad-RC
           END-IF.
           SET PENDFILE-IS-OPEN TO TRUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE          TO PND-QUEUED-DATE.
           MOVE WS-CURRENT-TIME          TO PND-QUEUED-TIME.
           MOVE WS-CHANGE-VERB           TO PND-VERB.
           MOVE SVC-RQST-EFFECTIVE-DATE  TO PND-EFFECTIVE-DATE.
           MOVE SVC-RQST-DATA            TO PND-RQST-DATA.
           MOVE WS-CHANGE-REQUESTER      TO PND-REQUESTER-ID.
           MOVE WS-CHANGE-APPROVER       TO PND-APPROVER-ID.
           WRITE PENDING-RECORD.
           CLOSE PENDFILE.
           MOVE 'N' TO WS-PENDFILE-OPEN.
           PERFORM Release-Trail-Control.
      *
      *  Apply a validated PUT: park it on the pending queue when its
      *  EFFECTIVE-DATE is still in the future, otherwise replace the
      *  stored record. Shared by the PUT action and by the approval
      *  of a held PUT.
      *  ============================================================
      *
       Apply-Put-Request.
           PERFORM Check-Effective-Date.
           IF EFFECTIVE-DATE-IS-FUTURE THEN
             PERFORM Queue-Pending-Change
             MOVE SVC-RQST-DATA TO SVC-RESP-DATA
             MOVE "Accepted as pending until effective date"
               TO SVC-RESP-MESSAGE
             MOVE 'P' TO WS-TXN-OUTCOME
           ELSE
             PERFORM Rewrite-Employee-Record
             IF EMPID-WAS-FOUND THEN
               MOVE SVC-RQST-DATA        TO SVC-RESP-DATA
               MOVE "Record was updated" TO SVC-RESP-MESSAGE
               SET TXN-WAS-SUCCESSFUL TO TRUE
             ELSE
               MOVE STOR-DATA         TO SVC-RESP-DATA
               MOVE "Record not found" TO SVC-RESP-MESSAGE
             END-IF
           END-IF.
      *
      *  Apply a validated PATCH the same way: park it when its
      *  EFFECTIVE-DATE is still in the future, otherwise overwrite
      *  just the fields supplied. Shared by the PATCH action and by
      *  the approval of a held PATCH.
      *  ============================================================
      *
       Apply-Patch-Request.
           PERFORM Check-Effective-Date.
           IF EFFECTIVE-DATE-IS-FUTURE THEN
             PERFORM Queue-Pending-Change
             MOVE SVC-RQST-DATA TO SVC-RESP-DATA
             MOVE "Accepted as pending until effective date"
               TO SVC-RESP-MESSAGE
             MOVE 'P' TO WS-TXN-OUTCOME
           ELSE
             PERFORM Patch-Employee-Record
             MOVE STOR-DATA TO SVC-RESP-DATA
             IF EMPID-WAS-FOUND THEN
               MOVE "Record was updated" TO SVC-RESP-MESSAGE
               SET TXN-WAS-SUCCESSFUL TO TRUE
             ELSE
               MOVE "Record not found" TO SVC-RESP-MESSAGE
             END-IF
           END-IF.
      *
      *  Carry out a DELETE against the active record already READ
      *  into STOR-DATA: refuse it on the direct-reports rule, hold
      *  it for approval when CHANGE-MUST-BE-HELD is set, otherwise
      *  tombstone it. Shared by the DELETE action and by the
      *  approval of a held DELETE.
      *  ============================================================
      *
       Apply-Delete-Request.
      * A TARGET OTHER ACTIVE RECORDS NAME AS MANAGER IS REFUSED
      * WITH THE COUNT OF DIRECT REPORTS, UNLESS THE REQUEST CARRIES
      * THE CASCADE OPTION - THEN THE REPORTS ARE REASSIGNED TO THE
      * TARGET'S OWN MANAGER BEFORE THE TOMBSTONE, IN THE SAME UNIT
      * OF WORK UNDER ONE RECOVERY COMMIT.
      *
           PERFORM Collect-Direct-Reports
           EVALUATE TRUE
             WHEN RPT-TABLE-OVERFLOWED
               SET DELETE-WAS-REFUSED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Too many direct reports - delete refused"
                 TO SVC-RESP-MESSAGE
             WHEN WS-RPT-COUNT GREATER THAN 0
                 AND SVC-RQST-CASCADE-OPTION NOT EQUAL 'C'
               SET DELETE-WAS-REFUSED TO TRUE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-RPT-COUNT TO WS-RPT-COUNT-DISP
               MOVE SPACES TO SVC-RESP-MESSAGE
               STRING "Manages " WS-RPT-COUNT-DISP
                   " direct reports - delete refused"
                   DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
           END-EVALUATE
      *
      * A DELETE ARRIVING FROM A CALLER IS HELD FOR APPROVAL HERE;
      * AN APPROVED ONE IS TOMBSTONED, RE-CHECKED AGAINST THE STORE
      * AS IT STANDS AT APPROVAL TIME.
      *
           IF NOT DELETE-WAS-REFUSED THEN
             IF CHANGE-MUST-BE-HELD THEN
               MOVE STOR-DEPT-CODE TO WS-HOLD-FROM-DEPT-CODE
               MOVE STOR-EMPNAME   TO WS-HOLD-EMPNAME
               PERFORM Hold-Sensitive-Change
             ELSE
               IF WS-RPT-COUNT GREATER THAN 0 THEN
                 PERFORM Reassign-Direct-Reports
               END-IF
               PERFORM Delete-Employee-Record
               IF WS-RPT-COUNT GREATER THAN 0 THEN
                 MOVE "Record deleted - reports reassigned"
                   TO SVC-RESP-MESSAGE
               ELSE
                 MOVE "Record was deleted" TO SVC-RESP-MESSAGE
               END-IF
               SET TXN-WAS-SUCCESSFUL TO TRUE
             END-IF
           END-IF.
      *
      *  Decide whether a validated PUT/PATCH is a department
      *  transfer: a non-blank DEPT-CODE that differs from the one on
      *  the employee's active record. A transfer must be held for a
      *  second caller's approval. An unknown or tombstoned EMPID is
      *  left for the normal update path to report as not found.
      *  ============================================================
      *
       Check-Department-Transfer.
           SET CHANGE-MAY-APPLY TO TRUE.
           IF SVC-RQST-DEPT-CODE NOT EQUAL SPACES THEN
             MOVE SVC-RQST-EMPID TO FILE-EMPID
             READ EMPFILE
             IF EMPFILE-OK AND FILE-DELETED-FLAG NOT EQUAL 'Y'
                 AND FILE-DEPT-CODE NOT EQUAL SVC-RQST-DEPT-CODE THEN
               MOVE FILE-DEPT-CODE TO WS-HOLD-FROM-DEPT-CODE
               MOVE FILE-EMPNAME   TO WS-HOLD-EMPNAME
               SET CHANGE-MUST-BE-HELD TO TRUE
             END-IF
           END-IF.
      *
      *  Hold a DELETE or department transfer on the approvals file
      *  instead of applying it, with the full request image, the
      *  requesting caller and the department it moves from and to.
      *  Only one change per EMPID may wait at a time - a second one
      *  is refused until the first is approved or rejected.
      *  ============================================================
      *
       Hold-Sensitive-Change.
           PERFORM Find-Held-Change.
           IF HELD-CHANGE-FOUND THEN
             ADD 1 TO WS-REJECTED-COUNT
             MOVE "A change for this EMPID is already held - refused"
               TO SVC-RESP-MESSAGE
           ELSE
             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
             ACCEPT WS-CURRENT-TIME FROM TIME
             MOVE SVC-RQST-EMPID          TO APPR-EMPID
             MOVE WS-CURRENT-DATE         TO APPR-HELD-DATE
             MOVE WS-CURRENT-TIME         TO APPR-HELD-TIME
             MOVE 'H'                     TO APPR-STATUS
             MOVE HTTP-VERB               TO APPR-VERB
             MOVE WS-CALLER-ID            TO APPR-REQUESTER-ID
             MOVE WS-HOLD-EMPNAME         TO APPR-EMPNAME
             MOVE WS-HOLD-FROM-DEPT-CODE  TO APPR-FROM-DEPT-CODE
             IF HTTP-VERB EQUAL 'D' THEN
               MOVE WS-HOLD-FROM-DEPT-CODE TO APPR-TO-DEPT-CODE
             ELSE
               MOVE SVC-RQST-DEPT-CODE     TO APPR-TO-DEPT-CODE
             END-IF
             MOVE SVC-RQST-DATA           TO APPR-RQST-DATA
             MOVE SVC-RQST-CASCADE-OPTION TO APPR-CASCADE-OPTION
             MOVE SPACES                  TO APPR-DECIDED-BY-ID
                                             APPR-DECIDED-DATE
                                             APPR-DECIDED-TIME
             WRITE APPROVAL-RECORD
             IF APPRFILE-OK THEN
               MOVE "Held for approval by a second caller"
                 TO SVC-RESP-MESSAGE
               MOVE 'H' TO WS-TXN-OUTCOME
             ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO SVC-RESP-MESSAGE
               STRING "Change could not be held, status = "
                      WS-APPRFILE-STATUS
                      DELIMITED BY SIZE INTO SVC-RESP-MESSAGE
             END-IF
           END-IF.
      *
      *  Position on the approvals file for the EMPID in
      *  SVC-RQST-EMPID and browse its records for the one still
      *  held. On a hit the held record is left in APPROVAL-RECORD.
      *  ============================================================
      *
       Find-Held-Change.
           SET HELD-CHANGE-NOT-FOUND TO TRUE.
           MOVE SVC-RQST-EMPID TO APPR-EMPID.
           MOVE 0              TO APPR-HELD-DATE.
           MOVE 0              TO APPR-HELD-TIME.
           START APPRFILE KEY IS GREATER THAN OR EQUAL APPR-KEY.
           IF APPRFILE-OK THEN
             READ APPRFILE NEXT RECORD
             PERFORM UNTIL NOT APPRFILE-OK
                 OR HELD-CHANGE-FOUND
                 OR APPR-EMPID NOT EQUAL SVC-RQST-EMPID
               IF APPR-IS-HELD THEN
                 SET HELD-CHANGE-FOUND TO TRUE
               ELSE
                 READ APPRFILE NEXT RECORD
               END-IF
             END-PERFORM
           END-IF.
      *
      *  Approve the change held for SVC-RQST-EMPID. The approving
      *  caller must not be the one who requested it. The held
      *  request is replayed through the normal update paths with
      *  the hold switch off, so it is re-validated and re-checked
      *  against the store as it stands now, and the journal records
      *  the held verb, the requester and this approver. The held
      *  record is marked approved only once the change is applied
      *  (or parked for its effective date); a replay that fails
      *  leaves it held for the approver to reject.
      *  ============================================================
      *
       Approve-Held-Change.
           MOVE SVC-RQST-DATA TO SVC-RESP-DATA.
           PERFORM Find-Held-Change.
           EVALUATE TRUE
             WHEN HELD-CHANGE-NOT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "No change held for approval for this EMPID"
                 TO SVC-RESP-MESSAGE
             WHEN APPR-REQUESTER-ID EQUAL WS-CALLER-ID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Approver must differ from requester - refused"
                 TO SVC-RESP-MESSAGE
             WHEN OTHER
               MOVE APPR-VERB           TO WS-CHANGE-VERB
               MOVE APPR-REQUESTER-ID   TO WS-CHANGE-REQUESTER
               MOVE WS-CALLER-ID        TO WS-CHANGE-APPROVER
               MOVE APPR-RQST-DATA      TO SVC-RQST-DATA
               MOVE APPR-CASCADE-OPTION TO SVC-RQST-CASCADE-OPTION
               SET CHANGE-MAY-APPLY TO TRUE
               EVALUATE WS-CHANGE-VERB
                 WHEN 'D'
                   PERFORM Read-Employee-Record
                   MOVE STOR-DATA TO SVC-RESP-DATA
                   MOVE 'N' TO WS-DELETE-REFUSED-FLAG
                   IF EMPID-WAS-FOUND THEN
                     PERFORM Apply-Delete-Request
                   ELSE
                     MOVE "Record not found" TO SVC-RESP-MESSAGE
                   END-IF
                 WHEN 'U'
                   PERFORM Validate-Request-Data
                   IF VALIDATION-OK THEN
                     PERFORM Apply-Put-Request
                   ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     MOVE SVC-RQST-DATA         TO SVC-RESP-DATA
                     MOVE WS-VALIDATION-MESSAGE TO SVC-RESP-MESSAGE
                   END-IF
                 WHEN 'A'
                   PERFORM Validate-Patch-Data
                   IF VALIDATION-OK THEN
                     PERFORM Apply-Patch-Request
                   ELSE
                     ADD 1 TO WS-REJECTED-COUNT
                     MOVE SVC-RQST-DATA         TO SVC-RESP-DATA
                     MOVE WS-VALIDATION-MESSAGE TO SVC-RESP-MESSAGE
                   END-IF
               END-EVALUATE
               IF TXN-WAS-SUCCESSFUL OR WS-TXN-OUTCOME EQUAL 'P' THEN
                 MOVE 'A' TO APPR-STATUS
                 PERFORM Record-Approval-Decision
               END-IF
           END-EVALUATE.
      *
      *  Reject the change held for SVC-RQST-EMPID. As with approval,
      *  the deciding caller must not be the requester. The store is
      *  never touched; the held record is marked rejected.
      *  ============================================================
      *
       Reject-Held-Change.
           MOVE SVC-RQST-DATA TO SVC-RESP-DATA.
           PERFORM Find-Held-Change.
           EVALUATE TRUE
             WHEN HELD-CHANGE-NOT-FOUND
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "No change held for approval for this EMPID"
                 TO SVC-RESP-MESSAGE
             WHEN APPR-REQUESTER-ID EQUAL WS-CALLER-ID
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "Rejecter must differ from requester - refused"
                 TO SVC-RESP-MESSAGE
             WHEN OTHER
               MOVE APPR-VERB         TO WS-CHANGE-VERB
               MOVE APPR-REQUESTER-ID TO WS-CHANGE-REQUESTER
               MOVE 'R' TO APPR-STATUS
               PERFORM Record-Approval-Decision
               MOVE "Held change was rejected" TO SVC-RESP-MESSAGE
           END-EVALUATE.
      *
      *  Stamp the decision (status already set by the caller) with
      *  the deciding caller and the date/time, and rewrite the held
      *  record left in APPROVAL-RECORD by Find-Held-Change.
      *  ============================================================
      *
       Record-Approval-Decision.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CALLER-ID    TO APPR-DECIDED-BY-ID.
           MOVE WS-CURRENT-DATE TO APPR-DECIDED-DATE.
           MOVE WS-CURRENT-TIME TO APPR-DECIDED-TIME.
           REWRITE APPROVAL-RECORD.
      *
      *  Fill the held-change table with up to 10 changes still
      *  awaiting a decision, in EMPID order, starting past the
      *  caller's resume EMPID when one is supplied. Once the table
      *  is full the browse runs on only far enough to prove whether
      *  another held change exists, which the more-remain flag
      *  reports.
      *  ============================================================
      *
       List-Held-Changes.
           MOVE 0   TO SVC-RESP-HELD-COUNT.
           MOVE 'N' TO SVC-RESP-LIST-MORE.
           IF SVC-RQST-RESUME-EMPID EQUAL SPACES OR LOW-VALUES THEN
             MOVE LOW-VALUES TO APPR-KEY
             START APPRFILE KEY IS GREATER THAN OR EQUAL APPR-KEY
           ELSE
             MOVE SVC-RQST-RESUME-EMPID TO APPR-EMPID
             MOVE 99999999              TO APPR-HELD-DATE
             MOVE 99999999              TO APPR-HELD-TIME
             START APPRFILE KEY IS GREATER THAN APPR-KEY
           END-IF.
           IF APPRFILE-OK THEN
             READ APPRFILE NEXT RECORD
             PERFORM UNTIL NOT APPRFILE-OK
                 OR SVC-RESP-LIST-MORE EQUAL 'Y'
               IF APPR-IS-HELD THEN
                 IF SVC-RESP-HELD-COUNT LESS THAN 10 THEN
                   ADD 1 TO SVC-RESP-HELD-COUNT
                   MOVE SVC-RESP-HELD-COUNT TO WS-HELD-IDX
                   MOVE APPR-EMPID
                     TO SVC-RESP-HELD-EMPID(WS-HELD-IDX)
                   MOVE APPR-EMPNAME
                     TO SVC-RESP-HELD-EMPNAME(WS-HELD-IDX)
                   MOVE APPR-VERB
                     TO SVC-RESP-HELD-VERB(WS-HELD-IDX)
                   MOVE APPR-FROM-DEPT-CODE
                     TO SVC-RESP-HELD-FROM-DEPT(WS-HELD-IDX)
                   MOVE APPR-TO-DEPT-CODE
                     TO SVC-RESP-HELD-TO-DEPT(WS-HELD-IDX)
                   MOVE APPR-REQUESTER-ID
                     TO SVC-RESP-HELD-REQUESTER(WS-HELD-IDX)
                   MOVE APPR-HELD-DATE
                     TO SVC-RESP-HELD-DATE(WS-HELD-IDX)
                   MOVE APPR-EMPID TO SVC-RESP-LIST-LAST-EMPID
                 ELSE
                   MOVE 'Y' TO SVC-RESP-LIST-MORE
                 END-IF
               END-IF
               IF SVC-RESP-LIST-MORE NOT EQUAL 'Y' THEN
                 READ APPRFILE NEXT RECORD
               END-IF
             END-PERFORM
           END-IF.
      *
      *  Recover the EMPID-assignment high-water mark: the last
      *  record on the NEXTID log (the newest assignment of any
      *  prior run), raised to the highest EMPID actually on the
      *  store, so IDs keyed by hand above the mark are never
      *  reissued, and to the mark any other instance has left on
      *  SRVCTL. The store scan runs once, at startup.
      *  ============================================================
      *
       Load-Next-Empid.
               READ EMPFILE NEXT RECORD
             END-PERFORM
           END-IF.

           MOVE "*NEXTID" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK AND SRVC-LAST-EMPID IS NUMERIC
               AND SRVC-LAST-EMPID GREATER THAN
                   WS-LAST-ASSIGNED-EMPID THEN
             MOVE SRVC-LAST-EMPID TO WS-LAST-ASSIGNED-EMPID
           END-IF.
      *
      * REMEMBER WHETHER THE SCAN RAISED THE MARK ABOVE THE LOG -
      * THE CALLER PERSISTS THE RAISED MARK ONCE NEXTID IS OPEN FOR
      *  SVC-RQST-EMPID, and log the assignment so no restart can
      *  ever reissue it. Running the mark off the end of the
      *  five-digit range leaves the request without an EMPID and
      *  validation refuses it. The mark is shared with any other
      *  instance of this server through the SRVCTL *NEXTID record,
      *  held from before the candidate is chosen until the new mark
      *  is posted, so two instances can never hand out the same
      *  EMPID - and, since the NEXTID log is shared the same way,
      *  until the assignment is on the log.
      *  ============================================================
      *
       Assign-Next-Empid.
           PERFORM Hold-Nextid-Control.
           MOVE 'N' TO WS-ASSIGN-FLAG.
           PERFORM UNTIL EMPID-WAS-ASSIGNED
               OR WS-LAST-ASSIGNED-EMPID EQUAL 99999
             END-IF
           END-PERFORM.
           IF EMPID-WAS-ASSIGNED THEN
             PERFORM Write-Nextid-Record
           END-IF.
           PERFORM Release-Nextid-Control.
           IF EMPID-WAS-ASSIGNED THEN
             MOVE WS-LAST-ASSIGNED-EMPID TO SVC-RQST-EMPID
             DISPLAY "   Assigned EMPID " SVC-RQST-EMPID
           ELSE
             DISPLAY "ERROR: No free EMPID available to assign"
           END-IF.
      *
      *  Read and hold the SRVCTL *NEXTID record, raising this
      *  instance's mark to it when another instance has assigned
      *  past it.
      *  ============================================================
      *
       Hold-Nextid-Control.
           MOVE "*NEXTID" TO SRVC-KEY.
           READ SRVCTL.
           IF SRVCTL-OK THEN
             SET CONTROL-RECORD-FOUND TO TRUE
             IF SRVC-LAST-EMPID IS NUMERIC
                 AND SRVC-LAST-EMPID GREATER THAN
                     WS-LAST-ASSIGNED-EMPID THEN
               MOVE SRVC-LAST-EMPID TO WS-LAST-ASSIGNED-EMPID
             END-IF
           ELSE
             SET CONTROL-RECORD-ABSENT TO TRUE
           END-IF.
      *
      *  Post this instance's mark on the *NEXTID record held by
      *  Hold-Nextid-Control, releasing it to the other instances.
      *  ============================================================
      *
       Release-Nextid-Control.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           IF CONTROL-RECORD-ABSENT THEN
             INITIALIZE SERVER-CONTROL-RECORD
             MOVE "*NEXTID" TO SRVC-KEY
           END-IF.
           MOVE WS-CURRENT-DATE        TO SRVC-LAST-DATE.
           MOVE WS-CURRENT-TIME        TO SRVC-LAST-TIME.
           MOVE WS-LAST-ASSIGNED-EMPID TO SRVC-LAST-EMPID.
           IF CONTROL-RECORD-FOUND THEN
             REWRITE SERVER-CONTROL-RECORD
           ELSE
             WRITE SERVER-CONTROL-RECORD
           END-IF.
      *
      *  Append the assignment just made to the NEXTID log, so the
      *  high-water mark survives restarts and retention purges. The
      *  caller holds the SRVCTL *NEXTID record, and the log is
      *  closed again before it is released.
      *  ============================================================
      *
       Write-Nextid-Record.
           OPEN EXTEND NEXTID.
           IF NOT NEXTID-OK THEN
             DISPLAY "ERROR: Could not open NEXTID, status = "
                     WS-NEXTID-STATUS
             GO TO Bad-RC
           END-IF.
           SET NEXTID-IS-OPEN TO TRUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES                 TO NEXTID-RECORD.
           MOVE WS-CURRENT-TIME        TO NID-TIME.
           MOVE WS-LAST-ASSIGNED-EMPID TO NID-LAST-EMPID.
           WRITE NEXTID-RECORD.
           CLOSE NEXTID.
           MOVE 'N' TO WS-NEXTID-OPEN.
      *
      *  Look for a checkpoint left behind by a prior run of this
      *  server. If one is found, resume WS-TXN-COUNT from it instead
      *  of starting the transaction count cold. Only this instance's
      *  own checkpoints (or unnamed ones from before instances were
      *  named) count, should another instance's log be allocated by
      *  mistake.
      *  ============================================================
      *
       Restart-Check.
             ELSE
               READ CHKPTFILE
               PERFORM UNTIL CHKPTFILE-EOF
                 IF CHKPT-REGNAME EQUAL REG-REGNAME OR SPACES THEN
                   MOVE CHKPT-TXN-COUNT  TO WS-TXN-COUNT
                   MOVE CHKPT-LAST-EMPID TO WS-LAST-EMPID
                 END-IF
                 READ CHKPTFILE
               END-PERFORM
               CLOSE CHKPTFILE
           MOVE WS-CURRENT-TIME TO CHKPT-TIME.
           MOVE WS-TXN-COUNT    TO CHKPT-TXN-COUNT.
           MOVE STOR-EMPID      TO CHKPT-LAST-EMPID.
           MOVE REG-REGNAME     TO CHKPT-REGNAME.
           WRITE CHECKPOINT-RECORD.
           MOVE WS-TXN-COUNT    TO WS-LAST-CHECKPOINT-COUNT.
           MOVE WS-CURRENT-DATE TO WS-LAST-CHKPT-DATE.
      *  checkpoint is taken first (when the checkpoint log is open)
      *  so a subsequent run of this server resumes its transaction
      *  count instead of a cold start, and every other file still
      *  open at the point of failure is closed so a trail caught
      *  mid-append is flushed and EMPFILE is not left open.
      *  ===================================================
      *
       Bad-RC.
           IF DEPTFILE-IS-OPEN THEN
             CLOSE DEPTFILE
           END-IF.
           IF LOCFILE-IS-OPEN THEN
             CLOSE LOCFILE
           END-IF.
           IF AUTHFILE-IS-OPEN THEN
             CLOSE AUTHFILE
           END-IF.
           IF APPRFILE-IS-OPEN THEN
             CLOSE APPRFILE
           END-IF.
           IF AUDITLOG-IS-OPEN THEN
             CLOSE AUDITLOG
           END-IF.
           IF CHGJRNL-IS-OPEN THEN
             CLOSE CHGJRNL
           END-IF.
           IF DEPTJRNL-IS-OPEN THEN
             CLOSE DEPTJRNL
           END-IF.
           IF EMGJRNL-IS-OPEN THEN
             CLOSE EMGJRNL
           END-IF.
           IF PENDFILE-IS-OPEN THEN
             CLOSE PENDFILE
           END-IF.
           IF NEXTID-IS-OPEN THEN
             CLOSE NEXTID
           END-IF.
           IF SRVCTL-IS-OPEN THEN
             MOVE 'F' TO WS-INSTANCE-STATE
             PERFORM Post-Instance-State
             CLOSE SRVCTL
           END-IF.
           DISPLAY "                          "
           DISPLAY " Return Code = " RSP-RC
           DISPLAY " Reason Code = " RSP-RSN
