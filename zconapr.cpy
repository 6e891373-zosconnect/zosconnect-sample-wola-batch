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
      *
      * RECORD LAYOUT FOR THE APPRFILE VSAM KSDS APPROVALS FILE,
      * KEYED BY EMPID PLUS THE DATE AND TIME THE CHANGE WAS HELD.
      * A DELETE, OR A PUT/PATCH THAT MOVES AN EMPLOYEE TO ANOTHER
      * DEPT-CODE, IS NOT APPLIED BY ZCONCBL WHEN IT ARRIVES - IT IS
      * HELD HERE WITH ITS FULL REQUEST IMAGE UNTIL A SECOND,
      * DIFFERENT AUTHORIZED CALLER APPROVES OR REJECTS IT. AT MOST
      * ONE CHANGE PER EMPID IS HELD AT A TIME. DECIDED RECORDS STAY
      * ON FILE AS THE APPROVAL HISTORY, AND THE ZCONHELD NIGHTLY
      * REPORT AGES THE ONES STILL WAITING.
      *
       01 APPROVAL-RECORD.
          05 APPR-KEY.
             10 APPR-EMPID             PIC X(05).
             10 APPR-HELD-DATE         PIC 9(08).
             10 APPR-HELD-TIME         PIC 9(08).
      *
      * 'H' - HELD, AWAITING A DECISION. 'A' - APPROVED AND APPLIED
      * (OR, FOR A FUTURE EFFECTIVE DATE, PARKED ON PENDFILE). 'R' -
      * REJECTED; THE STORE WAS NEVER CHANGED.
      *
          05 APPR-STATUS               PIC X(01).
             88 APPR-IS-HELD           VALUE 'H'.
             88 APPR-IS-APPROVED       VALUE 'A'.
             88 APPR-IS-REJECTED       VALUE 'R'.
      *
      * THE HELD ACTION ('D' DELETE, 'U' PUT, 'A' PATCH), THE CALLER
      * WHO REQUESTED IT, AND - FOR A TRANSFER - THE DEPT-CODE THE
      * EMPLOYEE IS LEAVING AND THE ONE REQUESTED. A DELETE CARRIES
      * THE EMPLOYEE'S CURRENT DEPT-CODE IN BOTH.
      *
          05 APPR-VERB                 PIC X(01).
          05 APPR-REQUESTER-ID         PIC X(08).
          05 APPR-EMPNAME              PIC X(25).
          05 APPR-FROM-DEPT-CODE       PIC X(04).
          05 APPR-TO-DEPT-CODE         PIC X(04).
      *
      * THE REQUEST AS RECEIVED (SVC-RQST-DATA SHAPE, 152 BYTES) AND
      * THE DELETE CASCADE OPTION, REPLAYED THROUGH THE NORMAL UPDATE
      * PATHS WHEN THE CHANGE IS APPROVED.
      *
          05 APPR-RQST-DATA            PIC X(152).
          05 APPR-CASCADE-OPTION       PIC X(01).
      *
      * THE APPROVING OR REJECTING CALLER AND WHEN THE DECISION WAS
      * TAKEN. SPACES WHILE THE CHANGE IS STILL HELD.
      *
          05 APPR-DECIDED-BY-ID        PIC X(08).
          05 APPR-DECIDED-DATE         PIC X(08).
          05 APPR-DECIDED-TIME         PIC X(08).
