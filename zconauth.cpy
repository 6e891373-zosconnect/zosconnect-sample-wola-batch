      * RECORD LAYOUT FOR THE AUTHFILE VSAM KSDS AUTHORIZATION
      * REFERENCE FILE, KEYED BY AUTH-CALLER-ID. ZCONCBL LOOKS UP THE
      * CALLER ID CARRIED ON EVERY REQUEST AND REFUSES ANY UPDATE OR
      * OPERATOR VERB (POST/PUT/PATCH/DELETE/BULK/EMERGADD/DEPTADD/
      * DEPTCHG/DEPTRET/APPROVE/REJECT/QUIESCE/RESUME/SHUTDOWN) WHOSE
      * ACTION CODE DOES NOT APPEAR IN THE CALLER'S ALLOWED-VERBS
      * STRING, OR THAT ARRIVES OUTSIDE THE CALLER'S VALIDITY WINDOW.
      * READ-ONLY VERBS ARE SERVED WITHOUT AN AUTHFILE ENTRY. LOADED
      * AND REFRESHED BY THE ZCONALDR BATCH PROGRAM, THE SAME WAY
      * ZCONDLDR LOADS THE DEPARTMENT MASTER.
      *
       01 AUTH-RECORD.
          05 AUTH-CALLER-ID            PIC X(08).
      *
      * ONE ACTION-CODE BYTE PER PERMITTED VERB, IN ANY ORDER, E.G.
      * "PUAD" FOR A CALLER ALLOWED TO POST, PUT, PATCH AND DELETE.
      * ROOM IS LEFT FOR EVERY GATED VERB WITH TWO BYTES SPARE.
      *
          05 AUTH-ALLOWED-VERBS        PIC X(16).
      *
      * VALIDITY WINDOW OF THE AUTHORIZATION (YYYYMMDD). ZCONCBL
      * REFUSES EVERY UPDATE OR OPERATOR VERB FROM A CALLER BEFORE
      * ITS VALID-FROM DATE OR AFTER ITS VALID-TO DATE. A BLANK
      * VALID-FROM MEANS VALID SINCE LOADED; A BLANK VALID-TO MEANS
      * NO END DATE, WHICH THE ZCONCERT RECERTIFICATION REPORT
      * CALLS OUT FOR REVIEW.
      *
          05 AUTH-VALID-FROM           PIC X(08).
          05 AUTH-VALID-TO             PIC X(08).
