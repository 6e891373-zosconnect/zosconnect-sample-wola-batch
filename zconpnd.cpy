      * PUT/PATCH WHOSE EFFECTIVE-DATE IS STILL IN THE FUTURE IS
      * PARKED HERE BY ZCONCBL INSTEAD OF BEING APPLIED TO EMPFILE,
      * CARRYING THE FULL REQUEST-DATA IMAGE (SVC-RQST-DATA SHAPE,
      * 152 BYTES). THE ZCONAPLY START-OF-DAY BATCH PROGRAM APPLIES
      * EVERY QUEUED CHANGE WHOSE EFFECTIVE DATE HAS ARRIVED AND
      * CARRIES THE STILL-FUTURE ONES FORWARD.
      *
      * PND-REQUESTER-ID IS THE CALLER (OR BATCH PROGRAM) THAT ASKED
      * FOR THE CHANGE AND PND-APPROVER-ID THE SECOND CALLER WHO
      * APPROVED IT WHEN IT WAS HELD FOR MAKER-CHECKER APPROVAL
      * (SPACES OTHERWISE). ZCONAPLY CARRIES BOTH ONTO THE CHANGE
      * JOURNAL WHEN IT APPLIES THE CHANGE. A RECORD QUEUED BEFORE
      * THESE FIELDS EXISTED READS BACK WITH BOTH BLANK.
      *
       01 PENDING-RECORD.
          05 PND-QUEUED-DATE           PIC 9(08).
          05 PND-FILLER-3              PIC X(01) VALUE SPACE.
          05 PND-EFFECTIVE-DATE        PIC X(08).
          05 PND-FILLER-4              PIC X(01) VALUE SPACE.
          05 PND-RQST-DATA             PIC X(152).
          05 PND-FILLER-5              PIC X(01) VALUE SPACE.
          05 PND-REQUESTER-ID          PIC X(08).
          05 PND-FILLER-6              PIC X(01) VALUE SPACE.
          05 PND-APPROVER-ID           PIC X(08).
