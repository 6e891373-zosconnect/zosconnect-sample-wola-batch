      * POST/PUT/PATCH (AND BULK-ADD ENTRY) PAYLOAD THAT VALIDATION
      * REJECTS IS CAPTURED HERE BY ZCONCBL WITH ITS REJECTION
      * REASON AND TIMESTAMP, CARRYING THE FULL REQUEST-DATA IMAGE
      * (SVC-RQST-DATA SHAPE, 152 BYTES), SO A REJECTED TRANSACTION
      * FROM AN UNATTENDED FEED IS HELD FOR CORRECTION INSTEAD OF
      * BEING SILENTLY DROPPED. THE ZCONSUSP BATCH UTILITY LISTS THE
      * QUEUE AND RE-DRIVES CORRECTED ENTRIES UNDER THE SAME
          05 SUSP-FILLER-3             PIC X(01) VALUE SPACE.
          05 SUSP-REASON               PIC X(50).
          05 SUSP-FILLER-4             PIC X(01) VALUE SPACE.
          05 SUSP-RQST-DATA            PIC X(152).
