      * A NEW RECORD IS APPENDED EVERY N TRANSACTIONS (AND WHEN THE
      * SERVER ENDS ABNORMALLY) SO A RESTARTED RUN CAN RESUME ITS
      * TRANSACTION COUNT AND LAST-PROCESSED EMPID INSTEAD OF STARTING
      * COLD. CHKPT-REGNAME NAMES THE SERVER INSTANCE THAT WROTE THE
      * RECORD, SO AN INSTANCE ONLY EVER RESUMES FROM ITS OWN
      * CHECKPOINTS (SPACES ON RECORDS WRITTEN BEFORE THE FIELD
      * EXISTED).
      *
       01 CHECKPOINT-RECORD.
          05 CHKPT-DATE                PIC 9(08).
          05 CHKPT-TXN-COUNT           PIC 9(08).
          05 CHKPT-FILLER-3            PIC X(01) VALUE SPACE.
          05 CHKPT-LAST-EMPID          PIC X(05).
          05 CHKPT-FILLER-4            PIC X(01) VALUE SPACE.
          05 CHKPT-REGNAME             PIC X(12).
