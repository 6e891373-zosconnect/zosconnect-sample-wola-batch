      *               'C' - COMMIT, COVERING EVERY EARLIER INTENT
      *   RCVJ-ACTION 'W' - THE CHANGE WAS A WRITE (NEW RECORD)
      *               'R' - THE CHANGE WAS A REWRITE
      *               'E' - THE CHANGE ERASED THE RECORD (A SELECTIVE
      *                     BACKOUT OF A BRAND NEW ADD); THE AFTER-IMAGE
      *                     IS ALL SPACES
      *
      * A BEFORE-IMAGE OF ALL SPACES ON AN INTENT MEANS THE EMPID
      * DID NOT EXIST ON EMPFILE BEFORE THE CHANGE.
      *
      * RCVJ-WRITER NAMES WHO WROTE THE RECORD: THE SERVER INSTANCE'S
      * REGISTER NAME, OR THE BATCH PROGRAM'S NAME. EACH ZCONCBL
      * INSTANCE KEEPS ITS OWN RCVJRNL, AND A COMMIT RECORD COVERS
      * ONLY ITS OWN WRITER'S EARLIER INTENTS, SO THE JOURNALS OF
      * SEVERAL INSTANCES CAN BE READ AS ONE CONCATENATION WITHOUT
      * ONE INSTANCE'S COMMIT HIDING ANOTHER'S CHANGE IN DOUBT.
      * RECORDS WRITTEN BEFORE THE FIELD EXISTED CARRY SPACES.
      *
       01 RECOVERY-RECORD.
          05 RCVJ-DATE                 PIC 9(08).
          05 RCVJ-FILLER-5             PIC X(01) VALUE SPACE.
          05 RCVJ-EMPID                PIC X(05).
          05 RCVJ-FILLER-6             PIC X(01) VALUE SPACE.
          05 RCVJ-BEFORE-IMAGE         PIC X(161).
          05 RCVJ-FILLER-7             PIC X(01) VALUE SPACE.
          05 RCVJ-AFTER-IMAGE          PIC X(161).
          05 RCVJ-FILLER-8             PIC X(01) VALUE SPACE.
          05 RCVJ-WRITER               PIC X(12).
