      * RECORD IS WRITTEN FOR EVERY TRANSACTION THAT ACTUALLY CHANGED
      * THE EMPLOYEE CONTACT STORE (ADD/UPDATE/PATCH/DELETE APPLIED),
      * CAPTURING THE FULL BEFORE-IMAGE AND AFTER-IMAGE OF THE
      * EMP-FILE-RECORD (ZCONFILE.cpy, 161 BYTES) SO FIELD-LEVEL
      * CHANGE HISTORY CAN BE RECONSTRUCTED LONG AFTER THE EVENT. A
      * BEFORE-IMAGE OF ALL SPACES MEANS THE EMPID DID NOT EXIST ON
      * EMPFILE BEFORE THE TRANSACTION (A BRAND NEW ADD).
      *
       01 JOURNAL-RECORD.
          05 JRNL-SEALED-DATA.
             10 JRNL-DATE              PIC 9(08).
             10 JRNL-FILLER-1          PIC X(01) VALUE SPACE.
             10 JRNL-TIME              PIC 9(08).
             10 JRNL-FILLER-2          PIC X(01) VALUE SPACE.
             10 JRNL-VERB              PIC X(01).
             10 JRNL-FILLER-3          PIC X(01) VALUE SPACE.
             10 JRNL-EMPID             PIC X(05).
             10 JRNL-FILLER-4          PIC X(01) VALUE SPACE.
             10 JRNL-BEFORE-IMAGE      PIC X(161).
             10 JRNL-FILLER-5          PIC X(01) VALUE SPACE.
             10 JRNL-AFTER-IMAGE       PIC X(161).
             10 JRNL-FILLER-6          PIC X(01) VALUE SPACE.
      *
      * IDENTITY OF THE CALLER THAT DROVE THE CHANGE. ONLINE CHANGES
      * CARRY THE CALLER ID FROM THE REQUEST; BATCH-APPLIED CHANGES
      * CARRY THE APPLYING PROGRAM'S NAME.
      *
             10 JRNL-CALLER-ID         PIC X(08).
             10 JRNL-FILLER-7          PIC X(01) VALUE SPACE.
      *
      * IDENTITY OF THE SECOND CALLER WHO APPROVED A HELD CHANGE
      * (DELETE OR DEPARTMENT TRANSFER) BEFORE IT WAS APPLIED. THE
      * REQUESTING CALLER STAYS IN JRNL-CALLER-ID. SPACES FOR EVERY
      * CHANGE THAT NEEDED NO APPROVAL.
      *
             10 JRNL-APPROVER-ID       PIC X(08).
             10 JRNL-FILLER-8          PIC X(01) VALUE SPACE.
      *
      * POSITION OF THE RECORD IN THE JOURNAL. NUMBERED FROM 1 AND
      * CARRIED FORWARD FROM THE LAST RECORD ON THE FILE BY EVERY
      * PROGRAM THAT APPENDS TO IT, SO IT RUNS UNBROKEN ACROSS RUNS AND
      * WRITERS. RECORDS WRITTEN BEFORE THE JOURNAL WAS SEQUENCED CARRY
      * SPACES HERE AND IN JRNL-CHAIN.
      *
             10 JRNL-SEQ               PIC 9(10).
      *
      * ERASURE MARK. 'E' ON A RECORD WHOSE BEFORE/AFTER IMAGES HAVE
      * HAD THE NAME, EMAIL, PHONE AND REMARKS SCRUBBED BY THE ZCONPRIV
      * PRIVACY ERASURE AFTER IT WAS SEALED. THE CHECK VALUE AND THE
      * DIGEST BELOW ARE LEFT AS THEY WERE; BECAUSE THE CHECK VALUE
      * NEVER COVERED THE SCRUBBED BYTES DIRECTLY, ZCONVRFY STILL
      * RECOMPUTES AND PROVES IT, AND LISTS THE RECORD AS ERASED. EVERY
      * WRITER SETS IT TO SPACE WHEN IT SEALS A RECORD.
      *
          05 JRNL-ERASED-MARK          PIC X(01) VALUE SPACE.
             88 JRNL-IS-ERASED         VALUE 'E'.
      *
      * CHAINED CHECK VALUE, SEEDED WITH THE CHECK VALUE OF THE RECORD
      * BEFORE IT, OVER JRNL-SEALED-DATA WITH THE ERASABLE BYTES (SEE
      * BELOW) TAKEN AS BLANK, FOLLOWED BY JRNL-ERASABLE-DIGEST. AN
      * ALTERED, REMOVED OR INSERTED RECORD BREAKS THE CHAIN FROM THAT
      * POINT ON. ZCONVRFY RECOMPUTES AND PROVES IT. RECORDS SEALED
      * BEFORE THE DIGEST WAS CARRIED HAVE IT OVER ALL OF
      * JRNL-SEALED-DATA.
      *
          05 JRNL-CHAIN                PIC 9(10).
      *
      * DIGEST OF THE ERASABLE BYTES - THE NAME, EMAIL, PHONE AND
      * REMARKS, BYTES 6 TO 120 OF BOTH IMAGES - TAKEN WHEN THE RECORD
      * WAS SEALED: THE SAME RUNNING REMAINDER AS JRNL-CHAIN, STARTED
      * FROM ZERO, OVER THE BEFORE-IMAGE BYTES THEN THE AFTER-IMAGE
      * BYTES. IT IS CHAINED INTO JRNL-CHAIN, SO IT CANNOT BE ALTERED
      * UNSEEN, AND IT IS WHAT STANDS IN FOR THOSE BYTES ONCE ZCONPRIV
      * HAS SCRUBBED THEM. SPACES ON RECORDS SEALED BEFORE IT WAS
      * CARRIED.
      *
          05 JRNL-ERASABLE-DIGEST      PIC 9(10).
