      * THE JOB'S SYSOUT HAS BEEN SCRATCHED.
      *
       01 AUDIT-RECORD.
          05 AUDIT-SEALED-DATA.
             10 AUDIT-DATE             PIC 9(08).
             10 AUDIT-FILLER-1         PIC X(01) VALUE SPACE.
             10 AUDIT-TIME             PIC 9(08).
             10 AUDIT-FILLER-2         PIC X(01) VALUE SPACE.
             10 AUDIT-VERB             PIC X(01).
             10 AUDIT-FILLER-3         PIC X(01) VALUE SPACE.
             10 AUDIT-EMPID            PIC X(05).
             10 AUDIT-FILLER-4         PIC X(01) VALUE SPACE.
             10 AUDIT-RC               PIC 9(08).
             10 AUDIT-FILLER-5         PIC X(01) VALUE SPACE.
             10 AUDIT-RSN              PIC 9(08).
             10 AUDIT-FILLER-6         PIC X(01) VALUE SPACE.
      *
      * 'Y' - THE TRANSACTION ACTUALLY CHANGED THE CONTACT STORE
      *       (ADD/UPDATE/PATCH/DELETE APPLIED). 'N' - THE REQUEST WAS
      *       REQUEST WAS ACCEPTED BUT PARKED ON THE PENDING-CHANGES
      *       QUEUE BECAUSE ITS EFFECTIVE DATE IS STILL IN THE
      *       FUTURE; THE STORE IS UNCHANGED UNTIL ZCONAPLY APPLIES
      *       IT. 'H' - THE REQUEST (A DELETE OR A DEPARTMENT
      *       TRANSFER) WAS HELD ON THE APPROVALS FILE FOR A SECOND
      *       CALLER'S APPROVAL; THE STORE IS UNCHANGED UNTIL IT IS
      *       APPROVED. 'A' - THE REQUEST WAS REFUSED BECAUSE THE
      *       CALLER IS NOT AUTHORIZED FOR THE VERB, OR IS OUTSIDE ITS
      *       AUTHORIZATION VALIDITY WINDOW; COUNTED AS A REJECTION.
      *
             10 AUDIT-OUTCOME          PIC X(01).
             10 AUDIT-FILLER-7         PIC X(01) VALUE SPACE.
      *
      * IDENTITY OF THE CALLER THAT DROVE THE TRANSACTION, AS CARRIED
      * ON THE REQUEST AND CHECKED AGAINST AUTHFILE, SO THE AUDIT
      * TRAIL CAN ANSWER "WHO" AS WELL AS "WHAT AND WHEN".
      *
             10 AUDIT-CALLER-ID        PIC X(08).
             10 AUDIT-FILLER-8         PIC X(01) VALUE SPACE.
      *
      * POSITION OF THE RECORD IN THE AUDIT TRAIL. NUMBERED FROM 1 AND
      * CARRIED FORWARD FROM THE LAST RECORD ON THE FILE EACH TIME THE
      * TRAIL IS OPENED, SO IT RUNS UNBROKEN ACROSS RUNS AND ACROSS THE
      * ZCONRETN CUT INTO AUDARCH. RECORDS WRITTEN BEFORE THE TRAIL WAS
      * SEQUENCED CARRY SPACES HERE AND IN AUDIT-CHAIN.
      *
             10 AUDIT-SEQ              PIC 9(10).
          05 AUDIT-FILLER-9            PIC X(01) VALUE SPACE.
      *
      * CHAINED CHECK VALUE OVER AUDIT-SEALED-DATA, SEEDED WITH THE
      * CHECK VALUE OF THE RECORD BEFORE IT, SO AN ALTERED, REMOVED OR
      * INSERTED RECORD BREAKS THE CHAIN FROM THAT POINT ON. ZCONVRFY
      * RECOMPUTES AND PROVES IT.
      *
          05 AUDIT-CHAIN               PIC 9(10).
