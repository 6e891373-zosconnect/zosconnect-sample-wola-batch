      *
      *   ZCONAPLY REQUIRES ZCONLOAD'S STAMP FOR THE BUSINESS DATE
      *   ZCONDLTA REQUIRES ZCONUNLD'S STAMP FOR THE BUSINESS DATE
      *   ZCONCONT REQUIRES ZCONTERM'S STAMP FOR THE BUSINESS DATE
      *   ZCONNOTE REQUIRES ZCONCONT'S STAMP FOR THE BUSINESS DATE
      *
      * THE BUSINESS DATE IS THE RUN DATE WHEN THE CALFILE BUSINESS
      * CALENDAR (SEE ZCONCAL.cpy) MAKES IT A BUSINESS DAY, ELSE THE
      * BUSINESS DAY BEFORE IT - SO A SATURDAY CATCH-UP RUN OF
      * FRIDAY'S CYCLE STAMPS, AND FINDS ITS PREREQUISITES UNDER,
      * FRIDAY'S DATE WITHOUT THE OVERRIDE.
      *
      * AN OPERATOR DRIVING A GENUINE RERUN SUPPLIES THE OPTIONAL
      * RUNPARM FILE WITH "OVERRIDE" ON LINE 1, WHICH SKIPS THE
