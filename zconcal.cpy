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
      * RECORD LAYOUT FOR THE CALFILE BUSINESS CALENDAR SHARED BY THE
      * BATCH SUITE. OPERATIONS MAINTAIN IT AS A FLAT FILE, ONE DATE
      * PER LINE, LISTING THE DAYS THAT DO NOT FOLLOW THE NORMAL
      * WORKING WEEK:
      *
      *   CAL-DAY-TYPE 'H' - A HOLIDAY OR OTHER CLOSED DAY (A WEEKDAY
      *                      THE BUSINESS DOES NOT WORK)
      *                'B' - A BUSINESS DAY (A WEEKEND DAY THE
      *                      BUSINESS DOES WORK)
      *
      * A DATE THAT IS NOT LISTED IS A BUSINESS DAY MONDAY TO FRIDAY
      * AND A CLOSED DAY ON SATURDAY AND SUNDAY. A DATE LISTED TWICE
      * TAKES ITS LAST ENTRY, AND A LINE WHOSE DATE IS NOT NUMERIC
      * (A '*' COMMENT LINE, SAY) IS IGNORED.
      *
      * EVERY SUITE PROGRAM RUNS FOR A BUSINESS DATE: THE RUN DATE
      * WHEN IT IS A BUSINESS DAY, ELSE THE BUSINESS DAY BEFORE IT,
      * SO A CATCH-UP RUN ON A SATURDAY OR A HOLIDAY COMPLETES THE
      * CYCLE OF THE LAST BUSINESS DAY (SEE ZCONRUN.cpy). STALENESS
      * IS MEASURED AGAINST THE BUSINESS DAY BEFORE THE BUSINESS
      * DATE, A PENDING CHANGE DATED ON A CLOSED DAY FALLS DUE ON THE
      * NEXT BUSINESS DAY, AND RETENTION PERIODS ARE COUNTED IN
      * BUSINESS DAYS.
      *
       01 CALENDAR-RECORD.
          05 CAL-DATE                  PIC 9(08).
          05 CAL-FILLER-1              PIC X(01) VALUE SPACE.
          05 CAL-DAY-TYPE              PIC X(01).
             88 CAL-BUSINESS-DAY       VALUE 'B'.
             88 CAL-HOLIDAY            VALUE 'H'.
          05 CAL-FILLER-2              PIC X(01) VALUE SPACE.
          05 CAL-DESCRIPTION           PIC X(30).
