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
      * RECORD LAYOUT FOR THE NOTEFILE CHANGE-NOTIFICATION FEED HANDED
      * TO THE CORPORATE MAIL GATEWAY AT END OF DAY. ZCONNOTE WRITES
      * ONE RECORD PER RECIPIENT OF EACH NOTIFIABLE CHANGE ON THE
      * DAY'S CHGJRNL - A CHANGE TO AN EMPLOYEE'S EMAIL, PHONE,
      * MANAGER OR DEPARTMENT, OR THE EMPLOYEE'S DEPARTURE. ZCONCONT
      * WRITES ITS WARNFILE CONTRACT-END WARNINGS IN THE SAME LAYOUT,
      * ROLE 'M', TO THE CONTINGENT WORKER'S SPONSORING MANAGER.
      *
       01 NOTIFICATION-RECORD.
          05 NTF-DATE                  PIC 9(08).
          05 NTF-FILLER-1              PIC X(01) VALUE SPACE.
          05 NTF-TIME                  PIC 9(08).
          05 NTF-FILLER-2              PIC X(01) VALUE SPACE.
      *
      * EMPLOYEE THE CHANGE WAS MADE TO.
      *
          05 NTF-EMPID                 PIC X(05).
          05 NTF-FILLER-3              PIC X(01) VALUE SPACE.
      *
      * WHY THIS RECIPIENT IS TOLD. 'E' - THE EMPLOYEE, AT THE
      * CURRENT ADDRESS. 'P' - THE EMPLOYEE, AT THE PREVIOUS ADDRESS
      * THE CHANGE REPLACED. 'O' - THE MANAGER BEFORE THE CHANGE.
      * 'N' - THE MANAGER AFTER THE CHANGE. 'M' - THE MANAGER, WHEN
      * THE SAME BEFORE AND AFTER, OR THE DEPARTING EMPLOYEE'S.
      *
          05 NTF-ROLE                  PIC X(01).
             88 NTF-TO-EMPLOYEE        VALUE 'E'.
             88 NTF-TO-PREVIOUS-EMAIL  VALUE 'P'.
             88 NTF-TO-OLD-MANAGER     VALUE 'O'.
             88 NTF-TO-NEW-MANAGER     VALUE 'N'.
             88 NTF-TO-MANAGER         VALUE 'M'.
          05 NTF-FILLER-4              PIC X(01) VALUE SPACE.
          05 NTF-RECIPIENT-EMPID       PIC X(05).
          05 NTF-FILLER-5              PIC X(01) VALUE SPACE.
          05 NTF-RECIPIENT-EMAIL       PIC X(30).
          05 NTF-FILLER-6              PIC X(01) VALUE SPACE.
          05 NTF-SUBJECT               PIC X(30).
          05 NTF-FILLER-7              PIC X(01) VALUE SPACE.
      *
      * SHORT BEFORE/AFTER SUMMARY: THE EMPLOYEE'S NAME AND EMPID,
      * THEN EACH NOTIFIABLE FIELD THAT CHANGED AS "FIELD OLD -> NEW".
      *
          05 NTF-SUMMARY               PIC X(200).
