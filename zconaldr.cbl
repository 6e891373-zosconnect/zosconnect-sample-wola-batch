      * the authorization reference file (AUTHFILE) that ZCONCBL       *
      * checks every update and operator verb against before applying  *
      * it. A caller already on AUTHFILE is refreshed in place; a      *
      * caller not yet on AUTHFILE is added. Each record may also carry*
      * the validity window of the authorization (valid-from and       *
      * valid-to, YYYYMMDD, either left blank for an open end); a      *
      * record whose dates are not numeric, or whose valid-to falls    *
      * before its valid-from, is rejected and reported rather than    *
      * loaded.                                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           RECORDING MODE IS F.
       01  AUTH-LOAD-RECORD.
           05 ALOD-CALLER-ID           PIC X(08).
           05 ALOD-ALLOWED-VERBS       PIC X(16).
           05 ALOD-VALID-FROM          PIC X(08).
           05 ALOD-VALID-TO            PIC X(08).

       FD  AUTHFILE
           RECORDING MODE IS F.

       01 WS-ADDED-COUNT               PIC 9(08) COMP VALUE 0.
       01 WS-REFRESHED-COUNT           PIC 9(08) COMP VALUE 0.
       01 WS-REJECTED-COUNT            PIC 9(08) COMP VALUE 0.
       01 WS-WINDOW-FLAG               PIC X(01) VALUE 'Y'.
          88 WINDOW-IS-VALID           VALUE 'Y'.
          88 WINDOW-IS-INVALID         VALUE 'N'.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "   Callers added     : " WS-DISPLAY-COUNT
           MOVE WS-REFRESHED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Callers refreshed : " WS-DISPLAY-COUNT
           MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT
           DISPLAY "   Callers rejected  : " WS-DISPLAY-COUNT
           DISPLAY "========================================"

           GOBACK.
      *
      *  Read every record on the authorization extract and write it
      *  into AUTHFILE, refreshing any caller already present under
      *  the same caller ID. A record with an invalid validity window
      *  is reported and skipped.
      *  ============================================================
      *
       Load-Callers.
           READ AUTHLOAD
           PERFORM UNTIL AUTHLOAD-EOF
             PERFORM Check-Validity-Window
             IF WINDOW-IS-INVALID THEN
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Caller " ALOD-CALLER-ID
                       " rejected - invalid validity window "
                       ALOD-VALID-FROM "-" ALOD-VALID-TO
             ELSE
               MOVE ALOD-CALLER-ID     TO AUTH-CALLER-ID
               MOVE ALOD-ALLOWED-VERBS TO AUTH-ALLOWED-VERBS
               MOVE ALOD-VALID-FROM    TO AUTH-VALID-FROM
               MOVE ALOD-VALID-TO      TO AUTH-VALID-TO
               WRITE AUTH-RECORD
               IF AUTHFILE-DUPLICATE THEN
                 REWRITE AUTH-RECORD
                 ADD 1 TO WS-REFRESHED-COUNT
               ELSE
                 ADD 1 TO WS-ADDED-COUNT
               END-IF
             END-IF
             READ AUTHLOAD
           END-PERFORM.
      *
      *  Each validity date must be blank (open-ended) or an 8-digit
      *  YYYYMMDD date, and when both are given the window must not
      *  end before it starts.
      *  ============================================================
      *
       Check-Validity-Window.
           SET WINDOW-IS-VALID TO TRUE.
           IF ALOD-VALID-FROM NOT EQUAL SPACES AND
               ALOD-VALID-FROM NOT NUMERIC THEN
             SET WINDOW-IS-INVALID TO TRUE
           END-IF.
           IF ALOD-VALID-TO NOT EQUAL SPACES AND
               ALOD-VALID-TO NOT NUMERIC THEN
             SET WINDOW-IS-INVALID TO TRUE
           END-IF.
           IF WINDOW-IS-VALID AND
               ALOD-VALID-FROM NOT EQUAL SPACES AND
               ALOD-VALID-TO NOT EQUAL SPACES AND
               ALOD-VALID-TO LESS THAN ALOD-VALID-FROM THEN
             SET WINDOW-IS-INVALID TO TRUE
           END-IF.
