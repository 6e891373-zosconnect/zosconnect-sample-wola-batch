      *   Cols 139-146 Caller ID                                       *
      *   Cols 147-156 Expected SVC-RESP-TYPE                          *
      *   Cols 157-206 Expected SVC-RESP-MESSAGE                       *
      *   Cols 207-212 SVC-RQST-LOCATION-CODE (optional; kept at the   *
      *                end of the line so older scripts still drive)   *
      *   Cols 213-222 SVC-RQST-VERSION (optional) - the literal       *
      *                *PREVIOUS* sends the version token returned by  *
      *                the request before, so a GET followed by a PUT  *
      *                or DELETE proves the CONFLICT check             *
      *   Col  223     SVC-RQST-WORKER-TYPE (optional)                 *
      *   Cols 224-231 SVC-RQST-CONTRACT-END-DATE (optional)           *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
           05 SCR-CALLER-ID            PIC X(08).
           05 SCR-EXPECT-TYPE          PIC X(10).
           05 SCR-EXPECT-MESSAGE       PIC X(50).
           05 SCR-LOCATION-CODE        PIC X(06).
           05 SCR-VERSION              PIC X(10).
           05 SCR-WORKER-TYPE          PIC X(01).
           05 SCR-CONTRACT-END-DATE    PIC X(08).

       FD  REGCTL
           RECORDING MODE IS F.
       01 WS-FAILED-COUNT              PIC 9(08) COMP VALUE 0.
       01 WS-SKIPPED-COUNT             PIC 9(08) COMP VALUE 0.
       01 WS-DISPLAY-COUNT             PIC ZZZZ,ZZ9.
      *
      * VERSION TOKEN RETURNED BY THE LAST REQUEST, SENT ON THE NEXT
      * ONE WHEN ITS SCRIPT LINE SAYS *PREVIOUS*.
      *
       01 WS-PREVIOUS-VERSION          PIC X(10) VALUE SPACES.

       01 WS-HEADING-1.
          05 FILLER                    PIC X(47) VALUE
           MOVE SCR-VERB       TO SVC-RQST-TYPE.
           MOVE SCR-RQST-DATA  TO SVC-RQST-DATA.
           MOVE SCR-CALLER-ID  TO SVC-RQST-CALLER-ID.
           MOVE SCR-LOCATION-CODE TO SVC-RQST-LOCATION-CODE.
           MOVE SCR-WORKER-TYPE TO SVC-RQST-WORKER-TYPE.
           MOVE SCR-CONTRACT-END-DATE TO SVC-RQST-CONTRACT-END-DATE.
           IF SCR-VERSION EQUAL "*PREVIOUS*" THEN
             MOVE WS-PREVIOUS-VERSION TO SVC-RQST-VERSION
           ELSE
             MOVE SCR-VERSION TO SVC-RQST-VERSION
           END-IF.

           MOVE LENGTH OF SVC-RQST-VARIABLES TO SVC-RQST-DATA-LENGTH.
           SET SVC-RQST-DATA-ADDR TO ADDRESS OF SVC-RQST-VARIABLES.
             MOVE WS-RESULT-LINE TO REPT-LINE
             WRITE REPT-LINE
           ELSE
             MOVE SVC-RESP-VERSION TO WS-PREVIOUS-VERSION
             MOVE SVC-RESP-TYPE    TO RSL-RESP-TYPE
             MOVE SVC-RESP-MESSAGE TO RSL-RESP-MESSAGE
             IF SVC-RESP-TYPE EQUAL SCR-EXPECT-TYPE
