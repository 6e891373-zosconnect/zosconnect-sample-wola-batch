          05 BFR-DEPT-CODE             PIC X(04).
          05 BFR-MGR-EMPID             PIC X(05).
          05 BFR-EFFECTIVE-DATE        PIC X(08).
          05 BFR-LOCATION-CODE         PIC X(06).
          05 BFR-WORKER-TYPE           PIC X(01).
          05 BFR-CONTRACT-END-DATE     PIC X(08).
          05 BFR-DELETED-FLAG          PIC X(01).
          05 BFR-DELETED-DATE          PIC X(08).
       01 WS-AFTER-REC.
          05 AFT-DEPT-CODE             PIC X(04).
          05 AFT-MGR-EMPID             PIC X(05).
          05 AFT-EFFECTIVE-DATE        PIC X(08).
          05 AFT-LOCATION-CODE         PIC X(06).
          05 AFT-WORKER-TYPE           PIC X(01).
          05 AFT-CONTRACT-END-DATE     PIC X(08).
          05 AFT-DELETED-FLAG          PIC X(01).
          05 AFT-DELETED-DATE          PIC X(08).
      *
          05 FILLER                    PIC X(01) VALUE SPACE.
          05 FILLER                    PIC X(06) VALUE "EMPID ".
          05 HDR-EMPID                 PIC X(05).
          05 FILLER                    PIC X(05) VALUE " SEQ ".
          05 HDR-SEQ                   PIC X(10).

       01 WS-CHANGE-DETAIL.
          05 FILLER                    PIC X(03) VALUE SPACES.
           MOVE JRNL-TIME  TO HDR-TIME
           MOVE JRNL-VERB  TO HDR-VERB
           MOVE JRNL-EMPID TO HDR-EMPID
           MOVE JRNL-SEQ   TO HDR-SEQ
           MOVE WS-CHANGE-HEADER TO REPT-LINE
           WRITE REPT-LINE.

           MOVE AFT-EFFECTIVE-DATE TO WS-NEW-VALUE
           PERFORM Report-Field-Change

           MOVE "LOCATION-CODE " TO WS-FIELD-NAME
           MOVE BFR-LOCATION-CODE TO WS-OLD-VALUE
           MOVE AFT-LOCATION-CODE TO WS-NEW-VALUE
           PERFORM Report-Field-Change

           MOVE "WORKER-TYPE   " TO WS-FIELD-NAME
           MOVE BFR-WORKER-TYPE  TO WS-OLD-VALUE
           MOVE AFT-WORKER-TYPE  TO WS-NEW-VALUE
           PERFORM Report-Field-Change

           MOVE "CONTRACT-END  " TO WS-FIELD-NAME
           MOVE BFR-CONTRACT-END-DATE TO WS-OLD-VALUE
           MOVE AFT-CONTRACT-END-DATE TO WS-NEW-VALUE
           PERFORM Report-Field-Change

           MOVE "DELETED-FLAG  " TO WS-FIELD-NAME
           MOVE BFR-DELETED-FLAG TO WS-OLD-VALUE
           MOVE AFT-DELETED-FLAG TO WS-NEW-VALUE
