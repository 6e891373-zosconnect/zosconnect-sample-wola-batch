          05 XTR-DEPT-CODE             PIC X(04).
          05 XTR-MGR-EMPID             PIC X(05).
          05 XTR-EFFECTIVE-DATE        PIC X(08).
          05 XTR-LOCATION-CODE         PIC X(06).
          05 XTR-WORKER-TYPE           PIC X(01).
          05 XTR-CONTRACT-END-DATE     PIC X(08).
      *
      * CONTROL-RECORD VIEW OF THE SAME FILE. EVERY EXTRACT OPENS
      * WITH A HEADER RECORD ('H') CARRYING THE EXTRACT DATE AND
          05 XCT-EXTRACT-DATE          PIC 9(08).
          05 XCT-FILLER-2              PIC X(01).
          05 XCT-RECORD-COUNT          PIC 9(08).
          05 XCT-FILLER-3              PIC X(133).
