          05 DLT-DEPT-CODE             PIC X(04).
          05 DLT-MGR-EMPID             PIC X(05).
          05 DLT-EFFECTIVE-DATE        PIC X(08).
          05 DLT-LOCATION-CODE         PIC X(06).
          05 DLT-WORKER-TYPE           PIC X(01).
          05 DLT-CONTRACT-END-DATE     PIC X(08).
