           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

       FD  SPEND-REPORT-FILE RECORDING MODE IS F.
       01  SPEND-LINE                  PIC X(132).
