           05  AS-PTD-RECORDS          PIC 9(7).
           05  AS-YTD-DOLLARS          PIC S9(9)V99.
           05  AS-YTD-RECORDS          PIC 9(7).
           05  AS-DESCRIPTION          PIC X(25).
           05  AS-STATUS               PIC X.

       FD  SUPPLR-SEQ-FILE RECORDING MODE IS F.
       01  SUPPLR-SEQ-RECORD.
           05  SS-SUPPLIER-NUMBER      PIC X(5).
           05  SS-SUPPLIER-NAME        PIC X(23).
           05  SS-SUPPLIER-STATUS      PIC X.
           05  SS-TERMS-CODE           PIC X(4).

       FD  VHIST-SEQ-FILE RECORDING MODE IS F.
       01  VHIST-SEQ-RECORD.
           05  VS-INVOICE-NUMBER       PIC X(8).
           05  VS-VOUCHER-NUMBER       PIC X(6).
           05  VS-RUN-DATE             PIC X(8).
           05  VS-CANCEL-SW            PIC X.
           05  VS-CANCEL-DATE          PIC X(8).

       FD  ACCTMST-IDX-FILE.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-PTD-RECORDS          PIC 9(7).
           05  AM-YTD-DOLLARS          PIC S9(9)V99.
           05  AM-YTD-RECORDS          PIC 9(7).
           05  AM-DESCRIPTION          PIC X(25).
           05  AM-STATUS               PIC X.
               88  AM-CLOSED-TO-POSTING        VALUE 'C'.

       FD  SUPPLR-IDX-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05  SM-SUPPLIER-NUMBER      PIC X(5).
           05  SM-SUPPLIER-NAME        PIC X(23).
           05  SM-SUPPLIER-STATUS      PIC X.
           05  SM-TERMS-CODE           PIC X(4).

       FD  VHIST-IDX-FILE.
       01  VOUCHER-HISTORY-RECORD.
               10  VH-INVOICE-NUMBER   PIC X(8).
           05  VH-VOUCHER-NUMBER       PIC X(6).
           05  VH-RUN-DATE             PIC X(8).
           05  VH-CANCEL-SW            PIC X.
               88  VH-ENTRY-CANCELLED  VALUE 'C'.
           05  VH-CANCEL-DATE          PIC X(8).

       FD  BUILD-REPORT-FILE RECORDING MODE IS F.
       01  BUILD-LINE                  PIC X(132).
                   MOVE AS-PTD-RECORDS    TO AM-PTD-RECORDS
                   MOVE AS-YTD-DOLLARS    TO AM-YTD-DOLLARS
                   MOVE AS-YTD-RECORDS    TO AM-YTD-RECORDS
                   MOVE AS-DESCRIPTION    TO AM-DESCRIPTION
                   MOVE AS-STATUS         TO AM-STATUS
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY ADD 1 TO ACCT-DUPKEY-COUNT-WS
                       NOT INVALID KEY ADD 1 TO ACCT-WRITE-COUNT-WS
                   MOVE SS-SUPPLIER-NUMBER TO SM-SUPPLIER-NUMBER
                   MOVE SS-SUPPLIER-NAME   TO SM-SUPPLIER-NAME
                   MOVE SS-SUPPLIER-STATUS TO SM-SUPPLIER-STATUS
                   MOVE SS-TERMS-CODE      TO SM-TERMS-CODE
                   WRITE SUPPLIER-MASTER-RECORD
                       INVALID KEY ADD 1 TO SUP-DUPKEY-COUNT-WS
                       NOT INVALID KEY ADD 1 TO SUP-WRITE-COUNT-WS
                   MOVE VS-INVOICE-NUMBER  TO VH-INVOICE-NUMBER
                   MOVE VS-VOUCHER-NUMBER  TO VH-VOUCHER-NUMBER
                   MOVE VS-RUN-DATE        TO VH-RUN-DATE
                   MOVE VS-CANCEL-SW       TO VH-CANCEL-SW
                   MOVE VS-CANCEL-DATE     TO VH-CANCEL-DATE
                   WRITE VOUCHER-HISTORY-RECORD
                       INVALID KEY ADD 1 TO HIST-DUPKEY-COUNT-WS
                       NOT INVALID KEY ADD 1 TO HIST-WRITE-COUNT-WS
