           05  AM-PTD-RECORDS          PIC 9(7).
           05  AM-YTD-DOLLARS          PIC S9(9)V99.
           05  AM-YTD-RECORDS          PIC 9(7).
           05  AM-DESCRIPTION          PIC X(25).
           05  AM-STATUS               PIC X.
               88  AM-CLOSED-TO-POSTING        VALUE 'C'.

      *****************************************************************
      *PERIOD CLOSE HISTORY - ONE SNAPSHOT RECORD PER ACCOUNT/STORE
