      *****************************************************************
      * DOCUMENT DELIVERY LOG - shared\data\deliverylog.txt, ONE ROW
      * APPENDED BY wrkmodule/EDELIVER FOR EVERY PRIMARY DOCUMENT A
      * STATEMENT OR NOTICE PROGRAM PRODUCES: THE CHANNEL IT WENT BY
      * (P PRINT, E ELECTRONIC, B BOTH) AND WHY. DELIVRPT COUNTS THE
      * DAY'S ROWS BY PROGRAM AND CHANNEL.
      *****************************************************************
       01  DeliveryLogRecord.
           88  eofdeliverylog       value high-values.
           05  DL-Date              PIC 9(8).
           05  FILLER               PIC X(2).
           05  DL-Program           PIC X(14).
           05  FILLER               PIC X(2).
           05  DL-Account           PIC X(10).
           05  FILLER               PIC X(2).
           05  DL-DocType           PIC X(8).
           05  FILLER               PIC X(2).
           05  DL-Period            PIC X(8).
           05  FILLER               PIC X(2).
           05  DL-Channel           PIC X.
               88  DL-Paper         value "P".
               88  DL-Electronic    value "E".
               88  DL-Both          value "B".
           05  FILLER               PIC X(2).
           05  DL-Reason            PIC X(20).
