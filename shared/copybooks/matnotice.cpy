      *****************************************************************
      * MATURITY NOTICE HISTORY - shared\data\maturitynotices.txt, ONE
      * ROW PER NOTICE MATPIPE HAS SENT: THE ACCOUNT, THE LEAD TIME IN
      * DAYS IT WENT OUT AT AND THE MATURITY (OR BALLOON) DATE IT WAS
      * ABOUT. A LOAN GETS EACH LEAD TIME'S NOTICE ONCE PER MATURITY
      * DATE - A MODIFICATION THAT MOVES THE DATE STARTS THE NOTICES
      * OVER. WHEN A LOAN IS FIRST SEEN INSIDE MORE THAN ONE LEAD TIME
      * ONLY THE NEAREST NOTICE GOES OUT AND THE LONGER ONES ARE KEPT
      * AS SUPERSEDED SO THEY ARE NEVER SENT LATE. APPEND-ONLY.
      *****************************************************************
       01  MaturityNoticeRecord.
           05  MN-Account           PIC X(10).
           05  MN-LeadDays          PIC 999.
           05  MN-MaturityDate      PIC X(10).
           05  MN-SentDate          PIC X(10).
      * B BALLOON, M FINAL MATURITY
           05  MN-Kind              PIC X.
               88  MN-Balloon       value "B".
               88  MN-Maturity      value "M".
      * S SENT, X SUPERSEDED BY A NEARER NOTICE
           05  MN-Status            PIC X.
               88  MN-Sent          value "S".
               88  MN-Superseded    value "X".
           05  FILLER               PIC X(10).
