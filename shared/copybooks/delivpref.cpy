      *****************************************************************
      * DELIVERY PREFERENCE FILE - shared\data\delivpref.dat, KEYED BY
      * ACCOUNT, MAINTAINED BY BORRMAINT ("E" SETS A PREFERENCE, "U"
      * FLAGS A BOUNCED E-MAIL). THE KEY IS THE BORROWER ACCOUNT, OR
      * THE INVESTOR ID FOR INVESTOR STATEMENTS. AN ACCOUNT WITH NO
      * ROW GETS PAPER. E OR B NEEDS AN E-MAIL ADDRESS AND THE DATE
      * THE BORROWER CONSENTED; A BOUNCE SENDS EVERYTHING BACK TO
      * PRINT UNTIL A FRESH "E" ACTION CLEARS IT. EVERY CHANGE IS ALSO
      * APPENDED TO THE CONSENT HISTORY AT shared\data\consenthist.txt.
      * READ BY wrkmodule/EDELIVER FOR EVERY DOCUMENT PRODUCED.
      *****************************************************************
       01  DeliveryPrefRecord.
           05  DP-Account           PIC X(10).
      * P - PAPER ONLY; E - ELECTRONIC ONLY; B - BOTH
           05  DP-Channel           PIC X.
               88  DP-Paper         value "P".
               88  DP-Electronic    value "E".
               88  DP-Both          value "B".
           05  DP-Email             PIC X(60).
           05  DP-ConsentDate       PIC X(10).
           05  DP-BounceFlag        PIC X.
               88  DP-Bounced       value "B".
           05  DP-BounceDate        PIC X(10).
           05  FILLER               PIC X(20).
