      *****************************************************************
      * CALL AREA FOR wrkmodule/EDELIVER - EVERY DOCUMENT PROGRAM
      * (BILLING, YEARENDINT, ESCANALYSIS, NOTICEGEN, PAYOFF, INVSTMT)
      * CALLS IT ONCE A PRIMARY DOCUMENT IS CLOSED, AND AFTER ANY PARTY
      * COPIES HAVE BEEN MADE FROM IT. EDELIVER DECIDES THE CHANNEL OFF
      * THE DELIVERY PREFERENCE FILE (copybooks/delivpref.cpy):
      *   P  THE PRINTABLE FILE STAYS WHERE IT IS FOR THE MAIL ROOM
      *   E  THE FILE MOVES TO THE E-DELIVERY STAGING AREA AND IS
      *      LISTED ON THE DAY'S E-DELIVERY MANIFEST
      *   B  THE FILE IS COPIED TO STAGING AND LISTED, AND THE PRINT
      *      COPY STAYS
      * A DOCUMENT THE CALLER MARKS PAPER-REQUIRED, OR WHOSE PROGRAM
      * AND TYPE ARE ON shared\data\paperdocs.txt, AND EVERY DOCUMENT
      * FOR AN ACCOUNT WHOSE E-MAIL BOUNCED, GOES TO PRINT WHATEVER THE
      * PREFERENCE. EDC-Channel AND EDC-Reason COME BACK AS THE
      * DECISION, WHICH IS ALSO WRITTEN TO THE DELIVERY LOG
      * (copybooks/delivlog.cpy). EDC-SharedRoot IS WHERE THE shared
      * DIRECTORY IS SEEN FROM THE CALLER'S WORKING DIRECTORY - SPACES
      * MEANS "shared\".
      *****************************************************************
       01  EDELIVERY-CALL-AREA.
           05  EDC-SharedRoot       PIC X(20) value spaces.
           05  EDC-Program          PIC X(14) value spaces.
           05  EDC-Account          PIC X(10) value spaces.
           05  EDC-DocType          PIC X(8) value spaces.
           05  EDC-Period           PIC X(8) value spaces.
           05  EDC-DocPath          PIC X(80) value spaces.
           05  EDC-PaperFlag        PIC X value "N".
               88  EDC-PaperRequired value "Y".
           05  EDC-Channel          PIC X value space.
               88  EDC-ToPaper      value "P".
               88  EDC-ToElectronic value "E".
               88  EDC-ToBoth       value "B".
           05  EDC-Reason           PIC X(20) value spaces.
