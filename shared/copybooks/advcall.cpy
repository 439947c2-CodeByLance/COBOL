      *****************************************************************
      * CALL AREA FOR wrkmodule/ADVLEDGER - THE ONE PLACE THAT READS
      * AND WRITES THE CORPORATE ADVANCE SUB-LEDGER FOR THE PAYMENT
      * PROGRAMS (copybooks/corpadv.cpy FOR THE LEDGER ROWS).
      *   B  BALANCE - ADV-Balance IS THE ACCOUNT'S OPEN RECOVERABLE
      *      ADVANCE BALANCE, ADV-OpenItems HOW MANY ADVANCES MAKE IT
      *      UP AND ADV-OldestDate THE OLDEST OF THEM
      *   C  COLLECT - UP TO ADV-Amount IS APPLIED TO THE OPEN
      *      RECOVERABLE ADVANCES OLDEST FIRST, ONE R ROW PER ADVANCE
      *      TOUCHED, DATED ADV-Date; ADV-Applied IS WHAT WAS TAKEN
      *   U  UNWIND - UP TO ADV-Amount OF THE ACCOUNT'S REIMBURSEMENTS
      *      IS PUT BACK, LATEST ADVANCE FIRST, ONE U ROW EACH;
      *      ADV-Applied IS WHAT WAS PUT BACK
      * ADV-Balance ALWAYS COMES BACK AS THE BALANCE BEFORE THE ACTION.
      * THE GL SIDE OF A COLLECTION OR UNWIND IS THE CALLER'S.
      * ADV-SharedRoot IS WHERE THE shared DIRECTORY IS SEEN FROM THE
      * CALLER'S WORKING DIRECTORY - SPACES MEANS "shared\".
      *****************************************************************
       01  ADVANCE-CALL-AREA.
           05  ADV-SharedRoot       PIC X(20) value spaces.
           05  ADV-Action           PIC X value space.
               88  ADV-GetBalance   value "B".
               88  ADV-Collect      value "C".
               88  ADV-Unwind       value "U".
           05  ADV-Account          PIC X(10) value spaces.
           05  ADV-Date             PIC X(10) value spaces.
           05  ADV-Program          PIC X(14) value spaces.
           05  ADV-Amount           PIC 9(7)V99 value zero.
           05  ADV-Balance          PIC 9(7)V99 value zero.
           05  ADV-Applied          PIC 9(7)V99 value zero.
           05  ADV-OpenItems        PIC 9(4) value zero.
           05  ADV-OldestDate       PIC X(10) value spaces.
