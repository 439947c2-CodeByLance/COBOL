      *****************************************************************
      * CALL AREA FOR wrkmodule/DEFLEDGER - THE ONE PLACE THE BOARDING,
      * PAYOFF, CHARGE-OFF, TRANSFER AND MODIFICATION PROGRAMS READ
      * AND WRITE THE DEFERRED FEE AND COST SUB-LEDGER
      * (copybooks/deffee.cpy FOR THE LEDGER ROWS).
      *   G  GET - DFC-Deferred IS THE ACCOUNT'S UNAMORTIZED NET
      *      DEFERRED BALANCE, CREDIT-POSITIVE (NET FEE PLUS, NET
      *      COST MINUS)
      *   B  BOOK - A B ROW FOR DFC-Fees LESS DFC-Costs; DFC-Amount
      *      IS WHAT WAS BOOKED
      *   A  ACCELERATE - AN A ROW TAKING THE WHOLE REMAINDER TO ZERO;
      *      DFC-Amount IS THE ROW (THE NEGATIVE OF DFC-Deferred)
      *   Y  YIELD RESET - A Y ROW FROM SCHEDULE PERIOD DFC-Period ON,
      *      WITH THE NEW STREAM IN DFC-Balance AND DFC-Payment WHEN
      *      THE SCHEDULE EXPORT DOES NOT CARRY IT; NOTHING IS WRITTEN
      *      FOR A LOAN WITH NOTHING DEFERRED
      * DFC-Deferred ALWAYS COMES BACK AS THE BALANCE BEFORE THE
      * ACTION. THE GL SIDE OF A BOOKING OR ACCELERATION IS THE
      * CALLER'S. DFC-SharedRoot IS WHERE THE shared DIRECTORY IS SEEN
      * FROM THE CALLER'S WORKING DIRECTORY - SPACES MEANS "shared\".
      *****************************************************************
       01  DEFERRED-FEE-CALL-AREA.
           05  DFC-SharedRoot       PIC X(20) value spaces.
           05  DFC-Action           PIC X value space.
               88  DFC-GetBalance   value "G".
               88  DFC-Book         value "B".
               88  DFC-Accelerate   value "A".
               88  DFC-ResetYield   value "Y".
           05  DFC-Account          PIC X(10) value spaces.
           05  DFC-Date             PIC X(10) value spaces.
           05  DFC-Company          PIC X(3) value spaces.
           05  DFC-Program          PIC X(14) value spaces.
           05  DFC-Fees             PIC 9(6)V99 value zero.
           05  DFC-Costs            PIC 9(6)V99 value zero.
           05  DFC-Period           PIC 9(4) value zero.
           05  DFC-Balance          PIC 9(7)V99 value zero.
           05  DFC-Payment          PIC 9(6)V99 value zero.
           05  DFC-Amount           PIC S9(7)V99 value zero.
           05  DFC-Deferred         PIC S9(7)V99 value zero.
