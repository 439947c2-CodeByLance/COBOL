      * CHARGED OFF - THE BALANCE LEFT THE BOOK THROUGH THE
      * CHARGE-OFF PROGRAM; LATER MONEY ON THE ACCOUNT IS A RECOVERY
               88  LM-StatusChargedOff value "O".
      * TRANSFERRED - SOLD OR SERVICING RELEASED THROUGH XFEROUT; THE
      * BALANCE LEFT THE BOOK AND THE NEW SERVICER BILLS AND COLLECTS
               88  LM-StatusTransferred value "T".
      * ARM GUARD RAILS - A RESET MAY MOVE THE RATE AT MOST
      * LM-PeriodicCap FROM WHERE IT STANDS, NEVER ABOVE THE ORIGINAL
      * NOTE RATE PLUS LM-LifeCap, AND NEVER BELOW LM-LifeFloor. A
           05  LM-IndexCode         PIC X(6).
           05  LM-Margin            PIC 99V99.
           05  LM-ResetFreq         PIC 999.
      * PRODUCT TYPE - SPACE OR "A" IS THE SCHEDULED (AMORTIZING) LOAN
      * EVERY ENGINE ASSUMES; "S" IS SIMPLE INTEREST, WHERE INTEREST
      * ACCRUES DAILY ON THE ACTUAL PRINCIPAL BETWEEN ACTUAL PAYMENT
      * DATES (wrkmodule SIACCRUE, shared\data\siaccrual.txt) AND THE
      * SCHEDULE IS ONLY A PROJECTION POSTPAY RE-DRAWS AFTER PAYMENTS;
      * "C" IS A CONSTRUCTION LOAN STILL BEING BUILT - DRAWN AGAINST A
      * BUDGET AND BILLED INTEREST ON WHAT HAS BEEN DISBURSED, WITH NO
      * SCHEDULE UNTIL CONSCYCLE CONVERTS IT TO "A" ON ITS PERMANENT
      * TERMS (shared\data\constrloan.dat)
           05  LM-ProductType       PIC X.
               88  LM-Amortizing    value " " "A".
               88  LM-SimpleInterest value "S".
               88  LM-Construction  value "C".
           05  FILLER               PIC X(1).
