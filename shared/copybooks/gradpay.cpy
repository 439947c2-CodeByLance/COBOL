      *****************************************************************
      * GRADUATED PAYMENT TERMS - ONE KEYED RECORD PER GRADUATED-
      * PAYMENT LOAN ON shared\data\gradpay.dat, WRITTEN BY LOANMAINT
      * OFF THE TRAILING FIELDS OF AN ADD OR CHANGE. THE PAYMENT RISES
      * GPM-StepPct PERCENT AT THE START OF EACH OF THE FIRST
      * GPM-StepYears LOAN YEARS AFTER THE FIRST AND IS LEVEL FROM
      * THERE TO MATURITY. AC365AMSCH SOLVES THE STARTING PAYMENT SO
      * THE LOAN STILL FULLY AMORTIZES, CARRIES ANY SHORTFALL OF
      * INTEREST IN THE EARLY YEARS AS DEFERRED INTEREST ON THE
      * BALANCE (LISTED ON THE NegAm REPORT), AND MARKS EACH STEP
      * PERIOD ON THE SCHEDULE EXPORT WITH PAYMENT TYPE G SO BILLING
      * AND ARMNOTICE CAN ANNOUNCE THE INCREASE. NO RECORD MEANS A
      * LEVEL-PAYMENT LOAN.
      *****************************************************************
       01  GradPayRecord.
           05  GPM-Account          PIC X(10).
           05  GPM-StepPct          PIC 99V99.
           05  GPM-StepYears        PIC 99.
           05  FILLER               PIC X(20).
