      *****************************************************************
      * PREPAYMENT PENALTY TERMS - ONE KEYED RECORD PER LOAN THAT
      * CARRIES A PENALTY ON shared\data\prepaypen.dat, MAINTAINED BY
      * PPENMAINT. PPN-Method S IS A STEP-DOWN: PPN-StepPct(n) PERCENT
      * OF THE PENALIZED PRINCIPAL IN LOAN YEAR n, NOTHING FROM YEAR 6
      * ON. PPN-Method 6 IS SIX MONTHS' INTEREST AT THE NOTE RATE ON
      * THE PENALIZED PRINCIPAL. EITHER WAY THE BORROWER MAY PREPAY
      * PPN-FreePct PERCENT OF THE ORIGINAL LOAN AMOUNT IN EACH LOAN
      * YEAR FREE - PPN-YearPrepaid IS WHAT HAS BEEN PREPAID IN LOAN
      * YEAR PPN-PrepaidYear (POSTPAY ADDS EVERY CURTAILMENT) AND ONLY
      * PRINCIPAL PREPAID PAST THE ALLOWANCE IS PENALIZED. NOTHING IS
      * OWED ON A PAYOFF AFTER PPN-ExpireDate. A WAIVER COMES THROUGH
      * THE LATE-FEE WAIVER PASS (LATEFEE) WITH THE SAME REASON CODE
      * AND APPROVER TRAIL AS A WAIVED LATE CHARGE. TERMS STAY ON FILE
      * AS HISTORY ONCE EXPIRED, REMOVED OR COLLECTED AT PAYOFF.
      *****************************************************************
       01  PrepayPenaltyRecord.
           05  PPN-Account          PIC X(10).
           05  PPN-Method           PIC X.
               88  PPN-StepDown     value "S".
               88  PPN-SixMonths    value "6".
               88  PPN-ValidMethod  value "S" "6".
           05  PPN-StepPct          PIC 99V99 occurs 5 times.
           05  PPN-FreePct          PIC 99V99.
           05  PPN-ExpireDate       PIC X(10).
           05  PPN-Status           PIC X.
               88  PPN-Active       value "A".
               88  PPN-Expired      value "E".
               88  PPN-Removed      value "R".
               88  PPN-Collected    value "C".
           05  PPN-SetupDate        PIC X(10).
           05  PPN-PrepaidYear      PIC 99.
           05  PPN-YearPrepaid      PIC 9(7)V99.
      * THE PENALTY ON THE LATEST PAYOFF QUOTE - WHAT A WAIVER FORGIVES
      * AND WHAT PAYOFFEXEC COLLECTED ONCE THE TERMS ARE CLOSED
           05  PPN-LastQuoteDate    PIC X(10).
           05  PPN-LastPenalty      PIC 9(7)V99.
           05  PPN-WaivedFlag       PIC X.
               88  PPN-Waived       value "W".
           05  PPN-WaiveDate        PIC X(10).
           05  PPN-WaiveReason      PIC X(2).
           05  PPN-WaiveOper        PIC X(10).
           05  FILLER               PIC X(20).
