      *****************************************************************
      * BUYDOWN SUBSIDY LEDGER - shared\data\buydownledger.txt, ONE ROW
      * PER MOVEMENT OF A LOAN'S BUYDOWN SUBSIDY BALANCE, APPENDED BY
      * THE PROGRAM THAT MOVED IT, WITH THE BALANCE AFTER. F FUNDED BY
      * THE BUILDER (BUYDMAINT), D DRAWN FOR A PAID PERIOD (POSTPAY),
      * C CREDITED TO THE BORROWER ON A PAYOFF (PAYOFFEXEC), R REFUNDED
      * TO THE BUILDER AND Q QUEUED AS A BORROWER REFUND (BUYDMAINT).
      * BUYDMAINT PRINTS IT AS THE SUBSIDY LEDGER REPORT.
      *****************************************************************
       01  BuydownLedgerRecord.
           05  BDL-Account          PIC X(10).
           05  BDL-Date             PIC X(10).
           05  BDL-Type             PIC X.
               88  BDL-Funded       value "F".
               88  BDL-Draw         value "D".
               88  BDL-Credit       value "C".
               88  BDL-Refund       value "R".
               88  BDL-Queued       value "Q".
           05  BDL-Period           PIC 9(4).
           05  BDL-Amount           PIC 9(7)V99.
           05  BDL-Balance          PIC 9(7)V99.
           05  BDL-Source           PIC X(14).
