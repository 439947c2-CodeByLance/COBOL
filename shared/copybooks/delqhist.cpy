      *****************************************************************
      * ACCOUNT DELINQUENCY HISTORY - shared\data\delqhistory.txt, ONE
      * ROW PER LOAN PER MONTH-END, CAPTURED BY SNAPSHOT FROM AGING'S
      * EXTRACT AND THE LOAN MASTER. EVERY LOAN ON THE BOOK GETS A ROW
      * EACH MONTH; A LOAN THAT PAID OFF, CHARGED OFF OR TRANSFERRED
      * OUT GETS ONE ROW WITH THAT STATUS IN THE MONTH IT LEFT AND NONE
      * AFTER. A RERUN OF A MONTH REPLACES THAT MONTH'S ROWS. READ BY
      * ROLLRATE (ROLL-RATE MIGRATION), BUREAU (THE 24-MONTH PAYMENT
      * PATTERN) AND LOANINQ (THE 24-MONTH DELINQUENCY STRING).
      *****************************************************************
       01  DelqHistoryRecord.
           88  eofdelqhistory       value high-values.
           05  DQH-Year             PIC 9(4).
           05  DQH-Month            PIC 99.
           05  DQH-Account          PIC X(10).
           05  DQH-Company          PIC X(3).
      * 0 CURRENT, 1-4 30/60/90/120+ DAYS PAST DUE OFF AGING'S WORST
      * BUCKET; P PAID OFF (CLOSED), O CHARGED OFF, T TRANSFERRED OUT
           05  DQH-Status           PIC X.
               88  DQH-Current      value "0".
               88  DQH-Delinquent   value "1" "2" "3" "4".
               88  DQH-Aged         value "0" "1" "2" "3" "4".
               88  DQH-PaidOff      value "P".
               88  DQH-ChargedOff   value "O".
               88  DQH-Transferred  value "T".
               88  DQH-Terminal     value "P" "O" "T".
           05  DQH-WorstBucket      PIC 9(3).
           05  DQH-Balance          PIC 9(7)V99.
           05  DQH-PastDue          PIC 9(8)V99.
