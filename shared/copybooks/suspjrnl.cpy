      *****************************************************************
      * SUSPENSE JOURNAL - ONE ROW PER MOVEMENT OF A LOAN'S SUSPENSE
      * BALANCE ON shared\data\suspensejournal.txt. suspense.txt ONLY
      * CARRIES THE BALANCE; THE JOURNAL IS HOW THE MONEY GOT THERE
      * AND WHERE IT WENT, FOR THE LIFE-OF-LOAN HISTORY STATEMENT.
      *   H  HELD - A SHORT PAYMENT WENT IN (POSTPAY, PMTXFER)
      *   R  RELEASED - SUSPENSE CLEARED A PERIOD (POSTPAY, PMTXFER);
      *      SJR-Period NAMES THE PERIOD IT PAID
      *   B  BACKED OUT - A RETURNED ITEM CAME OUT OF SUSPENSE
      *      (NSFUNWIND)
      *   X  TRANSFERRED OUT - A MISAPPLIED PAYMENT LEFT FOR ANOTHER
      *      LOAN (PMTXFER)
      *   F  REFUNDED - THE BALANCE WAS SWEPT TO THE REFUND QUEUE
      *      (REFUND)
      * SJR-Balance IS THE LOAN'S SUSPENSE BALANCE AFTER THE MOVEMENT.
      *****************************************************************
       01  SuspenseJournalRecord.
           05  SJR-Account          PIC X(10).
           05  SJR-Date             PIC X(10).
           05  SJR-Action           PIC X.
               88  SJR-Held         value "H".
               88  SJR-Released     value "R".
               88  SJR-BackedOut    value "B".
               88  SJR-TransferOut  value "X".
               88  SJR-Refunded     value "F".
           05  SJR-Amount           PIC 9(7)V99.
           05  SJR-Period           PIC 9(4).
           05  SJR-Balance          PIC 9(7)V99.
           05  SJR-Source           PIC X(14).
