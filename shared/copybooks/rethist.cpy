      *****************************************************************
      * REVERSED-POSTING HISTORY - shared\data\returnhistory.txt. A
      * POSTING BACKED OUT OF postedpmts.txt LEAVES NO TRACE THERE, SO
      * THE PROGRAM THAT PURGES IT APPENDS THE ROW HERE FIRST, WITH
      * THE SPLIT IT CARRIED AND WHY IT CAME OUT:
      *   N  RETURNED ITEM - THE CHECK OR DEBIT BOUNCED (NSFUNWIND)
      *   T  TRANSFERRED - MISAPPLIED, MOVED TO RTH-OtherAccount
      *      (PMTXFER)
      * THE LIFE-OF-LOAN HISTORY STATEMENT SHOWS BOTH THE ORIGINAL
      * POSTING AND ITS REVERSAL FROM THIS ROW.
      *****************************************************************
       01  ReturnHistoryRecord.
           05  RTH-Account          PIC X(10).
           05  RTH-Period           PIC 9(4).
           05  RTH-PaidDate         PIC X(10).
           05  RTH-Amount           PIC 9(6)V99.
           05  RTH-ReverseDate      PIC X(10).
           05  RTH-Kind             PIC X.
               88  RTH-Returned     value "N".
               88  RTH-Transferred  value "T".
           05  RTH-Reason           PIC X(30).
           05  RTH-OtherAccount     PIC X(10).
           05  RTH-ToInterest       PIC 9(6)V99.
           05  RTH-ToPrincipal      PIC 9(6)V99.
           05  RTH-ToEscrow         PIC 9(6)V99.
           05  RTH-ToFee            PIC 9(6)V99.
           05  RTH-ToLateFee        PIC 9(6)V99.
           05  RTH-ToAdvance        PIC 9(6)V99.
           05  RTH-Source           PIC X(14).
