      *****************************************************************
      * CORPORATE ADVANCE SUB-LEDGER - ONE ROW PER EVENT ON
      * shared\data\corpadvances.txt. AN ADVANCE (A) IS MONEY THE
      * SERVICER PAID OUT ON A LOAN'S BEHALF - ATTORNEY, INSPECTION,
      * BPO, PROPERTY PRESERVATION - KEYED THROUGH ADVENTRY, WHICH
      * GIVES IT THE NEXT REFERENCE NUMBER. EVERY LATER EVENT CARRIES
      * THE REFERENCE OF THE ADVANCE IT TOUCHES:
      *   R  REIMBURSED - BORROWER MONEY COLLECTED AGAINST IT (POSTPAY,
      *      PAYOFFEXEC, OR KEYED IN ADVENTRY)
      *   W  WRITTEN OFF - KEYED IN ADVENTRY
      *   U  REIMBURSEMENT REVERSED - THE PAYMENT THAT PAID IT WAS
      *      UNWOUND (NSFUNWIND, PMTXFER)
      * AN ADVANCE'S OPEN AMOUNT IS A - R + U - W. ONLY RECOVERABLE
      * ADVANCES ARE BILLED BACK; A NON-RECOVERABLE ONE IS CARRIED FOR
      * THE RECORD ONLY.
      * ADVANCE TYPES: FA FORECLOSURE ATTORNEY, BK BANKRUPTCY ATTORNEY,
      * IN PROPERTY INSPECTION, BP BROKER PRICE OPINION, PP PROPERTY
      * PRESERVATION, OT OTHER.
      *****************************************************************
       01  CorpAdvanceRecord.
           05  CAD-Account          PIC X(10).
           05  CAD-Ref              PIC 9(8).
           05  CAD-EntryType        PIC X.
               88  CAD-Advance      value "A".
               88  CAD-Reimbursed   value "R".
               88  CAD-WrittenOff   value "W".
               88  CAD-Reversed     value "U".
           05  CAD-AdvType          PIC XX.
               88  CAD-ValidType    value "FA" "BK" "IN" "BP"
                                          "PP" "OT".
           05  CAD-Vendor           PIC X(20).
           05  CAD-Date             PIC X(10).
           05  CAD-Amount           PIC 9(7)V99.
           05  CAD-Recoverable      PIC X.
               88  CAD-IsRecoverable value "Y".
           05  CAD-Source           PIC X(14).
           05  CAD-Operator         PIC X(10).
