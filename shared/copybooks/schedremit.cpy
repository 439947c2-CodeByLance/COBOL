      *****************************************************************
      * SCHEDULED/SCHEDULED REMITTANCE REGISTER - ONE ROW PER LOAN,
      * PERIOD AND INVESTOR REMITTED ON THE SCHEDULED BASIS, APPENDED
      * BY REMIT TO shared\data\schedremit.txt. AN INVESTOR ON
      * SCHEDULED/SCHEDULED TERMS IS NOT PAID OFF THE MONTH'S POSTED
      * PAYMENTS, SO INVSTMT AND SVCINCOME READ THESE ROWS FOR THAT
      * INVESTOR INSTEAD AND STILL TIE TO THE WIRE. BASIS:
      *   C  COLLECTED - THE INSTALLMENT DUE IN THE MONTH WAS PAID BY
      *      MONTH END
      *   A  ADVANCED - IT WAS NOT; WE REMITTED IT FROM OUR OWN FUNDS
      *      (SEE THE P&I ADVANCE LEDGER, piadvance.cpy)
      *   L  LATE - AN EARLIER INSTALLMENT THAT WAS NEVER ADVANCED
      *      (THE LOAN WAS NONACCRUAL OR CHARGED OFF) PAID THIS MONTH
      *      AND PASSED THROUGH AS COLLECTED
      * A RERUN OF THE SAME MONTH DOES NOT REPEAT A ROW ALREADY ON THE
      * REGISTER.
      *****************************************************************
       01  SchedRemitRecord.
           05  SRR-RemitMonth       PIC 9(2).
           05  SRR-RemitYear        PIC 9(4).
           05  SRR-Account          PIC X(10).
           05  SRR-InvestorId       PIC X(10).
           05  SRR-Period           PIC 9(4).
           05  SRR-DueDate          PIC X(10).
           05  SRR-Basis            PIC X.
               88  SRR-Collected    value "C".
               88  SRR-Advanced     value "A".
               88  SRR-Late         value "L".
           05  SRR-Percent          PIC 999V99.
           05  SRR-Principal        PIC 9(7)V99.
           05  SRR-Interest         PIC 9(7)V99.
           05  SRR-ServiceFee       PIC 9(6)V99.
           05  SRR-RunDate          PIC X(10).
