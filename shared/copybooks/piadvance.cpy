      *****************************************************************
      * SERVICER P&I ADVANCE LEDGER - ONE ROW PER EVENT ON
      * shared\data\piadvances.txt, WRITTEN BY REMIT FOR INVESTORS ON
      * SCHEDULED/SCHEDULED REMITTANCE. WHEN A SCHEDULED INSTALLMENT IS
      * STILL UNPAID AT THE END OF ITS DUE MONTH WE REMIT THE
      * INVESTOR'S SHARE OF IT ANYWAY OUT OF OUR OWN FUNDS:
      *   A  ADVANCED - THE INVESTOR'S SCHEDULED PRINCIPAL AND INTEREST
      *      FOR ONE LOAN, PERIOD AND INVESTOR, LESS OUR SERVICING FEE
      *   R  RECOVERED - THE LATE PAYMENT FOR THAT PERIOD FINALLY
      *      POSTED AND WE KEPT THE INVESTOR'S SHARE OF IT
      * AN ADVANCE IS OUTSTANDING UNTIL AN R ROW CARRIES THE SAME
      * ACCOUNT, INVESTOR AND PERIOD. PIA-RemitMonth/PIA-RemitYear ARE
      * THE REMITTANCE MONTH THE EVENT BELONGS TO, SO A RERUN OF THE
      * SAME MONTH FINDS ITS OWN ROWS AND DOES NOT POST THEM TWICE.
      * NO ADVANCE IS MADE ON A NONACCRUAL OR CHARGED-OFF LOAN.
      *****************************************************************
       01  PIAdvanceRecord.
           05  PIA-Account          PIC X(10).
           05  PIA-InvestorId       PIC X(10).
           05  PIA-Period           PIC 9(4).
           05  PIA-EntryType        PIC X.
               88  PIA-Advanced     value "A".
               88  PIA-Recovered    value "R".
           05  PIA-DueDate          PIC X(10).
           05  PIA-Date             PIC X(10).
           05  PIA-RemitMonth       PIC 9(2).
           05  PIA-RemitYear        PIC 9(4).
           05  PIA-Principal        PIC 9(7)V99.
           05  PIA-Interest         PIC 9(7)V99.
           05  PIA-ServiceFee       PIC 9(6)V99.
           05  PIA-Amount           PIC 9(7)V99.
           05  PIA-Source           PIC X(14).
