      * merged per account in date order with a running balance onto   *
      * shared\data\escrowledger.txt, and a trial report totals every  *
      * loan's escrow balance for the monthly proof the auditors       *
      * asked for. Interest credited on escrow by ESCINTEREST          *
      * (Escrow\escrowinterest.txt) merges in as its own entry type I  *
      * and has its own column on the trial report. Unearned premium   *
      * FORCEPLACE returns on a cancelled lender-placed policy         *
      * (Escrow\fpirefunds.txt) merges in as a credit of type R and is *
      * totalled with the collections.                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ESCLEDGER.
                   "Escrow\disbursements.txt"
                   organization is line sequential.

               select optional EscrowInterestFile ASSIGN TO
                   "Escrow\escrowinterest.txt"
                   organization is line sequential.

               select optional FpiRefundFile ASSIGN TO
                   "Escrow\fpirefunds.txt"
                   organization is line sequential.

               select EscrowLedgerFile ASSIGN TO
                   "shared\data\escrowledger.txt"
                   organization is line sequential.
               05  DIN-Payee        PIC X(20).
               05  DIN-Amount       PIC 9(6)V99.

       FD  EscrowInterestFile.
           01 EscrowInterestRecord.
               05  EIN-Account      PIC X(10).
               05  EIN-Date         PIC X(10).
               05  EIN-Year         PIC 9(4).
               05  EIN-State        PIC XX.
               05  EIN-Rate         PIC 99V9999.
               05  EIN-Amount       PIC 9(6)V99.

       FD  FpiRefundFile.
           01 FpiRefundRecord.
               05  FRF-Account      PIC X(10).
               05  FRF-Date         PIC X(10).
               05  FRF-Payee        PIC X(20).
               05  FRF-Amount       PIC 9(6)V99.

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               10  LED-DateInt      PIC 9(7).
               10  LED-Date         PIC X(10).
               10  LED-Type         PIC X.
                   88  LED-Credit   value "C" "I" "R".
                   88  LED-Debit    value "D".
                   88  LED-Interest value "I".
               10  LED-Payee        PIC X(20).
               10  LED-Amount       PIC 9(6)V99.
       01  LedgerCount              PIC 9(4) value zero.
               10  TRI-Account      PIC X(10).
               10  TRI-Credits      PIC 9(7)V99.
               10  TRI-Debits       PIC 9(7)V99.
               10  TRI-Interest     PIC 9(7)V99.
               10  TRI-Balance      PIC S9(7)V99.
       01  TrialCount               PIC 999 value zero.
       01  TrialSub                 PIC 999 value zero.
           88  eof-status           value "Y".
       01  eof-disb-file            PIC X value "N".
           88  eof-disb             value "Y".
       01  eof-interest-file        PIC X value "N".
           88  eof-interest         value "Y".
       01  InterestEntries          PIC 9(4) value zero.
       01  eof-refund-file          PIC X value "N".
           88  eof-refund           value "Y".
       01  RefundEntries            PIC 9(4) value zero.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).

       01  Disp-Credits             PIC $$$,$$$,$$9.99.
       01  Disp-Debits              PIC $$$,$$$,$$9.99.
       01  Disp-Interest            PIC $$$,$$9.99.
       01  Disp-Balance             PIC -$$,$$$,$$9.99.
       01  Disp-Portfolio           PIC -$$,$$$,$$9.99.


           perform 1000-LoadCollections.
           perform 2000-LoadDisbursements.
           perform 2100-LoadInterestCredits.
           perform 2200-LoadPremiumRefunds.
           perform 3000-WriteLedger.
           perform 4000-WriteTrialReport.

           string "END. Ledger entries " LedgerCount
               " accounts " TrialCount
               " interest credits " InterestEntries
               " premium refunds " RefundEntries into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           end-perform.
           close DisbursementInputFile.

      * INTEREST ESCINTEREST PAID INTO THE ESCROW - A CREDIT OF ITS
      * OWN TYPE SO THE TRIAL REPORT CAN SHOW IT APART FROM COLLECTIONS
       2100-LoadInterestCredits.
           open input EscrowInterestFile.
           read EscrowInterestFile
               at end set eof-interest to true
           end-read.
           perform until eof-interest
               move EIN-Account to NEW-Account
               move EIN-Date to NEW-Date
               move "I" to NEW-Type
               move "ESCROW INTEREST" to NEW-Payee
               move EIN-Amount to NEW-Amount
               perform 2500-InsertEntry
               add 1 to InterestEntries
               read EscrowInterestFile
                   at end set eof-interest to true
               end-read
           end-perform.
           close EscrowInterestFile.

      * UNEARNED LENDER-PLACED PREMIUM RETURNED BY THE CARRIER GOES
      * BACK INTO THE ESCROW AS A CREDIT OF ITS OWN TYPE
       2200-LoadPremiumRefunds.
           open input FpiRefundFile.
           read FpiRefundFile
               at end set eof-refund to true
           end-read.
           perform until eof-refund
               move FRF-Account to NEW-Account
               move FRF-Date to NEW-Date
               move "R" to NEW-Type
               move "FPI PREMIUM REFUND" to NEW-Payee
               move FRF-Amount to NEW-Amount
               perform 2500-InsertEntry
               add 1 to RefundEntries
               read FpiRefundFile
                   at end set eof-refund to true
               end-read
           end-perform.
           close FpiRefundFile.

      * ENTRIES ARE KEPT SORTED BY ACCOUNT AND DATE AS THEY LOAD SO
      * THE LEDGER'S RUNNING BALANCE READS IN THE ORDER THE MONEY
      * ACTUALLY MOVED.
                   move LED-Account(LedgerSub) to TRI-Account(TrialSub)
                   move zero to TRI-Credits(TrialSub)
                   move zero to TRI-Debits(TrialSub)
                   move zero to TRI-Interest(TrialSub)
                   move zero to TRI-Balance(TrialSub)
               else
                   exit paragraph
               end-if
           end-if.

           evaluate true
               when LED-Interest(LedgerSub)
                   add LED-Amount(LedgerSub) to TRI-Interest(TrialSub)
               when LED-Credit(LedgerSub)
                   add LED-Amount(LedgerSub) to TRI-Credits(TrialSub)
               when other
                   add LED-Amount(LedgerSub) to TRI-Debits(TrialSub)
           end-evaluate.
           move RunningEscrowBalance to TRI-Balance(TrialSub).

       4000-WriteTrialReport.

           move spaces to TrialLine.
           string "Account       Collections      Disbursements"
                  "    Interest      Balance"
                  into TrialLine.
           write TrialLine.

           perform TrialCount times
               move TRI-Credits(TrialSub) to Disp-Credits
               move TRI-Debits(TrialSub) to Disp-Debits
               move TRI-Interest(TrialSub) to Disp-Interest
               move TRI-Balance(TrialSub) to Disp-Balance
               add TRI-Balance(TrialSub) to PortfolioBalance
               move spaces to TrialLine
               string TRI-Account(TrialSub) "  "
                      Disp-Credits "   "
                      Disp-Debits "   "
                      Disp-Interest "   "
                      Disp-Balance
                      into TrialLine
               write TrialLine
