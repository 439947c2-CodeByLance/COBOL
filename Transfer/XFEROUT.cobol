      ******************************************************************
      * Servicing transfer-out - a sold loan (or sold servicing) stops *
      * being hand-closed in LOANMAINT as if it had paid in full.      *
      * Each row of Transfer\salefile.txt (account, transferee,        *
      * transfer date) is checked against the loan master - only an    *
      * active or nonaccrual loan can be sold - and every accepted     *
      * loan goes onto its transferee's data file at                   *
      * Transfer/<transferee>_transferdata.txt: a header, the master   *
      * terms laid out the way BULKBOARD boards a purchased pool, the  *
      * borrower off the borrower master, the escrow balance off       *
      * shared\data\escrowledger.txt, one row per period on            *
      * paymentstatus.txt and one per open late fee, closed by a       *
      * trailer carrying the counts and totals the transferee proves   *
      * its boarding against. The borrower gets the goodbye notice     *
      * (Transfer/letters/<acct>_goodbye.txt) naming the new servicer  *
      * off Transfer\transferees.txt - a known-bad address goes to     *
      * the address research file instead. Principal and escrow leave  *
      * the books through the Transfer Settlement account in balanced  *
      * pairs on shared\data\glwork.txt dated the transfer date, the   *
      * escrow balance is disbursed to the transferee on               *
      * Escrow\disbursements.txt so ESCLEDGER's rebuild carries it to  *
      * zero, the open periods are quieted (the new servicer bills     *
      * them now) and the master goes to the transferred status with   *
      * its balance left for the record. The control report at         *
      * Transfer\transferreport.txt proves the principal off the       *
      * master and the escrow off the ledger equal both the GL         *
      * entries and the data file trailers.                            *
      * The unamortized net deferred origination fee or cost on the    *
      * loan (wrkmodule/DEFLEDGER) is accelerated into interest income *
      * on the transfer date - it does not travel with the loan.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. XFEROUT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select SaleFile ASSIGN TO
                   "Transfer\salefile.txt"
                   organization is line sequential
                   file status is SaleFileStatus.

               select optional TransfereeFile ASSIGN TO
                   "Transfer\transferees.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional EscrowLedgerFile ASSIGN TO
                   "shared\data\escrowledger.txt"
                   organization is line sequential.

               select optional DisbursementFile ASSIGN TO
                   "Escrow\disbursements.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select TransferDataFile ASSIGN TO DYNAMIC
                   TransferDataName
                   organization is line sequential.

               select GoodbyeLetterFile ASSIGN TO DYNAMIC
                   GoodbyeLetterName
                   organization is line sequential.

               select TransferReportFile ASSIGN TO
                   "Transfer\transferreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  SaleFile.
           01 SaleRecord.
               05  SAL-Account      PIC X(10).
               05  SAL-Transferee   PIC X(10).
               05  SAL-TransferDate PIC X(10).

       FD  TransfereeFile.
           01 TransfereeRecord.
               05  TRF-Code         PIC X(10).
               05  TRF-Name         PIC X(30).
               05  TRF-Addr         PIC X(30).
               05  TRF-CityStZip    PIC X(30).
               05  TRF-Phone        PIC X(14).

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               05  ELG-Date         PIC X(10).
               05  ELG-Type         PIC X.
               05  ELG-Payee        PIC X(20).
               05  ELG-Amount       PIC 9(6)V99.
               05  ELG-Balance      PIC S9(7)V99 sign leading separate.

       FD  DisbursementFile.
           01 DisbursementRecord.
               05  DSB-Account      PIC X(10).
               05  DSB-Date         PIC X(10).
               05  DSB-Payee        PIC X(20).
               05  DSB-Amount       PIC 9(6)V99.

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  LFR-Account      PIC X(10).
               05  LFR-Period       PIC 9(4).
               05  LFR-AssessDate   PIC X(10).
               05  LFR-DueDate      PIC X(10).
               05  LFR-PaidDate     PIC X(10).
               05  LFR-DaysLate     PIC 9(4).
               05  LFR-FeeAmount    PIC 9(4)V99.
               05  LFR-Basis        PIC X.
               05  LFR-RuleSource   PIC X(10).
               05  LFR-PaidAmt      PIC 9(4)V99.
               05  LFR-WaivedFlag   PIC X.
               05  LFR-WaiveDate    PIC X(10).
               05  LFR-WaiveReason  PIC X(2).
               05  LFR-WaiveOper    PIC X(10).

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  TransferDataFile.
           01 TransferDataLine      PIC X(160).

       FD  GoodbyeLetterFile.
           01 GoodbyeLetterLine     PIC X(90).

       FD  TransferReportFile.
           01 TransferReportLine    PIC X(130).

       working-storage section.
      * THE TRANSFEREE'S DATA FILE - ONE TAGGED LAYOUT PER RECORD
      * TYPE, EACH MOVED TO THE FILE LINE AS IT IS WRITTEN
       01  XferHeader.
           05  XFH-Tag              PIC X value "H".
           05  XFH-Transferee       PIC X(10).
           05  XFH-RunDate          PIC X(10).
           05  XFH-Source           PIC X(14).
      * L - THE LEADING FIELDS ARE BULKBOARD'S ACQUISITION ROW IN
      * ORDER SO THE RECEIVING SIDE CAN BOARD STRAIGHT FROM THEM
       01  XferLoan.
           05  XFL-Tag              PIC X value "L".
           05  XFL-Account          PIC X(10).
           05  XFL-LoanAmount       PIC 9(6)V99.
           05  XFL-Rate             PIC 99V99.
           05  XFL-Term             PIC 999.
           05  XFL-LoanDate         PIC X(10).
           05  XFL-Method           PIC X.
           05  XFL-Frequency        PIC X.
           05  XFL-Escrow           PIC 9(4)V99.
           05  XFL-Fee              PIC 9(4)V99.
           05  XFL-Company          PIC X(3).
           05  XFL-CurrBalance      PIC 9(7)V99.
           05  XFL-NextDueDate      PIC X(10).
           05  XFL-PaidThrough      PIC 9(4).
           05  XFL-IOMonths         PIC 999.
           05  XFL-BalloonFlag      PIC X.
           05  XFL-PeriodicCap      PIC 99V99.
           05  XFL-LifeCap          PIC 99V99.
           05  XFL-LifeFloor        PIC 99V99.
           05  XFL-IndexCode        PIC X(6).
           05  XFL-Margin           PIC 99V99.
           05  XFL-ResetFreq        PIC 999.
           05  XFL-LoanStatus       PIC X.
           05  XFL-TransferDate     PIC X(10).
           05  XFL-ProductType      PIC X.
       01  XferBorrower.
           05  XFB-Tag              PIC X value "B".
           05  XFB-Account          PIC X(10).
           05  XFB-Name             PIC X(30).
           05  XFB-Addr1            PIC X(30).
           05  XFB-Addr2            PIC X(30).
           05  XFB-City             PIC X(20).
           05  XFB-State            PIC XX.
           05  XFB-Zip              PIC X(10).
           05  XFB-AddressFlag      PIC X.
       01  XferEscrow.
           05  XFE-Tag              PIC X value "E".
           05  XFE-Account          PIC X(10).
           05  XFE-AsOfDate         PIC X(10).
           05  XFE-Balance          PIC S9(7)V99 sign leading separate.
       01  XferPayment.
           05  XFP-Tag              PIC X value "P".
           05  XFP-Account          PIC X(10).
           05  XFP-Period           PIC 9(4).
           05  XFP-DueDate          PIC X(10).
           05  XFP-AmountDue        PIC 9(6)V99.
           05  XFP-PrincipalDue     PIC 9(6)V99.
           05  XFP-InterestDue      PIC 9(6)V99.
           05  XFP-EscrowDue        PIC 9(4)V99.
           05  XFP-FeeDue           PIC 9(4)V99.
           05  XFP-PaidDate         PIC X(10).
           05  XFP-PaidAmount       PIC 9(6)V99.
           05  XFP-OverShort        PIC S9(6)V99 sign leading separate.
           05  XFP-Status           PIC X.
       01  XferLateFee.
           05  XFF-Tag              PIC X value "F".
           05  XFF-Account          PIC X(10).
           05  XFF-Period           PIC 9(4).
           05  XFF-AssessDate       PIC X(10).
           05  XFF-DueDate          PIC X(10).
           05  XFF-FeeAmount        PIC 9(4)V99.
           05  XFF-PaidAmt          PIC 9(4)V99.
           05  XFF-OpenAmount       PIC 9(4)V99.
       01  XferTrailer.
           05  XFT-Tag              PIC X value "T".
           05  XFT-Transferee       PIC X(10).
           05  XFT-LoanCount        PIC 9(5).
           05  XFT-RecordCount      PIC 9(7).
           05  XFT-Principal        PIC 9(9)V99.
           05  XFT-Escrow           PIC S9(9)V99 sign leading separate.
           05  XFT-LateFees         PIC 9(7)V99.

      * THE SALE FILE RIDES IN MEMORY SO EACH TRANSFEREE'S LOANS CAN
      * BE GATHERED ONTO ONE DATA FILE WHATEVER ORDER THEY WERE KEYED
       01  SALE-TABLE.
           05  SaleEntry occurs 1000 times.
               10  SLE-Account      PIC X(10).
               10  SLE-Transferee   PIC X(10).
               10  SLE-TransferDate PIC X(10).
               10  SLE-Result       PIC X.
                   88  SLE-Accepted value "A".
                   88  SLE-Rejected value "R".
                   88  SLE-Done     value "D".
       01  SaleCount                PIC 9(4) value zero.
       01  SaleSub                  PIC 9(4) value zero.
       01  OtherSub                 PIC 9(4) value zero.
       01  SaleOverflow             PIC 9(4) value zero.
       01  CurrentTransferee        PIC X(10) value spaces.

       01  TRANSFEREE-TABLE.
           05  TransfereeEntry occurs 100 times.
               10  TRE-Code         PIC X(10).
               10  TRE-Name         PIC X(30).
               10  TRE-Addr         PIC X(30).
               10  TRE-CityStZip    PIC X(30).
               10  TRE-Phone        PIC X(14).
       01  TransfereeCount          PIC 999 value zero.
       01  TransfereeSub            PIC 999 value zero.
       01  MatchTransfereeSub       PIC 999 value zero.

       01  STATUS-TABLE.
           05  StatusEntry occurs 20000 times.
               10  ST-Account       PIC X(10).
               10  ST-Period        PIC 9(4).
               10  ST-DueDate       PIC X(10).
               10  ST-AmountDue     PIC 9(6)V99.
               10  ST-PrincipalDue  PIC 9(6)V99.
               10  ST-InterestDue   PIC 9(6)V99.
               10  ST-EscrowDue     PIC 9(4)V99.
               10  ST-FeeDue        PIC 9(4)V99.
               10  ST-PaidDate      PIC X(10).
               10  ST-PaidAmount    PIC 9(6)V99.
               10  ST-OverShort     PIC S9(6)V99.
               10  ST-Status        PIC X.
                   88  ST-Open      value "O".
                   88  ST-Paid      value "P".
       01  StatusCount              PIC 9(5) value zero.
       01  StatusSub                PIC 9(5) value zero.
       01  StatusChangedFlag        PIC X value "N".
           88  StatusChanged        value "Y".

       01  LATEFEE-TABLE.
           05  LateFeeEntry occurs 5000 times.
               10  LF-Account       PIC X(10).
               10  LF-Period        PIC 9(4).
               10  LF-AssessDate    PIC X(10).
               10  LF-DueDate       PIC X(10).
               10  LF-FeeAmount     PIC 9(4)V99.
               10  LF-PaidAmt       PIC 9(4)V99.
               10  LF-Waived        PIC X.
       01  LateFeeCount             PIC 9(4) value zero.
       01  LateFeeSub               PIC 9(4) value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  SaleFileStatus           PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".

       01  eof-sale-file            PIC X value "N".
           88  eof-sale             value "Y".
       01  eof-transferee-file      PIC X value "N".
           88  eof-transferee       value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-latefee-file         PIC X value "N".
           88  eof-latefee          value "Y".
       01  eof-ledger-file          PIC X value "N".
           88  eof-ledger           value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  TransferDataName         PIC X(50) value spaces.
       01  GoodbyeLetterName        PIC X(50) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Transfer/letters".
       01  RejectReason             PIC X(40) value spaces.

      * PER-LOAN FIGURES
       01  EscrowBalance            PIC S9(7)V99 value zero.
       01  LoanLateFees             PIC 9(7)V99 value zero.
       01  LateFeeOpen              PIC 9(4)V99 value zero.
       01  NextDueSub               PIC 9(5) value zero.
       01  PaidThroughPeriod        PIC 9(4) value zero.
       01  PeriodsQuieted           PIC 9(4) value zero.

      * PER-TRANSFEREE FILE TOTALS - THE TRAILER
       01  FileLoanCount            PIC 9(5) value zero.
       01  FileRecordCount          PIC 9(7) value zero.
       01  FilePrincipal            PIC 9(9)V99 value zero.
       01  FileEscrow               PIC S9(9)V99 value zero.
       01  FileLateFees             PIC 9(7)V99 value zero.

      * RUN TOTALS FOR THE PROOF - WHAT LEFT THE MASTER AND LEDGER,
      * WHAT THE GL ENTRIES MOVED AND WHAT THE TRAILERS CARRY
       01  TransferredCount         PIC 9(5) value zero.
       01  RejectedCount            PIC 9(5) value zero.
       01  DataFilesWritten         PIC 9(4) value zero.
       01  LettersWritten           PIC 9(5) value zero.
       01  BadAddressSkipped        PIC 9(5) value zero.
       01  MasterPrincipal          PIC 9(9)V99 value zero.
       01  LedgerEscrow             PIC S9(9)V99 value zero.
       01  GLLoanCredits            PIC 9(9)V99 value zero.
       01  GLEscrowDebits           PIC S9(9)V99 value zero.
       01  TrailerPrincipal         PIC 9(9)V99 value zero.
       01  TrailerEscrow            PIC S9(9)V99 value zero.
       01  ProofFlag                PIC X value "Y".
           88  ProofAgrees          value "Y".

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).

       01  Disp-Principal           PIC $$,$$$,$$9.99.
       01  Disp-Escrow              PIC -$$,$$$,$$9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.
       01  Disp-Other               PIC $$$,$$$,$$9.99.
       01  Disp-SignedTotal         PIC -$$$,$$$,$$9.99.
       01  Disp-SignedOther         PIC -$$$,$$$,$$9.99.
       01  Disp-Count               PIC ZZ,ZZ9.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/deffcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "XFEROUT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input SaleFile.
           if SaleFileStatus not = "00"
               display "XFEROUT - no sale file at "
                   "Transfer\salefile.txt, status "
                   SaleFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           perform 1000-LoadSales.

           perform 1100-LoadStatus.
           perform 1200-LoadChart.
           perform 1300-LoadLateFees.
           perform 1400-LoadTransferees.

           open i-o LoanMasterFile.
           if LoanMasterStatus not = "00"
               display "XFEROUT - no loan master, status "
                   LoanMasterStatus
               string "No loan master - nothing transferred" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1500-OpenBorrowerMaster.
           call "CBL_CREATE_DIR" using LetterDirPath.

           open output TransferReportFile.
           move spaces to TransferReportLine.
           string "SERVICING TRANSFER REPORT   Run " TodayDate
               into TransferReportLine.
           write TransferReportLine.
           move spaces to TransferReportLine.
           write TransferReportLine.

           open extend GLWorkFile.
           open extend DisbursementFile.
           open extend AddressResearchFile.

           move 1 to SaleSub.
           perform until SaleSub > SaleCount
               perform 2000-ValidateSale
               add 1 to SaleSub
           end-perform.

      * ONE DATA FILE PER TRANSFEREE - THE FIRST ACCEPTED ROW FOR A
      * TRANSFEREE OPENS ITS FILE AND GATHERS EVERY OTHER ROW FOR IT
           move 1 to SaleSub.
           perform until SaleSub > SaleCount
               if SLE-Accepted(SaleSub)
                   move SLE-Transferee(SaleSub) to CurrentTransferee
                   perform 3000-WriteTransfereeFile
               end-if
               add 1 to SaleSub
           end-perform.

           close GLWorkFile.
           close DisbursementFile.
           close AddressResearchFile.
           close LoanMasterFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.

           if StatusChanged
               perform 5000-RewriteStatus
           end-if.

           perform 4000-WriteProof.
           close TransferReportFile.

      * THE SALE ROWS ARE DISPOSED OF - TRANSFERRED ONES ARE OFF THE
      * BOOKS, REJECTED ONES ARE ON THE REPORT TO BE RE-KEYED
           if SaleCount > zero
               call "C$DELETE" using "Transfer\salefile.txt", 0
           end-if.

           if not ProofAgrees
               string "Transfer proof OUT OF BALANCE - see "
                   "Transfer\transferreport.txt" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

           string "END. Transferred " TransferredCount
               " rejected " RejectedCount
               " data files " DataFilesWritten
               " letters " LettersWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadSales.
           read SaleFile
               at end set eof-sale to true
           end-read.
           perform until eof-sale
               if SaleCount < 1000
                   add 1 to SaleCount
                   move SAL-Account to SLE-Account(SaleCount)
                   move SAL-Transferee to SLE-Transferee(SaleCount)
                   move SAL-TransferDate to
                       SLE-TransferDate(SaleCount)
                   move space to SLE-Result(SaleCount)
               else
                   add 1 to SaleOverflow
               end-if
               read SaleFile
                   at end set eof-sale to true
               end-read
           end-perform.
           close SaleFile.

           if SaleOverflow > zero
               string "Sale file holds more than 1000 rows - "
                   SaleOverflow " row(s) not read, run again"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

       1100-LoadStatus.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if StatusCount < 20000
                   add 1 to StatusCount
                   move PS-Account to ST-Account(StatusCount)
                   move PS-Period to ST-Period(StatusCount)
                   move PS-DueDate to ST-DueDate(StatusCount)
                   move PS-AmountDue to ST-AmountDue(StatusCount)
                   move PS-PrincipalDue to
                       ST-PrincipalDue(StatusCount)
                   move PS-InterestDue to ST-InterestDue(StatusCount)
                   move PS-EscrowDue to ST-EscrowDue(StatusCount)
                   move PS-FeeDue to ST-FeeDue(StatusCount)
                   move PS-PaidDate to ST-PaidDate(StatusCount)
                   move PS-PaidAmount to ST-PaidAmount(StatusCount)
                   move PS-OverShort to ST-OverShort(StatusCount)
                   move PS-Status to ST-Status(StatusCount)
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       1200-LoadChart.
           open input ChartOfAccountsFile.
           read ChartOfAccountsFile
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
                   move COA-AcctNameIn to COA-AcctName(ChartCount)
               end-if
               read ChartOfAccountsFile
                   at end set eof-chart to true
               end-read
           end-perform.
           close ChartOfAccountsFile.

       1300-LoadLateFees.
           open input LateFeeRegister.
           read LateFeeRegister
               at end set eof-latefee to true
           end-read.
           perform until eof-latefee
               if LateFeeCount < 5000
                   add 1 to LateFeeCount
                   move LFR-Account to LF-Account(LateFeeCount)
                   move LFR-Period to LF-Period(LateFeeCount)
                   move LFR-AssessDate to LF-AssessDate(LateFeeCount)
                   move LFR-DueDate to LF-DueDate(LateFeeCount)
                   move LFR-FeeAmount to LF-FeeAmount(LateFeeCount)
      * rows written before paydown existed carry spaces here
                   if LFR-PaidAmt numeric
                       move LFR-PaidAmt to LF-PaidAmt(LateFeeCount)
                   else
                       move zero to LF-PaidAmt(LateFeeCount)
                   end-if
                   move LFR-WaivedFlag to LF-Waived(LateFeeCount)
               end-if
               read LateFeeRegister
                   at end set eof-latefee to true
               end-read
           end-perform.
           close LateFeeRegister.

       1400-LoadTransferees.
           open input TransfereeFile.
           read TransfereeFile
               at end set eof-transferee to true
           end-read.
           perform until eof-transferee
               if TransfereeCount < 100
                   add 1 to TransfereeCount
                   move TRF-Code to TRE-Code(TransfereeCount)
                   move TRF-Name to TRE-Name(TransfereeCount)
                   move TRF-Addr to TRE-Addr(TransfereeCount)
                   move TRF-CityStZip to
                       TRE-CityStZip(TransfereeCount)
                   move TRF-Phone to TRE-Phone(TransfereeCount)
               end-if
               read TransfereeFile
                   at end set eof-transferee to true
               end-read
           end-perform.
           close TransfereeFile.

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - data files carry no borrower rows and"
                   " letters no address blocks" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * ONLY A LOAN WE STILL CARRY CAN BE SOLD - CLOSED, CHARGED-OFF
      * AND ALREADY-TRANSFERRED LOANS ARE REFUSED, AS IS A SECOND ROW
      * FOR THE SAME ACCOUNT IN ONE SALE FILE
       2000-ValidateSale.
           move spaces to RejectReason.
           move SLE-TransferDate(SaleSub) to WORK-DATE.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               or WORK-MONTH < 1 or WORK-MONTH > 12
               or WORK-DAY < 1 or WORK-DAY > 31
               move "TRANSFER DATE NOT MM/DD/YYYY" to RejectReason
           end-if.
           if SLE-Transferee(SaleSub) = spaces
               move "NO TRANSFEREE" to RejectReason
           end-if.

           move 1 to OtherSub.
           perform until OtherSub >= SaleSub
               if SLE-Account(OtherSub) = SLE-Account(SaleSub)
                   move "ACCOUNT ALREADY ON THIS SALE FILE"
                       to RejectReason
               end-if
               add 1 to OtherSub
           end-perform.

           if RejectReason = spaces
               move SLE-Account(SaleSub) to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move "NOT ON THE LOAN MASTER" to RejectReason
               end-read
           end-if.

           if RejectReason = spaces
               and not LM-StatusActive and not LM-StatusNonaccrual
               evaluate true
                   when LM-StatusClosed
                       move "LOAN IS CLOSED" to RejectReason
                   when LM-StatusChargedOff
                       move "LOAN IS CHARGED OFF" to RejectReason
                   when LM-StatusTransferred
                       move "LOAN ALREADY TRANSFERRED"
                           to RejectReason
                   when other
                       move "LOAN STATUS NOT SALEABLE"
                           to RejectReason
               end-evaluate
           end-if.

           if RejectReason = spaces
               set SLE-Accepted(SaleSub) to true
               exit paragraph
           end-if.

           set SLE-Rejected(SaleSub) to true.
           add 1 to RejectedCount.
           move spaces to TransferReportLine.
           string "REJECTED     " SLE-Account(SaleSub)
               "  to " SLE-Transferee(SaleSub)
               "  eff " SLE-TransferDate(SaleSub)
               "  " RejectReason
               into TransferReportLine.
           write TransferReportLine.
           string "REJECTED. Transfer of " SLE-Account(SaleSub)
               " to " SLE-Transferee(SaleSub) " - "
               RejectReason into msg.
           move "ERROR" to LogSeverity.
           perform 8000-Logs.

       3000-WriteTransfereeFile.
           move spaces to TransferDataName.
           string "Transfer/" delimited by size
                  CurrentTransferee delimited by space
                  "_transferdata.txt" delimited by size
                  into TransferDataName
           end-string.
           open output TransferDataFile.

           move zero to FileLoanCount.
           move zero to FilePrincipal.
           move zero to FileEscrow.
           move zero to FileLateFees.
           move 1 to FileRecordCount.

           move CurrentTransferee to XFH-Transferee.
           move TodayDate to XFH-RunDate.
           move LogProgramName to XFH-Source.
           move spaces to TransferDataLine.
           move XferHeader to TransferDataLine.
           write TransferDataLine.

           move SaleSub to OtherSub.
           perform until OtherSub > SaleCount
               if SLE-Accepted(OtherSub)
                   and SLE-Transferee(OtherSub) = CurrentTransferee
                   perform 3100-TransferOneLoan
                   set SLE-Done(OtherSub) to true
               end-if
               add 1 to OtherSub
           end-perform.

           add 1 to FileRecordCount.
           move CurrentTransferee to XFT-Transferee.
           move FileLoanCount to XFT-LoanCount.
           move FileRecordCount to XFT-RecordCount.
           move FilePrincipal to XFT-Principal.
           move FileEscrow to XFT-Escrow.
           move FileLateFees to XFT-LateFees.
           move spaces to TransferDataLine.
           move XferTrailer to TransferDataLine.
           write TransferDataLine.
           close TransferDataFile.

           add 1 to DataFilesWritten.
           add FilePrincipal to TrailerPrincipal.
           add FileEscrow to TrailerEscrow.

           move FileLoanCount to Disp-Count.
           move FilePrincipal to Disp-Total.
           move FileEscrow to Disp-SignedTotal.
           move spaces to TransferReportLine.
           string "DATA FILE    " TransferDataName
               into TransferReportLine.
           write TransferReportLine.
           move spaces to TransferReportLine.
           string "             loans " Disp-Count
               "  principal " Disp-Total
               "  escrow " Disp-SignedTotal
               into TransferReportLine.
           write TransferReportLine.
           move spaces to TransferReportLine.
           write TransferReportLine.

      * OtherSub POINTS AT THE SALE ROW BEING TRANSFERRED
       3100-TransferOneLoan.
           move SLE-Account(OtherSub) to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "Transfer of " SLE-Account(OtherSub)
                       " lost its master record" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.
           move LoanMasterRecord to AUD-Before.

           perform 3200-EscrowBalance.
           perform 3250-ReadBorrower.
           perform 3300-WriteLoanRecords.
           perform 3400-WritePaymentRecords.
           perform 3500-WriteLateFeeRecords.
           perform 3600-WriteGoodbyeLetter.
           perform 3700-PostTransferEntries.
           perform 3760-AccelerateDeferred.
           perform 3900-QuietPeriods.

      * THE BALANCE STAYS ON THE MASTER AS THE AMOUNT THAT WENT OUT
      * THE DOOR - THE STATUS IS WHAT TAKES IT OFF EVERY RUN
           set LM-StatusTransferred to true.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           add 1 to TransferredCount.
           add 1 to FileLoanCount.
           add LM-CurrentBalance to FilePrincipal.
           add LM-CurrentBalance to MasterPrincipal.
           add EscrowBalance to FileEscrow.
           add EscrowBalance to LedgerEscrow.
           add LoanLateFees to FileLateFees.

           move LM-CurrentBalance to Disp-Principal.
           move EscrowBalance to Disp-Escrow.
           move spaces to TransferReportLine.
           string "TRANSFERRED  " LM-LoanAccount
               "  to " CurrentTransferee
               "  eff " SLE-TransferDate(OtherSub)
               "  principal " Disp-Principal
               "  escrow " Disp-Escrow
               into TransferReportLine.
           write TransferReportLine.
           if EscrowBalance < zero
               move spaces to TransferReportLine
               string "             " LM-LoanAccount
                   "  ESCROW ADVANCE goes with the loan - the"
                   " transferee reimburses it"
                   into TransferReportLine
               write TransferReportLine
           end-if.

           string "TRANSFERRED " LM-LoanAccount
               " to " CurrentTransferee
               " eff " SLE-TransferDate(OtherSub)
               " principal " LM-CurrentBalance
               " escrow " EscrowBalance
               " periods quieted " PeriodsQuieted into msg.
           perform 8000-Logs.

       3200-EscrowBalance.
           move zero to EscrowBalance.
           move "N" to eof-ledger-file.
           open input EscrowLedgerFile.
           read EscrowLedgerFile
               at end set eof-ledger to true
           end-read.
           perform until eof-ledger
               if ELG-Account = LM-LoanAccount
                   move ELG-Balance to EscrowBalance
               end-if
               read EscrowLedgerFile
                   at end set eof-ledger to true
               end-read
           end-perform.
           close EscrowLedgerFile.

       3250-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move LM-LoanAccount to BW-Account.
           read BorrowerMasterFile
               invalid key
                   string "No borrower record for " LM-LoanAccount
                       " - transferred without a B row" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               not invalid key
                   set BorrowerFound to true
           end-read.

      * THE NEXT DUE DATE IS THE EARLIEST OPEN PERIOD'S, THE PAID-
      * THROUGH PERIOD THE HIGHEST PAID ONE - BOTH READ BEFORE THE
      * OPEN PERIODS ARE QUIETED
       3300-WriteLoanRecords.
           move zero to NextDueSub.
           move zero to PaidThroughPeriod.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = LM-LoanAccount
                   if ST-Open(StatusSub)
                       if NextDueSub = zero
                           move StatusSub to NextDueSub
                       else
                           if ST-Period(StatusSub)
                                   < ST-Period(NextDueSub)
                               move StatusSub to NextDueSub
                           end-if
                       end-if
                   else
                       if ST-Period(StatusSub) > PaidThroughPeriod
                           move ST-Period(StatusSub)
                               to PaidThroughPeriod
                       end-if
                   end-if
               end-if
               add 1 to StatusSub
           end-perform.

           move LM-LoanAccount to XFL-Account.
           move LM-LoanAmount to XFL-LoanAmount.
           move LM-AnnualRate to XFL-Rate.
           move LM-TermMonths to XFL-Term.
           move LM-LoanDate to XFL-LoanDate.
           move LM-DayCountMethod to XFL-Method.
           move LM-Frequency to XFL-Frequency.
           move LM-EscrowAmount to XFL-Escrow.
           move LM-FeeAmount to XFL-Fee.
           move LM-CompanyCode to XFL-Company.
           move LM-CurrentBalance to XFL-CurrBalance.
           if NextDueSub > zero
               move ST-DueDate(NextDueSub) to XFL-NextDueDate
           else
               move spaces to XFL-NextDueDate
           end-if.
           move PaidThroughPeriod to XFL-PaidThrough.
           move LM-IOMonths to XFL-IOMonths.
           move LM-BalloonFlag to XFL-BalloonFlag.
           move LM-PeriodicCap to XFL-PeriodicCap.
           move LM-LifeCap to XFL-LifeCap.
           move LM-LifeFloor to XFL-LifeFloor.
           move LM-IndexCode to XFL-IndexCode.
           move LM-Margin to XFL-Margin.
           move LM-ResetFreq to XFL-ResetFreq.
           move LM-LoanStatus to XFL-LoanStatus.
           move SLE-TransferDate(OtherSub) to XFL-TransferDate.
           move LM-ProductType to XFL-ProductType.
           move spaces to TransferDataLine.
           move XferLoan to TransferDataLine.
           write TransferDataLine.
           add 1 to FileRecordCount.

           if BorrowerFound
               move BW-Account to XFB-Account
               move BW-Name to XFB-Name
               move BW-Addr1 to XFB-Addr1
               move BW-Addr2 to XFB-Addr2
               move BW-City to XFB-City
               move BW-State to XFB-State
               move BW-Zip to XFB-Zip
               move BW-AddressFlag to XFB-AddressFlag
               move spaces to TransferDataLine
               move XferBorrower to TransferDataLine
               write TransferDataLine
               add 1 to FileRecordCount
           end-if.

           move LM-LoanAccount to XFE-Account.
           move SLE-TransferDate(OtherSub) to XFE-AsOfDate.
           move EscrowBalance to XFE-Balance.
           move spaces to TransferDataLine.
           move XferEscrow to TransferDataLine.
           write TransferDataLine.
           add 1 to FileRecordCount.

      * THE FULL PAYMENT HISTORY GOES, PAID AND OPEN, AS IT STANDS
      * TODAY - THE TRANSFEREE COLLECTS WHAT IS STILL OPEN
       3400-WritePaymentRecords.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = LM-LoanAccount
                   move ST-Account(StatusSub) to XFP-Account
                   move ST-Period(StatusSub) to XFP-Period
                   move ST-DueDate(StatusSub) to XFP-DueDate
                   move ST-AmountDue(StatusSub) to XFP-AmountDue
                   move ST-PrincipalDue(StatusSub) to
                       XFP-PrincipalDue
                   move ST-InterestDue(StatusSub) to XFP-InterestDue
                   move ST-EscrowDue(StatusSub) to XFP-EscrowDue
                   move ST-FeeDue(StatusSub) to XFP-FeeDue
                   move ST-PaidDate(StatusSub) to XFP-PaidDate
                   move ST-PaidAmount(StatusSub) to XFP-PaidAmount
                   move ST-OverShort(StatusSub) to XFP-OverShort
                   move ST-Status(StatusSub) to XFP-Status
                   move spaces to TransferDataLine
                   move XferPayment to TransferDataLine
                   write TransferDataLine
                   add 1 to FileRecordCount
               end-if
               add 1 to StatusSub
           end-perform.

      * ONLY WHAT IS STILL COLLECTIBLE - NOT WAIVED, NOT PAID DOWN
       3500-WriteLateFeeRecords.
           move zero to LoanLateFees.
           move 1 to LateFeeSub.
           perform until LateFeeSub > LateFeeCount
               if LF-Account(LateFeeSub) = LM-LoanAccount
                   and LF-Waived(LateFeeSub) not = "W"
                   and LF-FeeAmount(LateFeeSub)
                       > LF-PaidAmt(LateFeeSub)
                   compute LateFeeOpen =
                       LF-FeeAmount(LateFeeSub)
                       - LF-PaidAmt(LateFeeSub)
                   move LF-Account(LateFeeSub) to XFF-Account
                   move LF-Period(LateFeeSub) to XFF-Period
                   move LF-AssessDate(LateFeeSub) to XFF-AssessDate
                   move LF-DueDate(LateFeeSub) to XFF-DueDate
                   move LF-FeeAmount(LateFeeSub) to XFF-FeeAmount
                   move LF-PaidAmt(LateFeeSub) to XFF-PaidAmt
                   move LateFeeOpen to XFF-OpenAmount
                   move spaces to TransferDataLine
                   move XferLateFee to TransferDataLine
                   write TransferDataLine
                   add 1 to FileRecordCount
                   add LateFeeOpen to LoanLateFees
               end-if
               add 1 to LateFeeSub
           end-perform.

      * THE GOODBYE NOTICE - WHO SERVICES THE LOAN FROM THE TRANSFER
      * DATE AND WHERE THE PAYMENTS GO. THE TERMS DO NOT CHANGE.
       3600-WriteGoodbyeLetter.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move LM-LoanAccount to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           move zero to MatchTransfereeSub.
           move 1 to TransfereeSub.
           perform until TransfereeSub > TransfereeCount
               if TRE-Code(TransfereeSub) = CurrentTransferee
                   move TransfereeSub to MatchTransfereeSub
                   exit perform
               end-if
               add 1 to TransfereeSub
           end-perform.

           move spaces to GoodbyeLetterName.
           string "Transfer/letters/" delimited by size
                  LM-LoanAccount delimited by space
                  "_goodbye.txt" delimited by size
                  into GoodbyeLetterName
           end-string.
           open output GoodbyeLetterFile.

           move spaces to GoodbyeLetterLine.
           string "NOTICE OF SERVICING TRANSFER     " TodayDate
               into GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "Account " LM-LoanAccount into GoodbyeLetterLine.
           write GoodbyeLetterLine.

           if BorrowerFound
               move spaces to GoodbyeLetterLine
               move BW-Name to GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               move BW-Addr1 to GoodbyeLetterLine
               write GoodbyeLetterLine
               if BW-Addr2 not = spaces
                   move spaces to GoodbyeLetterLine
                   move BW-Addr2 to GoodbyeLetterLine
                   write GoodbyeLetterLine
               end-if
               move spaces to GoodbyeLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into GoodbyeLetterLine
               end-string
               write GoodbyeLetterLine
           end-if.

           move spaces to GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "The servicing of your loan is being transferred"
               " effective " SLE-TransferDate(OtherSub) "."
               into GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "From that date your new servicer, to whom all"
               " payments should be sent, is:"
               into GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           write GoodbyeLetterLine.

           if MatchTransfereeSub > zero
               move spaces to GoodbyeLetterLine
               string "    " TRE-Name(MatchTransfereeSub)
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               string "    " TRE-Addr(MatchTransfereeSub)
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               string "    " TRE-CityStZip(MatchTransfereeSub)
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               string "    Telephone " TRE-Phone(MatchTransfereeSub)
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
           else
               move spaces to GoodbyeLetterLine
               string "    Servicer " CurrentTransferee
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
               string "No transferee directory entry for "
                   CurrentTransferee " - goodbye letter for "
                   LM-LoanAccount " carries the code only" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           move spaces to GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "The terms of your loan do not change with this"
               " transfer. A payment sent to us" into GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "in error within 60 days of the transfer date will"
               " be forwarded and will not" into GoodbyeLetterLine.
           write GoodbyeLetterLine.
           move spaces to GoodbyeLetterLine.
           string "be treated as late." into GoodbyeLetterLine.
           write GoodbyeLetterLine.

           if EscrowBalance > zero
               move EscrowBalance to Disp-Escrow
               move spaces to GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               string "Your escrow balance of " Disp-Escrow
                   " moves to your new servicer"
                   into GoodbyeLetterLine
               write GoodbyeLetterLine
               move spaces to GoodbyeLetterLine
               string "with the loan." into GoodbyeLetterLine
               write GoodbyeLetterLine
           end-if.

           close GoodbyeLetterFile.
           add 1 to LettersWritten.

      * PRINCIPAL: DR TRANSFER SETTLEMENT, CR LOANS RECEIVABLE.
      * ESCROW HELD: DR ESCROW LIABILITY, CR TRANSFER SETTLEMENT - THE
      * SETTLEMENT ACCOUNT NETS TO WHAT THE TRANSFEREE REMITS. AN
      * ESCROW ADVANCE (NEGATIVE BALANCE) REVERSES THE ESCROW PAIR.
       3700-PostTransferEntries.
           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move SLE-TransferDate(OtherSub) to GLW-Date.
           move LM-LoanAccount to GLW-Account.
           move LM-CompanyCode to GLW-Company.

           if LM-CurrentBalance > zero
               move LM-CurrentBalance to GLW-Amount
               move "XFRS" to GLPostType
               perform 3800-MapGLAccount
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "LOAN" to GLPostType
               perform 3800-MapGLAccount
               move "CR" to GLW-DRCR
               write GLWorkRecord
               add LM-CurrentBalance to GLLoanCredits
           end-if.

           if EscrowBalance > zero
               move EscrowBalance to GLW-Amount
               move "ESCR" to GLPostType
               perform 3800-MapGLAccount
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "XFRS" to GLPostType
               perform 3800-MapGLAccount
               move "CR" to GLW-DRCR
               write GLWorkRecord
               add EscrowBalance to GLEscrowDebits
               perform 3750-DisburseEscrow
           end-if.

           if EscrowBalance < zero
               compute GLW-Amount = zero - EscrowBalance
               move "XFRS" to GLPostType
               perform 3800-MapGLAccount
               move "DR" to GLW-DRCR
               write GLWorkRecord
               move "ESCR" to GLPostType
               perform 3800-MapGLAccount
               move "CR" to GLW-DRCR
               write GLWorkRecord
               add EscrowBalance to GLEscrowDebits
           end-if.

      * THE ESCROW MONEY IS PAID OVER TO THE TRANSFEREE THROUGH THE
      * SAME DISBURSEMENT FEED CHECKISSUE WRITES, SO THE LEDGER'S NEXT
      * REBUILD TAKES THE ACCOUNT TO ZERO
       3750-DisburseEscrow.
           move spaces to DisbursementRecord.
           move LM-LoanAccount to DSB-Account.
           move SLE-TransferDate(OtherSub) to DSB-Date.
           string "XFER " CurrentTransferee into DSB-Payee.
           move EscrowBalance to DSB-Amount.
           write DisbursementRecord.

      * WHAT IS LEFT OF A NET DEFERRED FEE COMES OFF THE DEFERRAL INTO
      * INCOME (DR DEFERRED / CR INTEREST INCOME); WHAT IS LEFT OF A
      * NET DEFERRED COST IS WRITTEN BACK AGAINST INCOME (DR INTEREST
      * INCOME / CR DEFERRED)
       3760-AccelerateDeferred.
           move spaces to DFC-SharedRoot.
           set DFC-Accelerate to true.
           move LM-LoanAccount to DFC-Account.
           move SLE-TransferDate(OtherSub) to DFC-Date.
           move LM-CompanyCode to DFC-Company.
           move LogProgramName to DFC-Program.
           call "shared\wrkmodule\DEFLEDGER" using
               DEFERRED-FEE-CALL-AREA
           end-call.
           if DFC-Amount = zero
               exit paragraph
           end-if.

           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move SLE-TransferDate(OtherSub) to GLW-Date.
           move LM-LoanAccount to GLW-Account.
           move LM-CompanyCode to GLW-Company.
           if DFC-Amount < zero
               compute GLW-Amount = zero - DFC-Amount
               move "DEFF" to GLPostType
           else
               move DFC-Amount to GLW-Amount
               move "INT " to GLPostType
           end-if.
           perform 3800-MapGLAccount.
           move "DR" to GLW-DRCR.
           write GLWorkRecord.
           if DFC-Amount < zero
               move "INT " to GLPostType
           else
               move "DEFF" to GLPostType
           end-if.
           perform 3800-MapGLAccount.
           move "CR" to GLW-DRCR.
           write GLWorkRecord.

           string "ACCELERATED " LM-LoanAccount
               " net deferred fees/costs " DFC-Deferred
               " at transfer-out" into msg.
           perform 8000-Logs.

       3800-MapGLAccount.
           move spaces to GLW-AcctNo.
           move spaces to GLW-AcctName.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to GLW-AcctNo
                   move COA-AcctName(ChartSub) to GLW-AcctName
                   exit paragraph
               end-if
               add 1 to ChartSub
           end-perform.
           evaluate GLPostType
               when "XFRS"
                   move "Transfer Settlement" to GLW-AcctName
               when "LOAN"
                   move "Loans Receivable" to GLW-AcctName
               when "ESCR"
                   move "Escrow Liability" to GLW-AcctName
               when "DEFF"
                   move "Net Deferred Loan Fees" to GLW-AcctName
               when "INT "
                   move "Interest Income" to GLW-AcctName
           end-evaluate.

      * THE NEW SERVICER BILLS AND COLLECTS THE OPEN PERIODS NOW -
      * THEY CLOSE HERE WITH ZERO DUES, DATED THE TRANSFER, SO AGING,
      * LATE FEES AND NOTICES STOP CHASING THEM (CHARGEOFF'S RULE)
       3900-QuietPeriods.
           move zero to PeriodsQuieted.
           move 1 to StatusSub.
           perform until StatusSub > StatusCount
               if ST-Account(StatusSub) = LM-LoanAccount
                   and ST-Open(StatusSub)
                   set ST-Paid(StatusSub) to true
                   move SLE-TransferDate(OtherSub) to
                       ST-PaidDate(StatusSub)
                   move zero to ST-AmountDue(StatusSub)
                   move zero to ST-PrincipalDue(StatusSub)
                   move zero to ST-InterestDue(StatusSub)
                   move zero to ST-EscrowDue(StatusSub)
                   move zero to ST-FeeDue(StatusSub)
                   move zero to ST-PaidAmount(StatusSub)
                   move zero to ST-OverShort(StatusSub)
                   add 1 to PeriodsQuieted
                   set StatusChanged to true
               end-if
               add 1 to StatusSub
           end-perform.

      * THE PROOF - PRINCIPAL OFF THE MASTER AGAINST THE LOANS
      * RECEIVABLE CREDITS AND THE TRAILERS, ESCROW OFF THE LEDGER
      * AGAINST THE NET ESCROW LIABILITY DEBITS AND THE TRAILERS
       4000-WriteProof.
           move spaces to TransferReportLine.
           write TransferReportLine.
           move spaces to TransferReportLine.
           string "Sale rows " SaleCount
               "  transferred " TransferredCount
               "  rejected " RejectedCount
               "  data files " DataFilesWritten
               "  letters " LettersWritten
               "  bad address " BadAddressSkipped
               into TransferReportLine.
           write TransferReportLine.
           move spaces to TransferReportLine.
           write TransferReportLine.

           move MasterPrincipal to Disp-Total.
           move GLLoanCredits to Disp-Other.
           move spaces to TransferReportLine.
           string "Principal off the master   " Disp-Total
               "   Loans Receivable credits  " Disp-Other
               into TransferReportLine.
           write TransferReportLine.
           move TrailerPrincipal to Disp-Other.
           move spaces to TransferReportLine.
           string "                           " Disp-Total
               "   data file trailers        " Disp-Other
               into TransferReportLine.
           write TransferReportLine.

           move LedgerEscrow to Disp-SignedTotal.
           move GLEscrowDebits to Disp-SignedOther.
           move spaces to TransferReportLine.
           string "Escrow off the ledger     " Disp-SignedTotal
               "   Escrow Liability debits  " Disp-SignedOther
               into TransferReportLine.
           write TransferReportLine.
           move TrailerEscrow to Disp-SignedOther.
           move spaces to TransferReportLine.
           string "                          " Disp-SignedTotal
               "   data file trailers       " Disp-SignedOther
               into TransferReportLine.
           write TransferReportLine.

           if MasterPrincipal not = GLLoanCredits
               or MasterPrincipal not = TrailerPrincipal
               or LedgerEscrow not = GLEscrowDebits
               or LedgerEscrow not = TrailerEscrow
               move "N" to ProofFlag
           end-if.

           move spaces to TransferReportLine.
           if ProofAgrees
               string "Transferred balances agree with the GL entries"
                   " and the data files" into TransferReportLine
           else
               string "*** OUT OF BALANCE - transferred balances do"
                   " not agree, hold the data files ***"
                   into TransferReportLine
           end-if.
           write TransferReportLine.

       5000-RewriteStatus.
           open output PaymentStatusFile.
           move 1 to StatusSub.
           perform StatusCount times
               move ST-Account(StatusSub) to PS-Account
               move ST-Period(StatusSub) to PS-Period
               move ST-DueDate(StatusSub) to PS-DueDate
               move ST-AmountDue(StatusSub) to PS-AmountDue
               move ST-PrincipalDue(StatusSub) to PS-PrincipalDue
               move ST-InterestDue(StatusSub) to PS-InterestDue
               move ST-EscrowDue(StatusSub) to PS-EscrowDue
               move ST-FeeDue(StatusSub) to PS-FeeDue
               move ST-PaidDate(StatusSub) to PS-PaidDate
               move ST-PaidAmount(StatusSub) to PS-PaidAmount
               move ST-OverShort(StatusSub) to PS-OverShort
               move ST-Status(StatusSub) to PS-Status
               write PaymentStatusRecord
               add 1 to StatusSub
           end-perform.
           close PaymentStatusFile.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditLoan.
           move LogProgramName to AUD-Program.
           move "LM" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move LoanMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program XFEROUT.
