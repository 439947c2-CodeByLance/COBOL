      ******************************************************************
      * Data warehouse extract - the finance and risk warehouse loads  *
      * our data from pipe-delimited files with a header row of column *
      * names, one file per source, written to Warehouse\outbound as   *
      * <source>_<YYYYMMDD>_<F|D>.txt: the loan, borrower, line and    *
      * schedule masters, payment status, posted payments, late fees,  *
      * the escrow ledger, participations and the day's GL feed.       *
      * Money and rates go out as plain signed decimals with the point *
      * written, dates as ISO YYYY-MM-DD (blank stays blank).          *
      *                                                                *
      * Every row starts with a change code. A full extract (F) writes *
      * every row; a delta (D) writes only rows added (A), changed (C) *
      * or gone (D) since the last extract, found by comparing each    *
      * row against the image of the last extract kept in              *
      * Warehouse\extimage.dat by source and row key. The masters,     *
      * payment status, late fees and participations are keyed by     *
      * their own keys; the posted payment history and escrow ledger   *
      * only ever grow and are keyed by their line number. The day's   *
      * GL feed is new every day and always goes out whole.            *
      *                                                                *
      * Full extracts run weekly on the day named in                   *
      * Warehouse\extractcontrol.txt (1 Monday .. 7 Sunday, default 5  *
      * Friday); F or D after it forces the mode for one run. With no  *
      * image on file the extract is full.                             *
      *                                                                *
      * Each data file has a control manifest beside it (.ctl) with    *
      * the row counts by change code and a hash total of every money  *
      * column over the added, changed and full rows, so the load can  *
      * prove it received everything.                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. WHEXTRACT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional ExtractControlFile ASSIGN TO
                   "Warehouse\extractcontrol.txt"
                   organization is line sequential.

               select ImageFile ASSIGN TO
                   "Warehouse\extimage.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is IMG-Key
                   file status is ImageStatus.

               select ExtractFile ASSIGN TO
                   DYNAMIC ExtractPath
                   organization is line sequential.

               select ManifestFile ASSIGN TO
                   DYNAMIC ManifestPath
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

               select LineMasterFile ASSIGN TO
                   "shared\data\linemaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LN-Account
                   file status is LineMasterStatus.

               select ScheduleMasterFile ASSIGN TO
                   "shared\data\schedmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is SCM-Key
                   file status is ScheduleMasterStatus.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional PostedPaymentFile ASSIGN TO
                   "shared\data\postedpmts.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional EscrowLedgerFile ASSIGN TO
                   "shared\data\escrowledger.txt"
                   organization is line sequential.

               select optional ParticipationFile ASSIGN TO
                   "shared\data\participations.txt"
                   organization is line sequential.

               select optional FeedRegisterFile ASSIGN TO
                   "GLInterface\feedregister.txt"
                   organization is line sequential.

               select optional GLInterfaceFile ASSIGN TO
                   DYNAMIC InterfaceFileName
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ExtractControlFile.
           01 ExtractControlRecord.
               05  WXC-FullDay      PIC X.
               05  FILLER           PIC X.
               05  WXC-Mode         PIC X.

       FD  ImageFile.
           01 ImageRecord.
               05  IMG-Key.
                   10  IMG-Source   PIC X(12).
                   10  IMG-RowKey   PIC X(30).
               05  IMG-RunStamp     PIC X(14).
               05  IMG-Line         PIC X(400).

       FD  ExtractFile.
           01 ExtractRecord         PIC X(420).

       FD  ManifestFile.
           01 ManifestLine          PIC X(100).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  LineMasterFile.
           copy "../shared/copybooks/linemaster.cpy".

       FD  ScheduleMasterFile.
           copy "../shared/copybooks/schedmaster.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  PostedPaymentFile.
           01 PostedPaymentRecord.
               05  PPH-Account      PIC X(10).
               05  PPH-Period       PIC 9(4).
               05  PPH-PaidDate     PIC X(10).
               05  PPH-PaidAmount   PIC 9(6)V99.
               05  PPH-OverShort    PIC S9(6)V99 sign leading separate.
               05  PPH-ToInterest   PIC 9(6)V99.
               05  PPH-ToPrincipal  PIC 9(6)V99.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

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

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               05  ELG-Date         PIC X(10).
               05  ELG-Type         PIC X.
               05  ELG-Payee        PIC X(20).
               05  ELG-Amount       PIC 9(6)V99.
               05  ELG-Balance      PIC S9(7)V99 sign leading separate.

       FD  ParticipationFile.
           01 ParticipationRecord.
               05  PAR-Account      PIC X(10).
               05  PAR-InvestorId   PIC X(10).
               05  PAR-Percent      PIC 999V99.
               05  PAR-ServiceBps   PIC 9(4).
               05  PAR-EffFrom      PIC X(10).
               05  PAR-EffTo        PIC X(10).

       FD  FeedRegisterFile.
           01 FeedRegisterRecord.
               05  FRG-FeedId       PIC X(30).
               05  FRG-Company      PIC X(3).
               05  FRG-FeedDate     PIC X(8).
               05  FRG-Entries      PIC 9(7).
               05  FRG-Debits       PIC 9(9)V99.
               05  FRG-Credits      PIC 9(9)V99.
               05  FRG-Status       PIC X.
               05  FRG-AckDate      PIC X(10).
               05  FRG-Reason       PIC X(30).

       FD  GLInterfaceFile.
           01 GLInterfaceLine       PIC X(100).

       working-storage section.
       01  ImageStatus              PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  LineMasterStatus         PIC XX value spaces.
       01  ScheduleMasterStatus     PIC XX value spaces.

       01  ExtractMode              PIC X value "D".
           88  FullExtract          value "F".
           88  DeltaExtract         value "D".
       01  FullExtractDay           PIC 9 value 5.
       01  DayOfWeek                PIC 9 value zero.

       01  ExtractDirPath           PIC X(20) value
               "Warehouse\outbound".
       01  ExtractPath              PIC X(60) value spaces.
       01  ManifestPath             PIC X(60) value spaces.
       01  InterfaceFileName        PIC X(50) value spaces.
       01  SourceName               PIC X(12) value spaces.
       01  RunStamp                 PIC X(14) value spaces.
       01  TodayStamp               PIC X(8) value spaces.
       01  TodayInt                 PIC 9(8) value zero.

       01  eof-source-file          PIC X value "N".
           88  eof-source           value "Y".
       01  eof-control-file         PIC X value "N".
           88  eof-control          value "Y".
       01  eof-feed-file            PIC X value "N".
           88  eof-feed             value "Y".
       01  eof-image-file           PIC X value "N".
           88  eof-image            value "Y".

      * the row being built - fields are appended one at a time, each
      * with its pipe, through the 7xxx paragraphs
       01  ExtractLine              PIC X(400) value spaces.
       01  LinePointer              PIC 999 value 1.
       01  RowKey                   PIC X(30) value spaces.
       01  RowNumber                PIC 9(9) value zero.
       01  ChangeCode               PIC X value spaces.
       01  FieldText                PIC X(60) value spaces.
       01  FieldLength              PIC 99 value zero.
       01  JustifyWork              PIC X(60) value spaces.
       01  AmountWork               PIC S9(11)V9(4) value zero.
       01  AmountEdit               PIC -(11)9.99.
       01  RateEdit                 PIC -(11)9.9999.
       01  IntegerWork              PIC S9(9) value zero.
       01  IntegerEdit              PIC -(9)9.
       01  DateWork                 PIC X(10) value spaces.
       01  ISO-DATE.
           05  ISO-Year             PIC X(4).
           05  FILLER               PIC X value "-".
           05  ISO-Month            PIC X(2).
           05  FILLER               PIC X value "-".
           05  ISO-Day              PIC X(2).

      * money column hash totals for the current source - the header
      * paragraph names them, each money field adds to its own slot
       01  HASH-TABLE.
           05  HashEntry occurs 8 times.
               10  HashName         PIC X(20).
               10  HashTotal        PIC S9(13)V99.
               10  RowHash          PIC S9(11)V99.
       01  HashCount                PIC 9 value zero.
       01  HashSub                  PIC 9 value zero.
       01  HashEdit                 PIC -(13)9.99.

       01  RowsFull                 PIC 9(9) value zero.
       01  RowsAdded                PIC 9(9) value zero.
       01  RowsChanged              PIC 9(9) value zero.
       01  RowsDeleted              PIC 9(9) value zero.
       01  RowsWritten              PIC 9(9) value zero.
       01  RowsRead                 PIC 9(9) value zero.
       01  TotalWritten             PIC 9(9) value zero.
       01  Disp-Rows                PIC Z(8)9.

       01  GLDetail.
           05  GLD-Date             PIC X(10).
           05  FILLER               PIC X(1).
           05  GLD-Account          PIC X(10).
           05  FILLER               PIC X(1).
           05  GLD-AcctNo           PIC X(8).
           05  FILLER               PIC X(1).
           05  GLD-AcctName         PIC X(24).
           05  FILLER               PIC X(1).
           05  GLD-DRCR             PIC XX.
           05  FILLER               PIC X(1).
           05  GLD-Amount           PIC 9(7).99.
           05  FILLER               PIC X(1).
           05  GLD-Source           PIC X(14).

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 CDT-Hour              PIC 9(2).
           05 CDT-Minutes           PIC 9(2).
           05 CDT-Seconds           PIC 9(2).
           05 FILLER                PIC X(7).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "WHEXTRACT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayStamp.
           string CDT-Year CDT-Month CDT-Day into TodayStamp.
           move spaces to RunStamp.
           string CDT-Year CDT-Month CDT-Day CDT-Hour CDT-Minutes
               CDT-Seconds into RunStamp.
           compute TodayInt = function integer-of-date(
               CDT-Year * 10000 + CDT-Month * 100 + CDT-Day).

           perform 0100-ChooseMode.
           call "CBL_CREATE_DIR" using "Warehouse"
           end-call.
           call "CBL_CREATE_DIR" using ExtractDirPath
           end-call.

           open i-o ImageFile.
           if ImageStatus not = "00"
               open output ImageFile
               close ImageFile
               open i-o ImageFile
               if DeltaExtract
                   move "F" to ExtractMode
                   string "No prior extract image - running a full"
                       " extract" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
           end-if.

           perform 1000-ExtractLoanMaster.
           perform 1100-ExtractBorrowers.
           perform 1200-ExtractLineMaster.
           perform 1300-ExtractScheduleMaster.
           perform 1400-ExtractPaymentStatus.
           perform 1500-ExtractPostedPayments.
           perform 1600-ExtractLateFees.
           perform 1700-ExtractEscrowLedger.
           perform 1800-ExtractParticipations.
           perform 1900-ExtractGLFeed.

           close ImageFile.

           display "WHEXTRACT - " ExtractMode " extract " TodayStamp
               " - " TotalWritten " rows written".
           string "END. " ExtractMode " extract " TodayStamp " - "
               TotalWritten " rows written to " ExtractDirPath
               into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

      * DAY 1 OF THE INTEGER DATE SCHEME WAS A MONDAY, SO THE
      * REMAINDER AGAINST 7 IS THE WEEKDAY WITH SUNDAY AS 0
       0100-ChooseMode.
           open input ExtractControlFile.
           read ExtractControlFile
               at end set eof-control to true
           end-read.
           if not eof-control
               if WXC-FullDay >= "1" and WXC-FullDay <= "7"
                   move WXC-FullDay to FullExtractDay
               end-if
           end-if.
           close ExtractControlFile.

           compute DayOfWeek = function mod(TodayInt, 7).
           if DayOfWeek = function mod(FullExtractDay, 7)
               move "F" to ExtractMode
           else
               move "D" to ExtractMode
           end-if.
           if not eof-control
               and (WXC-Mode = "F" or WXC-Mode = "D")
               move WXC-Mode to ExtractMode
               string "Extract mode " WXC-Mode
                   " forced by Warehouse\extractcontrol.txt" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1000-ExtractLoanMaster.
           move "loanmaster" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|LOAN_AMOUNT|ANNUAL_RATE"
               "|TERM_MONTHS|LOAN_DATE|DAY_COUNT_METHOD|IO_MONTHS"
               "|BALLOON_FLAG|FREQUENCY|ESCROW_AMOUNT|FEE_AMOUNT"
               "|CURRENT_BALANCE|LOAN_STATUS|PERIODIC_CAP|LIFE_CAP"
               "|LIFE_FLOOR|COMPANY_CODE|INDEX_CODE|MARGIN"
               "|RESET_FREQ|PRODUCT_TYPE"
               into ExtractRecord.
           write ExtractRecord.
           move "LOAN_AMOUNT" to HashName(1).
           move "ESCROW_AMOUNT" to HashName(2).
           move "FEE_AMOUNT" to HashName(3).
           move "CURRENT_BALANCE" to HashName(4).
           move 4 to HashCount.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               perform until eof-source
                   read LoanMasterFile next record
                       at end set eof-source to true
                       not at end perform 1010-LoanMasterRow
                   end-read
               end-perform
               close LoanMasterFile
           end-if.
           perform 5500-CloseExtract.

       1010-LoanMasterRow.
           perform 7000-StartRow.
           move LM-LoanAccount to FieldText.
           perform 7500-AppendText.
           move LM-LoanAmount to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move LM-AnnualRate to AmountWork.
           perform 7150-AppendRate.
           move LM-TermMonths to IntegerWork.
           perform 7160-AppendInteger.
           move LM-LoanDate to DateWork.
           perform 7200-AppendDate.
           move LM-DayCountMethod to FieldText.
           perform 7500-AppendText.
           move LM-IOMonths to IntegerWork.
           perform 7160-AppendInteger.
           move LM-BalloonFlag to FieldText.
           perform 7500-AppendText.
           move LM-Frequency to FieldText.
           perform 7500-AppendText.
           move LM-EscrowAmount to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move LM-FeeAmount to AmountWork.
           move 3 to HashSub.
           perform 7100-AppendMoney.
           move LM-CurrentBalance to AmountWork.
           move 4 to HashSub.
           perform 7100-AppendMoney.
           move LM-LoanStatus to FieldText.
           perform 7500-AppendText.
           move LM-PeriodicCap to AmountWork.
           perform 7150-AppendRate.
           move LM-LifeCap to AmountWork.
           perform 7150-AppendRate.
           move LM-LifeFloor to AmountWork.
           perform 7150-AppendRate.
           move LM-CompanyCode to FieldText.
           perform 7500-AppendText.
           move LM-IndexCode to FieldText.
           perform 7500-AppendText.
           move LM-Margin to AmountWork.
           perform 7150-AppendRate.
           move LM-ResetFreq to IntegerWork.
           perform 7160-AppendInteger.
           move LM-ProductType to FieldText.
           perform 7500-AppendText.
           move LM-LoanAccount to RowKey.
           perform 6000-EmitRow.

       1100-ExtractBorrowers.
           move "borrowers" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|NAME|ADDRESS_1|ADDRESS_2"
               "|CITY|STATE|ZIP|ADDRESS_FLAG"
               into ExtractRecord.
           write ExtractRecord.
           move zero to HashCount.

           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               perform until eof-source
                   read BorrowerMasterFile next record
                       at end set eof-source to true
                       not at end perform 1110-BorrowerRow
                   end-read
               end-perform
               close BorrowerMasterFile
           end-if.
           perform 5500-CloseExtract.

       1110-BorrowerRow.
           perform 7000-StartRow.
           move BW-Account to FieldText.
           perform 7500-AppendText.
           move BW-Name to FieldText.
           perform 7500-AppendText.
           move BW-Addr1 to FieldText.
           perform 7500-AppendText.
           move BW-Addr2 to FieldText.
           perform 7500-AppendText.
           move BW-City to FieldText.
           perform 7500-AppendText.
           move BW-State to FieldText.
           perform 7500-AppendText.
           move BW-Zip to FieldText.
           perform 7500-AppendText.
           move BW-AddressFlag to FieldText.
           perform 7500-AppendText.
           move BW-Account to RowKey.
           perform 6000-EmitRow.

       1200-ExtractLineMaster.
           move "linemaster" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LINE_ACCOUNT|CREDIT_LIMIT|ANNUAL_RATE"
               "|DAY_COUNT_METHOD|DRAW_END_DATE|BALANCE"
               "|ACCRUED_INTEREST|LAST_CYCLE_DATE|MIN_PAY_PCT|STATUS"
               into ExtractRecord.
           write ExtractRecord.
           move "CREDIT_LIMIT" to HashName(1).
           move "BALANCE" to HashName(2).
           move "ACCRUED_INTEREST" to HashName(3).
           move 3 to HashCount.

           open input LineMasterFile.
           if LineMasterStatus = "00"
               perform until eof-source
                   read LineMasterFile next record
                       at end set eof-source to true
                       not at end perform 1210-LineRow
                   end-read
               end-perform
               close LineMasterFile
           end-if.
           perform 5500-CloseExtract.

       1210-LineRow.
           perform 7000-StartRow.
           move LN-Account to FieldText.
           perform 7500-AppendText.
           move LN-CreditLimit to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move LN-AnnualRate to AmountWork.
           perform 7150-AppendRate.
           move LN-DayCountMethod to FieldText.
           perform 7500-AppendText.
           move LN-DrawEndDate to DateWork.
           perform 7200-AppendDate.
           move LN-Balance to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move LN-AccruedInt to AmountWork.
           move 3 to HashSub.
           perform 7100-AppendMoney.
           move LN-LastCycleDate to DateWork.
           perform 7200-AppendDate.
           move LN-MinPayPct to AmountWork.
           perform 7150-AppendRate.
           move LN-Status to FieldText.
           perform 7500-AppendText.
           move LN-Account to RowKey.
           perform 6000-EmitRow.

       1300-ExtractScheduleMaster.
           move "schedmaster" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|PERIOD|DUE_DATE"
               "|OPENING_BALANCE|PAYMENT_AMOUNT|PRINCIPAL_AMOUNT"
               "|INTEREST_AMOUNT|ESCROW_AMOUNT|FEE_AMOUNT"
               "|TOTAL_PAYMENT_DUE|CLOSING_BALANCE|PAYMENT_TYPE"
               into ExtractRecord.
           write ExtractRecord.
           move "OPENING_BALANCE" to HashName(1).
           move "PAYMENT_AMOUNT" to HashName(2).
           move "PRINCIPAL_AMOUNT" to HashName(3).
           move "INTEREST_AMOUNT" to HashName(4).
           move "ESCROW_AMOUNT" to HashName(5).
           move "FEE_AMOUNT" to HashName(6).
           move "TOTAL_PAYMENT_DUE" to HashName(7).
           move "CLOSING_BALANCE" to HashName(8).
           move 8 to HashCount.

           open input ScheduleMasterFile.
           if ScheduleMasterStatus = "00"
               perform until eof-source
                   read ScheduleMasterFile next record
                       at end set eof-source to true
                       not at end perform 1310-ScheduleRow
                   end-read
               end-perform
               close ScheduleMasterFile
           end-if.
           perform 5500-CloseExtract.

       1310-ScheduleRow.
           perform 7000-StartRow.
           move SCM-Account to FieldText.
           perform 7500-AppendText.
           move SCM-Period to IntegerWork.
           perform 7160-AppendInteger.
           move SCM-DueDate to DateWork.
           perform 7200-AppendDate.
           move SCM-OpeningBalance to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move SCM-PaymentAmount to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move SCM-PrincipalAmount to AmountWork.
           move 3 to HashSub.
           perform 7100-AppendMoney.
           move SCM-InterestAmount to AmountWork.
           move 4 to HashSub.
           perform 7100-AppendMoney.
           move SCM-EscrowAmount to AmountWork.
           move 5 to HashSub.
           perform 7100-AppendMoney.
           move SCM-FeeAmount to AmountWork.
           move 6 to HashSub.
           perform 7100-AppendMoney.
           move SCM-TotalPaymentDue to AmountWork.
           move 7 to HashSub.
           perform 7100-AppendMoney.
           move SCM-ClosingBalance to AmountWork.
           move 8 to HashSub.
           perform 7100-AppendMoney.
           move SCM-PaymentType to FieldText.
           perform 7500-AppendText.
           move SCM-Key to RowKey.
           perform 6000-EmitRow.

      * AN OPEN PERIOD CARRIES NO PAYMENT YET - ITS PAID FIELDS MAY BE
      * BLANK RATHER THAN ZERO
       1400-ExtractPaymentStatus.
           move "paystatus" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|PERIOD|DUE_DATE|AMOUNT_DUE"
               "|PRINCIPAL_DUE|INTEREST_DUE|ESCROW_DUE|FEE_DUE"
               "|PAID_DATE|PAID_AMOUNT|OVER_SHORT|STATUS"
               into ExtractRecord.
           write ExtractRecord.
           move "AMOUNT_DUE" to HashName(1).
           move "PRINCIPAL_DUE" to HashName(2).
           move "INTEREST_DUE" to HashName(3).
           move "ESCROW_DUE" to HashName(4).
           move "FEE_DUE" to HashName(5).
           move "PAID_AMOUNT" to HashName(6).
           move "OVER_SHORT" to HashName(7).
           move 7 to HashCount.

           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-source to true
           end-read.
           perform until eof-source
               perform 1410-PaymentStatusRow
               read PaymentStatusFile
                   at end set eof-source to true
               end-read
           end-perform.
           close PaymentStatusFile.
           perform 5500-CloseExtract.

       1410-PaymentStatusRow.
           perform 7000-StartRow.
           move PS-Account to FieldText.
           perform 7500-AppendText.
           move PS-Period to IntegerWork.
           perform 7160-AppendInteger.
           move PS-DueDate to DateWork.
           perform 7200-AppendDate.
           move PS-AmountDue to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move PS-PrincipalDue to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move PS-InterestDue to AmountWork.
           move 3 to HashSub.
           perform 7100-AppendMoney.
           move PS-EscrowDue to AmountWork.
           move 4 to HashSub.
           perform 7100-AppendMoney.
           move PS-FeeDue to AmountWork.
           move 5 to HashSub.
           perform 7100-AppendMoney.
           move PS-PaidDate to DateWork.
           perform 7200-AppendDate.
           move zero to AmountWork.
           if PS-PaidAmount is numeric
               move PS-PaidAmount to AmountWork
           end-if.
           move 6 to HashSub.
           perform 7100-AppendMoney.
           move zero to AmountWork.
           if PS-OverShort is numeric
               move PS-OverShort to AmountWork
           end-if.
           move 7 to HashSub.
           perform 7100-AppendMoney.
           move PS-Status to FieldText.
           perform 7500-AppendText.
           move spaces to RowKey.
           string PS-Account PS-Period into RowKey.
           perform 6000-EmitRow.

      * THE HISTORY ONLY GROWS - A ROW IS KNOWN BY ITS LINE NUMBER
       1500-ExtractPostedPayments.
           move "postedpmts" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LINE_NUMBER|LOAN_ACCOUNT|PERIOD|PAID_DATE"
               "|PAID_AMOUNT|OVER_SHORT|TO_INTEREST|TO_PRINCIPAL"
               "|TO_ESCROW|TO_FEE|TO_LATE_FEE|TO_ADVANCE"
               into ExtractRecord.
           write ExtractRecord.
           move "PAID_AMOUNT" to HashName(1).
           move "OVER_SHORT" to HashName(2).
           move "TO_INTEREST" to HashName(3).
           move "TO_PRINCIPAL" to HashName(4).
           move "TO_ESCROW" to HashName(5).
           move "TO_FEE" to HashName(6).
           move "TO_LATE_FEE" to HashName(7).
           move "TO_ADVANCE" to HashName(8).
           move 8 to HashCount.

           open input PostedPaymentFile.
           read PostedPaymentFile
               at end set eof-source to true
           end-read.
           perform until eof-source
               add 1 to RowNumber
               perform 1510-PostedPaymentRow
               read PostedPaymentFile
                   at end set eof-source to true
               end-read
           end-perform.
           close PostedPaymentFile.
           perform 5500-CloseExtract.

       1510-PostedPaymentRow.
           perform 7000-StartRow.
           move RowNumber to IntegerWork.
           perform 7160-AppendInteger.
           move PPH-Account to FieldText.
           perform 7500-AppendText.
           move PPH-Period to IntegerWork.
           perform 7160-AppendInteger.
           move PPH-PaidDate to DateWork.
           perform 7200-AppendDate.
           move PPH-PaidAmount to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move PPH-OverShort to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move PPH-ToInterest to AmountWork.
           move 3 to HashSub.
           perform 7100-AppendMoney.
           move PPH-ToPrincipal to AmountWork.
           move 4 to HashSub.
           perform 7100-AppendMoney.
           move PPH-ToEscrow to AmountWork.
           move 5 to HashSub.
           perform 7100-AppendMoney.
           move PPH-ToFee to AmountWork.
           move 6 to HashSub.
           perform 7100-AppendMoney.
           move zero to AmountWork.
           if PPH-ToLateFee is numeric
               move PPH-ToLateFee to AmountWork
           end-if.
           move 7 to HashSub.
           perform 7100-AppendMoney.
           move zero to AmountWork.
           if PPH-ToAdvance is numeric
               move PPH-ToAdvance to AmountWork
           end-if.
           move 8 to HashSub.
           perform 7100-AppendMoney.
           move RowNumber to RowKey.
           perform 6000-EmitRow.

      * ONE CHARGE PER ACCOUNT AND PERIOD; PAYDOWN AND WAIVER UPDATE
      * THE ROW IN PLACE
       1600-ExtractLateFees.
           move "latefees" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|PERIOD|ASSESS_DATE|DUE_DATE"
               "|PAID_DATE|DAYS_LATE|FEE_AMOUNT|BASIS|RULE_SOURCE"
               "|PAID_AMOUNT|WAIVED_FLAG|WAIVE_DATE|WAIVE_REASON"
               "|WAIVE_OPERATOR"
               into ExtractRecord.
           write ExtractRecord.
           move "FEE_AMOUNT" to HashName(1).
           move "PAID_AMOUNT" to HashName(2).
           move 2 to HashCount.

           open input LateFeeRegister.
           read LateFeeRegister
               at end set eof-source to true
           end-read.
           perform until eof-source
               perform 1610-LateFeeRow
               read LateFeeRegister
                   at end set eof-source to true
               end-read
           end-perform.
           close LateFeeRegister.
           perform 5500-CloseExtract.

       1610-LateFeeRow.
           perform 7000-StartRow.
           move LFR-Account to FieldText.
           perform 7500-AppendText.
           move LFR-Period to IntegerWork.
           perform 7160-AppendInteger.
           move LFR-AssessDate to DateWork.
           perform 7200-AppendDate.
           move LFR-DueDate to DateWork.
           perform 7200-AppendDate.
           move LFR-PaidDate to DateWork.
           perform 7200-AppendDate.
           move LFR-DaysLate to IntegerWork.
           perform 7160-AppendInteger.
           move LFR-FeeAmount to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move LFR-Basis to FieldText.
           perform 7500-AppendText.
           move LFR-RuleSource to FieldText.
           perform 7500-AppendText.
           move zero to AmountWork.
           if LFR-PaidAmt is numeric
               move LFR-PaidAmt to AmountWork
           end-if.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move LFR-WaivedFlag to FieldText.
           perform 7500-AppendText.
           move LFR-WaiveDate to DateWork.
           perform 7200-AppendDate.
           move LFR-WaiveReason to FieldText.
           perform 7500-AppendText.
           move LFR-WaiveOper to FieldText.
           perform 7500-AppendText.
           move spaces to RowKey.
           string LFR-Account LFR-Period LFR-AssessDate into RowKey.
           perform 6000-EmitRow.

       1700-ExtractEscrowLedger.
           move "escrowledger" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LINE_NUMBER|LOAN_ACCOUNT|ENTRY_DATE"
               "|ENTRY_TYPE|PAYEE|AMOUNT|BALANCE"
               into ExtractRecord.
           write ExtractRecord.
           move "AMOUNT" to HashName(1).
           move "BALANCE" to HashName(2).
           move 2 to HashCount.

           open input EscrowLedgerFile.
           read EscrowLedgerFile
               at end set eof-source to true
           end-read.
           perform until eof-source
               add 1 to RowNumber
               perform 1710-EscrowLedgerRow
               read EscrowLedgerFile
                   at end set eof-source to true
               end-read
           end-perform.
           close EscrowLedgerFile.
           perform 5500-CloseExtract.

       1710-EscrowLedgerRow.
           perform 7000-StartRow.
           move RowNumber to IntegerWork.
           perform 7160-AppendInteger.
           move ELG-Account to FieldText.
           perform 7500-AppendText.
           move ELG-Date to DateWork.
           perform 7200-AppendDate.
           move ELG-Type to FieldText.
           perform 7500-AppendText.
           move ELG-Payee to FieldText.
           perform 7500-AppendText.
           move ELG-Amount to AmountWork.
           move 1 to HashSub.
           perform 7100-AppendMoney.
           move ELG-Balance to AmountWork.
           move 2 to HashSub.
           perform 7100-AppendMoney.
           move RowNumber to RowKey.
           perform 6000-EmitRow.

       1800-ExtractParticipations.
           move "participation" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|LOAN_ACCOUNT|INVESTOR_ID|PERCENT"
               "|SERVICE_FEE_BPS|EFFECTIVE_FROM|EFFECTIVE_TO"
               into ExtractRecord.
           write ExtractRecord.
           move zero to HashCount.

           open input ParticipationFile.
           read ParticipationFile
               at end set eof-source to true
           end-read.
           perform until eof-source
               perform 1810-ParticipationRow
               read ParticipationFile
                   at end set eof-source to true
               end-read
           end-perform.
           close ParticipationFile.
           perform 5500-CloseExtract.

       1810-ParticipationRow.
           perform 7000-StartRow.
           move PAR-Account to FieldText.
           perform 7500-AppendText.
           move PAR-InvestorId to FieldText.
           perform 7500-AppendText.
           move PAR-Percent to AmountWork.
           perform 7150-AppendRate.
           move PAR-ServiceBps to IntegerWork.
           perform 7160-AppendInteger.
           move PAR-EffFrom to DateWork.
           perform 7200-AppendDate.
           move PAR-EffTo to DateWork.
           perform 7200-AppendDate.
           move spaces to RowKey.
           string PAR-Account PAR-InvestorId PAR-EffFrom
               into RowKey.
           perform 6000-EmitRow.

      * THE DAY'S FEED IS EVERY INTERFACE FILE GLCONSOL SENT TODAY PER
      * THE FEED REGISTER - NEW EVERY DAY, SO IT GOES OUT WHOLE AND IS
      * NOT KEPT ON THE IMAGE
       1900-ExtractGLFeed.
           move "glfeed" to SourceName.
           perform 5000-OpenExtract.
           move spaces to ExtractRecord.
           string "CHANGE|FEED_ID|COMPANY|ENTRY_DATE|LOAN_ACCOUNT"
               "|GL_ACCOUNT|GL_ACCOUNT_NAME|DR_CR|AMOUNT|SOURCE"
               into ExtractRecord.
           write ExtractRecord.
           move "DEBIT_AMOUNT" to HashName(1).
           move "CREDIT_AMOUNT" to HashName(2).
           move 2 to HashCount.

           move "N" to eof-feed-file.
           open input FeedRegisterFile.
           read FeedRegisterFile
               at end set eof-feed to true
           end-read.
           perform until eof-feed
               if FRG-FeedDate = TodayStamp
                   perform 1910-ExtractOneFeed
               end-if
               read FeedRegisterFile
                   at end set eof-feed to true
               end-read
           end-perform.
           close FeedRegisterFile.
           perform 5500-CloseExtract.

       1910-ExtractOneFeed.
           move spaces to InterfaceFileName.
           string "shared\gl\" delimited by size
                  FRG-FeedId delimited by space
                  ".txt" delimited by size
                  into InterfaceFileName
           end-string.
           move "N" to eof-source-file.
           open input GLInterfaceFile.
           read GLInterfaceFile
               at end set eof-source to true
           end-read.
           perform until eof-source
               if GLInterfaceLine(1:4) not = "HDR "
                   and GLInterfaceLine(1:4) not = "TRL "
                   perform 1920-GLFeedRow
               end-if
               read GLInterfaceFile
                   at end set eof-source to true
               end-read
           end-perform.
           close GLInterfaceFile.

       1920-GLFeedRow.
           move GLInterfaceLine to GLDetail.
           perform 7000-StartRow.
           move FRG-FeedId to FieldText.
           perform 7500-AppendText.
           move FRG-Company to FieldText.
           perform 7500-AppendText.
           move GLD-Date to DateWork.
           perform 7200-AppendDate.
           move GLD-Account to FieldText.
           perform 7500-AppendText.
           move GLD-AcctNo to FieldText.
           perform 7500-AppendText.
           move GLD-AcctName to FieldText.
           perform 7500-AppendText.
           move GLD-DRCR to FieldText.
           perform 7500-AppendText.
           move GLD-Amount to AmountWork.
           if GLD-DRCR = "DR"
               move 1 to HashSub
           else
               move 2 to HashSub
           end-if.
           perform 7100-AppendMoney.
           move GLD-Source to FieldText.
           perform 7500-AppendText.

           if FullExtract
               move "F" to ChangeCode
               add 1 to RowsFull
           else
               move "A" to ChangeCode
               add 1 to RowsAdded
           end-if.
           perform 6500-WriteRow.

      * ONE OUTPUT FILE PER SOURCE PER RUN, ITS MANIFEST BESIDE IT
       5000-OpenExtract.
           move spaces to ExtractPath.
           string ExtractDirPath delimited by space
                  "\" delimited by size
                  SourceName delimited by space
                  "_" delimited by size
                  TodayStamp delimited by size
                  "_" delimited by size
                  ExtractMode delimited by size
                  ".txt" delimited by size
                  into ExtractPath
           end-string.
           move spaces to ManifestPath.
           string ExtractDirPath delimited by space
                  "\" delimited by size
                  SourceName delimited by space
                  "_" delimited by size
                  TodayStamp delimited by size
                  "_" delimited by size
                  ExtractMode delimited by size
                  ".ctl" delimited by size
                  into ManifestPath
           end-string.
           open output ExtractFile.
           move spaces to HASH-TABLE.
           move 1 to HashSub.
           perform 8 times
               move zero to HashTotal(HashSub)
               move zero to RowHash(HashSub)
               add 1 to HashSub
           end-perform.
           move zero to RowsFull.
           move zero to RowsAdded.
           move zero to RowsChanged.
           move zero to RowsDeleted.
           move zero to RowsRead.
           move zero to RowNumber.
           move "N" to eof-source-file.

      * ROWS OF THIS SOURCE LEFT ON THE IMAGE WITH AN OLDER RUN STAMP
      * WERE NOT SEEN THIS RUN - GONE FROM THE SOURCE. A DELTA SENDS
      * THEM AS D ROWS CARRYING THEIR LAST VALUES; EITHER WAY THEY
      * LEAVE THE IMAGE.
       5500-CloseExtract.
           if SourceName not = "glfeed"
               perform 5600-SweepDeleted
           end-if.
           close ExtractFile.

           compute RowsWritten =
               RowsFull + RowsAdded + RowsChanged + RowsDeleted.
           add RowsWritten to TotalWritten.

           open output ManifestFile.
           move spaces to ManifestLine.
           string "FILE|" delimited by size
                  ExtractPath delimited by space
                  into ManifestLine.
           write ManifestLine.
           move spaces to ManifestLine.
           if FullExtract
               string "TYPE|FULL|" TodayStamp into ManifestLine
           else
               string "TYPE|DELTA|" TodayStamp into ManifestLine
           end-if.
           write ManifestLine.
           move RowsWritten to Disp-Rows.
           move spaces to ManifestLine.
           string "ROWS|" Disp-Rows into ManifestLine.
           write ManifestLine.
           move RowsFull to Disp-Rows.
           move spaces to ManifestLine.
           string "ROWS_FULL|" Disp-Rows into ManifestLine.
           write ManifestLine.
           move RowsAdded to Disp-Rows.
           move spaces to ManifestLine.
           string "ROWS_ADDED|" Disp-Rows into ManifestLine.
           write ManifestLine.
           move RowsChanged to Disp-Rows.
           move spaces to ManifestLine.
           string "ROWS_CHANGED|" Disp-Rows into ManifestLine.
           write ManifestLine.
           move RowsDeleted to Disp-Rows.
           move spaces to ManifestLine.
           string "ROWS_DELETED|" Disp-Rows into ManifestLine.
           write ManifestLine.
           move 1 to HashSub.
           perform HashCount times
               move HashTotal(HashSub) to HashEdit
               move spaces to ManifestLine
               string "HASH|" delimited by size
                      HashName(HashSub) delimited by space
                      "|" delimited by size
                      HashEdit delimited by size
                      into ManifestLine
               write ManifestLine
               add 1 to HashSub
           end-perform.
           close ManifestFile.

           string "Extract " SourceName " " ExtractMode " - "
               RowsWritten " rows, " RowsAdded " added "
               RowsChanged " changed " RowsDeleted " deleted"
               into msg.
           perform 8000-Logs.

       5600-SweepDeleted.
           move "N" to eof-image-file.
           move low-values to IMG-Key.
           move SourceName to IMG-Source.
           start ImageFile key is not less than IMG-Key
               invalid key set eof-image to true
           end-start.
           perform until eof-image
               read ImageFile next record
                   at end set eof-image to true
               end-read
               if not eof-image
                   if IMG-Source not = SourceName
                       set eof-image to true
                   else
                       if IMG-RunStamp not = RunStamp
                           perform 5610-DropImageRow
                       end-if
                   end-if
               end-if
           end-perform.

       5610-DropImageRow.
           if DeltaExtract
               move spaces to ExtractRecord
               string "D|" delimited by size
                      IMG-Line delimited by size
                      into ExtractRecord
               write ExtractRecord
               add 1 to RowsDeleted
           end-if.
           delete ImageFile record
               invalid key continue
           end-delete.

      * A FULL EXTRACT WRITES EVERY ROW; A DELTA WRITES THE ROW ONLY
      * WHEN THE IMAGE DOES NOT HAVE IT OR HAS IT DIFFERENT. EVERY ROW
      * SEEN IS STAMPED WITH THIS RUN ON THE IMAGE.
       6000-EmitRow.
           move spaces to ChangeCode.
           move SourceName to IMG-Source.
           move RowKey to IMG-RowKey.
           read ImageFile
               invalid key
                   move "A" to ChangeCode
               not invalid key
                   if IMG-Line not = ExtractLine
                       move "C" to ChangeCode
                   end-if
           end-read.

           if FullExtract
               move "F" to ChangeCode
               add 1 to RowsFull
           else
               evaluate ChangeCode
                   when "A"
                       add 1 to RowsAdded
                   when "C"
                       add 1 to RowsChanged
               end-evaluate
           end-if.
           if ChangeCode not = spaces
               perform 6500-WriteRow
           end-if.

           move SourceName to IMG-Source.
           move RowKey to IMG-RowKey.
           move RunStamp to IMG-RunStamp.
           move ExtractLine to IMG-Line.
           rewrite ImageRecord
               invalid key
                   write ImageRecord
                       invalid key
                           string "Extract image write failed for "
                               SourceName " " RowKey into msg
                           move "ERROR" to LogSeverity
                           perform 8000-Logs
                   end-write
           end-rewrite.

       6500-WriteRow.
           move spaces to ExtractRecord.
           string ChangeCode delimited by size
                  "|" delimited by size
                  ExtractLine delimited by size
                  into ExtractRecord.
           write ExtractRecord.
           move 1 to HashSub.
           perform HashCount times
               add RowHash(HashSub) to HashTotal(HashSub)
               add 1 to HashSub
           end-perform.

       7000-StartRow.
           move spaces to ExtractLine.
           move 1 to LinePointer.
           move 1 to HashSub.
           perform 8 times
               move zero to RowHash(HashSub)
               add 1 to HashSub
           end-perform.
           move zero to HashSub.
           add 1 to RowsRead.

      * MONEY GOES OUT WITH TWO DECIMALS AND A LEADING MINUS WHEN
      * NEGATIVE, AND COUNTS TOWARD ITS COLUMN'S HASH TOTAL
       7100-AppendMoney.
           if HashSub > zero
               add AmountWork to RowHash(HashSub)
               move zero to HashSub
           end-if.
           move AmountWork to AmountEdit.
           move AmountEdit to FieldText.
           perform 7600-LeftJustify.
           perform 7500-AppendText.

       7150-AppendRate.
           move AmountWork to RateEdit.
           move RateEdit to FieldText.
           perform 7600-LeftJustify.
           perform 7500-AppendText.

       7160-AppendInteger.
           move IntegerWork to IntegerEdit.
           move IntegerEdit to FieldText.
           perform 7600-LeftJustify.
           perform 7500-AppendText.

      * MM/DD/YYYY TO YYYY-MM-DD; BLANK OR UNREADABLE GOES OUT BLANK
       7200-AppendDate.
           move spaces to FieldText.
           if DateWork(1:2) is numeric and DateWork(4:2) is numeric
               and DateWork(7:4) is numeric
               move DateWork(7:4) to ISO-Year
               move DateWork(1:2) to ISO-Month
               move DateWork(4:2) to ISO-Day
               move ISO-DATE to FieldText
           end-if.
           perform 7500-AppendText.

      * TRAILING SPACES ARE DROPPED AND A PIPE INSIDE THE DATA BECOMES
      * A SPACE SO IT CANNOT SPLIT THE COLUMN
       7500-AppendText.
           inspect FieldText replacing all "|" by " ".
           move 60 to FieldLength.
           perform until FieldLength = zero
               or FieldText(FieldLength:1) not = space
               subtract 1 from FieldLength
           end-perform.
           if LinePointer > 1
               string "|" delimited by size
                   into ExtractLine with pointer LinePointer
           end-if.
           if FieldLength > zero
               string FieldText(1:FieldLength) delimited by size
                   into ExtractLine with pointer LinePointer
           end-if.

       7600-LeftJustify.
           move zero to FieldLength.
           inspect FieldText tallying FieldLength for leading spaces.
           if FieldLength > zero and FieldLength < 60
               move FieldText(FieldLength + 1:) to JustifyWork
               move JustifyWork to FieldText
           end-if.

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

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program WHEXTRACT.
