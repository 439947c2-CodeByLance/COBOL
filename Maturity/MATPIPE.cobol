      ******************************************************************
      * Maturity and balloon pipeline - the loans coming due in full   *
      * over the next two years, so payoff, refinance and extension    *
      * work starts before the date instead of after it. Every open    *
      * loan (active or nonaccrual) on the shared master matures on    *
      * the due date of its final row on shared\data\schedules.txt -   *
      * a balloon (LM-BalloonFlag Y) or the last level payment of a    *
      * fully amortizing loan. Loans maturing within 3, 6, 12 and 24   *
      * months are listed by horizon in date order with the final      *
      * payment off that row, the delinquency status off AGING's       *
      * extract (LoanPayments\agingextract.txt) and whether the loan   *
      * passes REFISCREEN's candidate screen at the market terms on    *
      * Refinance\marketrates.txt (spread over market, remaining open  *
      * periods, maximum LTV). Loans past their maturity date with a   *
      * balance still open are listed in an exception section and      *
      * logged as WARNs. Maturity notices go out at the lead times on  *
      * Maturity\maturityconfig.txt (days before the date; 180 and 90  *
      * with no file) to Maturity\letters and through EDELIVER, and    *
      * each one sent is kept on shared\data\maturitynotices.txt so a  *
      * loan gets each notice once. The report is rewritten at         *
      * Maturity\maturitypipeline.txt each run.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. MATPIPE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is sequential
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional ScheduleExportFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional AgingExtractFile ASSIGN TO
                   "LoanPayments\agingextract.txt"
                   organization is line sequential.

               select optional MarketRateFile ASSIGN TO
                   "Refinance\marketrates.txt"
                   organization is line sequential.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select optional MaturityConfigFile ASSIGN TO
                   "Maturity\maturityconfig.txt"
                   organization is line sequential.

               select optional MaturityNoticeFile ASSIGN TO
                   "shared\data\maturitynotices.txt"
                   organization is line sequential.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select NoticeLetterFile ASSIGN TO
                   DYNAMIC NoticeLetterName
                   organization is line sequential.

               select PipelineReportFile ASSIGN TO
                   "Maturity\maturitypipeline.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ScheduleExportFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  AgingExtractFile.
           01 AgingExtractRecord.
               05  AGX-Account      PIC X(10).
               05  AGX-WorstBucket  PIC 9(3).
               05  AGX-PastDueAmt   PIC 9(8)V99.

       FD  MarketRateFile.
           01 MarketRateRecord.
               05  MKT-Rate         PIC 99V99.
               05  MKT-Spread       PIC 99V99.
               05  MKT-MinRemTerm   PIC 999.
               05  MKT-NewTerm      PIC 999.
               05  MKT-Costs        PIC 9(6)V99.
               05  MKT-MaxLtv       PIC 999V99.

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  MaturityConfigFile.
           01 MaturityConfigRecord.
               05  MC-LeadDays      PIC 999.

       FD  MaturityNoticeFile.
           copy "../shared/copybooks/matnotice.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  NoticeLetterFile.
           01 NoticeLetterLine      PIC X(90).

       FD  PipelineReportFile.
           01 PipelineLine          PIC X(132).

       working-storage section.
      * THE LAST ROW OF EACH ACCOUNT'S SCHEDULE - ITS MATURITY
       01  FINAL-ROW-TABLE.
           05  FinalRowEntry occurs 5000 times.
               10  FR-Account       PIC X(10).
               10  FR-Period        PIC 9(4).
               10  FR-DueDate       PIC X(10).
               10  FR-Payment       PIC 9(6)V99.
       01  FinalRowCount            PIC 9(4) value zero.
       01  FinalRowSub              PIC 9(4) value zero.
       01  FinalRowFoundFlag        PIC X value "N".
           88  FinalRowFound        value "Y".

      * OPEN PERIODS LEFT PER ACCOUNT, AS REFISCREEN COUNTS THEM
       01  REMAIN-TABLE.
           05  RemainEntry occurs 5000 times.
               10  RMT-Account      PIC X(10).
               10  RMT-OpenCount    PIC 9(4).
       01  RemainCount              PIC 9(4) value zero.
       01  RemainSub                PIC 9(4) value zero.
       01  RemainFoundFlag          PIC X value "N".
           88  RemainFound          value "Y".

       01  AGING-TABLE.
           05  AgingEntry occurs 5000 times.
               10  AGT-Account      PIC X(10).
               10  AGT-Bucket       PIC 9(3).
       01  AgingCount               PIC 9(4) value zero.
       01  AgingSub                 PIC 9(4) value zero.

      * LEAD TIMES IN DAYS, NEAREST FIRST
       01  LEAD-TABLE.
           05  LeadEntry occurs 10 times.
               10  LDT-Days         PIC 999.
       01  LeadCount                PIC 99 value zero.
       01  LeadSub                  PIC 99 value zero.
       01  LeadShiftSub             PIC 99 value zero.
       01  NearestLead              PIC 999 value zero.

       01  NOTICE-TABLE.
           05  NoticeEntry occurs 10000 times.
               10  NTT-Key          PIC X(23).
       01  NoticeCount              PIC 9(5) value zero.
       01  NoticeSub                PIC 9(5) value zero.
       01  NoticeKey.
           05  NK-Account           PIC X(10).
           05  NK-LeadDays          PIC 999.
           05  NK-MaturityDate      PIC X(10).
       01  NoticeFoundFlag          PIC X value "N".
           88  NoticeFound          value "Y".

      * THE PIPELINE IN HORIZON, THEN MATURITY DATE, ORDER
       01  PIPELINE-TABLE.
           05  PipelineEntry occurs 3000 times.
               10  PL-Horizon       PIC 9.
               10  PL-MatInteger    PIC 9(7).
               10  PL-Account       PIC X(10).
               10  PL-Company       PIC X(3).
               10  PL-Kind          PIC X(8).
               10  PL-MatDate       PIC X(10).
               10  PL-Days          PIC S9(5).
               10  PL-Balance       PIC 9(7)V99.
               10  PL-FinalPayment  PIC 9(6)V99.
               10  PL-Delinquency   PIC X(8).
               10  PL-Refi          PIC X(10).
       01  PipelineCount            PIC 9(4) value zero.
       01  PipelineSub              PIC 9(4) value zero.
       01  InsertAt                 PIC 9(4) value zero.
       01  ShiftSub                 PIC 9(4) value zero.
       01  PastCount                PIC 9(4) value zero.

      * HORIZON 5 IS PAST MATURITY WITH A BALANCE STILL OPEN
       01  HORIZON-TOTALS.
           05  HorizonTotal occurs 5 times.
               10  HZT-Limit        PIC 9(7).
               10  HZT-Months       PIC 99.
               10  HZT-Count        PIC 9(4).
               10  HZT-Balance      PIC 9(9)V99.
               10  HZT-Payment      PIC 9(9)V99.
       01  HorizonSub               PIC 9 value zero.
       01  HorizonMonths            PIC 99 value zero.
       01  PriorMonths              PIC 99 value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  CollateralOpenFlag       PIC X value "N".
           88  CollateralOpen       value "Y".
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  NoticeWrittenFlag        PIC X value "N".
           88  NoticeWritten        value "Y".
       01  MarketLoadedFlag         PIC X value "N".
           88  MarketLoaded         value "Y".

       01  eof-loan-file            PIC X value "N".
           88  eof-loan             value "Y".
       01  eof-schedule-file        PIC X value "N".
           88  eof-schedule         value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-aging-file           PIC X value "N".
           88  eof-aging            value "Y".
       01  eof-config-file          PIC X value "N".
           88  eof-config           value "Y".
       01  eof-notice-file          PIC X value "N".
           88  eof-notice           value "Y".

       01  MarketRate               PIC 99V99 value zero.
       01  MinSpread                PIC 99V99 value 0.50.
       01  MinRemTerm               PIC 999 value 12.
       01  MaxLtv                   PIC 999V99 value zero.
       01  LoanSpread               PIC S99V99 value zero.
       01  LoanLtv                  PIC 9(4)V99 value zero.

       01  LoansRead                PIC 9(6) value zero.
       01  NoSchedule               PIC 9(6) value zero.
       01  NoticesSent              PIC 9(4) value zero.
       01  NoticesSuperseded        PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.

       01  LoanKind                 PIC X(8) value spaces.
       01  DelinquencyText          PIC X(8) value spaces.
       01  RefiText                 PIC X(10) value spaces.
       01  MatInteger               PIC 9(7) value zero.
       01  DaysToMaturity           PIC S9(5) value zero.
       01  DaysPast                 PIC S9(5) value zero.

       01  NoticeLetterName         PIC X(60) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Maturity/letters".
       01  Disp-Lead                PIC 999.

       01  Disp-Balance             PIC $$,$$$,$$9.99.
       01  Disp-Payment             PIC $$$$,$$9.99.
       01  Disp-Total               PIC $$$$,$$$,$$9.99.
       01  Disp-TotalPayment        PIC $$$$,$$$,$$9.99.
       01  Disp-Days                PIC -(4)9.
       01  Disp-Rate                PIC Z9.99.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).
       01  DATE-YYYYMMDD.
           05 DY-Year               PIC 9(4).
           05 DY-Month              PIC 9(2).
           05 DY-Day                PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).
       01  DateInteger              PIC 9(7) value zero.
       01  DateValidFlag            PIC X value "N".
           88  DateValid            value "Y".
       01  LimitMonth               PIC 9(4) value zero.
       01  LimitDate                PIC X(10) value spaces.

       01  TodayDate                PIC X(10) value spaces.
       01  TodayInteger             PIC 9(7) value zero.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "MATPIPE".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInteger.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "MATPIPE - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-SetHorizons.
           perform 1100-LoadMarket.
           perform 1200-LoadFinalRows.
           perform 1300-LoadRemaining.
           perform 1400-LoadAging.
           perform 1500-LoadLeadTimes.
           perform 1600-LoadNotices.

           call "CBL_CREATE_DIR" using LetterDirPath.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - maturity notices go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.
           open extend AddressResearchFile.
           open extend MaturityNoticeFile.

           read LoanMasterFile next record
               at end set eof-loan to true
           end-read.
           perform until eof-loan
               if LM-StatusActive or LM-StatusNonaccrual
                   perform 2000-CheckOneLoan
               end-if
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
           end-perform.
           close LoanMasterFile.

           close MaturityNoticeFile.
           close AddressResearchFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if CollateralOpen
               close CollateralFile
           end-if.

           perform 5000-WriteReport.

           string "END. Loans " LoansRead
               " in pipeline " PipelineCount
               " past maturity " PastCount
               " no schedule " NoSchedule
               " notices " NoticesSent
               " superseded " NoticesSuperseded
               " bad address " BadAddressSkipped into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * THE LAST DAY OF EACH HORIZON - THIS DAY OF THE MONTH 3, 6, 12
      * AND 24 MONTHS ON (A SHORT MONTH RUNS INTO THE NEXT)
       1000-SetHorizons.
           initialize HORIZON-TOTALS.
           move 03 to HZT-Months(1).
           move 06 to HZT-Months(2).
           move 12 to HZT-Months(3).
           move 24 to HZT-Months(4).
           move 1 to HorizonSub.
           perform 4 times
               compute LimitMonth = CDT-Month + HZT-Months(HorizonSub)
               move CDT-Year to DY-Year
               perform until LimitMonth not > 12
                   subtract 12 from LimitMonth
                   add 1 to DY-Year
               end-perform
               move LimitMonth to DY-Month
               move 01 to DY-Day
               compute HZT-Limit(HorizonSub) =
                   function integer-of-date(DATE-YYYYMMDD-N)
                   + CDT-Day - 1
               add 1 to HorizonSub
           end-perform.

       1100-LoadMarket.
           open input MarketRateFile.
           read MarketRateFile
               at end
                   string "No market terms at Refinance\marketrates.txt"
                       " - refinance status is not screened" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               not at end
                   set MarketLoaded to true
                   move MKT-Rate to MarketRate
                   if MKT-Spread > zero
                       move MKT-Spread to MinSpread
                   end-if
                   if MKT-MinRemTerm > zero
                       move MKT-MinRemTerm to MinRemTerm
                   end-if
                   move MKT-MaxLtv to MaxLtv
           end-read.
           close MarketRateFile.

           if MarketLoaded and MaxLtv > zero
               open input CollateralFile
               if CollateralStatus = "00"
                   set CollateralOpen to true
               else
                   string "No collateral master at "
                       "shared\data\collateral.dat status "
                       CollateralStatus " - max LTV " MaxLtv
                       " screens out every loan" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
           end-if.

      * A SCHEDULE'S ROWS COME TOGETHER, SO THE ACCOUNT LAST SEEN IS
      * TRIED BEFORE THE TABLE IS SEARCHED
       1200-LoadFinalRows.
           open input ScheduleExportFile.
           read ScheduleExportFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               if FinalRowSub = zero
                   or FR-Account(FinalRowSub) not = SCH-Account
                   perform 1210-FindFinalRow
               end-if
               if FinalRowSub > zero
                   if SCH-Period >= FR-Period(FinalRowSub)
                       move SCH-Period to FR-Period(FinalRowSub)
                       move SCH-DueDate to FR-DueDate(FinalRowSub)
                       move SCH-TotalPaymentDue
                           to FR-Payment(FinalRowSub)
                   end-if
               end-if
               read ScheduleExportFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleExportFile.

       1210-FindFinalRow.
           move "N" to FinalRowFoundFlag.
           move 1 to FinalRowSub.
           perform until FinalRowSub > FinalRowCount
               if FR-Account(FinalRowSub) = SCH-Account
                   set FinalRowFound to true
                   exit perform
               end-if
               add 1 to FinalRowSub
           end-perform.
           if not FinalRowFound
               if FinalRowCount >= 5000
                   move zero to FinalRowSub
                   exit paragraph
               end-if
               add 1 to FinalRowCount
               move FinalRowCount to FinalRowSub
               move SCH-Account to FR-Account(FinalRowSub)
               move zero to FR-Period(FinalRowSub)
           end-if.

       1300-LoadRemaining.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if PS-Open
                   perform 1310-CountOpenPeriod
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       1310-CountOpenPeriod.
           move "N" to RemainFoundFlag.
           move 1 to RemainSub.
           perform until RemainSub > RemainCount
               if RMT-Account(RemainSub) = PS-Account
                   set RemainFound to true
                   exit perform
               end-if
               add 1 to RemainSub
           end-perform.
           if not RemainFound
               if RemainCount >= 5000
                   exit paragraph
               end-if
               add 1 to RemainCount
               move RemainCount to RemainSub
               move PS-Account to RMT-Account(RemainSub)
               move zero to RMT-OpenCount(RemainSub)
           end-if.
           add 1 to RMT-OpenCount(RemainSub).

       1400-LoadAging.
           open input AgingExtractFile.
           read AgingExtractFile
               at end set eof-aging to true
           end-read.
           perform until eof-aging
               if AgingCount < 5000
                   add 1 to AgingCount
                   move AGX-Account to AGT-Account(AgingCount)
                   move AGX-WorstBucket to AGT-Bucket(AgingCount)
               end-if
               read AgingExtractFile
                   at end set eof-aging to true
               end-read
           end-perform.
           close AgingExtractFile.

      * KEPT NEAREST FIRST, WHATEVER ORDER THE FILE IS IN
       1500-LoadLeadTimes.
           open input MaturityConfigFile.
           read MaturityConfigFile
               at end set eof-config to true
           end-read.
           perform until eof-config
               if MC-LeadDays numeric and MC-LeadDays > zero
                   and LeadCount < 10
                   perform 1510-InsertLead
               end-if
               read MaturityConfigFile
                   at end set eof-config to true
               end-read
           end-perform.
           close MaturityConfigFile.

           if LeadCount = zero
               move 180 to MC-LeadDays
               perform 1510-InsertLead
               move 090 to MC-LeadDays
               perform 1510-InsertLead
           end-if.

       1510-InsertLead.
           move 1 to LeadSub.
           perform until LeadSub > LeadCount
               if MC-LeadDays < LDT-Days(LeadSub)
                   exit perform
               end-if
               add 1 to LeadSub
           end-perform.
           move LeadCount to LeadShiftSub.
           perform until LeadShiftSub < LeadSub
               move LDT-Days(LeadShiftSub) to LDT-Days(LeadShiftSub + 1)
               subtract 1 from LeadShiftSub
           end-perform.
           move MC-LeadDays to LDT-Days(LeadSub).
           add 1 to LeadCount.

       1600-LoadNotices.
           open input MaturityNoticeFile.
           read MaturityNoticeFile
               at end set eof-notice to true
           end-read.
           perform until eof-notice
               if NoticeCount < 10000
                   add 1 to NoticeCount
                   move MaturityNoticeRecord(1:23)
                       to NTT-Key(NoticeCount)
               else
                   string "Notice table full at 10000 - "
                       MN-Account " history not loaded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read MaturityNoticeFile
                   at end set eof-notice to true
               end-read
           end-perform.
           close MaturityNoticeFile.

       2000-CheckOneLoan.
           add 1 to LoansRead.

           move "N" to FinalRowFoundFlag.
           move 1 to FinalRowSub.
           perform until FinalRowSub > FinalRowCount
               if FR-Account(FinalRowSub) = LM-LoanAccount
                   set FinalRowFound to true
                   exit perform
               end-if
               add 1 to FinalRowSub
           end-perform.
           if not FinalRowFound
               add 1 to NoSchedule
               exit paragraph
           end-if.

           move FR-DueDate(FinalRowSub) to WORK-DATE.
           perform 7050-CheckDate.
           if not DateValid
               add 1 to NoSchedule
               string "Final schedule row for " LM-LoanAccount
                   " has no usable due date " FR-DueDate(FinalRowSub)
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           perform 7000-DateToInteger.
           move DateInteger to MatInteger.
           compute DaysToMaturity = MatInteger - TodayInteger.

           if LM-BalloonFlag = "Y"
               move "BALLOON" to LoanKind
           else
               move "MATURITY" to LoanKind
           end-if.

           if DaysToMaturity < zero
               if LM-CurrentBalance > zero
                   move 5 to HorizonSub
                   perform 2100-Delinquency
                   move spaces to RefiText
                   perform 3000-AddToPipeline
                   add 1 to PastCount
                   compute DaysPast = zero - DaysToMaturity
                   move DaysPast to Disp-Days
                   move LM-CurrentBalance to Disp-Balance
                   string "PAST MATURITY " LM-LoanAccount " "
                       LoanKind " " FR-DueDate(FinalRowSub)
                       " days past " Disp-Days
                       " balance " Disp-Balance into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
               exit paragraph
           end-if.

           perform 4000-Notices.

           move zero to HorizonSub.
           evaluate true
               when MatInteger <= HZT-Limit(1)
                   move 1 to HorizonSub
               when MatInteger <= HZT-Limit(2)
                   move 2 to HorizonSub
               when MatInteger <= HZT-Limit(3)
                   move 3 to HorizonSub
               when MatInteger <= HZT-Limit(4)
                   move 4 to HorizonSub
           end-evaluate.
           if HorizonSub = zero
               exit paragraph
           end-if.

           perform 2100-Delinquency.
           perform 2200-RefiStatus.
           perform 3000-AddToPipeline.

       2100-Delinquency.
           move "CURRENT" to DelinquencyText.
           move 1 to AgingSub.
           perform until AgingSub > AgingCount
               if AGT-Account(AgingSub) = LM-LoanAccount
                   move spaces to DelinquencyText
                   string AGT-Bucket(AgingSub) " DPD"
                       delimited by size into DelinquencyText
                   exit perform
               end-if
               add 1 to AgingSub
           end-perform.

      * REFISCREEN'S CANDIDATE SCREEN AT TODAY'S MARKET TERMS
       2200-RefiStatus.
           if not MarketLoaded
               move "NO MARKET" to RefiText
               exit paragraph
           end-if.
           if not LM-StatusActive
               move "NONACCRUAL" to RefiText
               exit paragraph
           end-if.
           compute LoanSpread = LM-AnnualRate - MarketRate.
           if LoanSpread < MinSpread
               move "NO - RATE" to RefiText
               exit paragraph
           end-if.

           move "N" to RemainFoundFlag.
           move 1 to RemainSub.
           perform until RemainSub > RemainCount
               if RMT-Account(RemainSub) = LM-LoanAccount
                   set RemainFound to true
                   exit perform
               end-if
               add 1 to RemainSub
           end-perform.
           if not RemainFound
               move "NO - TERM" to RefiText
               exit paragraph
           end-if.
           if RMT-OpenCount(RemainSub) < MinRemTerm
               move "NO - TERM" to RefiText
               exit paragraph
           end-if.

           if MaxLtv > zero
               perform 2300-CheckLtv
               if LoanLtv > MaxLtv
                   move "NO - LTV" to RefiText
                   exit paragraph
               end-if
           end-if.
           move "CANDIDATE" to RefiText.

       2300-CheckLtv.
           move 9999.99 to LoanLtv.
           if not CollateralOpen
               exit paragraph
           end-if.
           move LM-LoanAccount to CL-Account.
           read CollateralFile
               invalid key
                   exit paragraph
           end-read.
           if CL-CurrValue > zero
               compute LoanLtv rounded =
                   LM-CurrentBalance * 100 / CL-CurrValue
                   on size error move 9999.99 to LoanLtv
               end-compute
           end-if.

      * IN HORIZON ORDER, SOONEST MATURITY FIRST WITHIN A HORIZON
       3000-AddToPipeline.
           if PipelineCount >= 3000
               string "Pipeline table full at 3000 - "
                   LM-LoanAccount " dropped" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move 1 to InsertAt.
           perform until InsertAt > PipelineCount
               if HorizonSub < PL-Horizon(InsertAt)
                   exit perform
               end-if
               if HorizonSub = PL-Horizon(InsertAt)
                   and MatInteger < PL-MatInteger(InsertAt)
                   exit perform
               end-if
               add 1 to InsertAt
           end-perform.

           compute ShiftSub = PipelineCount.
           perform until ShiftSub < InsertAt
               move PipelineEntry(ShiftSub) to
                   PipelineEntry(ShiftSub + 1)
               subtract 1 from ShiftSub
           end-perform.
           add 1 to PipelineCount.

           move HorizonSub to PL-Horizon(InsertAt).
           move MatInteger to PL-MatInteger(InsertAt).
           move LM-LoanAccount to PL-Account(InsertAt).
           move LM-CompanyCode to PL-Company(InsertAt).
           move LoanKind to PL-Kind(InsertAt).
           move FR-DueDate(FinalRowSub) to PL-MatDate(InsertAt).
           move DaysToMaturity to PL-Days(InsertAt).
           move LM-CurrentBalance to PL-Balance(InsertAt).
           move FR-Payment(FinalRowSub) to PL-FinalPayment(InsertAt).
           move DelinquencyText to PL-Delinquency(InsertAt).
           move RefiText to PL-Refi(InsertAt).

           add 1 to HZT-Count(HorizonSub).
           add LM-CurrentBalance to HZT-Balance(HorizonSub).
           add FR-Payment(FinalRowSub) to HZT-Payment(HorizonSub).

      * THE NEAREST LEAD TIME THE LOAN IS INSIDE GETS ITS NOTICE ONCE;
      * LONGER LEAD TIMES IT IS ALSO INSIDE ARE KEPT AS SUPERSEDED SO
      * THEY NEVER GO OUT LATE
       4000-Notices.
           move zero to NearestLead.
           move 1 to LeadSub.
           perform until LeadSub > LeadCount
               if DaysToMaturity <= LDT-Days(LeadSub)
                   move LDT-Days(LeadSub) to NearestLead
                   exit perform
               end-if
               add 1 to LeadSub
           end-perform.
           if NearestLead = zero
               exit paragraph
           end-if.

           perform until LeadSub > LeadCount
               move LM-LoanAccount to NK-Account
               move LDT-Days(LeadSub) to NK-LeadDays
               move FR-DueDate(FinalRowSub) to NK-MaturityDate
               perform 4100-FindNotice
               if not NoticeFound
                   move spaces to MaturityNoticeRecord
                   move LM-LoanAccount to MN-Account
                   move LDT-Days(LeadSub) to MN-LeadDays
                   move FR-DueDate(FinalRowSub) to MN-MaturityDate
                   move TodayDate to MN-SentDate
                   if LM-BalloonFlag = "Y"
                       set MN-Balloon to true
                   else
                       set MN-Maturity to true
                   end-if
                   set NoticeWritten to true
                   if LDT-Days(LeadSub) = NearestLead
                       set MN-Sent to true
                       perform 4200-WriteNotice
                   else
                       set MN-Superseded to true
                       add 1 to NoticesSuperseded
                   end-if
      * a notice held for a bad address is not history - it goes out
      * on the first run after the address is corrected
                   if NoticeWritten
                       write MaturityNoticeRecord
                       if NoticeCount < 10000
                           add 1 to NoticeCount
                           move NoticeKey to NTT-Key(NoticeCount)
                       end-if
                   end-if
               end-if
               add 1 to LeadSub
           end-perform.

       4100-FindNotice.
           move "N" to NoticeFoundFlag.
           move 1 to NoticeSub.
           perform until NoticeSub > NoticeCount
               if NTT-Key(NoticeSub) = NoticeKey
                   set NoticeFound to true
                   exit perform
               end-if
               add 1 to NoticeSub
           end-perform.

       4200-WriteNotice.
           perform 4300-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               move "N" to NoticeWrittenFlag
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move LM-LoanAccount to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           move NearestLead to Disp-Lead.
           move spaces to NoticeLetterName.
           string "Maturity/letters/" delimited by size
                  LM-LoanAccount delimited by space
                  "_" Disp-Lead "_maturity.txt"
                      delimited by size
                  into NoticeLetterName
           end-string.
           open output NoticeLetterFile.

           move spaces to NoticeLetterLine.
           if LM-BalloonFlag = "Y"
               string "NOTICE OF BALLOON PAYMENT DUE     "
                   TodayDate into NoticeLetterLine
           else
               string "NOTICE OF LOAN MATURITY     "
                   TodayDate into NoticeLetterLine
           end-if.
           write NoticeLetterLine.
           move spaces to NoticeLetterLine.
           string "Account " LM-LoanAccount
               "   Maturity date " FR-DueDate(FinalRowSub)
               into NoticeLetterLine.
           write NoticeLetterLine.

           if BorrowerFound
               move spaces to NoticeLetterLine
               move BW-Name to NoticeLetterLine
               write NoticeLetterLine
               move spaces to NoticeLetterLine
               move BW-Addr1 to NoticeLetterLine
               write NoticeLetterLine
               if BW-Addr2 not = spaces
                   move spaces to NoticeLetterLine
                   move BW-Addr2 to NoticeLetterLine
                   write NoticeLetterLine
               end-if
               move spaces to NoticeLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into NoticeLetterLine
               end-string
               write NoticeLetterLine
           end-if.

           move spaces to NoticeLetterLine.
           write NoticeLetterLine.
           move FR-Payment(FinalRowSub) to Disp-Payment.
           move spaces to NoticeLetterLine.
           if LM-BalloonFlag = "Y"
               string "Your loan's balloon payment of " Disp-Payment
                   " is due on " FR-DueDate(FinalRowSub) "."
                   into NoticeLetterLine
           else
               string "Your loan matures on " FR-DueDate(FinalRowSub)
                   ". Your final scheduled payment is "
                   Disp-Payment "." into NoticeLetterLine
           end-if.
           write NoticeLetterLine.
           move spaces to NoticeLetterLine.
           string "The amount due at maturity includes any balance"
               " still owed on that date." into NoticeLetterLine.
           write NoticeLetterLine.
           move spaces to NoticeLetterLine.
           string "Please contact us before then to arrange payment"
               " or to discuss refinancing." into NoticeLetterLine.
           write NoticeLetterLine.

           close NoticeLetterFile.
           add 1 to NoticesSent.

           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move LM-LoanAccount to EDC-Account.
           move "MATNOT" to EDC-DocType.
           move spaces to EDC-Period.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into EDC-Period.
           move NoticeLetterName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

           string "MATURITY NOTICE " LM-LoanAccount " "
               LoanKind " " FR-DueDate(FinalRowSub)
               " at " Disp-Lead " days" into msg.
           perform 8000-Logs.

       4300-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move LM-LoanAccount to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       5000-WriteReport.
           open output PipelineReportFile.
           move spaces to PipelineLine.
           string "MATURITY AND BALLOON PIPELINE   Run " TodayDate
               into PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           if MarketLoaded
               move MarketRate to Disp-Rate
               string "Refinance screen: market rate " Disp-Rate
                   "%   minimum spread " MinSpread
                   "   minimum remaining periods " MinRemTerm
                   "   maximum LTV " MaxLtv into PipelineLine
           else
               string "Refinance screen: no market terms on "
                   "Refinance\marketrates.txt" into PipelineLine
           end-if.
           write PipelineLine.

           move zero to PriorMonths.
           move 1 to HorizonSub.
           perform 4 times
               perform 5100-WriteHorizon
               move HZT-Months(HorizonSub) to PriorMonths
               add 1 to HorizonSub
           end-perform.

           move 5 to HorizonSub.
           move spaces to PipelineLine.
           write PipelineLine.
           move "EXCEPTIONS - PAST MATURITY WITH A BALANCE STILL OPEN"
               to PipelineLine.
           write PipelineLine.
           perform 5200-WriteLines.

           move spaces to PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           string "Loans checked " LoansRead
               "  In pipeline " PipelineCount
               "  Past maturity " PastCount
               "  No schedule " NoSchedule into PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           string "Maturity notices sent " NoticesSent
               "  Superseded " NoticesSuperseded
               "  Held for bad address " BadAddressSkipped
               into PipelineLine.
           write PipelineLine.
           close PipelineReportFile.

       5100-WriteHorizon.
           compute DateInteger = HZT-Limit(HorizonSub).
           move function date-of-integer(DateInteger)
               to DATE-YYYYMMDD-N.
           move spaces to LimitDate.
           string DY-Month "/" DY-Day "/" DY-Year
               delimited by size into LimitDate.
           move spaces to PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           if PriorMonths = zero
               string "MATURING WITHIN " HZT-Months(HorizonSub)
                   " MONTHS (THROUGH " LimitDate ")"
                   into PipelineLine
           else
               compute HorizonMonths = PriorMonths + 1
               string "MATURING IN " HorizonMonths " TO "
                   HZT-Months(HorizonSub)
                   " MONTHS (THROUGH " LimitDate ")"
                   into PipelineLine
           end-if.
           write PipelineLine.
           perform 5200-WriteLines.

       5200-WriteLines.
           move spaces to PipelineLine.
           string "Account    Co  Kind      Matures      Days"
               "        Balance  Final payment"
               "  Delinquency  Refinance" into PipelineLine.
           write PipelineLine.

           move 1 to PipelineSub.
           perform PipelineCount times
               if PL-Horizon(PipelineSub) = HorizonSub
                   perform 5300-WriteOneLine
               end-if
               add 1 to PipelineSub
           end-perform.

           move HZT-Balance(HorizonSub) to Disp-Total.
           move HZT-Payment(HorizonSub) to Disp-TotalPayment.
           move spaces to PipelineLine.
           string "  Loans " HZT-Count(HorizonSub)
               "   Balance " Disp-Total
               "   Final payments " Disp-TotalPayment
               into PipelineLine.
           write PipelineLine.

       5300-WriteOneLine.
           move PL-Days(PipelineSub) to Disp-Days.
           move PL-Balance(PipelineSub) to Disp-Balance.
           move PL-FinalPayment(PipelineSub) to Disp-Payment.
           move spaces to PipelineLine.
           string PL-Account(PipelineSub)
               " " PL-Company(PipelineSub)
               " " PL-Kind(PipelineSub)
               "  " PL-MatDate(PipelineSub)
               " " Disp-Days
               "  " Disp-Balance
               "  " Disp-Payment
               "  " PL-Delinquency(PipelineSub)
               "     " PL-Refi(PipelineSub)
               into PipelineLine.
           write PipelineLine.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

       7050-CheckDate.
           move "Y" to DateValidFlag.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               or WORK-MONTH < 1 or WORK-MONTH > 12
               or WORK-DAY < 1 or WORK-DAY > 31
               or WORK-YEAR < 1601
               move "N" to DateValidFlag
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

       end program MATPIPE.
