      ******************************************************************
      * Construction loan cycle - the daily money side of every loan   *
      * CONSMAINT has set up. First it funds each draw that passed     *
      * inspection: the loan's retainage percent is held back, the net *
      * is advanced (loan master balance and shared\data\glwork.txt,   *
      * DR loans receivable / CR cash) and charged to its budget line; *
      * a draw that would take its line past budget, or comes after    *
      * the completion date, is refused. A draw on a loan with a       *
      * confirmed sanctions hit (a C case on                           *
      * shared\data\sanctionqueue.txt) is left unfunded until the case *
      * is released. Then it bills interest on the disbursed balance,  *
      * accrued daily between fundings by the loan's own day count     *
      * (0 = /360, C = actual/actual, otherwise /365), through each    *
      * month end and the completion date, to                          *
      * Construction\bills\<account>_MMYYYY.txt and to glwork.txt (DR  *
      * accrued interest receivable / CR interest income). Each bill   *
      * carries the borrower's name and address from                   *
      * shared\data\borrowers.dat and goes out through EDELIVER; a     *
      * borrower marked bad-address gets no bill, only a record on     *
      * Statements\addressresearch.txt, though the interest is still   *
      * billed. Last, a loan whose completion date has come and is     *
      * billed through it converts: draws still pending are cancelled, *
      * the retainage is released, the loan master takes the permanent *
      * rate, term and frequency on the full disbursed balance, plus   *
      * any construction interest still unpaid (moved off accrued      *
      * interest receivable, DR loans receivable / CR accrued interest *
      * receivable), as a scheduled loan, and AC365AMSCH and           *
      * SCHCONVERT rebuild the schedules. Every funding, bill and      *
      * conversion is on Construction\conscyclereport.txt.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CONSCYCLE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select ConstrLoanFile ASSIGN TO
                   "shared\data\constrloan.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CN-Account
                   file status is ConstrLoanStatus.

               select ConstrBudgetFile ASSIGN TO
                   "shared\data\constrbudget.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CB-Key
                   file status is ConstrBudgetStatus.

               select ConstrDrawFile ASSIGN TO
                   "shared\data\constrdraws.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CD-Key
                   file status is ConstrDrawStatus.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select BillFile ASSIGN TO DYNAMIC BillPath
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

               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select CycleReportFile ASSIGN TO
                   "Construction\conscyclereport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ConstrLoanFile.
           copy "../shared/copybooks/constrloan.cpy".

       FD  ConstrBudgetFile.
           copy "../shared/copybooks/constrbudget.cpy".

       FD  ConstrDrawFile.
           copy "../shared/copybooks/constrdraw.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  BillFile.
           01 BillLine              PIC X(100).

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

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       FD  CycleReportFile.
           01 CycleReportLine       PIC X(132).

       working-storage section.
      * THIS LOAN'S FUNDINGS INSIDE THE BILLING PERIOD, IN DATE ORDER
       01  EVENT-TABLE.
           05  EventEntry occurs 100 times.
               10  EVT-DateInt      PIC 9(8).
               10  EVT-Date         PIC X(10).
               10  EVT-Amount       PIC 9(7)V99.
       01  EventCount               PIC 999 value zero.
       01  EventSub                 PIC 999 value zero.
       01  InsertAt                 PIC 999 value zero.
       01  ShiftSub                 PIC 999 value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  ConstrLoanStatus         PIC XX value spaces.
       01  ConstrBudgetStatus       PIC XX value spaces.
       01  ConstrDrawStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  BillPath                 PIC X(60) value spaces.
       01  RunCommand               PIC X(60) value spaces.

       01  eof-constr-file          PIC X value "N".
           88  eof-constr           value "Y".
       01  eof-draw-file            PIC X value "N".
           88  eof-draw             value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  GLPostDate               PIC X(10) value spaces.
       01  GLPostAmount             PIC 9(7)V99 value zero.
       01  GLDebitType              PIC X(4) value spaces.
       01  GLCreditType             PIC X(4) value spaces.

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
       01  DateInteger              PIC 9(8) value zero.

       01  TodayInt                 PIC 9(8) value zero.
       01  CompletionInt            PIC 9(8) value zero.
       01  BillStartInt             PIC 9(8) value zero.
       01  CutoffInt                PIC 9(8) value zero.
       01  ThroughInt               PIC 9(8) value zero.
       01  FundedInt                PIC 9(8) value zero.
       01  BillStartDate            PIC X(10) value spaces.
       01  CutoffDate               PIC X(10) value spaces.
       01  CutoffMonth              PIC 9(2) value zero.
       01  CutoffYear               PIC 9(4) value zero.

       01  DailyRateDenom           PIC 999 value 365.
       01  DailyRate                PIC 9V9(9) value zero.
       01  LeapRemainder            PIC 9(4) value zero.
       01  LeapQuotient             PIC 9(4) value zero.
       01  LeapRem100               PIC 9(4) value zero.
       01  LeapRem400               PIC 9(4) value zero.
       01  RunningBalance           PIC 9(8)V99 value zero.
       01  OpeningBalance           PIC 9(8)V99 value zero.
       01  FundedSinceStart         PIC 9(8)V99 value zero.
       01  PeriodDraws              PIC 9(8)V99 value zero.
       01  AccruedWork              PIC 9(8)V9(4) value zero.
       01  PeriodInterest           PIC 9(7)V99 value zero.
       01  AccrueDays               PIC S9(5) value zero.
       01  PrevEventInt             PIC 9(8) value zero.

       01  PermanentBalance         PIC 9(8)V99 value zero.
       01  RetainageRelease         PIC 9(7)V99 value zero.
       01  InterestCapitalized      PIC 9(7)V99 value zero.
       01  DrawsCancelled           PIC 9(4) value zero.
       01  RefuseReason             PIC X(60) value spaces.

      * LOAN ACCOUNTS WITH A CONFIRMED SANCTIONS HIT - THEIR DRAWS
      * ARE NOT FUNDED
       01  SANCTION-TABLE.
           05  SanctionEntry occurs 500 times.
               10  SNT-Account      PIC X(10).
               10  SNT-CaseId       PIC 9(7).
       01  SanctionCount            PIC 999 value zero.
       01  SanctionSub              PIC 999 value zero.
       01  SanctionFlag             PIC X value "N".
           88  AccountSanctioned    value "Y".
       01  eof-sanction-file        PIC X value "N".
           88  eof-sanction         value "Y".
       01  BillSkipFlag             PIC X value "N".
           88  BillSkipped          value "Y".

       01  DrawsFunded              PIC 9(4) value zero.
       01  DrawsRefused             PIC 9(4) value zero.
       01  DrawsSanctionHeld        PIC 9(4) value zero.
       01  LoansBilled              PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  PriorUnpaid              PIC 9(7)V99 value zero.
       01  LoansConverted           PIC 9(4) value zero.
       01  FundedTotal              PIC 9(8)V99 value zero.
       01  InterestTotal            PIC 9(8)V99 value zero.

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Amount2             PIC $$,$$$,$$9.99.
       01  Disp-Amount3             PIC $$,$$$,$$9.99.
       01  Disp-Rate                PIC Z9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "CONSCYCLE".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInt.

      * no construction loan has been set up yet - nothing to cycle
           open i-o ConstrLoanFile.
           if ConstrLoanStatus not = "00"
               string "No construction loans at "
                   "shared\data\constrloan.dat - nothing cycled"
                   into msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o LoanMasterFile.
           if LoanMasterStatus not = "00"
               display "CONSCYCLE - no loan master, status "
                   LoanMasterStatus
               string "No loan master - nothing cycled" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               close ConstrLoanFile
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o ConstrBudgetFile.
           if ConstrBudgetStatus = "35"
               open output ConstrBudgetFile
               close ConstrBudgetFile
               open i-o ConstrBudgetFile
           end-if.
           open i-o ConstrDrawFile.
           if ConstrDrawStatus = "35"
               open output ConstrDrawFile
               close ConstrDrawFile
               open i-o ConstrDrawFile
           end-if.

           perform 1000-LoadChart.
           perform 1100-LoadSanctioned.
           call "CBL_CREATE_DIR" using "Construction/bills".
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - interest bills go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.
           open extend AddressResearchFile.

           open output CycleReportFile.
           move spaces to CycleReportLine.
           string "CONSTRUCTION LOAN CYCLE REPORT   Run " TodayDate
               into CycleReportLine.
           write CycleReportLine.
           move spaces to CycleReportLine.
           write CycleReportLine.

           open extend GLWorkFile.

           perform 2000-FundDraws.
           perform 3000-BillAndConvert.

           close GLWorkFile.
           close AddressResearchFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           close ConstrDrawFile.
           close ConstrBudgetFile.
           close ConstrLoanFile.
           close LoanMasterFile.

           move spaces to CycleReportLine.
           write CycleReportLine.
           move FundedTotal to Disp-Amount.
           move InterestTotal to Disp-Amount2.
           move spaces to CycleReportLine.
           string "Draws funded " DrawsFunded " (" Disp-Amount
               " net)  refused " DrawsRefused
               "  sanctions held " DrawsSanctionHeld
               "  Loans billed " LoansBilled " (" Disp-Amount2
               ")  converted " LoansConverted
               into CycleReportLine.
           write CycleReportLine.
           close CycleReportFile.

      * a converted loan now amortizes - build its schedule, then the
      * indexed schedule master the keyed readers use
           if LoansConverted > zero
               move "AC365AMSCH\AC365AMSCH" to RunCommand
               call "SYSTEM" using RunCommand
               end-call
               move "Schedules\SCHCONVERT" to RunCommand
               call "SYSTEM" using RunCommand
               end-call
           end-if.

           string "END. Draws funded " DrawsFunded
               " refused " DrawsRefused
               " sanctions held " DrawsSanctionHeld
               " loans billed " LoansBilled
               " interest " InterestTotal
               " bills held bad address " BadAddressSkipped
               " converted " LoansConverted into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadChart.
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

       1100-LoadSanctioned.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-sanction to true
           end-read.
           perform until eof-sanction
               if SQ-Confirmed and SQ-Account not = spaces
                   and SanctionCount < 500
                   add 1 to SanctionCount
                   move SQ-Account to SNT-Account(SanctionCount)
                   move SQ-CaseId to SNT-CaseId(SanctionCount)
               end-if
               read SanctionQueueFile
                   at end set eof-sanction to true
               end-read
           end-perform.
           close SanctionQueueFile.

       2000-FundDraws.
           move "N" to eof-draw-file.
           read ConstrDrawFile next record
               at end set eof-draw to true
           end-read.
           perform until eof-draw
               if CD-Inspected
                   perform 2100-FundOneDraw
               end-if
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-perform.

       2050-CheckSanctioned.
           move "N" to SanctionFlag.
           move 1 to SanctionSub.
           perform until SanctionSub > SanctionCount
               if SNT-Account(SanctionSub) = CD-Account
                   set AccountSanctioned to true
                   exit perform
               end-if
               add 1 to SanctionSub
           end-perform.

      * NO MONEY GOES OUT ON A CONFIRMED SANCTIONS HIT - THE DRAW STAYS
      * PASSED AND UNFUNDED, AND FUNDS ON THE FIRST CYCLE AFTER
      * SANCREVIEW RELEASES THE CASE
       2060-HoldSanctioned.
           add 1 to DrawsSanctionHeld.
           move CD-Amount to Disp-Amount.
           move spaces to CycleReportLine.
           string "DRAW HELD       " CD-Account " draw " CD-DrawNo
               " line " CD-LineItem "  " Disp-Amount
               " - sanctions case " SNT-CaseId(SanctionSub)
               " confirmed, not funded" into CycleReportLine.
           write CycleReportLine.
           string "SANCTIONS HOLD - draw " CD-Account " " CD-DrawNo
               " " CD-Amount " not funded, case "
               SNT-CaseId(SanctionSub) into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

      * A PASSED DRAW IS FUNDED TODAY NET OF RETAINAGE, PROVIDED THE
      * LOAN IS STILL UNDER CONSTRUCTION AND THE LINE HAS ROOM FOR IT
       2100-FundOneDraw.
           perform 2050-CheckSanctioned.
           if AccountSanctioned
               perform 2060-HoldSanctioned
               exit paragraph
           end-if.

           move CD-Account to CN-Account.
           read ConstrLoanFile
               invalid key
                   string "Draw " CD-Account " " CD-DrawNo
                       " has no construction terms - not funded"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not CN-UnderConstruction
               string "loan converted on " CN-ConvertedDate
                   into RefuseReason
               perform 2900-RefuseDraw
               exit paragraph
           end-if.

           move CN-CompletionDate to WORK-DATE.
           perform 7000-DateToInteger.
           if TodayInt > DateInteger
               string "past the completion date " CN-CompletionDate
                   into RefuseReason
               perform 2900-RefuseDraw
               exit paragraph
           end-if.

           move CD-Account to CB-Account.
           move CD-LineItem to CB-LineItem.
           read ConstrBudgetFile
               invalid key
                   string "no budget line " CD-LineItem
                       into RefuseReason
                   perform 2900-RefuseDraw
                   exit paragraph
           end-read.
           if CB-Drawn + CD-Amount > CB-Budget
               move CB-Budget to Disp-Amount
               string "would take line " CD-LineItem
                   " past its budget of " Disp-Amount
                   into RefuseReason
               perform 2900-RefuseDraw
               exit paragraph
           end-if.

           move CD-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "Draw " CD-Account " " CD-DrawNo
                       " - loan not on the loan master, not funded"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive
               string "loan status is " LM-LoanStatus
                   into RefuseReason
               perform 2900-RefuseDraw
               exit paragraph
           end-if.

           compute CD-Retained rounded =
               CD-Amount * CN-RetainagePct / 100.
           compute CD-Net = CD-Amount - CD-Retained.

           add CD-Amount to CB-Drawn.
           add CD-Retained to CB-Retained.
           rewrite ConstructionBudgetRecord.

           add CD-Net to CN-Disbursed.
           add CD-Retained to CN-RetainageHeld.
           rewrite ConstructionLoanRecord.

           move LoanMasterRecord to AUD-Before.
           add CD-Net to LM-CurrentBalance.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           set CD-Funded to true.
           move TodayDate to CD-FundedDate.
           rewrite ConstructionDrawRecord.

           move "LOAN" to GLDebitType.
           move "CASH" to GLCreditType.
           move TodayDate to GLPostDate.
           move CD-Net to GLPostAmount.
           perform 5000-PostPair.

           add 1 to DrawsFunded.
           add CD-Net to FundedTotal.
           move CD-Amount to Disp-Amount.
           move CD-Retained to Disp-Amount2.
           move CD-Net to Disp-Amount3.
           move spaces to CycleReportLine.
           string "DRAW FUNDED     " CD-Account " draw " CD-DrawNo
               " line " CD-LineItem "  gross " Disp-Amount
               "  retainage " Disp-Amount2 "  net " Disp-Amount3
               into CycleReportLine.
           write CycleReportLine.
           string "DRAW FUNDED " CD-Account " draw " CD-DrawNo
               " gross " CD-Amount " retained " CD-Retained
               " net " CD-Net into msg.
           perform 8000-Logs.

      * THE REASON IS IN RefuseReason ON THE WAY IN
       2900-RefuseDraw.
           set CD-Refused to true.
           rewrite ConstructionDrawRecord.
           add 1 to DrawsRefused.
           move CD-Amount to Disp-Amount.
           move spaces to CycleReportLine.
           string "DRAW REFUSED    " CD-Account " draw " CD-DrawNo
               " line " CD-LineItem "  " Disp-Amount " - "
               RefuseReason into CycleReportLine.
           write CycleReportLine.
           string "DRAW REFUSED " CD-Account " draw " CD-DrawNo
               " " CD-Amount " - " RefuseReason into msg.
           move "ERROR" to LogSeverity.
           perform 8000-Logs.

       3000-BillAndConvert.
           move "N" to eof-constr-file.
           move low-values to CN-Account.
           start ConstrLoanFile key >= CN-Account
               invalid key
                   exit paragraph
           end-start.
           read ConstrLoanFile next record
               at end set eof-constr to true
           end-read.
           perform until eof-constr
               if CN-UnderConstruction
                   perform 3100-BillOneLoan
                   if not BillSkipped
                       perform 4000-ConvertOneLoan
                   end-if
               end-if
               read ConstrLoanFile next record
                   at end set eof-constr to true
               end-read
           end-perform.

      * INTEREST IS BILLED FROM THE DAY AFTER THE LAST BILL (THE LOAN
      * DATE FOR THE FIRST) THROUGH THE COMPLETION DATE ONCE IT HAS
      * COME, OTHERWISE THROUGH THE LAST MONTH END - TODAY IF TODAY IS
      * ONE. NOTHING IS BILLED UNTIL A PERIOD HAS CLOSED.
       3100-BillOneLoan.
           move "Y" to BillSkipFlag.
           move CN-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "Construction loan " CN-Account
                       " not on the loan master - not billed"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive
               exit paragraph
           end-if.

           move CN-CompletionDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to CompletionInt.

           if TodayInt >= CompletionInt
               move CompletionInt to CutoffInt
           else
               compute DATE-YYYYMMDD-N =
                   function date-of-integer(TodayInt + 1)
               if DY-Day = 01
                   move TodayInt to CutoffInt
               else
                   move 01 to DY-Day
                   compute CutoffInt =
                       function integer-of-date(DATE-YYYYMMDD-N) - 1
               end-if
           end-if.

           if CN-InterestThrough = spaces
               move LM-LoanDate to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to BillStartInt
           else
               move CN-InterestThrough to WORK-DATE
               perform 7000-DateToInteger
               compute BillStartInt = DateInteger + 1
           end-if.

      * already billed through this cutoff - nothing new to bill, but
      * a loan billed through its completion date may still convert
           move "N" to BillSkipFlag.
           if CutoffInt < BillStartInt
               exit paragraph
           end-if.

           compute DATE-YYYYMMDD-N =
               function date-of-integer(BillStartInt).
           move spaces to BillStartDate.
           string DY-Month "/" DY-Day "/" DY-Year
               into BillStartDate.
           compute DATE-YYYYMMDD-N =
               function date-of-integer(CutoffInt).
           move spaces to CutoffDate.
           string DY-Month "/" DY-Day "/" DY-Year
               into CutoffDate.
           move DY-Month to CutoffMonth.
           move DY-Year to CutoffYear.

           evaluate LM-DayCountMethod
               when "0"
                   move 360 to DailyRateDenom
               when "C"
                   divide CutoffYear by 4 giving LeapQuotient
                       remainder LeapRemainder
                   divide CutoffYear by 100 giving LeapQuotient
                       remainder LeapRem100
                   divide CutoffYear by 400 giving LeapQuotient
                       remainder LeapRem400
                   if LeapRemainder = zero
                       and (LeapRem100 not = zero
                           or LeapRem400 = zero)
                       move 366 to DailyRateDenom
                   else
                       move 365 to DailyRateDenom
                   end-if
               when other
                   move 365 to DailyRateDenom
           end-evaluate.
           compute DailyRate rounded =
               (LM-AnnualRate / 100) / DailyRateDenom.

           perform 3200-LoadFundings.

      * CN-Disbursed HOLDS EVERY FUNDING TO DATE - BACK OUT THOSE ON
      * OR AFTER THE START OF THE PERIOD TO GET THE OPENING BALANCE
           compute OpeningBalance = CN-Disbursed - FundedSinceStart.
           move OpeningBalance to RunningBalance.
           move zero to AccruedWork.
           move zero to PeriodDraws.
           move BillStartInt to PrevEventInt.

           move 1 to EventSub.
           perform EventCount times
               perform 3400-ApplyOneFunding
               add 1 to EventSub
           end-perform.

      * the tail of the period accrues on whatever has been disbursed,
      * through and including the cutoff day
           compute AccrueDays = CutoffInt + 1 - PrevEventInt.
           if AccrueDays > zero
               compute AccruedWork = AccruedWork
                   + RunningBalance * DailyRate * AccrueDays
           end-if.
           compute PeriodInterest rounded = AccruedWork.

           if PeriodInterest > zero
               move "ACRC" to GLDebitType
               move "INT" to GLCreditType
               move CutoffDate to GLPostDate
               move PeriodInterest to GLPostAmount
               perform 5000-PostPair
               perform 3600-WriteBill
               add PeriodInterest to CN-InterestBilled
               add PeriodInterest to InterestTotal
               add 1 to LoansBilled
           end-if.

           move CutoffDate to CN-InterestThrough.
           rewrite ConstructionLoanRecord.

           move PeriodInterest to Disp-Amount.
           move RunningBalance to Disp-Amount2.
           move spaces to CycleReportLine.
           string "INTEREST BILLED " CN-Account " "
               BillStartDate " - " CutoffDate
               "  on " Disp-Amount2 "  interest " Disp-Amount
               into CycleReportLine.
           write CycleReportLine.
           string "INTEREST BILLED " CN-Account " through "
               CutoffDate " " PeriodInterest into msg.
           perform 8000-Logs.

      * EVERY FUNDED DRAW OF THE LOAN ON OR AFTER THE PERIOD START -
      * THOSE UP TO THE CUTOFF ARE THE PERIOD'S EVENTS
       3200-LoadFundings.
           move zero to EventCount.
           move zero to FundedSinceStart.
           move "N" to eof-draw-file.
           move CN-Account to CD-Account.
           move zero to CD-DrawNo.
           start ConstrDrawFile key >= CD-Key
               invalid key
                   exit paragraph
           end-start.
           read ConstrDrawFile next record
               at end set eof-draw to true
           end-read.
           perform until eof-draw or CD-Account not = CN-Account
               if CD-Funded
                   move CD-FundedDate to WORK-DATE
                   perform 7000-DateToInteger
                   move DateInteger to FundedInt
                   if FundedInt >= BillStartInt
                       add CD-Net to FundedSinceStart
                       if FundedInt <= CutoffInt
                           perform 3300-InsertEvent
                       end-if
                   end-if
               end-if
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-perform.

       3300-InsertEvent.
           if EventCount >= 100
               string "Event table full at 100 for " CN-Account
                   " - funding left out of the period" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move 1 to InsertAt.
           perform until InsertAt > EventCount
               if FundedInt < EVT-DateInt(InsertAt)
                   exit perform
               end-if
               add 1 to InsertAt
           end-perform.
           compute ShiftSub = EventCount.
           perform until ShiftSub < InsertAt
               move EventEntry(ShiftSub) to EventEntry(ShiftSub + 1)
               subtract 1 from ShiftSub
           end-perform.
           add 1 to EventCount.

           move FundedInt to EVT-DateInt(InsertAt).
           move CD-FundedDate to EVT-Date(InsertAt).
           move CD-Net to EVT-Amount(InsertAt).

      * ACCRUE UP TO THE FUNDING DAY ON THE BALANCE DISBURSED SO FAR,
      * THEN ADD THE FUNDING - IT EARNS FROM THE DAY IT WAS ADVANCED
       3400-ApplyOneFunding.
           compute AccrueDays =
               EVT-DateInt(EventSub) - PrevEventInt.
           if AccrueDays > zero
               compute AccruedWork = AccruedWork
                   + RunningBalance * DailyRate * AccrueDays
               move EVT-DateInt(EventSub) to PrevEventInt
           end-if.
           add EVT-Amount(EventSub) to RunningBalance.
           add EVT-Amount(EventSub) to PeriodDraws.

      * THE BILL GOES TO THE BORROWER ON FILE - A RETURNED-MAIL ADDRESS
      * GETS NO BILL, ONLY A RECORD FOR ADDRESS RESEARCH
       3600-WriteBill.
           perform 3650-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move CN-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               move spaces to CycleReportLine
               string "BILL HELD       " CN-Account
                   "  bad address - sent to address research"
                   into CycleReportLine
               write CycleReportLine
               exit paragraph
           end-if.

           move spaces to BillPath.
           string "Construction/bills/" delimited by size
                  CN-Account delimited by space
                  "_" delimited by size
                  CutoffMonth delimited by size
                  CutoffYear delimited by size
                  ".txt" delimited by size
                  into BillPath
           end-string.

           open output BillFile.

           move spaces to BillLine.
           string "CONSTRUCTION LOAN INTEREST BILL   "
               BillStartDate " - " CutoffDate into BillLine.
           write BillLine.

           if BorrowerFound
               move spaces to BillLine
               move BW-Name to BillLine
               write BillLine
               move spaces to BillLine
               move BW-Addr1 to BillLine
               write BillLine
               if BW-Addr2 not = spaces
                   move spaces to BillLine
                   move BW-Addr2 to BillLine
                   write BillLine
               end-if
               move spaces to BillLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into BillLine
               end-string
               write BillLine
               move spaces to BillLine
               write BillLine
           end-if.

           move LM-AnnualRate to Disp-Rate.
           move spaces to BillLine.
           string "Account " CN-Account
               "    Rate " Disp-Rate "%"
               "    Day count " DailyRateDenom
               "    Prepared " TodayDate
               into BillLine.
           write BillLine.

           move spaces to BillLine.
           write BillLine.

           move OpeningBalance to Disp-Amount.
           move spaces to BillLine.
           string "Disbursed at period start " Disp-Amount
               into BillLine.
           write BillLine.

           move PeriodDraws to Disp-Amount.
           move spaces to BillLine.
           string "Draws funded this period  " Disp-Amount
               into BillLine.
           write BillLine.

           move RunningBalance to Disp-Amount.
           move spaces to BillLine.
           string "Disbursed at period end   " Disp-Amount
               into BillLine.
           write BillLine.

           move CN-RetainageHeld to Disp-Amount.
           move spaces to BillLine.
           string "Retainage held back       " Disp-Amount
               "  (not disbursed, no interest)" into BillLine.
           write BillLine.

           move spaces to BillLine.
           write BillLine.

           move PeriodInterest to Disp-Amount.
           move spaces to BillLine.
           string "Interest this period      " Disp-Amount
               into BillLine.
           write BillLine.

      * interest billed before and not yet paid is still owed
           move zero to PriorUnpaid.
           if CN-InterestBilled > CN-InterestPaid
               compute PriorUnpaid =
                   CN-InterestBilled - CN-InterestPaid
           end-if.
           move PriorUnpaid to Disp-Amount.
           move spaces to BillLine.
           string "Prior interest unpaid     " Disp-Amount
               into BillLine.
           write BillLine.

           compute PriorUnpaid = PriorUnpaid + PeriodInterest.
           move PriorUnpaid to Disp-Amount.
           move spaces to BillLine.
           string "INTEREST DUE              " Disp-Amount
               into BillLine.
           write BillLine.

           close BillFile.

           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move CN-Account to EDC-Account.
           move "CONBIL" to EDC-DocType.
           move spaces to EDC-Period.
           string CutoffYear CutoffMonth delimited by size
               into EDC-Period.
           move BillPath to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       3650-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move CN-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

      * ON THE COMPLETION DATE, ONCE INTEREST IS BILLED THROUGH IT, THE
      * LOAN BECOMES A SCHEDULED LOAN ON ITS PERMANENT TERMS
       4000-ConvertOneLoan.
           if CN-InterestThrough = spaces
               exit paragraph
           end-if.
           move CN-InterestThrough to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to ThroughInt.
           if TodayInt < CompletionInt or ThroughInt < CompletionInt
               exit paragraph
           end-if.

           move zero to InterestCapitalized.
           if CN-InterestBilled > CN-InterestPaid
               compute InterestCapitalized =
                   CN-InterestBilled - CN-InterestPaid
           end-if.
           compute PermanentBalance =
               CN-Disbursed + CN-RetainageHeld.
           if PermanentBalance = zero
               string "Construction loan " CN-Account
                   " reached completion " CN-CompletionDate
                   " with nothing disbursed - not converted"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add InterestCapitalized to PermanentBalance.
           if PermanentBalance > 999999.99
               string "Construction loan " CN-Account
                   " disbursed " PermanentBalance
                   " is too large for the loan master"
                   " - not converted" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 4100-CancelPending.

      * the retainage held back from every draw is paid out now the
      * work is complete
           move CN-RetainageHeld to RetainageRelease.
           if RetainageRelease > zero
               move "LOAN" to GLDebitType
               move "CASH" to GLCreditType
               move CN-CompletionDate to GLPostDate
               move RetainageRelease to GLPostAmount
               perform 5000-PostPair
               add RetainageRelease to CN-Disbursed
               add RetainageRelease to CN-RetainageReleased
               move zero to CN-RetainageHeld
           end-if.

      * construction interest billed and still unpaid - this run's
      * last bill included - is capitalized into the permanent
      * principal, clearing it out of accrued interest receivable
           if InterestCapitalized > zero
               move "LOAN" to GLDebitType
               move "ACRC" to GLCreditType
               move CN-CompletionDate to GLPostDate
               move InterestCapitalized to GLPostAmount
               perform 5000-PostPair
               move CN-InterestBilled to CN-InterestPaid
           end-if.

           move LoanMasterRecord to AUD-Before.
           move PermanentBalance to LM-LoanAmount.
           move PermanentBalance to LM-CurrentBalance.
           if CN-PermRate > zero
               move CN-PermRate to LM-AnnualRate
           end-if.
           move CN-PermTerm to LM-TermMonths.
           move CN-CompletionDate to LM-LoanDate.
           move CN-PermFrequency to LM-Frequency.
           if LM-Frequency = space
               move "M" to LM-Frequency
           end-if.
           move zero to LM-IOMonths.
           move "N" to LM-BalloonFlag.
           move "A" to LM-ProductType.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           set CN-Converted to true.
           move TodayDate to CN-ConvertedDate.
           rewrite ConstructionLoanRecord.

           add 1 to LoansConverted.
           move PermanentBalance to Disp-Amount.
           move RetainageRelease to Disp-Amount2.
           move LM-AnnualRate to Disp-Rate.
           move spaces to CycleReportLine.
           string "CONVERTED       " CN-Account " on "
               CN-CompletionDate "  permanent balance " Disp-Amount
               " at " Disp-Rate "% for " LM-TermMonths
               " months freq " LM-Frequency
               "  retainage released " Disp-Amount2
               into CycleReportLine.
           write CycleReportLine.
           if DrawsCancelled > zero
               move spaces to CycleReportLine
               string "                " CN-Account " "
                   DrawsCancelled " pending draw(s) cancelled at"
                   " conversion" into CycleReportLine
               write CycleReportLine
           end-if.
           if InterestCapitalized > zero
               move InterestCapitalized to Disp-Amount3
               move spaces to CycleReportLine
               string "                " CN-Account
                   " unpaid construction interest " Disp-Amount3
                   " capitalized" into CycleReportLine
               write CycleReportLine
           end-if.
           string "CONVERTED " CN-Account " balance " PermanentBalance
               " rate " LM-AnnualRate " term " LM-TermMonths
               " retainage released " RetainageRelease
               " interest capitalized " InterestCapitalized into msg.
           perform 8000-Logs.

      * A DRAW STILL WAITING ON INSPECTION OR FUNDING AT CONVERSION
      * WILL NEVER BE FUNDED - THE BUILDER IS PAID OUT OF POCKET OR BY
      * A NEW LOAN
       4100-CancelPending.
           move zero to DrawsCancelled.
           move "N" to eof-draw-file.
           move CN-Account to CD-Account.
           move zero to CD-DrawNo.
           start ConstrDrawFile key >= CD-Key
               invalid key
                   exit paragraph
           end-start.
           read ConstrDrawFile next record
               at end set eof-draw to true
           end-read.
           perform until eof-draw or CD-Account not = CN-Account
               if CD-Requested or CD-Inspected
                   set CD-Refused to true
                   rewrite ConstructionDrawRecord
                   add 1 to DrawsCancelled
                   string "Draw " CD-Account " " CD-DrawNo " "
                       CD-Amount " cancelled - loan converted on"
                       " its completion date" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-perform.

      * ONE BALANCED PAIR TO glwork.txt - GLDebitType / GLCreditType
      * FOR GLPostAmount ON GLPostDate, BOOKED TO THE LOAN'S COMPANY
       5000-PostPair.
           move GLDebitType to GLPostType.
           perform 5100-MapGLAccount.
           move LogProgramName to GLW-Source.
           move GLPostDate to GLW-Date.
           move LM-LoanAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move GLPostAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move GLCreditType to GLPostType.
           perform 5100-MapGLAccount.
           move LogProgramName to GLW-Source.
           move GLPostDate to GLW-Date.
           move LM-LoanAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move GLPostAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

       5100-MapGLAccount.
           move spaces to GLW-AcctNo.
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
               when "LOAN"
                   move "Loans Receivable" to GLW-AcctName
               when "CASH"
                   move "Cash" to GLW-AcctName
               when "ACRC"
                   move "Accrued Int Receivable" to GLW-AcctName
               when "INT"
                   move "Interest Income" to GLW-AcctName
           end-evaluate.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

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

       end program CONSCYCLE.
