      ******************************************************************
      * Forbearance and repayment plan maintenance - the verbal "skip  *
      * three payments" becomes a plan the whole shop enforces.        *
      * Applies actions from Forbearance\forbmaint.txt (A add a plan   *
      * with start period, number of periods, reduced or zero payment, *
      * plan type and the repayment terms; M change the repayment      *
      * terms or extend an active plan; X cancel) to the plan file at  *
      * shared\data\forbearance.txt that AGING, LATEFEE, NOTICEGEN and *
      * BUREAU all honor. Every run also reviews each plan against     *
      * shared\data\paymentstatus.txt: once the last forborne period   *
      * is due the plan ends and the repayment plan is built off the   *
      * arrears left open (lump sum at the next due date, spread over  *
      * N months, or deferred to maturity) onto                        *
      * shared\data\repayplans.txt with a letter to the borrower off   *
      * the borrower master; a plan in repayment is tracked against    *
      * the installments due (after the grace days and tolerance in    *
      * Forbearance\forbcontrol.txt) and marked kept, broken or        *
      * completed. Each run re-draws the excused period window on      *
      * every plan so the downstream programs stop chasing exactly the *
      * periods the plan covers. Actions and reviews go to the         *
      * register at Forbearance\forbreport.txt and through LOGGER.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. FORBMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Forbearance\forbmaint.txt"
                   organization is line sequential.

               select optional ForbControlFile ASSIGN TO
                   "Forbearance\forbcontrol.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

               select optional RepayPlanFile ASSIGN TO
                   "shared\data\repayplans.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional SuspenseFile ASSIGN TO
                   "shared\data\suspense.txt"
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

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select RepayLetterFile ASSIGN TO
                   DYNAMIC RepayLetterName
                   organization is line sequential.

               select ForbReportFile ASSIGN TO
                   "Forbearance\forbreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Modify     value "M".
                   88  Maint-Cancel     value "X".
               05  MaintAccountIn       PIC X(10).
               05  MaintStartPeriodIn   PIC 9(4).
               05  MaintPeriodsIn       PIC 9(3).
               05  MaintReducedPmtIn    PIC 9(6)V99.
               05  MaintPlanTypeIn      PIC X(2).
               05  MaintRepayMethodIn   PIC X.
               05  MaintRepayMonthsIn   PIC 9(3).

       FD  ForbControlFile.
           01 ForbControlRecord.
               05  FCT-GraceDays        PIC 9(3).
               05  FCT-Tolerance        PIC 9(4)V99.

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       FD  RepayPlanFile.
           01 RepayPlanRecord.
               05  RPP-Account          PIC X(10).
               05  RPP-Installment      PIC 9(3).
               05  RPP-DueDate          PIC X(10).
               05  RPP-Amount           PIC 9(7)V99.
               05  RPP-Status           PIC X.
                   88  RPP-Open         value "O".
                   88  RPP-Kept         value "K".
                   88  RPP-Missed       value "M".
                   88  RPP-Cancelled    value "X".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  SuspenseFile.
           01 SuspenseRecord.
               05  SUS-Account      PIC X(10).
               05  SUS-Balance      PIC 9(7)V99.
               05  SUS-LastDate     PIC X(10).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

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

       FD  RepayLetterFile.
           01 RepayLetterLine       PIC X(90).

       FD  ForbReportFile.
           01 ForbReportLine        PIC X(110).

       working-storage section.
       01  PLAN-TABLE.
           05  PlanEntry occurs 500 times.
               10  PLN-Account      PIC X(10).
               10  PLN-StartPeriod  PIC 9(4).
               10  PLN-Periods      PIC 9(3).
               10  PLN-ReducedPmt   PIC 9(6)V99.
               10  PLN-PlanType     PIC X(2).
               10  PLN-RepayMethod  PIC X.
               10  PLN-RepayMonths  PIC 9(3).
               10  PLN-Status       PIC X.
               10  PLN-SetupDate    PIC X(10).
               10  PLN-StatusDate   PIC X(10).
               10  PLN-Arrearage    PIC 9(7)V99.
               10  PLN-ExcuseFrom   PIC 9(4).
               10  PLN-ExcuseThru   PIC 9(4).
       01  PlanCount                PIC 999 value zero.
       01  PlanSub                  PIC 999 value zero.
       01  PlanFoundFlag            PIC X value "N".
           88  PlanFound            value "Y".
       01  PlanKey                  PIC X(10) value spaces.

       01  INSTALLMENT-TABLE.
           05  InstallEntry occurs 3000 times.
               10  INS-Account      PIC X(10).
               10  INS-Number       PIC 9(3).
               10  INS-DueDate      PIC X(10).
               10  INS-Amount       PIC 9(7)V99.
               10  INS-Status       PIC X.
       01  InstallCount             PIC 9(4) value zero.
       01  InstallSub               PIC 9(4) value zero.

      * ONLY THE PAYMENT STATUS ROWS OF ACCOUNTS WITH A LIVE PLAN ARE
      * HELD - THE REVIEW NEEDS THEIR DUE DATES AND WHAT IS STILL OPEN
       01  PERIOD-TABLE.
           05  PeriodEntry occurs 5000 times.
               10  PER-Account      PIC X(10).
               10  PER-Period       PIC 9(4).
               10  PER-DueDate      PIC X(10).
               10  PER-DueInteger   PIC 9(7).
               10  PER-AmountDue    PIC 9(6)V99.
               10  PER-Status       PIC X.
       01  PeriodCount              PIC 9(4) value zero.
       01  PeriodSub                PIC 9(4) value zero.

       01  SUSPENSE-TABLE.
           05  SuspenseEntry occurs 2000 times.
               10  SPT-Account      PIC X(10).
               10  SPT-Balance      PIC 9(7)V99.
       01  SuspenseCount            PIC 9(4) value zero.
       01  SuspenseSub              PIC 9(4) value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-plan-file            PIC X value "N".
           88  eof-plan             value "Y".
       01  eof-install-file         PIC X value "N".
           88  eof-install          value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-suspense-file        PIC X value "N".
           88  eof-suspense         value "Y".
       01  eof-control-file         PIC X value "N".
           88  eof-control          value "Y".

       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  LiveAccountFlag          PIC X value "N".
           88  LiveAccount          value "Y".

       01  GraceDays                PIC 9(3) value 15.
       01  Tolerance                PIC 9(4)V99 value 25.00.

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  PlansEnded               PIC 9(4) value zero.
       01  PlansKept                PIC 9(4) value zero.
       01  PlansBroken              PIC 9(4) value zero.
       01  PlansCompleted           PIC 9(4) value zero.
       01  LettersWritten           PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.

       01  LastForbornePeriod       PIC 9(4) value zero.
       01  TargetPeriod             PIC 9(4) value zero.
       01  FoundDueDate             PIC X(10) value spaces.
       01  MaturityDate             PIC X(10) value spaces.
       01  MaturityPeriod           PIC 9(4) value zero.
       01  PlanEndInteger           PIC 9(7) value zero.
       01  AccountSuspense          PIC 9(7)V99 value zero.
       01  OpenArrears              PIC 9(8)V99 value zero.
       01  InstallDueToDate         PIC 9(8)V99 value zero.
       01  AllowedPastDue           PIC 9(8)V99 value zero.
       01  PastDueNow               PIC 9(8)V99 value zero.
       01  InstallAmount            PIC 9(7)V99 value zero.
       01  InstallRemainder         PIC 9(7)V99 value zero.
       01  InstallNumber            PIC 9(3) value zero.
       01  InstallsToBuild          PIC 9(3) value zero.
       01  OpenInstallments         PIC 9(3) value zero.
       01  EarliestOpen             PIC 9(4) value zero.
       01  LatestDue                PIC 9(4) value zero.

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
       01  TodayInteger             PIC 9(7) value zero.
       01  AsOfInteger              PIC 9(7) value zero.

       01  RepayLetterName          PIC X(60) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Forbearance/letters".
       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Reduced             PIC $$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "FORBMAINT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move CDT-Year to DY-Year.
           move CDT-Month to DY-Month.
           move CDT-Day to DY-Day.
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "FORBMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadControl.
           perform 1100-LoadPlans.
           perform 1200-LoadInstallments.

           open output ForbReportFile.
           move spaces to ForbReportLine.
           string "FORBEARANCE PLAN REGISTER   Run " TodayDate
               into ForbReportLine.
           write ForbReportLine.
           move spaces to ForbReportLine.
           write ForbReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-Add
                       perform 2000-AddPlan
                   when Maint-Modify
                       perform 2100-ModifyPlan
                   when Maint-Cancel
                       perform 2200-CancelPlan
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown action "
                           MaintActionIn " for account "
                           MaintAccountIn into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.
           close MaintFile.

           perform 3000-LoadPlanPeriods.
           perform 3100-LoadSuspense.

           call "CBL_CREATE_DIR" using LetterDirPath.
           perform 1500-OpenBorrowerMaster.
           open extend AddressResearchFile.

           move spaces to ForbReportLine.
           write ForbReportLine.
           move spaces to ForbReportLine.
           string "PLAN REVIEW   grace days " GraceDays
               "  tolerance " Tolerance into ForbReportLine.
           write ForbReportLine.

           move 1 to PlanSub.
           perform PlanCount times
               evaluate PLN-Status(PlanSub)
                   when "A"
                       perform 4000-ReviewActivePlan
                   when "R"
                       perform 4200-TrackRepayment
                   when other
                       move zero to PLN-ExcuseFrom(PlanSub)
                       move zero to PLN-ExcuseThru(PlanSub)
               end-evaluate
               add 1 to PlanSub
           end-perform.

           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           close AddressResearchFile.
           close LoanMasterFile.

           perform 6000-RewritePlans.
           perform 6100-RewriteInstallments.

           move spaces to ForbReportLine.
           write ForbReportLine.
           move spaces to ForbReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Plans ended " PlansEnded
                  " Kept " PlansKept
                  " Broken " PlansBroken
                  " Completed " PlansCompleted
                  into ForbReportLine.
           write ForbReportLine.
           close ForbReportFile.

      * the actions have been applied - a rerun must not add the same
      * plan twice
           call "C$DELETE" using "Forbearance\forbmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Ended " PlansEnded
               " Kept " PlansKept
               " Broken " PlansBroken
               " Completed " PlansCompleted
               " Letters " LettersWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * GRACE DAYS BEFORE AN INSTALLMENT COUNTS AS MISSED, AND THE
      * DOLLAR TOLERANCE FOR ROUNDING AND ESCROW DRIFT
       1000-LoadControl.
           open input ForbControlFile.
           read ForbControlFile
               at end set eof-control to true
           end-read.
           if not eof-control
               move FCT-GraceDays to GraceDays
               move FCT-Tolerance to Tolerance
           end-if.
           close ForbControlFile.

       1100-LoadPlans.
           open input ForbearanceFile.
           read ForbearanceFile
               at end set eof-plan to true
           end-read.
           perform until eof-plan
               if PlanCount < 500
                   add 1 to PlanCount
                   move FBP-Account to PLN-Account(PlanCount)
                   move FBP-StartPeriod to PLN-StartPeriod(PlanCount)
                   move FBP-Periods to PLN-Periods(PlanCount)
                   move FBP-ReducedPmt to PLN-ReducedPmt(PlanCount)
                   move FBP-PlanType to PLN-PlanType(PlanCount)
                   move FBP-RepayMethod to PLN-RepayMethod(PlanCount)
                   move FBP-RepayMonths to PLN-RepayMonths(PlanCount)
                   move FBP-Status to PLN-Status(PlanCount)
                   move FBP-SetupDate to PLN-SetupDate(PlanCount)
                   move FBP-StatusDate to PLN-StatusDate(PlanCount)
                   move FBP-Arrearage to PLN-Arrearage(PlanCount)
                   move FBP-ExcuseFrom to PLN-ExcuseFrom(PlanCount)
                   move FBP-ExcuseThru to PLN-ExcuseThru(PlanCount)
               else
                   string "Plan table full at 500 - plan for "
                       FBP-Account " dropped" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read ForbearanceFile
                   at end set eof-plan to true
               end-read
           end-perform.
           close ForbearanceFile.

       1200-LoadInstallments.
           open input RepayPlanFile.
           read RepayPlanFile
               at end set eof-install to true
           end-read.
           perform until eof-install
               if InstallCount < 3000
                   add 1 to InstallCount
                   move RPP-Account to INS-Account(InstallCount)
                   move RPP-Installment to INS-Number(InstallCount)
                   move RPP-DueDate to INS-DueDate(InstallCount)
                   move RPP-Amount to INS-Amount(InstallCount)
                   move RPP-Status to INS-Status(InstallCount)
               end-if
               read RepayPlanFile
                   at end set eof-install to true
               end-read
           end-perform.
           close RepayPlanFile.

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - repayment letters go out without address"
                   " blocks" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * THE LIVE PLAN FOR AN ACCOUNT - ACTIVE OR IN REPAYMENT. ENDED
      * PLANS STAY ON THE FILE AS HISTORY AND ARE NOT MATCHED HERE.
       1600-FindLivePlan.
           move "N" to PlanFoundFlag.
           move 1 to PlanSub.
           perform until PlanSub > PlanCount
               if PLN-Account(PlanSub) = PlanKey
                   and (PLN-Status(PlanSub) = "A"
                        or PLN-Status(PlanSub) = "R")
                   set PlanFound to true
                   exit perform
               end-if
               add 1 to PlanSub
           end-perform.

       2000-AddPlan.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Plan for " MaintAccountIn
                       " - not on the loan master" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive and not LM-StatusNonaccrual
               add 1 to MaintRejectedCount
               string "REJECTED. Plan for " MaintAccountIn
                   " - loan status " LM-LoanStatus
                   " is not open" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintPlanTypeIn to FBP-PlanType.
           move MaintRepayMethodIn to FBP-RepayMethod.
           if MaintPeriodsIn = zero or MaintStartPeriodIn = zero
               or not FBP-ValidType or not FBP-ValidMethod
               or (FBP-RepaySpread and MaintRepayMonthsIn = zero)
               add 1 to MaintRejectedCount
               string "REJECTED. Plan for " MaintAccountIn
                   " - start " MaintStartPeriodIn
                   " periods " MaintPeriodsIn
                   " type " MaintPlanTypeIn
                   " repay " MaintRepayMethodIn
                   " months " MaintRepayMonthsIn
                   " not valid" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintAccountIn to PlanKey.
           perform 1600-FindLivePlan.
           if PlanFound
               add 1 to MaintRejectedCount
               string "REJECTED. Plan for " MaintAccountIn
                   " - a plan is already " PLN-Status(PlanSub)
                   " from period " PLN-StartPeriod(PlanSub)
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if PlanCount >= 500
               add 1 to MaintRejectedCount
               string "REJECTED. Plan table full at 500 - "
                   MaintAccountIn " not added" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to PlanCount.
           move PlanCount to PlanSub.
           move MaintAccountIn to PLN-Account(PlanSub).
           move MaintStartPeriodIn to PLN-StartPeriod(PlanSub).
           move MaintPeriodsIn to PLN-Periods(PlanSub).
           move MaintReducedPmtIn to PLN-ReducedPmt(PlanSub).
           move MaintPlanTypeIn to PLN-PlanType(PlanSub).
           move MaintRepayMethodIn to PLN-RepayMethod(PlanSub).
           move MaintRepayMonthsIn to PLN-RepayMonths(PlanSub).
           move "A" to PLN-Status(PlanSub).
           move TodayDate to PLN-SetupDate(PlanSub).
           move TodayDate to PLN-StatusDate(PlanSub).
           move zero to PLN-Arrearage(PlanSub).
           add 1 to MaintAppliedCount.

           move MaintReducedPmtIn to Disp-Reduced.
           string "ADDED plan " MaintPlanTypeIn " on "
               MaintAccountIn " periods " MaintStartPeriodIn
               " for " MaintPeriodsIn " paying " Disp-Reduced
               " repay " MaintRepayMethodIn into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * NEW REPAYMENT TERMS, OR MORE PERIODS, ON A PLAN STILL ACTIVE -
      * ONCE THE REPAYMENT PLAN IS BUILT ITS TERMS ARE SETTLED
       2100-ModifyPlan.
           move MaintAccountIn to PlanKey.
           perform 1600-FindLivePlan.
           if not PlanFound or PLN-Status(PlanSub) not = "A"
               add 1 to MaintRejectedCount
               string "REJECTED. Modify for " MaintAccountIn
                   " - no active plan" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintRepayMethodIn not = spaces
               move MaintRepayMethodIn to FBP-RepayMethod
               if not FBP-ValidMethod
                   or (FBP-RepaySpread and MaintRepayMonthsIn = zero)
                   add 1 to MaintRejectedCount
                   string "REJECTED. Modify for " MaintAccountIn
                       " - repay " MaintRepayMethodIn
                       " months " MaintRepayMonthsIn " not valid"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
               end-if
               move MaintRepayMethodIn to PLN-RepayMethod(PlanSub)
               move MaintRepayMonthsIn to PLN-RepayMonths(PlanSub)
           end-if.
           if MaintPeriodsIn > zero
               move MaintPeriodsIn to PLN-Periods(PlanSub)
           end-if.
           move TodayDate to PLN-StatusDate(PlanSub).
           add 1 to MaintAppliedCount.

           string "MODIFIED plan on " MaintAccountIn
               " periods " PLN-Periods(PlanSub)
               " repay " PLN-RepayMethod(PlanSub)
               " months " PLN-RepayMonths(PlanSub) into msg.
           perform 8500-Register.
           perform 8000-Logs.

       2200-CancelPlan.
           move MaintAccountIn to PlanKey.
           perform 1600-FindLivePlan.
           if not PlanFound
               add 1 to MaintRejectedCount
               string "REJECTED. Cancel for " MaintAccountIn
                   " - no live plan" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move "X" to PLN-Status(PlanSub).
           move TodayDate to PLN-StatusDate(PlanSub).
           move zero to PLN-ExcuseFrom(PlanSub).
           move zero to PLN-ExcuseThru(PlanSub).
           move 1 to InstallSub.
           perform InstallCount times
               if INS-Account(InstallSub) = MaintAccountIn
                   and INS-Status(InstallSub) = "O"
                   move "X" to INS-Status(InstallSub)
               end-if
               add 1 to InstallSub
           end-perform.
           add 1 to MaintAppliedCount.

           string "CANCELLED plan on " MaintAccountIn
               " from period " PLN-StartPeriod(PlanSub) into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * PAYMENT STATUS ROWS FOR THE ACCOUNTS STILL UNDER A LIVE PLAN
       3000-LoadPlanPeriods.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               move PS-Account to PlanKey
               perform 1600-FindLivePlan
               if PlanFound
                   if PeriodCount < 5000
                       add 1 to PeriodCount
                       move PS-Account to PER-Account(PeriodCount)
                       move PS-Period to PER-Period(PeriodCount)
                       move PS-DueDate to PER-DueDate(PeriodCount)
                       move PS-AmountDue to PER-AmountDue(PeriodCount)
                       move PS-Status to PER-Status(PeriodCount)
                       move PS-DueDate to WORK-DATE
                       perform 7000-DateToInteger
                       move DateInteger to PER-DueInteger(PeriodCount)
                   else
                       string "Period table full at 5000 - "
                           PS-Account " period " PS-Period
                           " not reviewed" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       3100-LoadSuspense.
           open input SuspenseFile.
           read SuspenseFile
               at end set eof-suspense to true
           end-read.
           perform until eof-suspense
               if SuspenseCount < 2000 and SUS-Balance > zero
                   add 1 to SuspenseCount
                   move SUS-Account to SPT-Account(SuspenseCount)
                   move SUS-Balance to SPT-Balance(SuspenseCount)
               end-if
               read SuspenseFile
                   at end set eof-suspense to true
               end-read
           end-perform.
           close SuspenseFile.

       3200-FindSuspense.
           move zero to AccountSuspense.
           move 1 to SuspenseSub.
           perform until SuspenseSub > SuspenseCount
               if SPT-Account(SuspenseSub) = PLN-Account(PlanSub)
                   move SPT-Balance(SuspenseSub) to AccountSuspense
                   exit perform
               end-if
               add 1 to SuspenseSub
           end-perform.

      * DUE DATE OF TargetPeriod ON THE PLAN'S ACCOUNT, SPACES IF THE
      * SCHEDULE DOES NOT RUN THAT FAR
       3300-FindDueDate.
           move spaces to FoundDueDate.
           move 1 to PeriodSub.
           perform until PeriodSub > PeriodCount
               if PER-Account(PeriodSub) = PLN-Account(PlanSub)
                   and PER-Period(PeriodSub) = TargetPeriod
                   move PER-DueDate(PeriodSub) to FoundDueDate
                   exit perform
               end-if
               add 1 to PeriodSub
           end-perform.

      * AN ACTIVE PLAN EXCUSES EXACTLY ITS OWN PERIODS. ONCE THE LAST
      * FORBORNE PERIOD IS DUE THE FORBEARANCE IS OVER AND THE
      * REPAYMENT PLAN IS BUILT.
       4000-ReviewActivePlan.
           move PLN-StartPeriod(PlanSub) to PLN-ExcuseFrom(PlanSub).
           compute LastForbornePeriod =
               PLN-StartPeriod(PlanSub) + PLN-Periods(PlanSub) - 1.
           move LastForbornePeriod to PLN-ExcuseThru(PlanSub).

           move LastForbornePeriod to TargetPeriod.
           perform 3300-FindDueDate.
           if FoundDueDate = spaces
               exit paragraph
           end-if.
           move FoundDueDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to PlanEndInteger.
           if PlanEndInteger > TodayInteger
               exit paragraph
           end-if.

           perform 4100-BuildRepayment.

      * THE ARREARS LEFT OPEN THROUGH THE LAST FORBORNE PERIOD, NET OF
      * WHAT SITS IN SUSPENSE, BECOME THE REPAYMENT PLAN
       4100-BuildRepayment.
           add 1 to PlansEnded.
           perform 3200-FindSuspense.
           move zero to OpenArrears.
           move 1 to PeriodSub.
           perform PeriodCount times
               if PER-Account(PeriodSub) = PLN-Account(PlanSub)
                   and PER-Status(PeriodSub) = "O"
                   and PER-Period(PeriodSub) <= LastForbornePeriod
                   add PER-AmountDue(PeriodSub) to OpenArrears
               end-if
               add 1 to PeriodSub
           end-perform.
           if OpenArrears > AccountSuspense
               subtract AccountSuspense from OpenArrears
           else
               move zero to OpenArrears
           end-if.
           move OpenArrears to PLN-Arrearage(PlanSub).
           move TodayDate to PLN-StatusDate(PlanSub).

           if OpenArrears = zero
               move "K" to PLN-Status(PlanSub)
               move zero to PLN-ExcuseFrom(PlanSub)
               move zero to PLN-ExcuseThru(PlanSub)
               add 1 to PlansCompleted
               move spaces to ForbReportLine
               string "ENDED     " PLN-Account(PlanSub)
                   "  no arrears left open - plan completed"
                   into ForbReportLine
               write ForbReportLine
               string "PLAN ENDED " PLN-Account(PlanSub)
                   " no arrears - completed" into msg
               perform 8000-Logs
               exit paragraph
           end-if.

           move "R" to PLN-Status(PlanSub).
           evaluate PLN-RepayMethod(PlanSub)
               when "S"
                   move PLN-RepayMonths(PlanSub) to InstallsToBuild
               when other
                   move 1 to InstallsToBuild
           end-evaluate.
           if InstallsToBuild = zero
               move 1 to InstallsToBuild
           end-if.
           compute InstallAmount =
               OpenArrears / InstallsToBuild.
           compute InstallRemainder =
               OpenArrears - (InstallAmount * InstallsToBuild).

           perform 4150-FindMaturity.

           move zero to InstallNumber.
           perform InstallsToBuild times
               add 1 to InstallNumber
               if PLN-RepayMethod(PlanSub) = "D"
                   move MaturityDate to FoundDueDate
               else
                   compute TargetPeriod =
                       LastForbornePeriod + InstallNumber
                   perform 3300-FindDueDate
                   if FoundDueDate = spaces
                       move MaturityDate to FoundDueDate
                   end-if
               end-if
               if InstallCount < 3000
                   add 1 to InstallCount
                   move PLN-Account(PlanSub) to
                       INS-Account(InstallCount)
                   move InstallNumber to INS-Number(InstallCount)
                   move FoundDueDate to INS-DueDate(InstallCount)
                   move InstallAmount to INS-Amount(InstallCount)
                   if InstallNumber = InstallsToBuild
                       add InstallRemainder to
                           INS-Amount(InstallCount)
                   end-if
                   move "O" to INS-Status(InstallCount)
               else
                   string "Installment table full at 3000 - "
                       PLN-Account(PlanSub) " installment "
                       InstallNumber " not recorded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
           end-perform.

           perform 4300-SetRepayWindow.

           move OpenArrears to Disp-Amount.
           move spaces to ForbReportLine.
           string "ENDED     " PLN-Account(PlanSub)
               "  arrears " Disp-Amount
               "  repay " PLN-RepayMethod(PlanSub)
               " in " InstallsToBuild " installment(s)"
               into ForbReportLine.
           write ForbReportLine.
           string "PLAN ENDED " PLN-Account(PlanSub)
               " arrears " OpenArrears
               " repay " PLN-RepayMethod(PlanSub)
               " installments " InstallsToBuild into msg.
           perform 8000-Logs.

           perform 5000-WriteRepayLetter.

      * MATURITY IS THE DUE DATE OF THE LAST SCHEDULED PERIOD
       4150-FindMaturity.
           move spaces to MaturityDate.
           move zero to MaturityPeriod.
           move 1 to PeriodSub.
           perform PeriodCount times
               if PER-Account(PeriodSub) = PLN-Account(PlanSub)
                   and PER-Period(PeriodSub) > MaturityPeriod
                   move PER-Period(PeriodSub) to MaturityPeriod
                   move PER-DueDate(PeriodSub) to MaturityDate
               end-if
               add 1 to PeriodSub
           end-perform.
           if MaturityDate = spaces
               move TodayDate to MaturityDate
           end-if.

      * KEEPING THE PLAN MEANS THE MONEY STILL PAST DUE (AFTER GRACE)
      * IS NO MORE THAN THE ARREARS LESS THE INSTALLMENTS ALREADY DUE.
      * ANYTHING BEYOND THAT - A MISSED INSTALLMENT OR A MISSED REGULAR
      * PAYMENT - BREAKS THE PLAN AND DELINQUENCY RESUMES.
       4200-TrackRepayment.
           compute AsOfInteger = TodayInteger - GraceDays.
           move zero to InstallDueToDate.
           move zero to OpenInstallments.
           move 1 to InstallSub.
           perform InstallCount times
               if INS-Account(InstallSub) = PLN-Account(PlanSub)
                   and INS-Status(InstallSub) not = "X"
                   move INS-DueDate(InstallSub) to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger <= AsOfInteger
                       add INS-Amount(InstallSub) to InstallDueToDate
                   else
                       add 1 to OpenInstallments
                   end-if
               end-if
               add 1 to InstallSub
           end-perform.
           if InstallDueToDate < PLN-Arrearage(PlanSub)
               compute AllowedPastDue =
                   PLN-Arrearage(PlanSub) - InstallDueToDate
           else
               move zero to AllowedPastDue
           end-if.

           perform 3200-FindSuspense.
           move zero to PastDueNow.
           move 1 to PeriodSub.
           perform PeriodCount times
               if PER-Account(PeriodSub) = PLN-Account(PlanSub)
                   and PER-Status(PeriodSub) = "O"
                   and PER-DueInteger(PeriodSub) <= AsOfInteger
                   add PER-AmountDue(PeriodSub) to PastDueNow
               end-if
               add 1 to PeriodSub
           end-perform.
           if PastDueNow > AccountSuspense
               subtract AccountSuspense from PastDueNow
           else
               move zero to PastDueNow
           end-if.

           if PastDueNow > AllowedPastDue + Tolerance
               perform 4250-BreakPlan
               exit paragraph
           end-if.

           move 1 to InstallSub.
           perform InstallCount times
               if INS-Account(InstallSub) = PLN-Account(PlanSub)
                   and INS-Status(InstallSub) = "O"
                   move INS-DueDate(InstallSub) to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger <= AsOfInteger
                       move "K" to INS-Status(InstallSub)
                   end-if
               end-if
               add 1 to InstallSub
           end-perform.

           if OpenInstallments = zero
               move "K" to PLN-Status(PlanSub)
               move TodayDate to PLN-StatusDate(PlanSub)
               move zero to PLN-ExcuseFrom(PlanSub)
               move zero to PLN-ExcuseThru(PlanSub)
               add 1 to PlansCompleted
               move spaces to ForbReportLine
               string "COMPLETED " PLN-Account(PlanSub)
                   "  every installment kept" into ForbReportLine
               write ForbReportLine
               string "PLAN COMPLETED " PLN-Account(PlanSub)
                   into msg
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to PlansKept.
           perform 4300-SetRepayWindow.
           move PastDueNow to Disp-Amount.
           move spaces to ForbReportLine.
           string "KEPT      " PLN-Account(PlanSub)
               "  past due " Disp-Amount
               "  installments to come " OpenInstallments
               "  excused " PLN-ExcuseFrom(PlanSub)
               "-" PLN-ExcuseThru(PlanSub)
               into ForbReportLine.
           write ForbReportLine.

       4250-BreakPlan.
           move "B" to PLN-Status(PlanSub).
           move TodayDate to PLN-StatusDate(PlanSub).
           move zero to PLN-ExcuseFrom(PlanSub).
           move zero to PLN-ExcuseThru(PlanSub).
           move 1 to InstallSub.
           perform InstallCount times
               if INS-Account(InstallSub) = PLN-Account(PlanSub)
                   and INS-Status(InstallSub) = "O"
                   move INS-DueDate(InstallSub) to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger <= AsOfInteger
                       move "M" to INS-Status(InstallSub)
                   else
                       move "X" to INS-Status(InstallSub)
                   end-if
               end-if
               add 1 to InstallSub
           end-perform.
           add 1 to PlansBroken.

           move PastDueNow to Disp-Amount.
           move spaces to ForbReportLine.
           string "BROKEN    " PLN-Account(PlanSub)
               "  past due " Disp-Amount
               "  - delinquency processing resumes"
               into ForbReportLine.
           write ForbReportLine.
           string "PLAN BROKEN " PLN-Account(PlanSub)
               " past due " PastDueNow
               " allowed " AllowedPastDue into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

      * WHILE THE PLAN IS KEPT THE OPEN PERIODS ALREADY DUE ARE THE
      * ARREARS BEING REPAID - FROM THE EARLIEST OPEN PERIOD THROUGH THE
      * LATEST ONE DUE TODAY
       4300-SetRepayWindow.
           move zero to EarliestOpen.
           move zero to LatestDue.
           move 1 to PeriodSub.
           perform PeriodCount times
               if PER-Account(PeriodSub) = PLN-Account(PlanSub)
                   and PER-Status(PeriodSub) = "O"
                   if EarliestOpen = zero
                       or PER-Period(PeriodSub) < EarliestOpen
                       move PER-Period(PeriodSub) to EarliestOpen
                   end-if
                   if PER-DueInteger(PeriodSub) <= TodayInteger
                       and PER-Period(PeriodSub) > LatestDue
                       move PER-Period(PeriodSub) to LatestDue
                   end-if
               end-if
               add 1 to PeriodSub
           end-perform.
           if LatestDue = zero
               move zero to EarliestOpen
           end-if.
           move EarliestOpen to PLN-ExcuseFrom(PlanSub).
           move LatestDue to PLN-ExcuseThru(PlanSub).

       5000-WriteRepayLetter.
           perform 5100-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move PLN-Account(PlanSub) to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           move spaces to RepayLetterName.
           string "Forbearance/letters/" delimited by size
                  PLN-Account(PlanSub) delimited by space
                  "_repayplan.txt" delimited by size
                  into RepayLetterName
           end-string.
           open output RepayLetterFile.

           move spaces to RepayLetterLine.
           string "REPAYMENT PLAN     " TodayDate
               into RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           string "Account " PLN-Account(PlanSub)
               into RepayLetterLine.
           write RepayLetterLine.

           if BorrowerFound
               move spaces to RepayLetterLine
               move BW-Name to RepayLetterLine
               write RepayLetterLine
               move spaces to RepayLetterLine
               move BW-Addr1 to RepayLetterLine
               write RepayLetterLine
               if BW-Addr2 not = spaces
                   move spaces to RepayLetterLine
                   move BW-Addr2 to RepayLetterLine
                   write RepayLetterLine
               end-if
               move spaces to RepayLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into RepayLetterLine
               end-string
               write RepayLetterLine
           end-if.

           move spaces to RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           string "Your forbearance plan has ended. The payments not"
               " made during the plan" into RepayLetterLine.
           write RepayLetterLine.
           move PLN-Arrearage(PlanSub) to Disp-Amount.
           move spaces to RepayLetterLine.
           string "total " Disp-Amount
               " and are to be repaid as follows, in addition to"
               into RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           string "your regular monthly payment:" into RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           write RepayLetterLine.

           move 1 to InstallSub.
           perform InstallCount times
               if INS-Account(InstallSub) = PLN-Account(PlanSub)
                   and INS-Status(InstallSub) = "O"
                   move INS-Amount(InstallSub) to Disp-Amount
                   move spaces to RepayLetterLine
                   string "  Installment " INS-Number(InstallSub)
                       "  due " INS-DueDate(InstallSub)
                       "  " Disp-Amount into RepayLetterLine
                   write RepayLetterLine
               end-if
               add 1 to InstallSub
           end-perform.

           move spaces to RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           string "Missing an installment or a regular payment ends"
               " the plan and" into RepayLetterLine.
           write RepayLetterLine.
           move spaces to RepayLetterLine.
           string "normal collection of the past-due amount resumes."
               into RepayLetterLine.
           write RepayLetterLine.

           close RepayLetterFile.
           add 1 to LettersWritten.

       5100-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move PLN-Account(PlanSub) to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       6000-RewritePlans.
           open output ForbearanceFile.
           move 1 to PlanSub.
           perform PlanCount times
               move spaces to ForbearancePlanRecord
               move PLN-Account(PlanSub) to FBP-Account
               move PLN-StartPeriod(PlanSub) to FBP-StartPeriod
               move PLN-Periods(PlanSub) to FBP-Periods
               move PLN-ReducedPmt(PlanSub) to FBP-ReducedPmt
               move PLN-PlanType(PlanSub) to FBP-PlanType
               move PLN-RepayMethod(PlanSub) to FBP-RepayMethod
               move PLN-RepayMonths(PlanSub) to FBP-RepayMonths
               move PLN-Status(PlanSub) to FBP-Status
               move PLN-SetupDate(PlanSub) to FBP-SetupDate
               move PLN-StatusDate(PlanSub) to FBP-StatusDate
               move PLN-Arrearage(PlanSub) to FBP-Arrearage
               move PLN-ExcuseFrom(PlanSub) to FBP-ExcuseFrom
               move PLN-ExcuseThru(PlanSub) to FBP-ExcuseThru
               write ForbearancePlanRecord
               add 1 to PlanSub
           end-perform.
           close ForbearanceFile.

       6100-RewriteInstallments.
           open output RepayPlanFile.
           move 1 to InstallSub.
           perform InstallCount times
               move spaces to RepayPlanRecord
               move INS-Account(InstallSub) to RPP-Account
               move INS-Number(InstallSub) to RPP-Installment
               move INS-DueDate(InstallSub) to RPP-DueDate
               move INS-Amount(InstallSub) to RPP-Amount
               move INS-Status(InstallSub) to RPP-Status
               write RepayPlanRecord
               add 1 to InstallSub
           end-perform.
           close RepayPlanFile.

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

       8500-Register.
           move spaces to ForbReportLine.
           move msg to ForbReportLine.
           write ForbReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program FORBMAINT.
