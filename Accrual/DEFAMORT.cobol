      ******************************************************************
      * Month-end deferred origination fee and cost amortization.      *
      * Origination fees and direct costs deferred at boarding         *
      * (shared\data\deferredfees.txt, written through DEFLEDGER) are  *
      * recognized over the life of the loan as a yield adjustment by  *
      * the level-yield (interest) method. For the cutoff date in      *
      * Accrual\cutoffdate.txt each active loan still carrying a net   *
      * deferred balance has its periodic effective yield solved from  *
      * its payment stream on the schedule export - the rate at which  *
      * the stream discounts back to the loan's carrying amount (the   *
      * balance less the net deferred fee) - and the deferred balance  *
      * that yield leaves at the last due date on or before the cutoff *
      * is compared with the sub-ledger. The difference is this        *
      * month's accretion: an M row on the sub-ledger and a balanced   *
      * pair on the GL work file dated the cutoff, net fee to interest *
      * income and net cost against it. A payment stream changed by    *
      * LOANMOD or RECAST (a Y row) re-solves the yield from the       *
      * changed period forward on the balance still deferred. A rerun  *
      * for the same cutoff finds nothing left to post. Nonaccrual     *
      * loans recognize nothing and are counted; a loan no longer open *
      * with a balance still deferred is listed as an exception.       *
      * The roll-forward by company - beginning balance, booked,       *
      * accreted, accelerated, ending - is tied to the deferred fee    *
      * GL account balance keyed for the month in                      *
      * Accrual\deffeegl.txt.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DEFAMORT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select CutoffDateFile ASSIGN TO
                   "Accrual\cutoffdate.txt"
                   organization is line sequential
                   file status is CutoffFileStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select ScheduleExportFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential
                   file status is ScheduleFileStatus.

               select optional DeferredFeeFile ASSIGN TO
                   "shared\data\deferredfees.txt"
                   organization is line sequential.

               select optional GLBalanceFile ASSIGN TO
                   "Accrual\deffeegl.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select DeferredRollFile ASSIGN TO
                   "Accrual\deffeeroll.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  CutoffDateFile.
           01 CutoffDateRecord.
               05  CUT-Date         PIC X(10).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ScheduleExportFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  DeferredFeeFile.
           copy "../shared/copybooks/deffee.cpy".

      * one row per company - the deferred fee GL account's balance at
      * the cutoff off the trial balance, credit-positive like the
      * sub-ledger
       FD  GLBalanceFile.
           01 GLBalanceRecord.
               05  GLB-Company      PIC X(3).
               05  GLB-Balance      PIC S9(9)V99
                                    sign leading separate.

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  DeferredRollFile.
           01 DeferredRollLine      PIC X(120).

       working-storage section.
      * one entry per account on the sub-ledger - its balance through
      * the cutoff and the row the current yield is solved from (the
      * booking, or the latest yield reset)
       01  DEFERRED-TABLE.
           05  DeferredEntry occurs 1000 times.
               10  DEF-Account      PIC X(10).
               10  DEF-Company      PIC X(3).
               10  DEF-Balance      PIC S9(7)V99.
               10  DEF-AnchorType   PIC X.
               10  DEF-AnchorPeriod PIC 9(4).
               10  DEF-AnchorDeferred PIC S9(7)V99.
               10  DEF-AnchorBalance PIC 9(7)V99.
               10  DEF-AnchorPayment PIC 9(6)V99.
       01  DeferredCount            PIC 9(4) value zero.
       01  DeferredSub              PIC 9(4) value zero.
       01  DeferredFoundFlag        PIC X value "N".
           88  DeferredFound        value "Y".

       01  ROLL-FORWARD-TABLE.
           05  RollEntry occurs 20 times.
               10  RF-Company       PIC X(3).
               10  RF-Beginning     PIC S9(9)V99.
               10  RF-Booked        PIC S9(9)V99.
               10  RF-Accreted      PIC S9(9)V99.
               10  RF-Accelerated   PIC S9(9)V99.
               10  RF-GLBalance     PIC S9(9)V99.
               10  RF-GLGivenFlag   PIC X.
                   88  RF-GLGiven   value "Y".
       01  RollCount                PIC 99 value zero.
       01  RollSub                  PIC 99 value zero.
       01  RollCompany              PIC X(3) value spaces.
       01  RollEnding               PIC S9(9)V99 value zero.
       01  RollDifference           PIC S9(9)V99 value zero.

      * the payment stream the yield is solved over, from the anchor
      * period forward
       01  STREAM-TABLE.
           05  StreamEntry occurs 600 times.
               10  STR-DueInt       PIC 9(8).
               10  STR-Payment      PIC 9(6)V99.
               10  STR-Closing      PIC 9(7)V99.
       01  StreamCount              PIC 9(4) value zero.
       01  StreamSub                PIC 9(4) value zero.
       01  StreamOpening            PIC 9(7)V99 value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  MappedAcctNo             PIC X(8) value spaces.
       01  MappedAcctName           PIC X(24) value spaces.

       01  CutoffFileStatus         PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.

       01  eof-cutoff-file          PIC X value "N".
           88  eof-cutoff           value "Y".
       01  eof-schedule-file        PIC X value "N".
           88  eof-schedule         value "Y".
       01  eof-deferred-file        PIC X value "N".
           88  eof-deferred         value "Y".
       01  eof-glbalance-file       PIC X value "N".
           88  eof-glbalance        value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  CutoffDate               PIC X(10) value spaces.
       01  CutoffInteger            PIC 9(8) value zero.
       01  MonthStartInteger        PIC 9(8) value zero.
       01  RowInteger               PIC 9(8) value zero.

       01  PeriodsPerYear           PIC 99 value 12.
       01  PeriodRate               PIC 9V9(8) value zero.
       01  RecastBalance            PIC 9(7)V99 value zero.
       01  RecastInterest           PIC 9(6)V99 value zero.

       01  CarryingAmount           PIC S9(9)V9(6) value zero.
       01  OpeningCarrying          PIC S9(9)V9(6) value zero.
       01  PresentValue             PIC S9(9)V9(6) value zero.
       01  DiscountFactor           PIC 9V9(14) value zero.
       01  TrialYield               PIC 9V9(12) value zero.
       01  YieldLow                 PIC 9V9(12) value zero.
       01  YieldHigh                PIC 9V9(12) value zero.
       01  SolvedYield              PIC 9V9(12) value zero.
       01  TargetDeferred           PIC S9(7)V99 value zero.
       01  ThroughPeriod            PIC 9(4) value zero.
       01  AccretionAmount          PIC S9(7)V99 value zero.
       01  GLAmount                 PIC 9(7)V99 value zero.
       01  OpeningDeferred          PIC S9(7)V99 value zero.

       01  LoansAmortized           PIC 9(4) value zero.
       01  NonaccrualHeld           PIC 9(4) value zero.
       01  ExceptionCount           PIC 9(4) value zero.
       01  TotalAccretion           PIC S9(9)V99 value zero.

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

       01  Disp-Opening             PIC -$$$,$$$,$$9.99.
       01  Disp-Accretion           PIC -$$$,$$$,$$9.99.
       01  Disp-Ending              PIC -$$$,$$$,$$9.99.
       01  Disp-Amount              PIC -$$$,$$$,$$9.99.
       01  Disp-Yield               PIC ZZ9.9999.
       01  Disp-Period              PIC ZZZ9.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".

       01  LogProgramName           PIC X(14) value "DEFAMORT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           open input CutoffDateFile.
           if CutoffFileStatus not = "00"
               display "DEFAMORT - no cutoff date at "
                   "Accrual\cutoffdate.txt, status " CutoffFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read CutoffDateFile
               at end set eof-cutoff to true
           end-read.
           if eof-cutoff
               display "DEFAMORT - cutoff date file is empty"
               close CutoffDateFile
               perform 9000-CloseLog
               stop run
           end-if.
           move CUT-Date to CutoffDate.
           close CutoffDateFile.

           move CutoffDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute CutoffInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
      * the roll-forward month runs from the first of the cutoff's
      * month through the cutoff
           move 1 to DY-Day.
           compute MonthStartInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           perform 1000-LoadChartOfAccounts.
           perform 2000-LoadLedger.
           perform 2500-LoadGLBalances.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "DEFAMORT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open output DeferredRollFile.
           move spaces to DeferredRollLine.
           string "Deferred Fee and Cost Amortization  cutoff "
                  CutoffDate
               into DeferredRollLine.
           write DeferredRollLine.
           move spaces to DeferredRollLine.
           string "Account    Co   Yield%  Thru        Opening"
                  "      Accretion         Ending"
               into DeferredRollLine.
           write DeferredRollLine.

           open extend GLWorkFile.
           open extend DeferredFeeFile.

           move 1 to DeferredSub.
           perform until DeferredSub > DeferredCount
               if DEF-Balance(DeferredSub) not = zero
                   perform 3000-AmortizeOneLoan
               end-if
               add 1 to DeferredSub
           end-perform.

           close DeferredFeeFile.
           close GLWorkFile.
           close LoanMasterFile.

           move spaces to DeferredRollLine.
           write DeferredRollLine.
           move TotalAccretion to Disp-Amount.
           move spaces to DeferredRollLine.
           string "Loans amortized " LoansAmortized
                  "  net accretion " Disp-Amount
                  into DeferredRollLine.
           write DeferredRollLine.
           move spaces to DeferredRollLine.
           string "Nonaccrual loans held " NonaccrualHeld
                  into DeferredRollLine.
           write DeferredRollLine.
           move spaces to DeferredRollLine.
           string "Exceptions " ExceptionCount
                  into DeferredRollLine.
           write DeferredRollLine.

           perform 5000-WriteRollForward.
           close DeferredRollFile.

           string "END. Cutoff " CutoffDate
               " loans " LoansAmortized
               " nonaccrual " NonaccrualHeld
               " exceptions " ExceptionCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadChartOfAccounts.
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

       1100-MapGLAccount.
           move spaces to MappedAcctNo.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to MappedAcctNo
                   move COA-AcctName(ChartSub) to MappedAcctName
                   exit paragraph
               end-if
               add 1 to ChartSub
           end-perform.
           evaluate GLPostType
               when "DEFF"
                   move "Net Deferred Loan Fees" to MappedAcctName
               when "INT"
                   move "Interest Income" to MappedAcctName
           end-evaluate.

      * ONE PASS OVER THE SUB-LEDGER THROUGH THE CUTOFF BUILDS EACH
      * ACCOUNT'S BALANCE AND YIELD ANCHOR AND EACH COMPANY'S
      * ROLL-FORWARD. ROWS ARE APPENDED IN DATE ORDER, SO THE LAST
      * BOOKING OR RESET SEEN IS THE ONE IN FORCE. ROWS DATED AFTER
      * THE CUTOFF BELONG TO A LATER MONTH.
       2000-LoadLedger.
           open input DeferredFeeFile.
           read DeferredFeeFile
               at end set eof-deferred to true
           end-read.
           perform until eof-deferred
               move DFL-Date to WORK-DATE
               move WORK-YEAR to DY-Year
               move WORK-MONTH to DY-Month
               move WORK-DAY to DY-Day
               compute RowInteger =
                   function integer-of-date(DATE-YYYYMMDD-N)
               if RowInteger <= CutoffInteger
                   perform 2100-NoteOneRow
               end-if
               read DeferredFeeFile
                   at end set eof-deferred to true
               end-read
           end-perform.
           close DeferredFeeFile.

       2100-NoteOneRow.
           move DFL-Company to RollCompany.
           perform 2200-FindCompany.
           if RollSub not = zero
               if RowInteger < MonthStartInteger
                   add DFL-Amount to RF-Beginning(RollSub)
               else
                   evaluate true
                       when DFL-Booked
                           add DFL-Amount to RF-Booked(RollSub)
                       when DFL-Accreted
                           add DFL-Amount to RF-Accreted(RollSub)
                       when DFL-Accelerated
                           add DFL-Amount to RF-Accelerated(RollSub)
                   end-evaluate
               end-if
           end-if.

           move "N" to DeferredFoundFlag.
           move 1 to DeferredSub.
           perform until DeferredSub > DeferredCount
               if DEF-Account(DeferredSub) = DFL-Account
                   set DeferredFound to true
                   exit perform
               end-if
               add 1 to DeferredSub
           end-perform.

           if not DeferredFound
               if DeferredCount < 1000
                   add 1 to DeferredCount
                   move DeferredCount to DeferredSub
                   move DFL-Account to DEF-Account(DeferredSub)
                   move DFL-Company to DEF-Company(DeferredSub)
                   move zero to DEF-Balance(DeferredSub)
                   move "B" to DEF-AnchorType(DeferredSub)
                   move 1 to DEF-AnchorPeriod(DeferredSub)
                   move zero to DEF-AnchorDeferred(DeferredSub)
                   move zero to DEF-AnchorBalance(DeferredSub)
                   move zero to DEF-AnchorPayment(DeferredSub)
               else
      * a dropped account is never amortized - say so
                   string "Deferred fee table full at 1000 - account "
                       DFL-Account " not amortized" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               end-if
           end-if.

           add DFL-Amount to DEF-Balance(DeferredSub).
           if DFL-Booked or DFL-YieldReset
               move DFL-EntryType to DEF-AnchorType(DeferredSub)
               if DFL-YieldReset and DFL-Period > zero
                   move DFL-Period to DEF-AnchorPeriod(DeferredSub)
               else
                   move 1 to DEF-AnchorPeriod(DeferredSub)
               end-if
               move DEF-Balance(DeferredSub) to
                   DEF-AnchorDeferred(DeferredSub)
               move DFL-Balance to DEF-AnchorBalance(DeferredSub)
               move DFL-Payment to DEF-AnchorPayment(DeferredSub)
           end-if.

       2200-FindCompany.
           move 1 to RollSub.
           perform until RollSub > RollCount
               if RF-Company(RollSub) = RollCompany
                   exit paragraph
               end-if
               add 1 to RollSub
           end-perform.
           if RollCount < 20
               add 1 to RollCount
               move RollCount to RollSub
               move RollCompany to RF-Company(RollSub)
               move zero to RF-Beginning(RollSub)
               move zero to RF-Booked(RollSub)
               move zero to RF-Accreted(RollSub)
               move zero to RF-Accelerated(RollSub)
               move zero to RF-GLBalance(RollSub)
               move "N" to RF-GLGivenFlag(RollSub)
           else
               move zero to RollSub
           end-if.

       2500-LoadGLBalances.
           open input GLBalanceFile.
           read GLBalanceFile
               at end set eof-glbalance to true
           end-read.
           perform until eof-glbalance
               move GLB-Company to RollCompany
               perform 2200-FindCompany
               if RollSub not = zero
                   move GLB-Balance to RF-GLBalance(RollSub)
                   set RF-GLGiven(RollSub) to true
               end-if
               read GLBalanceFile
                   at end set eof-glbalance to true
               end-read
           end-perform.
           close GLBalanceFile.

       3000-AmortizeOneLoan.
           move DEF-Account(DeferredSub) to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move "not on the loan master" to msg
                   perform 3900-WriteException
                   exit paragraph
           end-read.

      * a nonaccrual loan recognizes no yield adjustment until it is
      * back on accrual - the balance waits where it is
           if LM-StatusNonaccrual
               add 1 to NonaccrualHeld
               exit paragraph
           end-if.
           if not LM-StatusActive
               string "status " LM-LoanStatus
                   " with a balance still deferred" into msg
               perform 3900-WriteException
               exit paragraph
           end-if.

           evaluate LM-Frequency
               when "B"
                   move 26 to PeriodsPerYear
               when "W"
                   move 52 to PeriodsPerYear
               when "Q"
                   move 4 to PeriodsPerYear
               when other
                   move 12 to PeriodsPerYear
           end-evaluate.

           perform 3100-LoadStream.
           if StreamCount = zero
               move "no schedule rows from the yield period on"
                   to msg
               perform 3900-WriteException
               exit paragraph
           end-if.

           compute OpeningCarrying =
               StreamOpening - DEF-AnchorDeferred(DeferredSub).
           if OpeningCarrying <= zero
               move "deferred balance exceeds the loan balance"
                   to msg
               perform 3900-WriteException
               exit paragraph
           end-if.

           perform 3200-SolveYield.
           perform 3300-WalkStream.

           move DEF-Balance(DeferredSub) to OpeningDeferred.
           compute AccretionAmount =
               TargetDeferred - DEF-Balance(DeferredSub).
           if AccretionAmount = zero
               exit paragraph
           end-if.

           perform 4000-WriteAccretion.

           add AccretionAmount to DEF-Balance(DeferredSub).
           add AccretionAmount to TotalAccretion.
           add 1 to LoansAmortized.

           move DEF-Company(DeferredSub) to RollCompany.
           perform 2200-FindCompany.
           if RollSub not = zero
               add AccretionAmount to RF-Accreted(RollSub)
           end-if.

           compute Disp-Yield rounded =
               SolvedYield * PeriodsPerYear * 100.
           move ThroughPeriod to Disp-Period.
           move OpeningDeferred to Disp-Opening.
           move AccretionAmount to Disp-Accretion.
           move DEF-Balance(DeferredSub) to Disp-Ending.
           move spaces to DeferredRollLine.
           string DEF-Account(DeferredSub) " "
                  DEF-Company(DeferredSub) " "
                  Disp-Yield "  "
                  Disp-Period " "
                  Disp-Opening
                  Disp-Accretion
                  Disp-Ending
                  into DeferredRollLine.
           write DeferredRollLine.

      * THE SCHEDULE EXPORT GIVES THE DUE DATES, LEVEL PAYMENTS AND
      * CLOSING BALANCES FROM THE ANCHOR PERIOD ON. A RECAST'S RESET
      * ROW CARRIES THE RE-AMORTIZED BALANCE AND PAYMENT BECAUSE THE
      * EXPORT STILL SHOWS THE OLD STREAM - THE DUE DATES STAND, THE
      * AMOUNTS ARE RE-RUN HERE AT THE NOTE RATE.
       3100-LoadStream.
           move zero to StreamCount.
           move zero to StreamOpening.
           move "N" to eof-schedule-file.
           open input ScheduleExportFile.
           if ScheduleFileStatus not = "00"
               exit paragraph
           end-if.
           read ScheduleExportFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               if SCH-Account = DEF-Account(DeferredSub)
                   and SCH-Period >= DEF-AnchorPeriod(DeferredSub)
                   compute StreamSub =
                       SCH-Period - DEF-AnchorPeriod(DeferredSub) + 1
                   if StreamSub <= 600
                       move SCH-DueDate to WORK-DATE
                       move WORK-YEAR to DY-Year
                       move WORK-MONTH to DY-Month
                       move WORK-DAY to DY-Day
                       compute STR-DueInt(StreamSub) =
                           function integer-of-date(DATE-YYYYMMDD-N)
                       move SCH-PaymentAmount to STR-Payment(StreamSub)
                       move SCH-ClosingBalance to
                           STR-Closing(StreamSub)
                       if StreamSub = 1
                           move SCH-OpeningBalance to StreamOpening
                       end-if
                       if StreamSub > StreamCount
                           move StreamSub to StreamCount
                       end-if
                   end-if
               end-if
               read ScheduleExportFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleExportFile.

           if StreamCount = zero
               or DEF-AnchorPayment(DeferredSub) = zero
               exit paragraph
           end-if.

           compute PeriodRate rounded =
               LM-AnnualRate / 100 / PeriodsPerYear.
           move DEF-AnchorBalance(DeferredSub) to RecastBalance.
           move RecastBalance to StreamOpening.
           move 1 to StreamSub.
           perform until StreamSub > StreamCount
               compute RecastInterest rounded =
                   RecastBalance * PeriodRate
               if StreamSub = StreamCount
                   or RecastBalance + RecastInterest
                       <= DEF-AnchorPayment(DeferredSub)
      * the last payment clears whatever is left
                   compute STR-Payment(StreamSub) =
                       RecastBalance + RecastInterest
                   move zero to STR-Closing(StreamSub)
                   move StreamSub to StreamCount
               else
                   move DEF-AnchorPayment(DeferredSub) to
                       STR-Payment(StreamSub)
                   compute RecastBalance = RecastBalance
                       + RecastInterest - DEF-AnchorPayment(DeferredSub)
                   move RecastBalance to STR-Closing(StreamSub)
               end-if
               add 1 to StreamSub
           end-perform.

      * THE PERIODIC EFFECTIVE YIELD IS THE RATE AT WHICH THE STREAM
      * DISCOUNTS BACK TO THE OPENING CARRYING AMOUNT, FOUND BY
      * HALVING THE INTERVAL - PRESENT VALUE FALLS AS THE RATE RISES.
      * A NET FEE PUTS THE YIELD ABOVE THE NOTE RATE, A NET COST
      * BELOW IT.
       3200-SolveYield.
           move zero to YieldLow.
           move .05 to YieldHigh.
           perform 3210-HalveInterval 45 times.
           compute SolvedYield = (YieldLow + YieldHigh) / 2.

       3210-HalveInterval.
           compute TrialYield = (YieldLow + YieldHigh) / 2.
           perform 3220-PresentValue.
           if PresentValue > OpeningCarrying
               move TrialYield to YieldLow
           else
               move TrialYield to YieldHigh
           end-if.

       3220-PresentValue.
           move zero to PresentValue.
           move 1 to DiscountFactor.
           move 1 to StreamSub.
           perform until StreamSub > StreamCount
               compute DiscountFactor rounded =
                   DiscountFactor / (1 + TrialYield)
               compute PresentValue rounded = PresentValue
                   + STR-Payment(StreamSub) * DiscountFactor
               add 1 to StreamSub
           end-perform.

      * CARRYING AMOUNT GROWS AT THE YIELD AND FALLS BY EACH PAYMENT;
      * WHAT SEPARATES IT FROM THE SCHEDULED BALANCE AT THE LAST DUE
      * DATE ON OR BEFORE THE CUTOFF IS WHAT SHOULD STILL BE DEFERRED.
      * NOTHING IS LEFT ONCE THE LAST PAYMENT FALLS DUE.
       3300-WalkStream.
           move DEF-AnchorDeferred(DeferredSub) to TargetDeferred.
           move zero to ThroughPeriod.
           move OpeningCarrying to CarryingAmount.
           move 1 to StreamSub.
           perform until StreamSub > StreamCount
               if STR-DueInt(StreamSub) > CutoffInteger
                   exit perform
               end-if
               compute CarryingAmount rounded =
                   CarryingAmount * (1 + SolvedYield)
                       - STR-Payment(StreamSub)
               if StreamSub = StreamCount
                   move zero to TargetDeferred
               else
                   compute TargetDeferred rounded =
                       STR-Closing(StreamSub) - CarryingAmount
               end-if
               compute ThroughPeriod =
                   DEF-AnchorPeriod(DeferredSub) + StreamSub - 1
               add 1 to StreamSub
           end-perform.

      * accretion only ever works the balance toward zero
           if DEF-Balance(DeferredSub) > zero
               and TargetDeferred < zero
               move zero to TargetDeferred
           end-if.
           if DEF-Balance(DeferredSub) < zero
               and TargetDeferred > zero
               move zero to TargetDeferred
           end-if.

       3900-WriteException.
           add 1 to ExceptionCount.
           move DEF-Balance(DeferredSub) to Disp-Opening.
           move spaces to DeferredRollLine.
           string DEF-Account(DeferredSub) " "
                  DEF-Company(DeferredSub) " EXCEPTION "
                  Disp-Opening " - "
                  msg delimited by "  "
                  into DeferredRollLine.
           write DeferredRollLine.
           move spaces to msg.
           string "Account " DEF-Account(DeferredSub)
               " not amortized" into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

      * THE M ROW ON THE SUB-LEDGER AND ITS GL PAIR, BOTH DATED THE
      * CUTOFF. A NET FEE COMING OFF THE BALANCE (MINUS) IS INTEREST
      * EARNED; A NET COST COMING OFF (PLUS) REDUCES IT.
       4000-WriteAccretion.
           move spaces to DeferredFeeRecord.
           move DEF-Account(DeferredSub) to DFL-Account.
           move "M" to DFL-EntryType.
           move CutoffDate to DFL-Date.
           move DEF-Company(DeferredSub) to DFL-Company.
           move zero to DFL-Fees.
           move zero to DFL-Costs.
           move AccretionAmount to DFL-Amount.
           move SolvedYield to DFL-Yield.
           move ThroughPeriod to DFL-Period.
           move zero to DFL-Balance.
           move zero to DFL-Payment.
           move LogProgramName to DFL-Source.
           write DeferredFeeRecord.

           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move CutoffDate to GLW-Date.
           move LM-LoanAccount to GLW-Account.
           move LM-CompanyCode to GLW-Company.
           if AccretionAmount < zero
               compute GLAmount = zero - AccretionAmount
               move "DEFF" to GLPostType
           else
               move AccretionAmount to GLAmount
               move "INT" to GLPostType
           end-if.
           move GLAmount to GLW-Amount.
           perform 1100-MapGLAccount.
           move MappedAcctNo to GLW-AcctNo.
           move MappedAcctName to GLW-AcctName.
           move "DR" to GLW-DRCR.
           write GLWorkRecord.

           if AccretionAmount < zero
               move "INT" to GLPostType
           else
               move "DEFF" to GLPostType
           end-if.
           perform 1100-MapGLAccount.
           move MappedAcctNo to GLW-AcctNo.
           move MappedAcctName to GLW-AcctName.
           move "CR" to GLW-DRCR.
           write GLWorkRecord.

      * BEGINNING PLUS BOOKED, LESS ACCRETED AND ACCELERATED (BOTH
      * CARRY THEIR OWN SIGN ON THE SUB-LEDGER), IS THE ENDING
      * BALANCE - AND THE ENDING BALANCE IS WHAT THE DEFERRED FEE GL
      * ACCOUNT SHOULD SHOW.
       5000-WriteRollForward.
           move spaces to DeferredRollLine.
           write DeferredRollLine.
           move spaces to DeferredRollLine.
           string "Roll-forward by company, month ended " CutoffDate
               into DeferredRollLine.
           write DeferredRollLine.

           move 1 to RollSub.
           perform until RollSub > RollCount
               perform 5100-WriteOneCompany
               add 1 to RollSub
           end-perform.

       5100-WriteOneCompany.
           compute RollEnding = RF-Beginning(RollSub)
               + RF-Booked(RollSub) + RF-Accreted(RollSub)
               + RF-Accelerated(RollSub).

           move spaces to DeferredRollLine.
           write DeferredRollLine.
           move spaces to DeferredRollLine.
           string "Company " RF-Company(RollSub)
               into DeferredRollLine.
           write DeferredRollLine.
           move RF-Beginning(RollSub) to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  Beginning balance       " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.
           move RF-Booked(RollSub) to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  Booked                  " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.
           move RF-Accreted(RollSub) to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  Accreted                " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.
           move RF-Accelerated(RollSub) to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  Accelerated             " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.
           move RollEnding to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  Ending balance          " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.

           if not RF-GLGiven(RollSub)
               move spaces to DeferredRollLine
               string "  GL balance              not given"
                   into DeferredRollLine
               write DeferredRollLine
               exit paragraph
           end-if.

           move RF-GLBalance(RollSub) to Disp-Amount.
           move spaces to DeferredRollLine.
           string "  GL balance              " Disp-Amount
               into DeferredRollLine.
           write DeferredRollLine.
           compute RollDifference = RollEnding - RF-GLBalance(RollSub).
           move RollDifference to Disp-Amount.
           move spaces to DeferredRollLine.
           if RollDifference = zero
               string "  Difference              " Disp-Amount
                      "  ties"
                   into DeferredRollLine
           else
               string "  Difference              " Disp-Amount
                      "  OUT OF BALANCE"
                   into DeferredRollLine
               string "Company " RF-Company(RollSub)
                   " deferred fee sub-ledger out of balance with GL"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.
           write DeferredRollLine.

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

       end program DEFAMORT.
