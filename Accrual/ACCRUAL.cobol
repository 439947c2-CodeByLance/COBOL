      * with portfolio totals and appends an accrual entry pair dated  *
      * the cutoff plus the reversing pair dated the next business     *
      * day to the GL work file for GLCONSOL to carry on the feed.     *
      * Nonaccrual loans and loans transferred out to a new servicer   *
      * accrue nothing here and are counted on their own report lines. *
      * A simple-interest loan accrues off its accrual journal         *
      * (SIACCRUE) - actual principal, from the date it is actually    *
      * paid through - not off the projected schedule.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ACCRUAL.
           88  AccrualFound         value "Y".

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  PortfolioAccrued         PIC 9(9)V99 value zero.
       01  LoansAccrued             PIC 9(4) value zero.
       01  NonaccrualSkipped        PIC 9(4) value zero.
       01  TransferredSkipped       PIC 9(4) value zero.
       01  LeapQuotient             PIC 9(4) value zero.
       01  LeapRemainder            PIC 9(4) value zero.
       01  LeapRem100               PIC 9(4) value zero.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       copy "../shared/copybooks/siacall.cpy".

       01  LogProgramName           PIC X(14) value "ACCRUAL".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".
               if LM-StatusNonaccrual
                   add 1 to NonaccrualSkipped
               end-if
      * a sold loan's interest belongs to its new servicer's books
               if LM-StatusTransferred
                   add 1 to TransferredSkipped
               end-if
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
           string "Nonaccrual loans skipped " NonaccrualSkipped
                  into AccrualLine.
           write AccrualLine.

           move spaces to AccrualLine.
           string "Transferred loans skipped " TransferredSkipped
                  into AccrualLine.
           write AccrualLine.
           close AccrualReportFile.

           string "END. Cutoff " CutoffDate
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
           end-if.

       3000-AccrueOneLoan.
           if LM-SimpleInterest
               perform 3500-AccrueSimpleInterest
               exit paragraph
           end-if.

           move "N" to AccrualFoundFlag.
           move 1 to AccrualSub.
           perform until AccrualSub > AccrualCount

           perform 4000-WriteAccrualEntries.

      * A SIMPLE-INTEREST LOAN'S RECEIVABLE IS THE INTEREST IT HAS
      * ACTUALLY EARNED ON ITS ACTUAL PRINCIPAL SINCE THE DATE IT IS
      * PAID THROUGH, PLUS ANY A SHORT SPLIT LEFT UNPAID - THE
      * SCHEDULE'S OPENING BALANCE IS ONLY A PROJECTION
       3500-AccrueSimpleInterest.
           initialize SIMPLE-INTEREST-CALL-AREA.
           set SIC-Accrue to true.
           move LM-LoanAccount to SIC-Account.
           move CutoffDate to SIC-Date.
           move LogProgramName to SIC-Program.
           move LM-AnnualRate to SIC-Rate.
           move LM-DayCountMethod to SIC-DayCount.
           move LM-CurrentBalance to SIC-StartBalance.
           move LM-LoanDate to SIC-StartDate.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           if SIC-InterestDue = zero
               exit paragraph
           end-if.
           move SIC-InterestDue to AccruedInterest.

           add AccruedInterest to PortfolioAccrued.
           add 1 to LoansAccrued.

           move SIC-Days to Disp-Days.
           move AccruedInterest to Disp-Accrued.
           move SIC-Principal to Disp-Balance.
           move spaces to AccrualLine.
           string LM-LoanAccount "    "
                  Disp-Balance "  "
                  Disp-Days "  "
                  Disp-Accrued
                  into AccrualLine.
           write AccrualLine.

           perform 4000-WriteAccrualEntries.

      * ACCRUAL PAIR AT THE CUTOFF, REVERSING PAIR ON THE NEXT
      * BUSINESS DAY - BOTH ONTO THE GL WORK FILE SO THE DAILY
      * INTERFACE FEED CARRIES THE MONTH-END TRUE-UP AUTOMATICALLY.
