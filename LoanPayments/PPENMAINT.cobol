      ******************************************************************
      * Prepayment penalty terms maintenance - the penalty a           *
      * commercial or investor note carries stops living in the loan   *
      * file folder. Applies actions from LoanPayments\ppenmaint.txt   *
      * (A add terms for a loan: S step-down percentages for loan      *
      * years 1-5 or 6 six months' interest, the free-prepayment       *
      * allowance as a percent of the original loan amount per loan    *
      * year, and the expiration date; C change them; R remove them)   *
      * to the keyed terms file shared\data\prepaypen.dat that PAYOFF  *
      * quotes from, PAYOFFEXEC collects from and POSTPAY measures     *
      * curtailments against. Every run also expires terms whose       *
      * expiration date has passed and lists the terms still in force  *
      * with the loan year, the allowance and what has been prepaid    *
      * against it this loan year. Waivers are not taken here - they   *
      * come through the late-fee waiver requests with a reason code   *
      * and approver. Actions and the listing go to                    *
      * LoanPayments\ppenreport.txt and through LOGGER.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. PPENMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "LoanPayments\ppenmaint.txt"
                   organization is line sequential.

               select PrepayPenaltyFile ASSIGN TO
                   "shared\data\prepaypen.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is PPN-Account
                   file status is PrepayPenStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select PpenReportFile ASSIGN TO
                   "LoanPayments\ppenreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Change     value "C".
                   88  Maint-Remove     value "R".
               05  MaintAccountIn       PIC X(10).
               05  MaintMethodIn        PIC X.
               05  MaintStepPctIn       PIC 99V99 occurs 5 times.
               05  MaintFreePctIn       PIC 99V99.
               05  MaintExpireIn        PIC X(10).

       FD  PrepayPenaltyFile.
           copy "../shared/copybooks/prepaypen.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  PpenReportFile.
           01 PpenReportLine        PIC X(120).

       working-storage section.
       01  PrepayPenStatus          PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-prepaypen-file       PIC X value "N".
           88  eof-prepaypen        value "Y".

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  TermsExpired             PIC 9(4) value zero.
       01  TermsInForce             PIC 9(4) value zero.

       01  StepSub                  PIC 9 value zero.
       01  StepTotal                PIC 9(3)V99 value zero.
       01  ExpireValidFlag          PIC X value "N".
           88  ExpireValid          value "Y".
       01  ExpireInteger            PIC 9(7) value zero.
       01  LoanYear                 PIC 99 value zero.
       01  YearsElapsed             PIC S9(4) value zero.
       01  FreeAllowance            PIC 9(7)V99 value zero.
       01  PrepaidThisYear          PIC 9(7)V99 value zero.

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

       01  MethodName               PIC X(20) value spaces.
       01  Disp-Pct                 PIC Z9.99.
       01  Disp-Allowance           PIC $$,$$$,$$9.99.
       01  Disp-Prepaid             PIC $$,$$$,$$9.99.
       01  Disp-Year                PIC Z9.

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
       01  LogProgramName           PIC X(14) value "PPENMAINT".
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
               display "PPENMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o PrepayPenaltyFile.
           if PrepayPenStatus = "35"
      * first ever run - no terms file on disk yet, create an empty one
               open output PrepayPenaltyFile
               close PrepayPenaltyFile
               open i-o PrepayPenaltyFile
           end-if.

           open output PpenReportFile.
           move spaces to PpenReportLine.
           string "PREPAYMENT PENALTY TERMS REGISTER   Run " TodayDate
               into PpenReportLine.
           write PpenReportLine.
           move spaces to PpenReportLine.
           write PpenReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-Add
                       perform 2000-AddTerms
                   when Maint-Change
                       perform 2100-ChangeTerms
                   when Maint-Remove
                       perform 2200-RemoveTerms
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown penalty action "
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

           move spaces to PpenReportLine.
           write PpenReportLine.
           move spaces to PpenReportLine.
           string "TERMS IN FORCE" into PpenReportLine.
           write PpenReportLine.
           move spaces to PpenReportLine.
           string "Account    Method               Expires     Year"
               "      Free allowance  Prepaid this year"
               into PpenReportLine.
           write PpenReportLine.

           move "N" to eof-prepaypen-file.
           move low-values to PPN-Account.
           start PrepayPenaltyFile key >= PPN-Account
               invalid key set eof-prepaypen to true
           end-start.
           perform until eof-prepaypen
               read PrepayPenaltyFile next record
                   at end set eof-prepaypen to true
               end-read
               if not eof-prepaypen
                   if PPN-Active
                       perform 3000-ReviewOneTerms
                   end-if
               end-if
           end-perform.

           close PrepayPenaltyFile.
           close LoanMasterFile.

           move spaces to PpenReportLine.
           write PpenReportLine.
           move spaces to PpenReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Expired this run " TermsExpired
                  "  In force " TermsInForce
                  into PpenReportLine.
           write PpenReportLine.
           close PpenReportFile.

      * the actions have been applied - a rerun must not add the same
      * terms twice
           call "C$DELETE" using "LoanPayments\ppenmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Expired " TermsExpired
               " In force " TermsInForce into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * A PENALTY BELONGS TO A LIVE LOAN, NEEDS A METHOD IT CAN BE
      * FIGURED BY AND AN EXPIRATION DATE STILL AHEAD
       2000-AddTerms.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Penalty terms for "
                       MaintAccountIn " - loan is not on the master"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not LM-StatusActive and not LM-StatusNonaccrual
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - loan status " LM-LoanStatus
                   " is not open" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintMethodIn to PPN-Method.
           perform 2500-CheckTerms.
           if not ExpireValid
               exit paragraph
           end-if.

           move MaintAccountIn to PPN-Account.
           read PrepayPenaltyFile
               invalid key
                   move spaces to PrepayPenaltyRecord
                   move MaintAccountIn to PPN-Account
                   move MaintMethodIn to PPN-Method
                   perform 2600-MoveTerms
                   move MaintFreePctIn to PPN-FreePct
                   move MaintExpireIn to PPN-ExpireDate
                   move "A" to PPN-Status
                   move TodayDate to PPN-SetupDate
                   move zero to PPN-PrepaidYear
                   move zero to PPN-YearPrepaid
                   move zero to PPN-LastPenalty
                   move "N" to PPN-WaivedFlag
                   write PrepayPenaltyRecord
                   add 1 to MaintAppliedCount
                   perform 2700-DescribeMethod
                   string "ADDED penalty terms " MaintAccountIn
                       " " MethodName
                       " free " MaintFreePctIn
                       "% expires " MaintExpireIn into msg
               not invalid key
                   if PPN-Active
                       add 1 to MaintRejectedCount
                       string "REJECTED. Add penalty terms for "
                           MaintAccountIn " - terms already in force"
                           into msg
                       move "ERROR" to LogSeverity
                   else
      * terms that ended may be put back - a fresh record on the key
                       move spaces to PrepayPenaltyRecord
                       move MaintAccountIn to PPN-Account
                       move MaintMethodIn to PPN-Method
                       perform 2600-MoveTerms
                       move MaintFreePctIn to PPN-FreePct
                       move MaintExpireIn to PPN-ExpireDate
                       move "A" to PPN-Status
                       move TodayDate to PPN-SetupDate
                       move zero to PPN-PrepaidYear
                       move zero to PPN-YearPrepaid
                       move zero to PPN-LastPenalty
                       move "N" to PPN-WaivedFlag
                       rewrite PrepayPenaltyRecord
                       add 1 to MaintAppliedCount
                       perform 2700-DescribeMethod
                       string "RE-ADDED penalty terms " MaintAccountIn
                           " " MethodName
                           " free " MaintFreePctIn
                           "% expires " MaintExpireIn into msg
                   end-if
           end-read.
           perform 8500-Register.
           perform 8000-Logs.

      * METHOD, STEPS, ALLOWANCE OR EXPIRATION ON TERMS IN FORCE -
      * BLANK OR ZERO FIELDS ON THE ACTION KEEP WHAT IS ON FILE
       2100-ChangeTerms.
           move MaintAccountIn to PPN-Account.
           read PrepayPenaltyFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Change penalty terms for "
                       MaintAccountIn " - no terms on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not PPN-Active
               add 1 to MaintRejectedCount
               string "REJECTED. Change penalty terms for "
                   MaintAccountIn " - terms no longer in force,"
                   " status " PPN-Status into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintMethodIn not = space
               move MaintMethodIn to PPN-Method
           end-if.
           move zero to StepTotal.
           move 1 to StepSub.
           perform 5 times
               add MaintStepPctIn(StepSub) to StepTotal
               add 1 to StepSub
           end-perform.
           if StepTotal > zero or PPN-SixMonths
               perform 2600-MoveTerms
           end-if.
           if MaintFreePctIn > zero
               move MaintFreePctIn to PPN-FreePct
           end-if.
           if MaintExpireIn not = spaces
               move MaintExpireIn to PPN-ExpireDate
           end-if.

      * the terms as they will stand must still make sense
           move PPN-ExpireDate to MaintExpireIn.
           move PPN-FreePct to MaintFreePctIn.
           move 1 to StepSub.
           perform 5 times
               move PPN-StepPct(StepSub) to MaintStepPctIn(StepSub)
               add 1 to StepSub
           end-perform.
           perform 2500-CheckTerms.
           if not ExpireValid
               exit paragraph
           end-if.

           rewrite PrepayPenaltyRecord.
           add 1 to MaintAppliedCount.
           perform 2700-DescribeMethod.
           string "CHANGED penalty terms " MaintAccountIn
               " " MethodName
               " free " PPN-FreePct
               "% expires " PPN-ExpireDate into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * REMOVED TERMS STAY ON FILE AS HISTORY - NOTHING IS QUOTED OR
      * FLAGGED AGAINST THEM FROM HERE ON
       2200-RemoveTerms.
           move MaintAccountIn to PPN-Account.
           read PrepayPenaltyFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Remove penalty terms for "
                       MaintAccountIn " - no terms on file" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.
           if not PPN-Active
               add 1 to MaintRejectedCount
               string "REJECTED. Remove penalty terms for "
                   MaintAccountIn " - terms no longer in force,"
                   " status " PPN-Status into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           move "R" to PPN-Status.
           rewrite PrepayPenaltyRecord.
           add 1 to MaintAppliedCount.
           string "REMOVED penalty terms " MaintAccountIn into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * CHECKS THE METHOD ALREADY IN PPN-Method AND THE STEPS,
      * ALLOWANCE AND EXPIRATION ON THE ACTION. ExpireValid STAYS "N"
      * AND THE ACTION IS REJECTED WHEN ANY OF THEM IS WRONG
       2500-CheckTerms.
           move "N" to ExpireValidFlag.

           if not PPN-ValidMethod
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - method " PPN-Method
                   " must be S step-down or 6 six months' interest"
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if PPN-StepDown and MaintStepPctIn(1) = zero
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - a step-down needs at least the year 1"
                   " percentage" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if MaintFreePctIn > 100
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - free allowance " MaintFreePctIn
                   "% is more than the loan" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintExpireIn(7:4) to DY-Year.
           move MaintExpireIn(1:2) to DY-Month.
           move MaintExpireIn(4:2) to DY-Day.
           if DATE-YYYYMMDD not numeric
               or function test-date-yyyymmdd(DATE-YYYYMMDD-N)
                   not = 0
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - expiration " MaintExpireIn
                   " is not a date (MM/DD/YYYY)" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           compute ExpireInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           if ExpireInteger < TodayInteger
               add 1 to MaintRejectedCount
               string "REJECTED. Penalty terms for " MaintAccountIn
                   " - expiration " MaintExpireIn
                   " has already passed" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           set ExpireValid to true.

      * A SIX-MONTHS'-INTEREST PENALTY CARRIES NO STEPS
       2600-MoveTerms.
           move 1 to StepSub.
           perform 5 times
               if PPN-SixMonths
                   move zero to PPN-StepPct(StepSub)
               else
                   move MaintStepPctIn(StepSub) to
                       PPN-StepPct(StepSub)
               end-if
               add 1 to StepSub
           end-perform.

       2700-DescribeMethod.
           move spaces to MethodName.
           if PPN-SixMonths
               move "six months' interest" to MethodName
           else
               string "step-down "
                   PPN-StepPct(1) "/" PPN-StepPct(2) "/"
                   PPN-StepPct(3) "..." delimited by size
                   into MethodName
           end-if.

      * PAST ITS EXPIRATION THE PENALTY IS GONE FOR GOOD; TERMS STILL
      * IN FORCE ARE LISTED WITH WHERE THE LOAN STANDS THIS LOAN YEAR
       3000-ReviewOneTerms.
           move PPN-ExpireDate to WORK-DATE.
           perform 7000-DateToInteger.
           if DateInteger < TodayInteger
               move "E" to PPN-Status
               rewrite PrepayPenaltyRecord
               add 1 to TermsExpired
               string "EXPIRED penalty terms " PPN-Account
                   " - expiration " PPN-ExpireDate " passed"
                   into msg
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to TermsInForce.

           move PPN-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move zero to LM-LoanAmount
                   move TodayDate to LM-LoanDate
           end-read.
           perform 7100-LoanYear.
           compute FreeAllowance rounded =
               LM-LoanAmount * PPN-FreePct / 100.
           if PPN-PrepaidYear = LoanYear
               move PPN-YearPrepaid to PrepaidThisYear
           else
               move zero to PrepaidThisYear
           end-if.

           move spaces to MethodName.
           if PPN-SixMonths
               move "six months' interest" to MethodName
           else
               if LoanYear <= 5
                   move PPN-StepPct(LoanYear) to Disp-Pct
                   string "step-down " Disp-Pct "%"
                       into MethodName
               else
                   move "step-down - run off" to MethodName
               end-if
           end-if.
           move LoanYear to Disp-Year.
           move FreeAllowance to Disp-Allowance.
           move PrepaidThisYear to Disp-Prepaid.
           move spaces to PpenReportLine.
           string PPN-Account " " MethodName " " PPN-ExpireDate
               "   " Disp-Year "   " Disp-Allowance
               "      " Disp-Prepaid
               into PpenReportLine.
           if PPN-Waived
               move "WAIVED" to PpenReportLine(100:6)
           end-if.
           write PpenReportLine.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

      * LOAN YEAR AS OF TODAY - YEAR 1 RUNS FROM THE FUNDING DATE TO
      * THE DAY BEFORE ITS FIRST ANNIVERSARY
       7100-LoanYear.
           move LM-LoanDate to WORK-DATE.
           compute YearsElapsed = CDT-Year - WORK-YEAR.
           if CDT-Month < WORK-MONTH
               or (CDT-Month = WORK-MONTH and CDT-Day < WORK-DAY)
               subtract 1 from YearsElapsed
           end-if.
           if YearsElapsed < zero
               move zero to YearsElapsed
           end-if.
           if YearsElapsed > 98
               move 98 to YearsElapsed
           end-if.
           compute LoanYear = YearsElapsed + 1.

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
           move spaces to PpenReportLine.
           move msg to PpenReportLine.
           write PpenReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program PPENMAINT.
