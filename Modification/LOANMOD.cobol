      * Modification\termshistory.txt with its effective period, the   *
      * master picks up the new rate/term/balance, and the before/     *
      * after report shows what the mod did to the payment.            *
      * Principal forgiven on the request comes off the re-amortized   *
      * balance and the master, posts DR charge-off expense / CR loans *
      * receivable to shared\data\glwork.txt through the               *
      * chart-of-accounts mapping, and is kept on the terms history    *
      * so the year-end 1099-C run can report the cancelled debt.      *
      * A loan still carrying a net deferred origination fee or cost   *
      * gets a yield reset on the deferred fee sub-ledger              *
      * (wrkmodule/DEFLEDGER) at the effective period, so DEFAMORT     *
      * re-solves the level yield over the modified payment stream.    *
      * A loan whose due date was moved by DUEDATECHG keeps its new    *
      * due day: the rebuilt rows are dated off the latest anchor on   *
      * shared\data\duedatehist.txt instead of the funding date.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOANMOD.
                   "Modification\termshistory.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional DueDateHistoryFile ASSIGN TO
                   "shared\data\duedatehist.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select ModReportFile ASSIGN TO
                   "Modification\modreport.txt"
                   organization is line sequential.
               05  MOD-NewRate      PIC 99V99.
               05  MOD-NewTerm      PIC 999.
               05  MOD-CapAmount    PIC 9(6)V99.
      * PRINCIPAL FORGIVEN BY THE WORKOUT - ZERO MEANS NONE
               05  MOD-Forgiven     PIC 9(6)V99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".
               05  MTH-TermMonths   PIC 999.
               05  MTH-CapAmount    PIC 9(6)V99.
               05  MTH-ModDate      PIC X(10).
               05  MTH-Forgiven     PIC 9(6)V99.

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  DueDateHistoryFile.
           copy "../shared/copybooks/duedatehist.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  ModReportFile.
           01 ModReportLine         PIC X(120).

       working-storage section.
       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  RequestFileStatus        PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
       01  PeriodsPerYear           PIC 99 value 12.

       01  PeriodDueDate            PIC X(10) value spaces.
       01  ScheduleAnchor           PIC X(10) value spaces.
       01  eof-duehist-file         PIC X value "N".
           88  eof-duehist          value "Y".
       01  RolledDueDate            PIC X(10) value spaces.

       01  WORK-DATE.
       01  Disp-NewPayment          PIC $$$,$$$,$$9.99.
       01  Disp-Change              PIC -$$,$$$,$$9.99.
       01  Disp-Cap                 PIC $$$,$$$,$$9.99.
       01  Disp-Forgiven            PIC $$$,$$$,$$9.99.
       01  ForgivenTotal            PIC 9(8)V99 value zero.
       01  Disp-NewBalance          PIC $$$,$$$,$$9.99.
       01  Disp-OldRate             PIC Z9.99.
       01  Disp-NewRate             PIC Z9.99.
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/deffcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           write ModReportLine.

           open extend TermsHistoryFile.
           perform 0500-LoadChartOfAccounts.
           open extend GLWorkFile.

           read ModRequestFile
               at end set eof-request to true
           close ModRequestFile.
           close LoanMasterFile.
           close TermsHistoryFile.
           close GLWorkFile.

           move ForgivenTotal to Disp-Forgiven.
           move spaces to ModReportLine.
           write ModReportLine.
           move spaces to ModReportLine.
           string "Applied " ModsApplied
               "  Rejected " ModsRejected
               "  Principal forgiven " Disp-Forgiven
               into ModReportLine.
           write ModReportLine.
           close ModReportFile.
           end-if.

           string "END. Applied " ModsApplied
               " Rejected " ModsRejected
               " Forgiven " ForgivenTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       0500-LoadChartOfAccounts.
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

       1000-ModOneLoan.
           move MOD-Account to LM-LoanAccount.
           read LoanMasterFile
               exit paragraph
           end-if.

           if MOD-Forgiven >= OldOpeningBalance + MOD-CapAmount
               add 1 to ModsRejected
               string "REJECTED. Mod for " MOD-Account
                   " - forgiven " MOD-Forgiven
                   " leaves nothing to re-amortize" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           compute NewBalance =
               OldOpeningBalance + MOD-CapAmount - MOD-Forgiven.
           compute RemainingPeriods =
               NewNumPayments - MOD-EffPeriod + 1.

           compute PaymentChange =
               NewPaymentAmount - OldPaymentAmount.

           perform 2500-FindScheduleAnchor.
           perform 3000-RebuildSchedule.
           perform 4000-UpdateMaster.
           perform 4100-ResetDeferredYield.
           if MOD-Forgiven > zero
               perform 4500-PostForgiveness
           end-if.
           perform 5000-WriteHistoryAndReport.

           add 1 to ModsApplied.
               " eff period " MOD-EffPeriod
               " rate " OldRate " -> " NewRate
               " term " OldTerm " -> " NewTermMonths
               " capitalized " MOD-CapAmount
               " forgiven " MOD-Forgiven into msg.
           perform 8000-Logs.

       2000-FindEffectiveRow.
           end-perform.
           close ScheduleExportFile.

      * THE FUNDING DATE UNLESS THE DUE DATE HAS BEEN MOVED - THEN THE
      * ACCOUNT'S LATEST DUE-DATE CHANGE
       2500-FindScheduleAnchor.
           move LM-LoanDate to ScheduleAnchor.
           move "N" to eof-duehist-file.
           open input DueDateHistoryFile.
           read DueDateHistoryFile
               at end set eof-duehist to true
           end-read.
           perform until eof-duehist
               if DDH-Account = MOD-Account
                   move DDH-NewAnchor to ScheduleAnchor
               end-if
               read DueDateHistoryFile
                   at end set eof-duehist to true
               end-read
           end-perform.
           close DueDateHistoryFile.

      * HISTORY STAYS PUT: EVERY OTHER ACCOUNT'S ROWS AND THIS
      * ACCOUNT'S ROWS BEFORE THE EFFECTIVE PERIOD PASS THROUGH
      * UNTOUCHED; ROWS FROM THE EFFECTIVE PERIOD FORWARD ARE
           move MOD-EffPeriod to PeriodSub.
           perform RemainingPeriods times
               call "shared\wrkmodule\DATEADV" using
                   ScheduleAnchor, PeriodSub, PaymentFrequency,
                   PeriodDueDate
               end-call
               call "shared\wrkmodule\BUSDAY" using
           end-evaluate.

       4000-UpdateMaster.
           move LoanMasterRecord to AUD-Before.
           move NewRate to LM-AnnualRate.
           move NewTermMonths to LM-TermMonths.
           add MOD-CapAmount to LM-CurrentBalance.
           if LM-CurrentBalance > MOD-Forgiven
               subtract MOD-Forgiven from LM-CurrentBalance
           else
               move zero to LM-CurrentBalance
           end-if.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

      * THE REBUILT SCHEDULE EXPORT CARRIES THE NEW STREAM, SO THE
      * RESET ROW ONLY MARKS WHERE IT STARTS
       4100-ResetDeferredYield.
           move spaces to DFC-SharedRoot.
           set DFC-ResetYield to true.
           move MOD-Account to DFC-Account.
           move TodayDate to DFC-Date.
           move LM-CompanyCode to DFC-Company.
           move LogProgramName to DFC-Program.
           move MOD-EffPeriod to DFC-Period.
           move zero to DFC-Balance.
           move zero to DFC-Payment.
           call "shared\wrkmodule\DEFLEDGER" using
               DEFERRED-FEE-CALL-AREA
           end-call.

      * FORGIVEN PRINCIPAL LEAVES THE BOOK THE WAY A CHARGE-OFF DOES:
      * DR CHARGE-OFF EXPENSE / CR LOANS RECEIVABLE
       4500-PostForgiveness.
           add MOD-Forgiven to ForgivenTotal.
           move spaces to GLWorkRecord.
           move LogProgramName to GLW-Source.
           move MOD-Account to GLW-Account.
           move TodayDate to GLW-Date.
           move LM-CompanyCode to GLW-Company.
           move MOD-Forgiven to GLW-Amount.

           move "CHGO" to GLPostType.
           perform 4600-MapGLAccount.
           move "DR" to GLW-DRCR.
           write GLWorkRecord.

           move "LOAN" to GLPostType.
           perform 4600-MapGLAccount.
           move "CR" to GLW-DRCR.
           write GLWorkRecord.

       4600-MapGLAccount.
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
               when "CHGO"
                   move "Charge-Off Expense" to GLW-AcctName
               when "LOAN"
                   move "Loans Receivable" to GLW-AcctName
           end-evaluate.

       5000-WriteHistoryAndReport.
           move spaces to TermsHistoryRecord.
           move NewTermMonths to MTH-TermMonths.
           move MOD-CapAmount to MTH-CapAmount.
           move TodayDate to MTH-ModDate.
           move MOD-Forgiven to MTH-Forgiven.
           write TermsHistoryRecord.

           move spaces to ModReportLine.
               into ModReportLine.
           write ModReportLine.

           if MOD-Forgiven > zero
               move MOD-Forgiven to Disp-Forgiven
               move spaces to ModReportLine
               string "  Principal forgiven " Disp-Forgiven
                   " - cancelled debt, reported on the 1099-C"
                   into ModReportLine
               write ModReportLine
           end-if.

           move OldPaymentAmount to Disp-OldPayment.
           move NewPaymentAmount to Disp-NewPayment.
           move PaymentChange to Disp-Change.
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
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program LOANMOD.
