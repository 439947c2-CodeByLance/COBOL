      * tried against the account's suspense balance. Every return,    *
      * applied or unmatched, lands on the per-run unwind register at  *
      * LoanPayments\unwindregister.txt for the auditors.              *
      * Money the bounced payment put on corporate advances is put     *
      * back on the advance sub-ledger through ADVLEDGER (latest       *
      * collection first) and the collection's GL pair is reversed -   *
      * DR advances receivable, CR cash - on glwork.txt.               *
      * The backed-out posting, split and all, is kept on              *
      * shared\data\returnhistory.txt and a return taken out of        *
      * suspense is journalled on shared\data\suspensejournal.txt, so  *
      * the loan's history statement still shows both sides.           *
      * On a simple-interest loan the bounced payment's principal and  *
      * interest go back on its accrual journal through SIACCRUE.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. NSFUNWIND.
                   "LoanPayments\unwindregister.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional ReturnHistoryFile ASSIGN TO
                   "shared\data\returnhistory.txt"
                   organization is line sequential.

               select optional SuspenseJournalFile ASSIGN TO
                   "shared\data\suspensejournal.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  PurgeWorkFile.
           01 PurgeWorkRecord       PIC X(100).
       FD  UnwindRegisterFile.
           01 UnwindLine            PIC X(120).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  ReturnHistoryFile.
           copy "../shared/copybooks/rethist.cpy".

       FD  SuspenseJournalFile.
           copy "../shared/copybooks/suspjrnl.cpy".

       working-storage section.
       01  STATUS-TABLE.
           05  StatusEntry occurs 20000 times.
       01  LateFeeChangedFlag       PIC X value "N".
           88  LateFeeChanged       value "Y".

      * ADVANCE MONEY THE BOUNCED PAYMENT NEVER REALLY COLLECTED
       01  UnwoundAdvance           PIC 9(6)V99 value zero.
       01  AdvancesReopened         PIC 9(8)V99 value zero.
       copy "../shared/copybooks/advcall.cpy".
       01  UnwoundInterest          PIC 9(6)V99 value zero.
       01  UnwoundPrincipal         PIC 9(6)V99 value zero.
       copy "../shared/copybooks/siacall.cpy".

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
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".

       01  ReturnsApplied           PIC 9(5) value zero.
       01  ReturnsFromSuspense      PIC 9(5) value zero.
       01  ReturnsUnmatched         PIC 9(5) value zero.
           perform 1000-LoadStatus.
           perform 1200-LoadSuspense.
           perform 1400-LoadLateFees.
           perform 1500-LoadChart.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           end-if.

           open output UnwindRegisterFile.
           move spaces to UnwindLine.
                  into UnwindLine.
           write UnwindLine.
           close UnwindRegisterFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.

           perform 4000-RewriteStatus.
           perform 4500-RewriteSuspense.
           string "END. Applied " ReturnsApplied
               " from suspense " ReturnsFromSuspense
               " unmatched " ReturnsUnmatched
               " total " TotalUnwound
               " advances reopened " AdvancesReopened into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

      * ACCOUNT'S SUSPENSE BALANCE (THE BOUNCED CHECK NEVER CLOSED A
      * PERIOD); NEITHER MATCH IS AN UNMATCHED REGISTER LINE FOR A
      * HUMAN TO RESEARCH.
       1500-LoadChart.
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

       2000-UnwindOneReturn.
           move zero to MatchSub.
           move 1 to StatusSub.
      * PERIOD AND THE ESCROW LEDGER REBUILD SEES NO PHANTOM CREDIT.
       2200-PurgeHistoryRow.
           move zero to UnwoundLateFee.
           move zero to UnwoundAdvance.
           move zero to UnwoundInterest.
           move zero to UnwoundPrincipal.
           move "N" to eof-history-file.
           open input PostedPaymentFile.
           open output PurgeWorkFile.
                   else
                       move zero to UnwoundLateFee
                   end-if
                   if PPH-ToAdvance numeric
                       move PPH-ToAdvance to UnwoundAdvance
                   end-if
                   if PPH-ToInterest numeric
                       move PPH-ToInterest to UnwoundInterest
                   end-if
                   if PPH-ToPrincipal numeric
                       move PPH-ToPrincipal to UnwoundPrincipal
                   end-if
                   perform 2210-KeepReversedRow
               else
                   move spaces to PurgeWorkRecord
                   move PostedPaymentRecord to PurgeWorkRecord
           if UnwoundLateFee > zero
               perform 2250-ReverseLateFeePaydown
           end-if.
           if UnwoundAdvance > zero
               perform 2270-ReopenAdvances
           end-if.
           if UnwoundInterest > zero or UnwoundPrincipal > zero
               perform 2275-UnwindSimpleInterest
           end-if.

      * THE PURGED ROW GOES ON THE REVERSED-POSTING HISTORY FIRST -
      * A SPLIT FIELD THE LEGACY ROW NEVER CARRIED IS ZERO THERE
       2210-KeepReversedRow.
           move spaces to ReturnHistoryRecord.
           move PPH-Account to RTH-Account.
           move PPH-Period to RTH-Period.
           move PPH-PaidDate to RTH-PaidDate.
           move PPH-PaidAmount to RTH-Amount.
           move TodayDate to RTH-ReverseDate.
           set RTH-Returned to true.
           move RTN-Reason to RTH-Reason.
           move zero to RTH-ToInterest RTH-ToPrincipal RTH-ToEscrow
               RTH-ToFee RTH-ToLateFee RTH-ToAdvance.
           if PPH-ToInterest numeric
               move PPH-ToInterest to RTH-ToInterest
           end-if.
           if PPH-ToPrincipal numeric
               move PPH-ToPrincipal to RTH-ToPrincipal
           end-if.
           if PPH-ToEscrow numeric
               move PPH-ToEscrow to RTH-ToEscrow
           end-if.
           if PPH-ToFee numeric
               move PPH-ToFee to RTH-ToFee
           end-if.
           move UnwoundLateFee to RTH-ToLateFee.
           move UnwoundAdvance to RTH-ToAdvance.
           move LogProgramName to RTH-Source.
           open extend ReturnHistoryFile.
           write ReturnHistoryRecord.
           close ReturnHistoryFile.

      * THE BOUNCED CHECK'S LATE-FEE MONEY NEVER EXISTED - BACK IT
      * OUT OF THE CHARGES IT RETIRED, LATEST-PAID-FIRST (POSTPAY
               perform 8000-Logs
           end-if.

      * THE ADVANCES THE BOUNCED PAYMENT RETIRED ARE OPEN AGAIN - THE
      * SUB-LEDGER TAKES BACK ITS LATEST COLLECTIONS FIRST, AND THE
      * COLLECTION'S GL PAIR IS REVERSED SO ADVANCES RECEIVABLE STILL
      * TIES TO THE SUB-LEDGER
       2270-ReopenAdvances.
           move spaces to ADVANCE-CALL-AREA.
           set ADV-Unwind to true.
           move RTN-Account to ADV-Account.
           move TodayDate to ADV-Date.
           move LogProgramName to ADV-Program.
           move UnwoundAdvance to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.

           if ADV-Applied < UnwoundAdvance
               string "Advance reversal for " RTN-Account
                   " put back " ADV-Applied " of " UnwoundAdvance
                   " - the sub-ledger shows less collected than"
                   " the history row carried" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.
           if ADV-Applied = zero
               exit paragraph
           end-if.
           add ADV-Applied to AdvancesReopened.

           move spaces to LM-CompanyCode.
           if LoanMasterOpen
               move RTN-Account to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move spaces to LM-CompanyCode
               end-read
           end-if.

           open extend GLWorkFile.
           move "ADVR" to GLPostType.
           perform 2280-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move RTN-Account to GLW-Account.
           move "DR" to GLW-DRCR.
           move ADV-Applied to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "CASH" to GLPostType.
           perform 2280-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move RTN-Account to GLW-Account.
           move "CR" to GLW-DRCR.
           move ADV-Applied to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.
           close GLWorkFile.

           string "ADVANCES REOPENED " RTN-Account
               " amount " ADV-Applied into msg.
           perform 8000-Logs.

      * A SIMPLE-INTEREST LOAN'S ACCRUAL JOURNAL TAKES THE BOUNCED
      * PAYMENT BACK TOO - ITS PRINCIPAL IS OWED AGAIN AND ITS
      * INTEREST IS UNPAID AGAIN, SO THE NEXT POSTING AND ANY PAYOFF
      * QUOTE SEE IT
       2275-UnwindSimpleInterest.
           if not LoanMasterOpen
               exit paragraph
           end-if.
           move RTN-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   exit paragraph
           end-read.
           if not LM-SimpleInterest
               exit paragraph
           end-if.

           initialize SIMPLE-INTEREST-CALL-AREA.
           set SIC-Unwind to true.
           move RTN-Account to SIC-Account.
           move TodayDate to SIC-Date.
           move LogProgramName to SIC-Program.
           move LM-AnnualRate to SIC-Rate.
           move LM-DayCountMethod to SIC-DayCount.
           move LM-CurrentBalance to SIC-StartBalance.
           move LM-LoanDate to SIC-StartDate.
           move UnwoundInterest to SIC-InterestPaid.
           move UnwoundPrincipal to SIC-PrincipalPaid.
           call "shared\wrkmodule\SIACCRUE"
               using SIMPLE-INTEREST-CALL-AREA
           end-call.

           string "SIMPLE INTEREST UNWOUND " RTN-Account
               " principal " UnwoundPrincipal
               " interest " UnwoundInterest into msg.
           perform 8000-Logs.

       2280-MapGLAccount.
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
               when "CASH"
                   move "Cash" to GLW-AcctName
               when "ADVR"
                   move "Advances Receivable" to GLW-AcctName
           end-evaluate.

       2300-TrySuspense.
           move zero to SuspenseMatchSub.
           move 1 to SuspenseSub.
           if SuspenseMatchSub > zero
               subtract RTN-Amount
                   from SP-Balance(SuspenseMatchSub)
               move spaces to SuspenseJournalRecord
               move RTN-Account to SJR-Account
               move TodayDate to SJR-Date
               set SJR-BackedOut to true
               move RTN-Amount to SJR-Amount
               move zero to SJR-Period
               move SP-Balance(SuspenseMatchSub) to SJR-Balance
               move LogProgramName to SJR-Source
               open extend SuspenseJournalFile
               write SuspenseJournalRecord
               close SuspenseJournalFile
               add 1 to ReturnsFromSuspense
               add RTN-Amount to TotalUnwound
               move zero to UnwoundPeriod
