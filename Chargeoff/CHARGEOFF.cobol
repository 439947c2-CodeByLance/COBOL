      * POSTPAY; each run here posts those to recovery income instead  *
      * of erroring and appends "R" rows to the same register, which   *
      * is the year-end loss number.                                   *
      * The unamortized net deferred origination fee or cost on the    *
      * loan (wrkmodule/DEFLEDGER) is accelerated into interest income *
      * on the charge-off date, so nothing stays deferred on a loan    *
      * that has left the book.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CHARGEOFF.

       working-storage section.
       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  GLPostType               PIC X(4) value spaces.
       01  MappedAcctNo             PIC X(8) value spaces.
       01  MappedAcctName           PIC X(24) value spaces.
       01  DeferredAccelerated      PIC 9(7)V99 value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  eof-request-file         PIC X value "N".
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/deffcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
                   move "Cash" to MappedAcctName
               when "RCVI"
                   move "Recovery Income" to MappedAcctName
               when "DEFF"
                   move "Net Deferred Loan Fees" to MappedAcctName
               when "INT "
                   move "Interest Income" to MappedAcctName
           end-evaluate.

       2000-ChargeOffOneLoan.
           end-read.

           if LM-StatusChargedOff or LM-StatusClosed
               or LM-StatusTransferred
               add 1 to RejectedCount
               string "REJECTED. Charge-off for " COQ-Account
                   " - loan already closed, charged off or"
                   " transferred out" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move LoanMasterRecord to AUD-Before.
           perform 2100-SumUnpaidDues.

           move LM-CurrentBalance to ChargeoffPrincipal.
               + UnpaidInterest + UnpaidEscrow + UnpaidFees.

           perform 3000-WriteChargeoffEntries.
           perform 3500-AccelerateDeferred.
           perform 2500-QuietOpenPeriods.

           move "O" to LM-LoanStatus.
           rewrite LoanMasterRecord.
           perform 8600-AuditLoan.

           add 1 to ChargeoffsPosted.
           add ChargeoffTotal to RunChargeoffTotal.
               write GLWorkRecord
           end-if.

      * WHAT IS LEFT OF A NET DEFERRED FEE COMES OFF THE DEFERRAL INTO
      * INCOME (DR DEFERRED / CR INTEREST INCOME); WHAT IS LEFT OF A
      * NET DEFERRED COST IS WRITTEN BACK AGAINST INCOME (DR INTEREST
      * INCOME / CR DEFERRED)
       3500-AccelerateDeferred.
           move spaces to DFC-SharedRoot.
           set DFC-Accelerate to true.
           move COQ-Account to DFC-Account.
           move COQ-Date to DFC-Date.
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
           move COQ-Account to GLW-Account.
           move COQ-Date to GLW-Date.
           move LM-CompanyCode to GLW-Company.
           if DFC-Amount < zero
               compute DeferredAccelerated = zero - DFC-Amount
               move "DEFF" to GLPostType
           else
               move DFC-Amount to DeferredAccelerated
               move "INT " to GLPostType
           end-if.
           move DeferredAccelerated to GLW-Amount.
           perform 1100-MapGLAccount.
           move MappedAcctNo to GLW-AcctNo.
           move MappedAcctName to GLW-AcctName.
           move "DR" to GLW-DRCR.
           write GLWorkRecord.
           if DFC-Amount < zero
               move "INT " to GLPostType
           else
               move "DEFF" to GLPostType
           end-if.
           perform 1100-MapGLAccount.
           move MappedAcctNo to GLW-AcctNo.
           move MappedAcctName to GLW-AcctName.
           move "CR" to GLW-DRCR.
           write GLWorkRecord.

           string "ACCELERATED " COQ-Account
               " net deferred fees/costs " DFC-Deferred
               " at charge-off" into msg.
           perform 8000-Logs.

      * MONEY POSTPAY ROUTED HERE FROM CHARGED-OFF ACCOUNTS GOES TO
      * RECOVERY INCOME - A BALANCED CASH/INCOME PAIR PER RECEIPT.
       5000-PostRecoveries.
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

       end program CHARGEOFF.
