
       working-storage section.
       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".

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
                       perform 8000-Logs
                       exit paragraph
                   end-if
                   move LoanMasterRecord to AUD-Before
                   move "N" to LM-LoanStatus
                   rewrite LoanMasterRecord
                   perform 8600-AuditLoan
                   add 1 to FlippedCount
                   perform 3000-ReverseUnpaidInterest
                   string "NONACCRUAL set " NAQ-Account
                       perform 8000-Logs
                       exit paragraph
                   end-if
                   move LoanMasterRecord to AUD-Before
                   move "A" to LM-LoanStatus
                   rewrite LoanMasterRecord
                   perform 8600-AuditLoan
                   add 1 to ReinstatedCount
                   string "NONACCRUAL lifted " NAQ-Account
                       " effective " NAQ-Date into msg
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

       end program NONACCRUAL.
