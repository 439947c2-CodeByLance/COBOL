           01  CompanyFoundFlag         PIC X value "N".
               88  CompanyFound         value "Y".

           copy "../shared/copybooks/auditcall.cpy".

           01  msg                      PIC X(150) value spaces.
           01  LogSeverity              PIC X(5) value spaces.
           01  SharedLogFilePath        PIC X(60) value
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

      * ADD THE REQUESTED LOAN TO THE SHARED MASTER, OR REFRESH ITS
      * PARAMETERS IF THE ACCOUNT IS ALREADY BOARDED, SO THE ENGINES
      * ALL READ THE SAME RECORD THIS RUN AND EVERY RUN AFTER.
           move ReqAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move spaces to AUD-Before
                   perform 600-MoveRequestFields
                   move ReqAmountIn to LM-CurrentBalance
                   move "A" to LM-LoanStatus
                   move spaces to LM-IndexCode
                   move zero to LM-Margin
                   move zero to LM-ResetFreq
                   move "A" to LM-ProductType
                   write LoanMasterRecord
                   perform 8600-AuditLoan
               not invalid key
                   move LoanMasterRecord to AUD-Before
                   perform 600-MoveRequestFields
                   rewrite LoanMasterRecord
                   perform 8600-AuditLoan
           end-read.

           close LoanMasterFile.
