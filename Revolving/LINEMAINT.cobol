       01  MaintAppliedCount           PIC 9(4) value zero.
       01  MaintRejectedCount          PIC 9(4) value zero.

       copy "../shared/copybooks/auditcall.cpy".

       01  msg                         PIC X(150) value spaces.
       01  LogSeverity                 PIC X(5) value spaces.
       01  SharedLogFilePath           PIC X(60) value
                  " Rejected " MaintRejectedCount into msg.
           perform 8000-Logs.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
           move MaintAccountIn to LN-Account.
           read LineMasterFile
               invalid key
                   move spaces to AUD-Before
                   perform 1500-MoveMaintFields
                   move zero to LN-Balance
                   move zero to LN-AccruedInt
                   move spaces to LN-LastCycleDate
                   move "A" to LN-Status
                   write LineMasterRecord
                   perform 8600-AuditLine
                   add 1 to MaintAppliedCount
                   string "ADDED " MaintAccountIn
                       " limit " MaintLimitIn
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move LineMasterRecord to AUD-Before
                   perform 1500-MoveMaintFields
                   rewrite LineMasterRecord
                   perform 8600-AuditLine
                   add 1 to MaintAppliedCount
                   string "CHANGED " MaintAccountIn
                       " limit " MaintLimitIn
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   else
                       move LineMasterRecord to AUD-Before
                       move "C" to LN-Status
                       rewrite LineMasterRecord
                       perform 8600-AuditLine
                       add 1 to MaintAppliedCount
                       string "CLOSED " MaintAccountIn into msg
                       perform 8000-Logs
                  into MaintReportLine.
           write MaintReportLine.

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditLine.
           move LogProgramName to AUD-Program.
           move "LN" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move LineMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       end program LINEMAINT.
