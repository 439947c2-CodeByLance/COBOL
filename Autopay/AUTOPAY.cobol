      * with its meta record and a manifest line - the drafted money   *
      * then flows through FILEPROCESSING and POSTPAY exactly like     *
      * any other payment batch, and a returned draft comes back       *
      * through the NSFUNWIND return path like any bounced check.      *
      * An enrollment on a loan transferred out to a new servicer      *
      * (transferred status on the loan master) is never drafted - the *
      * borrower pays the new servicer now - and is counted apart from *
      * the enrollments with nothing due.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. AUTOPAY.
                   "ProcessFiles\files\pending\manifest.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BillMonthFile.
           01 ManifestRecord.
               05  MAN-BatchName    PIC X(20).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       working-storage section.
       01  ENROLL-TABLE.
           05  EnrollEntry occurs 500 times.
               10  ENR-AmountDue    PIC 9(6)V99.
               10  ENR-FoundFlag    PIC X.
                   88  ENR-HasAmount value "Y".
                   88  ENR-Transferred value "T".
       01  EnrollCount              PIC 999 value zero.
       01  EnrollSub                PIC 999 value zero.

       01  MonthFileStatus          PIC XX value spaces.
       01  EnrollFileStatus         PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.

       01  eof-month-file           PIC X value "N".
           88  eof-month            value "Y".
       01  DraftDate                PIC X(10) value spaces.
       01  DraftsOriginated         PIC 9(4) value zero.
       01  EnrollSkipped            PIC 9(4) value zero.
       01  TransferredSkipped       PIC 9(4) value zero.
       01  DraftTotal               PIC 9(9)V99 value zero.
       01  RoutingHash              PIC 9(10) value zero.
       01  RoutingNumeric           PIC 9(9) value zero.
           end-if.

           perform 2000-FindAmountsDue.
           perform 2500-DropTransferred.
           perform 3000-WriteOriginationFile.
           perform 4000-StagePaymentBatch.

           display "AUTOPAY originated " DraftsOriginated
               " drafts, skipped " EnrollSkipped
               ", transferred " TransferredSkipped.

           string "END. Month " StatementMonth "/" StatementYear
               " drafts " DraftsOriginated
               " skipped " EnrollSkipped
               " transferred " TransferredSkipped
               " total " DraftTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           end-perform.
           close ScheduleExportFile.

      * A LOAN SOLD AWAY THROUGH XFEROUT IS THE NEW SERVICER'S TO
      * DRAFT - ITS ENROLLMENT IS MARKED SO NOTHING BELOW TOUCHES IT
       2500-DropTransferred.
           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus
                   " - transferred loans cannot be skipped" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           move 1 to EnrollSub.
           perform EnrollCount times
               move ENR-Account(EnrollSub) to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       continue
                   not invalid key
                       if LM-StatusTransferred
                           move "T" to ENR-FoundFlag(EnrollSub)
                       end-if
               end-read
               add 1 to EnrollSub
           end-perform.
           close LoanMasterFile.

       3000-WriteOriginationFile.
           open output AchDebitFile.
           move spaces to AchDebitLine.

           move 1 to EnrollSub.
           perform EnrollCount times
               evaluate true
                   when ENR-Transferred(EnrollSub)
                       add 1 to TransferredSkipped
                       string "Enrolled account "
                           ENR-Account(EnrollSub)
                           " is transferred out - no draft originated"
                           into msg
                       move "WARN " to LogSeverity
                       perform 8000-Logs
                   when ENR-HasAmount(EnrollSub)
                       and ENR-AmountDue(EnrollSub) > zero
                       perform 3100-WriteOneDebit
                   when other
                       add 1 to EnrollSkipped
                       string "No period due in " StatementMonth "/"
                           StatementYear " for enrolled account "
                           ENR-Account(EnrollSub)
                           " - no draft originated" into msg
                       move "WARN " to LogSeverity
                       perform 8000-Logs
               end-evaluate
               add 1 to EnrollSub
           end-perform.

