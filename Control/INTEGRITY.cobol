      ******************************************************************
      * Nightly cross-file referential integrity check - every program *
      * trusts that the account keys across shared\data agree; this    *
      * proves it. Each account-keyed shared file is read through and  *
      * every row's account is looked up on the loan master (and, for  *
      * the files that serve lines of credit too, the line master).    *
      * A row whose account was never boarded is an orphan; a row that *
      * contradicts the master's status (an open period, a             *
      * participation, an autopay draft or an expected disbursement on *
      * a loan that is closed or transferred out, schedule rows kept   *
      * for a transferred loan, insurance or forbearance still running *
      * on a closed loan) is a contradiction; and a boarded loan with  *
      * no borrower record is caught from the master's side. Each rule *
      * is named by its file pair and carries a severity - CRIT,       *
      * MAJOR or MINOR. Control\integrity.txt lists every exception    *
      * (once per account per rule, with the rows behind it counted)   *
      * and the counts by rule; each CRIT rule that fails is raised as *
      * an ERROR through LOGGER so the alert outbox carries it. Every  *
      * file is opened for input only - this program never changes     *
      * anything it reads.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. INTEGRITY.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select LineMasterFile ASSIGN TO
                   "shared\data\linemaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LN-Account
                   file status is LineMasterStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select MortInsFile ASSIGN TO
                   "shared\data\mortins.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is MI-Account
                   file status is MortInsStatus.

               select ScheduleMasterFile ASSIGN TO
                   "shared\data\schedmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is SCM-Key
                   file status is ScheduleMasterStatus.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional ScheduleExportFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential.

               select optional PostedPaymentFile ASSIGN TO
                   "shared\data\postedpmts.txt"
                   organization is line sequential.

               select optional SuspenseFile ASSIGN TO
                   "shared\data\suspense.txt"
                   organization is line sequential.

               select optional LegalStatusFile ASSIGN TO
                   "shared\data\legalstatus.txt"
                   organization is line sequential.

               select optional ParticipationFile ASSIGN TO
                   "shared\data\participations.txt"
                   organization is line sequential.

               select optional EnrollmentFile ASSIGN TO
                   "shared\data\autopay.txt"
                   organization is line sequential.

               select optional LineActivityFile ASSIGN TO
                   "shared\data\lineactivity.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional EscrowLedgerFile ASSIGN TO
                   "shared\data\escrowledger.txt"
                   organization is line sequential.

               select optional DisbExpectFile ASSIGN TO
                   "shared\data\escrowdisb.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

               select optional RefundDueFile ASSIGN TO
                   "shared\data\refundsdue.txt"
                   organization is line sequential.

               select optional ServicingNotesFile ASSIGN TO
                   "shared\data\servicingnotes.txt"
                   organization is line sequential.

               select IntegrityReport ASSIGN TO
                   "Control\integrity.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  LineMasterFile.
           copy "../shared/copybooks/linemaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  MortInsFile.
           copy "../shared/copybooks/mortins.cpy".

       FD  ScheduleMasterFile.
           copy "../shared/copybooks/schedmaster.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  ScheduleExportFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  PostedPaymentFile.
           01 PostedPaymentRecord.
               05  PPH-Account      PIC X(10).
               05  FILLER           PIC X(71).

       FD  SuspenseFile.
           01 SuspenseRecord.
               05  SUS-Account      PIC X(10).
               05  SUS-Balance      PIC 9(7)V99.
               05  SUS-LastDate     PIC X(10).

       FD  LegalStatusFile.
           copy "../shared/copybooks/legalstat.cpy".

       FD  ParticipationFile.
           01 ParticipationRecord.
               05  PAR-Account      PIC X(10).
               05  PAR-InvestorId   PIC X(10).
               05  FILLER           PIC X(19).

       FD  EnrollmentFile.
           01 EnrollmentRecord.
               05  APE-Account      PIC X(10).
               05  FILLER           PIC X(28).

       FD  LineActivityFile.
           01 LineActivityExtract.
               05  LAX-Account      PIC X(10).
               05  FILLER           PIC X(61).

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  LFR-Account      PIC X(10).
               05  FILLER           PIC X(60).

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               05  FILLER           PIC X(39).

       FD  DisbExpectFile.
           01 DisbExpectRecord.
               05  DSB-Account      PIC X(10).
               05  FILLER           PIC X(30).

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       FD  RefundDueFile.
           copy "../shared/copybooks/refunddue.cpy".

       FD  ServicingNotesFile.
           01 ServicingNoteRecord.
               05  SVN-Account      PIC X(10).
               05  FILLER           PIC X(200).

       FD  IntegrityReport.
           01 IntegrityLine         PIC X(132).

       working-storage section.
      * ONE ROW PER RULE - FILE PAIR, SEVERITY, WHAT IS WRONG, AND
      * HOW MANY ACCOUNTS AND ROWS BROKE IT THIS RUN
       01  RULE-TABLE.
           05  RuleEntry occurs 27 times.
               10  RUL-Pair         PIC X(24).
               10  RUL-Severity     PIC X(5).
               10  RUL-Text         PIC X(42).
               10  RUL-Accounts     PIC 9(6).
               10  RUL-Rows         PIC 9(7).
               10  RUL-LastAccount  PIC X(10).
       01  RuleCount                PIC 99 value 27.
       01  RuleNo                   PIC 99 value zero.
       01  RuleSub                  PIC 99 value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  LineMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  MortInsStatus            PIC XX value spaces.
       01  ScheduleMasterStatus     PIC XX value spaces.

       01  LineOpenFlag             PIC X value "N".
           88  LineOpen             value "Y".
       01  BorrowerOpenFlag         PIC X value "N".
           88  BorrowerOpen         value "Y".

      * THE LAST MASTER LOOKUP IS KEPT - THE SEQUENTIAL FILES RUN IN
      * ACCOUNT ORDER, SO MOST ROWS ASK ABOUT THE SAME ACCOUNT AGAIN
       01  CheckAccount             PIC X(10) value spaces.
       01  LastLookupAccount        PIC X(10) value high-values.
       01  LoanFoundFlag            PIC X value "N".
           88  LoanFound            value "Y".
       01  LoanClosedOutFlag        PIC X value "N".
           88  LoanClosedOut        value "Y".
       01  LoanTransferredFlag      PIC X value "N".
           88  LoanTransferred      value "Y".
       01  LineFoundFlag            PIC X value "N".
           88  LineFound            value "Y".

       01  eof-file                 PIC X value "N".
           88  eof-reached          value "Y".

       01  FilesChecked             PIC 99 value zero.
       01  FilesSkipped             PIC 99 value zero.
       01  RowsChecked              PIC 9(8) value zero.
       01  ExceptionCount           PIC 9(6) value zero.
       01  CriticalRulesFailed      PIC 99 value zero.
       01  FileLabel                PIC X(32) value spaces.
       01  Disp-Rows                PIC Z,ZZZ,ZZ9.

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
       01  LogProgramName           PIC X(14) value "INTEGRITY".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 1000-DefineRules.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus " - integrity not checked"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "INTEGRITY - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.
           open input LineMasterFile.
           if LineMasterStatus = "00"
               set LineOpen to true
           end-if.

           open output IntegrityReport.
           move spaces to IntegrityLine.
           string "SHARED DATA INTEGRITY CHECK     Run " TodayDate
               into IntegrityLine.
           write IntegrityLine.
           if not LineOpen
               move spaces to IntegrityLine
               string "Line master not available (status "
                   LineMasterStatus ") - line accounts count as "
                   "not boarded" into IntegrityLine
               write IntegrityLine
           end-if.
           move spaces to IntegrityLine.
           write IntegrityLine.
           move spaces to IntegrityLine.
           string "Rule Sev   File pair                Account    "
                  "What is wrong"
                  into IntegrityLine.
           write IntegrityLine.

           perform 2000-CheckPaymentStatus.
           perform 2100-CheckSchedules.
           perform 2200-CheckScheduleMaster.
           perform 2300-CheckPostedPayments.
           perform 2400-CheckSuspense.
           perform 2500-CheckLegalStatus.
           perform 2600-CheckParticipations.
           perform 2700-CheckAutopay.
           perform 2800-CheckLineActivity.
           perform 2900-CheckBorrowers.
           perform 3000-CheckBorrowerRoles.
           perform 3100-CheckLateFees.
           perform 3200-CheckEscrowLedger.
           perform 3300-CheckEscrowDisb.
           perform 3400-CheckForbearance.
           perform 3500-CheckMortIns.
           perform 3600-CheckRefunds.
           perform 3700-CheckCollateral.
           perform 3800-CheckNotes.
           perform 3900-CheckLoansHaveBorrowers.

           perform 6000-RuleSummary.
           close IntegrityReport.

           close LoanMasterFile.
           if LineOpen
               close LineMasterFile
           end-if.

           display "INTEGRITY rows " RowsChecked
               " exceptions " ExceptionCount
               " critical rules failed " CriticalRulesFailed.
           string "END. Files " FilesChecked
               " skipped " FilesSkipped
               " rows " RowsChecked
               " exceptions " ExceptionCount
               " critical rules failed " CriticalRulesFailed
               into msg.
           if CriticalRulesFailed > zero
               move "ERROR" to LogSeverity
           else
               if ExceptionCount > zero
                   move "WARN " to LogSeverity
               end-if
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-DefineRules.
           initialize RULE-TABLE.
           move "PAYMENTSTATUS/LOANMASTER" to RUL-Pair(1).
           move "CRIT" to RUL-Severity(1).
           move "payment status for account not boarded"
               to RUL-Text(1).
           move "PAYMENTSTATUS/LOANMASTER" to RUL-Pair(2).
           move "MAJOR" to RUL-Severity(2).
           move "open period on a closed or transferred loan"
               to RUL-Text(2).
           move "SCHEDULES/LOANMASTER" to RUL-Pair(3).
           move "CRIT" to RUL-Severity(3).
           move "schedule rows for account not boarded"
               to RUL-Text(3).
           move "SCHEDULES/LOANMASTER" to RUL-Pair(4).
           move "MAJOR" to RUL-Severity(4).
           move "schedule rows kept for a transferred loan"
               to RUL-Text(4).
           move "SCHEDMASTER/LOANMASTER" to RUL-Pair(5).
           move "CRIT" to RUL-Severity(5).
           move "schedule master for account not boarded"
               to RUL-Text(5).
           move "POSTEDPMTS/LOANMASTER" to RUL-Pair(6).
           move "CRIT" to RUL-Severity(6).
           move "posted payment for account not boarded"
               to RUL-Text(6).
           move "SUSPENSE/LOANMASTER" to RUL-Pair(7).
           move "CRIT" to RUL-Severity(7).
           move "suspense money for account not boarded"
               to RUL-Text(7).
           move "LEGALSTATUS/LOANMASTER" to RUL-Pair(8).
           move "CRIT" to RUL-Severity(8).
           move "legal status for account never boarded"
               to RUL-Text(8).
           move "PARTICIPATIONS/LOANMASTER" to RUL-Pair(9).
           move "CRIT" to RUL-Severity(9).
           move "participation for account not boarded"
               to RUL-Text(9).
           move "PARTICIPATIONS/LOANMASTER" to RUL-Pair(10).
           move "MAJOR" to RUL-Severity(10).
           move "participation on a closed or transferred loan"
               to RUL-Text(10).
           move "AUTOPAY/LOANMASTER" to RUL-Pair(11).
           move "CRIT" to RUL-Severity(11).
           move "autopay enrollment for account not boarded"
               to RUL-Text(11).
           move "AUTOPAY/LOANMASTER" to RUL-Pair(12).
           move "MAJOR" to RUL-Severity(12).
           move "autopay enrollment on a closed-out loan"
               to RUL-Text(12).
           move "LINEACTIVITY/LINEMASTER" to RUL-Pair(13).
           move "CRIT" to RUL-Severity(13).
           move "line activity for line not boarded"
               to RUL-Text(13).
           move "BORROWERS/MASTERS" to RUL-Pair(14).
           move "MAJOR" to RUL-Severity(14).
           move "borrower record with no loan or line"
               to RUL-Text(14).
           move "BORRROLES/MASTERS" to RUL-Pair(15).
           move "MAJOR" to RUL-Severity(15).
           move "borrower role with no loan or line"
               to RUL-Text(15).
           move "LATEFEES/LOANMASTER" to RUL-Pair(16).
           move "MAJOR" to RUL-Severity(16).
           move "late fee for account not boarded"
               to RUL-Text(16).
           move "ESCROWLEDGER/LOANMASTER" to RUL-Pair(17).
           move "MAJOR" to RUL-Severity(17).
           move "escrow ledger for account not boarded"
               to RUL-Text(17).
           move "ESCROWDISB/LOANMASTER" to RUL-Pair(18).
           move "MAJOR" to RUL-Severity(18).
           move "escrow disbursement for account not boarded"
               to RUL-Text(18).
           move "ESCROWDISB/LOANMASTER" to RUL-Pair(19).
           move "MAJOR" to RUL-Severity(19).
           move "disbursement expected on a closed-out loan"
               to RUL-Text(19).
           move "FORBEARANCE/LOANMASTER" to RUL-Pair(20).
           move "MAJOR" to RUL-Severity(20).
           move "forbearance plan for account not boarded"
               to RUL-Text(20).
           move "FORBEARANCE/LOANMASTER" to RUL-Pair(21).
           move "MINOR" to RUL-Severity(21).
           move "forbearance still running on a closed loan"
               to RUL-Text(21).
           move "MORTINS/LOANMASTER" to RUL-Pair(22).
           move "MAJOR" to RUL-Severity(22).
           move "mortgage insurance for account not boarded"
               to RUL-Text(22).
           move "MORTINS/LOANMASTER" to RUL-Pair(23).
           move "MINOR" to RUL-Severity(23).
           move "mortgage insurance in force on closed loan"
               to RUL-Text(23).
           move "REFUNDSDUE/LOANMASTER" to RUL-Pair(24).
           move "MAJOR" to RUL-Severity(24).
           move "refund queued for account not boarded"
               to RUL-Text(24).
           move "COLLATERAL/MASTERS" to RUL-Pair(25).
           move "MINOR" to RUL-Severity(25).
           move "collateral with no loan or line"
               to RUL-Text(25).
           move "SERVICINGNOTES/MASTERS" to RUL-Pair(26).
           move "MINOR" to RUL-Severity(26).
           move "servicing note with no loan or line"
               to RUL-Text(26).
           move "LOANMASTER/BORROWERS" to RUL-Pair(27).
           move "MINOR" to RUL-Severity(27).
           move "boarded loan with no borrower record"
               to RUL-Text(27).

       2000-CheckPaymentStatus.
           move "N" to eof-file.
           open input PaymentStatusFile.
           add 1 to FilesChecked.
           read PaymentStatusFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move PS-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 1 to RuleNo
                       perform 5500-RecordException
                   when PS-Open and LoanClosedOut
                       move 2 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read PaymentStatusFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close PaymentStatusFile.

       2100-CheckSchedules.
           move "N" to eof-file.
           open input ScheduleExportFile.
           add 1 to FilesChecked.
           read ScheduleExportFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move SCH-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 3 to RuleNo
                       perform 5500-RecordException
                   when LoanTransferred
                       move 4 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read ScheduleExportFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close ScheduleExportFile.

       2200-CheckScheduleMaster.
           move "N" to eof-file.
           open input ScheduleMasterFile.
           if ScheduleMasterStatus not = "00"
               move "shared\data\schedmaster.dat" to FileLabel
               perform 5900-FileSkipped
               exit paragraph
           end-if.
           add 1 to FilesChecked.
           read ScheduleMasterFile next record
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move SCM-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 5 to RuleNo
                   perform 5500-RecordException
               end-if
               read ScheduleMasterFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close ScheduleMasterFile.

       2300-CheckPostedPayments.
           move "N" to eof-file.
           open input PostedPaymentFile.
           add 1 to FilesChecked.
           read PostedPaymentFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move PPH-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 6 to RuleNo
                   perform 5500-RecordException
               end-if
               read PostedPaymentFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close PostedPaymentFile.

       2400-CheckSuspense.
           move "N" to eof-file.
           open input SuspenseFile.
           add 1 to FilesChecked.
           read SuspenseFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move SUS-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 7 to RuleNo
                   perform 5500-RecordException
               end-if
               read SuspenseFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close SuspenseFile.

       2500-CheckLegalStatus.
           move "N" to eof-file.
           open input LegalStatusFile.
           add 1 to FilesChecked.
           read LegalStatusFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move LGL-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 8 to RuleNo
                   perform 5500-RecordException
               end-if
               read LegalStatusFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close LegalStatusFile.

       2600-CheckParticipations.
           move "N" to eof-file.
           open input ParticipationFile.
           add 1 to FilesChecked.
           read ParticipationFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move PAR-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 9 to RuleNo
                       perform 5500-RecordException
                   when LoanClosedOut
                       move 10 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read ParticipationFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close ParticipationFile.

       2700-CheckAutopay.
           move "N" to eof-file.
           open input EnrollmentFile.
           add 1 to FilesChecked.
           read EnrollmentFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move APE-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 11 to RuleNo
                       perform 5500-RecordException
                   when LoanClosedOut
                       move 12 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read EnrollmentFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close EnrollmentFile.

       2800-CheckLineActivity.
           move "N" to eof-file.
           open input LineActivityFile.
           add 1 to FilesChecked.
           read LineActivityFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move LAX-Account to CheckAccount
               perform 5100-LookupLine
               if not LineFound
                   move 13 to RuleNo
                   perform 5500-RecordException
               end-if
               read LineActivityFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close LineActivityFile.

       2900-CheckBorrowers.
           move "N" to eof-file.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus not = "00"
               move "shared\data\borrowers.dat" to FileLabel
               perform 5900-FileSkipped
               exit paragraph
           end-if.
           add 1 to FilesChecked.
           read BorrowerMasterFile next record
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move BW-Account to CheckAccount
               perform 5200-LookupEither
               if not LoanFound and not LineFound
                   move 14 to RuleNo
                   perform 5500-RecordException
               end-if
               read BorrowerMasterFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close BorrowerMasterFile.

       3000-CheckBorrowerRoles.
           move "N" to eof-file.
           open input BorrowerRoleFile.
           if BorrowerRoleStatus not = "00"
               move "shared\data\borrroles.dat" to FileLabel
               perform 5900-FileSkipped
               exit paragraph
           end-if.
           add 1 to FilesChecked.
           read BorrowerRoleFile next record
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move BR-Account to CheckAccount
               perform 5200-LookupEither
               if not LoanFound and not LineFound
                   move 15 to RuleNo
                   perform 5500-RecordException
               end-if
               read BorrowerRoleFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close BorrowerRoleFile.

       3100-CheckLateFees.
           move "N" to eof-file.
           open input LateFeeRegister.
           add 1 to FilesChecked.
           read LateFeeRegister
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move LFR-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 16 to RuleNo
                   perform 5500-RecordException
               end-if
               read LateFeeRegister
                   at end set eof-reached to true
               end-read
           end-perform.
           close LateFeeRegister.

       3200-CheckEscrowLedger.
           move "N" to eof-file.
           open input EscrowLedgerFile.
           add 1 to FilesChecked.
           read EscrowLedgerFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move ELG-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 17 to RuleNo
                   perform 5500-RecordException
               end-if
               read EscrowLedgerFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close EscrowLedgerFile.

       3300-CheckEscrowDisb.
           move "N" to eof-file.
           open input DisbExpectFile.
           add 1 to FilesChecked.
           read DisbExpectFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move DSB-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 18 to RuleNo
                       perform 5500-RecordException
                   when LoanClosedOut
                       move 19 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read DisbExpectFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close DisbExpectFile.

       3400-CheckForbearance.
           move "N" to eof-file.
           open input ForbearanceFile.
           add 1 to FilesChecked.
           read ForbearanceFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move FBP-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 20 to RuleNo
                       perform 5500-RecordException
                   when FBP-Protecting and LoanClosedOut
                       move 21 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read ForbearanceFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close ForbearanceFile.

       3500-CheckMortIns.
           move "N" to eof-file.
           open input MortInsFile.
           if MortInsStatus not = "00"
               move "shared\data\mortins.dat" to FileLabel
               perform 5900-FileSkipped
               exit paragraph
           end-if.
           add 1 to FilesChecked.
           read MortInsFile next record
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move MI-Account to CheckAccount
               perform 5000-LookupLoan
               evaluate true
                   when not LoanFound
                       move 22 to RuleNo
                       perform 5500-RecordException
                   when MI-InForce and LoanClosedOut
                       move 23 to RuleNo
                       perform 5500-RecordException
               end-evaluate
               read MortInsFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close MortInsFile.

       3600-CheckRefunds.
           move "N" to eof-file.
           open input RefundDueFile.
           add 1 to FilesChecked.
           read RefundDueFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move RFD-Account to CheckAccount
               perform 5000-LookupLoan
               if not LoanFound
                   move 24 to RuleNo
                   perform 5500-RecordException
               end-if
               read RefundDueFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close RefundDueFile.

       3700-CheckCollateral.
           move "N" to eof-file.
           open input CollateralFile.
           if CollateralStatus not = "00"
               move "shared\data\collateral.dat" to FileLabel
               perform 5900-FileSkipped
               exit paragraph
           end-if.
           add 1 to FilesChecked.
           read CollateralFile next record
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move CL-Account to CheckAccount
               perform 5200-LookupEither
               if not LoanFound and not LineFound
                   move 25 to RuleNo
                   perform 5500-RecordException
               end-if
               read CollateralFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close CollateralFile.

       3800-CheckNotes.
           move "N" to eof-file.
           open input ServicingNotesFile.
           add 1 to FilesChecked.
           read ServicingNotesFile
               at end set eof-reached to true
           end-read.
           perform until eof-reached
               add 1 to RowsChecked
               move SVN-Account to CheckAccount
               perform 5200-LookupEither
               if not LoanFound and not LineFound
                   move 26 to RuleNo
                   perform 5500-RecordException
               end-if
               read ServicingNotesFile
                   at end set eof-reached to true
               end-read
           end-perform.
           close ServicingNotesFile.

      * FROM THE MASTER'S SIDE - A BOARDED LOAN EVERY BORROWER-FACING
      * PROGRAM WILL FIND NO NAME OR ADDRESS FOR
       3900-CheckLoansHaveBorrowers.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus not = "00"
               exit paragraph
           end-if.
           move "N" to eof-file.
           move low-values to LM-LoanAccount.
           start LoanMasterFile key is >= LM-LoanAccount
               invalid key
                   set eof-reached to true
           end-start.
           if not eof-reached
               read LoanMasterFile next record
                   at end set eof-reached to true
               end-read
           end-if.
           perform until eof-reached
               add 1 to RowsChecked
               if not LM-StatusClosed and not LM-StatusTransferred
                   move LM-LoanAccount to BW-Account
                   read BorrowerMasterFile
                       invalid key
                           move LM-LoanAccount to CheckAccount
                           move 27 to RuleNo
                           perform 5500-RecordException
                   end-read
               end-if
               read LoanMasterFile next record
                   at end set eof-reached to true
               end-read
           end-perform.
           close BorrowerMasterFile.
           move high-values to LastLookupAccount.

       5000-LookupLoan.
           if CheckAccount = LastLookupAccount
               exit paragraph
           end-if.
           move CheckAccount to LastLookupAccount.
           move "N" to LoanFoundFlag.
           move "N" to LoanClosedOutFlag.
           move "N" to LoanTransferredFlag.
           move "N" to LineFoundFlag.
           move CheckAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   set LoanFound to true
                   if LM-StatusClosed or LM-StatusTransferred
                       set LoanClosedOut to true
                   end-if
                   if LM-StatusTransferred
                       set LoanTransferred to true
                   end-if
           end-read.

       5100-LookupLine.
           move "N" to LineFoundFlag.
           if not LineOpen
               exit paragraph
           end-if.
           move CheckAccount to LN-Account.
           read LineMasterFile
               invalid key
                   continue
               not invalid key
                   set LineFound to true
           end-read.

       5200-LookupEither.
           move high-values to LastLookupAccount.
           perform 5000-LookupLoan.
           if not LoanFound
               perform 5100-LookupLine
           end-if.

      * ONE REPORT LINE PER ACCOUNT PER RULE - FURTHER ROWS FOR THE
      * SAME ACCOUNT ARE ONLY COUNTED
       5500-RecordException.
           add 1 to RUL-Rows(RuleNo).
           if RUL-LastAccount(RuleNo) = CheckAccount
               exit paragraph
           end-if.
           move CheckAccount to RUL-LastAccount(RuleNo).
           add 1 to RUL-Accounts(RuleNo).
           add 1 to ExceptionCount.
           move spaces to IntegrityLine.
           string " " RuleNo "  " RUL-Severity(RuleNo) " "
                  RUL-Pair(RuleNo) " " CheckAccount " "
                  RUL-Text(RuleNo)
                  into IntegrityLine.
           write IntegrityLine.

       5900-FileSkipped.
           add 1 to FilesSkipped.
           move spaces to IntegrityLine.
           string "     ----- " FileLabel " not available - "
                  "not checked" into IntegrityLine.
           write IntegrityLine.

       6000-RuleSummary.
           move spaces to IntegrityLine.
           write IntegrityLine.
           move "EXCEPTIONS BY RULE" to IntegrityLine.
           write IntegrityLine.
           move spaces to IntegrityLine.
           string "Rule Sev   File pair                Accounts"
                  "      Rows  Rule"
                  into IntegrityLine.
           write IntegrityLine.

           move 1 to RuleSub.
           perform RuleCount times
               move RUL-Rows(RuleSub) to Disp-Rows
               move spaces to IntegrityLine
               string " " RuleSub "  " RUL-Severity(RuleSub) " "
                      RUL-Pair(RuleSub) " " RUL-Accounts(RuleSub)
                      " " Disp-Rows "  " RUL-Text(RuleSub)
                      into IntegrityLine
               write IntegrityLine
               if RUL-Accounts(RuleSub) > zero
                   perform 6100-RaiseRule
               end-if
               add 1 to RuleSub
           end-perform.

           move spaces to IntegrityLine.
           write IntegrityLine.
           move spaces to IntegrityLine.
           string "Files checked " FilesChecked
                  "  skipped " FilesSkipped
                  "  rows " RowsChecked
                  "  exceptions " ExceptionCount
                  "  critical rules failed " CriticalRulesFailed
                  into IntegrityLine.
           write IntegrityLine.

       6100-RaiseRule.
           string "RULE " RuleSub " " RUL-Pair(RuleSub) " "
               RUL-Severity(RuleSub) " - "
               RUL-Accounts(RuleSub) " accounts: "
               RUL-Text(RuleSub) into msg.
           if RUL-Severity(RuleSub) = "CRIT"
               add 1 to CriticalRulesFailed
               move "ERROR" to LogSeverity
           else
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.

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

       end program INTEGRITY.
