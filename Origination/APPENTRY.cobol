      ******************************************************************
      * Loan application entry - a loan used to appear in the system   *
      * only once somebody keyed a LOANMAINT add, so applications,     *
      * withdrawals and declines lived in a loan officer's folder.     *
      * Every application is now taken here onto the shared keyed      *
      * application file at shared\data\applications.dat               *
      * (copybooks/application.cpy) and APPDECIDE makes the credit     *
      * decision against the company's credit policy limits:           *
      *   N  a new application - applicant name, address and taxpayer  *
      *      ID, company, amount, term, rate, product type, property   *
      *      value, gross monthly income and monthly debt payments; it *
      *      gets the next application number and waits, pending, for  *
      *      APPDECIDE                                                 *
      *   W  the applicant withdrew - a pending, approved or countered *
      *      application closes as withdrawn                           *
      *   F  an approved (or countered, when the applicant took the    *
      *      counter) application funds - the operator gives the loan  *
      *      account, the loan date and the origination fees and       *
      *      direct costs at closing (LOANMAINT defers them), and the  *
      *      LOANMAINT add row (on LoanMaster\maintenance.txt) and     *
      *      the BORRMAINT borrower and primary-party rows (on         *
      *      Borrowers\borrmaint.txt) are written straight from the    *
      *      application, so the terms are keyed once. The next        *
      *      LOANMAINT and BORRMAINT runs board them.                  *
      * The operator signs on through wrkmodule/SIGNON and needs the   *
      * M (maintain) role; funding also needs the A (approver) role.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. APPENTRY.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select ApplicationFile ASSIGN TO
                   "shared\data\applications.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is APP-Number
                   file status is ApplicationStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional LoanMaintFile ASSIGN TO
                   "LoanMaster\maintenance.txt"
                   organization is line sequential.

               select optional BorrowerMaintFile ASSIGN TO
                   "Borrowers\borrmaint.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicationFile.
           copy "../shared/copybooks/application.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

      * THE ADD ROW LOANMAINT READS - ITS MaintRecordIn LAYOUT
       FD  LoanMaintFile.
           01 LoanMaintRow.
               05  LMQ-Action       PIC X.
               05  LMQ-Account      PIC X(10).
               05  LMQ-Amount       PIC 9(6)V99.
               05  LMQ-Rate         PIC 99V99.
               05  LMQ-Term         PIC 999.
               05  LMQ-Date         PIC X(10).
               05  LMQ-Method       PIC X.
               05  LMQ-IOMonths     PIC 999.
               05  LMQ-Balloon      PIC X.
               05  LMQ-Frequency    PIC X.
               05  LMQ-Escrow       PIC 9(4)V99.
               05  LMQ-Fee          PIC 9(4)V99.
               05  LMQ-PeriodicCap  PIC 99V99.
               05  LMQ-LifeCap      PIC 99V99.
               05  LMQ-LifeFloor    PIC 99V99.
               05  LMQ-Company      PIC X(3).
               05  LMQ-IndexCode    PIC X(6).
               05  LMQ-Margin       PIC 99V99.
               05  LMQ-ResetFreq    PIC 999.
               05  LMQ-Product      PIC X.
               05  LMQ-OrigFee      PIC 9(6)V99.
               05  LMQ-OrigCost     PIC 9(6)V99.

      * THE ROWS BORRMAINT READS - ITS MaintRecordIn LAYOUT
       FD  BorrowerMaintFile.
           01 BorrowerMaintRow.
               05  BMQ-Action       PIC X.
               05  BMQ-Account      PIC X(10).
               05  BMQ-Name         PIC X(30).
               05  BMQ-Addr1        PIC X(30).
               05  BMQ-Addr2        PIC X(30).
               05  BMQ-City         PIC X(20).
               05  BMQ-State        PIC XX.
               05  BMQ-Zip          PIC X(10).
               05  BMQ-Seq          PIC 99.
               05  BMQ-Role         PIC X.
               05  BMQ-TaxId        PIC X(9).
               05  BMQ-MailPref     PIC X.

       working-storage section.
       01  EntryAction              PIC X value space.
       01  EntryText                PIC X(30) value spaces.
       01  EntryNumberIn            PIC X(14) value spaces.
       01  EntryNumber              PIC 9(8)V99 value zero.
       01  EntryPrompt              PIC X(40) value spaces.
       01  EntryDateIn              PIC X(10) value spaces.
       01  EntryAnswer              PIC X value space.
       01  EntryAccount             PIC X(10) value spaces.
       01  SessionDoneFlag          PIC X value "N".
           88  SessionDone          value "Y".
       01  EntryOkFlag              PIC X value "N".
           88  EntryOk              value "Y".
       01  FunderCheckedFlag        PIC X value "N".
           88  FunderChecked        value "Y".
       01  FunderOkFlag             PIC X value "N".
           88  FunderOk             value "Y".
       01  AccountUsedFlag          PIC X value "N".
           88  AccountUsed          value "Y".

       01  ApplicationStatus        PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  eof-application-file     PIC X value "N".
           88  eof-application      value "Y".

       01  LastNumber               PIC 9(8) value zero.
       01  WorkNumber               PIC 9(8) value zero.
       01  FundAmount               PIC 9(6)V99 value zero.
       01  FundFees                 PIC 9(6)V99 value zero.
       01  FundCosts                PIC 9(6)V99 value zero.

       01  ApplicationsTaken        PIC 9(4) value zero.
       01  ApplicationsWithdrawn    PIC 9(4) value zero.
       01  ApplicationsFunded       PIC 9(4) value zero.

       01  Disp-Number              PIC Z(7)9.
       01  Disp-Amount              PIC $$$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).
       01  DATE-YYYYMMDD.
           05 DY-Year               PIC 9(4).
           05 DY-Month              PIC 9(2).
           05 DY-Day                PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "APPENTRY".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 0500-SignOn.

           open i-o ApplicationFile.
           if ApplicationStatus = "35"
      * first application ever taken - create an empty file
               open output ApplicationFile
               close ApplicationFile
               open i-o ApplicationFile
           end-if.

      * NO MASTER YET ONLY MEANS NO ACCOUNT NUMBER IS TAKEN
           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           end-if.

           perform 1000-FindLastNumber.

           perform until SessionDone
               display " "
               display "N new application, W withdraw, F fund"
                   " (blank or X to end): "
               move space to EntryAction
               accept EntryAction
               evaluate EntryAction
                   when "N"
                   when "n"
                       perform 2000-TakeApplication
                   when "W"
                   when "w"
                       perform 3000-WithdrawApplication
                   when "F"
                   when "f"
                       perform 4000-FundApplication
                   when space
                   when "X"
                   when "x"
                       set SessionDone to true
                   when other
                       display "Unknown action " EntryAction
               end-evaluate
           end-perform.

           close ApplicationFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.

           display "APPENTRY - " ApplicationsTaken " taken, "
               ApplicationsWithdrawn " withdrawn, "
               ApplicationsFunded " funded".
           string "END. Taken " ApplicationsTaken
               " withdrawn " ApplicationsWithdrawn
               " funded " ApplicationsFunded
               " by " SGN-Operator into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

       0500-SignOn.
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "APPENTRY - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "M" to SGN-Role.
           move "LOAN APPLICATION ENTRY" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "APPENTRY - operator " SGN-Operator
                   " is not authorized for application entry"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-FindLastNumber.
           move zero to LastNumber.
           move "N" to eof-application-file.
           read ApplicationFile next record
               at end set eof-application to true
           end-read.
           perform until eof-application
               if APP-Number > LastNumber
                   move APP-Number to LastNumber
               end-if
               read ApplicationFile next record
                   at end set eof-application to true
               end-read
           end-perform.

      * EVERYTHING THE DECISION AND THE BOARDING NEED, KEYED ONCE
       2000-TakeApplication.
           move spaces to ApplicationRecord.

           display "Company code (blank for the single-company book): ".
           move spaces to EntryText.
           accept EntryText.
           move EntryText to APP-Company.

           display "Applicant name: ".
           move spaces to EntryText.
           accept EntryText.
           if EntryText = spaces
               display "No applicant name - not taken"
               exit paragraph
           end-if.
           move EntryText to APP-Name.

           display "Address line 1: ".
           move spaces to EntryText.
           accept EntryText.
           if EntryText = spaces
               display "No address - not taken"
               exit paragraph
           end-if.
           move EntryText to APP-Addr1.
           display "Address line 2: ".
           move spaces to EntryText.
           accept EntryText.
           move EntryText to APP-Addr2.
           display "City: ".
           move spaces to EntryText.
           accept EntryText.
           move EntryText to APP-City.
           display "State: ".
           move spaces to EntryText.
           accept EntryText.
           move EntryText to APP-State.
           display "ZIP: ".
           move spaces to EntryText.
           accept EntryText.
           move EntryText to APP-Zip.
           display "Taxpayer ID (9 digits): ".
           move spaces to EntryText.
           accept EntryText.
           if EntryText(1:9) not numeric or EntryText(10:1) not = space
               display "Taxpayer ID must be 9 digits - not taken"
               exit paragraph
           end-if.
           move EntryText to APP-TaxId.

           move "Amount requested: " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber = zero
               or EntryNumber > 999999.99
               display "Amount must be 0.01 to 999,999.99 - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-Amount.

           move "Term in months: " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber = zero or EntryNumber > 999
               or EntryNumber not = function integer(EntryNumber)
               display "Term must be 1 to 999 months - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-TermMonths.

           move "Note rate (percent): " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber > 99.99
               display "Rate must be 0 to 99.99 - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-Rate.

           display "Product A amortizing, S simple interest"
               " (blank A): ".
           move space to EntryAnswer.
           accept EntryAnswer.
           evaluate EntryAnswer
               when space
               when "A"
               when "a"
                   move "A" to APP-ProductType
               when "S"
               when "s"
                   move "S" to APP-ProductType
               when other
                   display "Product must be A or S - not taken"
                   exit paragraph
           end-evaluate.

           move "Property value (0 if unsecured): " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk
               display "Property value must be numeric - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-PropertyValue.

           move "Gross monthly income: " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber > 999999.99
               display "Income must be numeric - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-MonthlyIncome.

           move "Monthly debt payments: " to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber > 999999.99
               display "Debt payments must be numeric - not taken"
               exit paragraph
           end-if.
           move EntryNumber to APP-MonthlyDebt.

           add 1 to LastNumber.
           move LastNumber to APP-Number.
           set APP-Pending to true.
           move TodayDate to APP-TakenDate.
           move SGN-Operator to APP-TakenBy.
           move spaces to APP-DecisionDate.
           move zero to APP-Payment.
           move zero to APP-DTI.
           move zero to APP-LTV.
           move zero to APP-CounterAmount.
           move spaces to APP-Reason(1) APP-Reason(2) APP-Reason(3).
           move spaces to APP-ClosedDate.
           move spaces to APP-LoanAccount.
           write ApplicationRecord
               invalid key
                   display "Application " LastNumber
                       " is already on file - not taken"
                   exit paragraph
           end-write.
           add 1 to ApplicationsTaken.

           move APP-Number to Disp-Number.
           move APP-Amount to Disp-Amount.
           display "Application " Disp-Number " taken - "
               APP-Name " " Disp-Amount.
           string "TAKEN application " APP-Number
               " company " APP-Company
               " amount " APP-Amount
               " term " APP-TermMonths
               " by " SGN-Operator into msg.
           perform 8000-Logs.

       3000-WithdrawApplication.
           perform 5200-KeyApplication.
           if not EntryOk
               exit paragraph
           end-if.
           if not APP-Pending and not APP-Fundable
               display "Application is " APP-Status
                   " - only pending, approved or countered"
                   " applications can be withdrawn"
               exit paragraph
           end-if.

           set APP-Withdrawn to true.
           move TodayDate to APP-ClosedDate.
           rewrite ApplicationRecord.
           add 1 to ApplicationsWithdrawn.

           display "Application " Disp-Number " withdrawn".
           string "WITHDRAWN application " APP-Number
               " by " SGN-Operator into msg.
           perform 8000-Logs.

      * FUNDING WRITES THE BOARDING ROWS FROM THE APPLICATION ITSELF -
      * THE APPROVED TERMS, OR THE COUNTER THE APPLICANT TOOK
       4000-FundApplication.
           if not FunderChecked
               set FunderChecked to true
               move "A" to SGN-Role
               move "FUND LOAN APPLICATION" to SGN-ActionText
               set SGN-CheckRole to true
               call "shared\wrkmodule\SIGNON" using SIGNON-AREA
               end-call
               if SGN-Granted
                   set FunderOk to true
               end-if
           end-if.
           if not FunderOk
               display "Operator " SGN-Operator
                   " is not authorized to fund applications"
               exit paragraph
           end-if.

           perform 5200-KeyApplication.
           if not EntryOk
               exit paragraph
           end-if.
           if not APP-Fundable
               display "Application is " APP-Status
                   " - only approved or countered applications fund"
               exit paragraph
           end-if.

           move APP-Amount to FundAmount.
           if APP-Countered
               move APP-CounterAmount to Disp-Amount
               display "Countered at " Disp-Amount
                   " - did the applicant accept the counter Y/N: "
               move space to EntryAnswer
               accept EntryAnswer
               if EntryAnswer not = "Y" and EntryAnswer not = "y"
                   display "Not funded"
                   exit paragraph
               end-if
               move APP-CounterAmount to FundAmount
           end-if.

           display "Loan account to board as: ".
           move spaces to EntryAccount.
           accept EntryAccount.
           if EntryAccount = spaces
               display "No loan account - not funded"
               exit paragraph
           end-if.
           if LoanMasterOpen
               move EntryAccount to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       continue
                   not invalid key
                       display "Account " EntryAccount
                           " is already on the loan master"
                           " - not funded"
                       exit paragraph
               end-read
           end-if.
           perform 4100-CheckAccountUsed.
           if AccountUsed
               display "Account " EntryAccount
                   " already funded another application - not funded"
               exit paragraph
           end-if.

           perform 5000-KeyDate.
           if not EntryOk
               exit paragraph
           end-if.

      * FEES AND COSTS AT CLOSING GO ON THE ADD ROW FOR LOANMAINT TO
      * DEFER
           move "Origination fees collected (0 if none): "
               to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber > 999999.99
               display "Fees must be 0 to 999,999.99 - not funded"
               exit paragraph
           end-if.
           move EntryNumber to FundFees.
           move "Direct origination costs (0 if none): "
               to EntryPrompt.
           perform 5100-KeyNumber.
           if not EntryOk or EntryNumber > 999999.99
               display "Costs must be 0 to 999,999.99 - not funded"
               exit paragraph
           end-if.
           move EntryNumber to FundCosts.

           perform 4200-WriteBoardingRows.

           set APP-Funded to true.
           move TodayDate to APP-ClosedDate.
           move EntryAccount to APP-LoanAccount.
           rewrite ApplicationRecord.
           add 1 to ApplicationsFunded.

           move FundAmount to Disp-Amount.
           display "Application " Disp-Number " funded as "
               EntryAccount " " Disp-Amount
               " - boards on the next LOANMAINT and BORRMAINT runs".
           string "FUNDED application " APP-Number
               " as " EntryAccount " amount " FundAmount
               " loan date " EntryDateIn
               " by " SGN-Operator into msg.
           perform 8000-Logs.

      * AN ACCOUNT NUMBER GIVEN TO A FUNDED APPLICATION IS SPOKEN FOR
      * EVEN BEFORE LOANMAINT BOARDS IT
       4100-CheckAccountUsed.
           move "N" to AccountUsedFlag.
           move APP-Number to WorkNumber.
           move zero to APP-Number.
           start ApplicationFile key is > APP-Number
               invalid key
                   set eof-application to true
               not invalid key
                   move "N" to eof-application-file
           end-start.
           if not eof-application
               read ApplicationFile next record
                   at end set eof-application to true
               end-read
           end-if.
           perform until eof-application
               if APP-Funded and APP-LoanAccount = EntryAccount
                   set AccountUsed to true
               end-if
               read ApplicationFile next record
                   at end set eof-application to true
               end-read
           end-perform.

           move WorkNumber to APP-Number.
           read ApplicationFile
               invalid key
                   continue
           end-read.

       4200-WriteBoardingRows.
           open extend LoanMaintFile.
           move spaces to LoanMaintRow.
           move "A" to LMQ-Action.
           move EntryAccount to LMQ-Account.
           move FundAmount to LMQ-Amount.
           move APP-Rate to LMQ-Rate.
           move APP-TermMonths to LMQ-Term.
           move EntryDateIn to LMQ-Date.
           move zero to LMQ-IOMonths.
           move zero to LMQ-Escrow.
           move zero to LMQ-Fee.
           move zero to LMQ-PeriodicCap.
           move zero to LMQ-LifeCap.
           move zero to LMQ-LifeFloor.
           move APP-Company to LMQ-Company.
           move zero to LMQ-Margin.
           move zero to LMQ-ResetFreq.
           move APP-ProductType to LMQ-Product.
           move FundFees to LMQ-OrigFee.
           move FundCosts to LMQ-OrigCost.
           write LoanMaintRow.
           close LoanMaintFile.

           open extend BorrowerMaintFile.
           move spaces to BorrowerMaintRow.
           move "A" to BMQ-Action.
           move EntryAccount to BMQ-Account.
           move APP-Name to BMQ-Name.
           move APP-Addr1 to BMQ-Addr1.
           move APP-Addr2 to BMQ-Addr2.
           move APP-City to BMQ-City.
           move APP-State to BMQ-State.
           move APP-Zip to BMQ-Zip.
           write BorrowerMaintRow.

      * THE PRIMARY'S ROLE ROW CARRIES THE TAXPAYER ID
           move spaces to BorrowerMaintRow.
           move "R" to BMQ-Action.
           move EntryAccount to BMQ-Account.
           move zero to BMQ-Seq.
           move "P" to BMQ-Role.
           move APP-TaxId to BMQ-TaxId.
           move "N" to BMQ-MailPref.
           write BorrowerMaintRow.
           close BorrowerMaintFile.

      * BLANK IS TODAY
       5000-KeyDate.
           move "N" to EntryOkFlag.
           display "Loan date MM/DD/YYYY (blank for today): ".
           move spaces to EntryDateIn.
           accept EntryDateIn.
           if EntryDateIn = spaces
               move TodayDate to EntryDateIn
           end-if.
           if EntryDateIn(3:1) not = "/" or EntryDateIn(6:1) not = "/"
               or EntryDateIn(1:2) not numeric
               or EntryDateIn(4:2) not numeric
               or EntryDateIn(7:4) not numeric
               display "Date must be MM/DD/YYYY - not funded"
               exit paragraph
           end-if.
           move EntryDateIn(7:4) to DY-Year.
           move EntryDateIn(1:2) to DY-Month.
           move EntryDateIn(4:2) to DY-Day.
           if function test-date-yyyymmdd(DATE-YYYYMMDD-N) not = 0
               display "No such date " EntryDateIn " - not funded"
               exit paragraph
           end-if.
           set EntryOk to true.

       5100-KeyNumber.
           move "N" to EntryOkFlag.
           display EntryPrompt.
           move spaces to EntryNumberIn.
           accept EntryNumberIn.
           if EntryNumberIn = spaces
               or function test-numval(EntryNumberIn) not = 0
               exit paragraph
           end-if.
           if function numval(EntryNumberIn) < zero
               or function numval(EntryNumberIn) > 99999999.99
               exit paragraph
           end-if.
           compute EntryNumber = function numval(EntryNumberIn).
           set EntryOk to true.

       5200-KeyApplication.
           move "N" to EntryOkFlag.
           display "Application number: ".
           move spaces to EntryNumberIn.
           accept EntryNumberIn.
           if EntryNumberIn = spaces
               or function test-numval(EntryNumberIn) not = 0
               display "Application number must be numeric"
               exit paragraph
           end-if.
           compute WorkNumber = function numval(EntryNumberIn).
           move WorkNumber to APP-Number.
           read ApplicationFile
               invalid key
                   display "No application " WorkNumber
                   exit paragraph
           end-read.
           move APP-Number to Disp-Number.
           move APP-Amount to Disp-Amount.
           display "Application " Disp-Number " " APP-Name " "
               Disp-Amount " status " APP-Status.
           set EntryOk to true.

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

       end program APPENTRY.
