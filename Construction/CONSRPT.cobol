      ******************************************************************
      * Construction status report - for every construction loan on    *
      * shared\data\constrloan.dat, the commitment, rate, completion   *
      * date and status, what has been disbursed, the retainage held   *
      * and released and the interest billed, paid and still owed;     *
      * then each budget line item with its budget, gross drawn,       *
      * retainage held, what is left and the percent drawn, with the   *
      * loan's totals; then the draws still in the pipeline - awaiting *
      * inspection, and passed and awaiting funding by CONSCYCLE. Read *
      * only; written to Construction\constructionstatus.txt.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CONSRPT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select ConstrLoanFile ASSIGN TO
                   "shared\data\constrloan.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CN-Account
                   file status is ConstrLoanStatus.

               select ConstrBudgetFile ASSIGN TO
                   "shared\data\constrbudget.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CB-Key
                   file status is ConstrBudgetStatus.

               select ConstrDrawFile ASSIGN TO
                   "shared\data\constrdraws.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CD-Key
                   file status is ConstrDrawStatus.

               select StatusReportFile ASSIGN TO
                   "Construction\constructionstatus.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ConstrLoanFile.
           copy "../shared/copybooks/constrloan.cpy".

       FD  ConstrBudgetFile.
           copy "../shared/copybooks/constrbudget.cpy".

       FD  ConstrDrawFile.
           copy "../shared/copybooks/constrdraw.cpy".

       FD  StatusReportFile.
           01 StatusReportLine      PIC X(132).

       working-storage section.
       01  LoanMasterStatus         PIC XX value spaces.
       01  ConstrLoanStatus         PIC XX value spaces.
       01  ConstrBudgetStatus       PIC XX value spaces.
       01  ConstrDrawStatus         PIC XX value spaces.
       01  BudgetFileOpen           PIC X value "N".
           88  BudgetFileIsOpen     value "Y".
       01  DrawFileOpen             PIC X value "N".
           88  DrawFileIsOpen       value "Y".

       01  eof-constr-file          PIC X value "N".
           88  eof-constr           value "Y".
       01  eof-budget-file          PIC X value "N".
           88  eof-budget           value "Y".
       01  eof-draw-file            PIC X value "N".
           88  eof-draw             value "Y".

       01  LoanBudget               PIC 9(8)V99 value zero.
       01  LoanDrawn                PIC 9(8)V99 value zero.
       01  LoanRetained             PIC 9(8)V99 value zero.
       01  LoanRemaining            PIC S9(8)V99 value zero.
       01  LineRemaining            PIC S9(8)V99 value zero.
       01  PctDrawn                 PIC 999V9 value zero.
       01  LineCount                PIC 999 value zero.
       01  PendingCount             PIC 999 value zero.
       01  LoansReported            PIC 9(4) value zero.
       01  LoansUnderConstruction   PIC 9(4) value zero.
       01  BookCommitment           PIC 9(9)V99 value zero.
       01  BookDisbursed            PIC 9(9)V99 value zero.
       01  BookRetainage            PIC 9(9)V99 value zero.
       01  BookInterestOwed         PIC S9(9)V99 value zero.
       01  InterestOwed             PIC S9(8)V99 value zero.
       01  Disp-BigSigned           PIC $$$,$$$,$$9.99-.
       01  StatusText               PIC X(20) value spaces.
       01  DrawStatusText           PIC X(30) value spaces.

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Amount2             PIC $$,$$$,$$9.99.
       01  Disp-Amount3             PIC $$,$$$,$$9.99.
       01  Disp-Amount4             PIC $$,$$$,$$9.99-.
       01  Disp-Big                 PIC $$$,$$$,$$9.99.
       01  Disp-Big2                PIC $$$,$$$,$$9.99.
       01  Disp-Big3                PIC $$$,$$$,$$9.99.
       01  Disp-Rate                PIC Z9.99.
       01  Disp-Rate2               PIC Z9.99.
       01  Disp-Pct                 PIC ZZ9.9.

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
       01  LogProgramName           PIC X(14) value "CONSRPT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open output StatusReportFile.
           move spaces to StatusReportLine.
           string "CONSTRUCTION LOAN STATUS - BUDGET VS DISBURSED"
               "   Run " TodayDate into StatusReportLine.
           write StatusReportLine.

           open input ConstrLoanFile.
           if ConstrLoanStatus not = "00"
               move spaces to StatusReportLine
               write StatusReportLine
               move "No construction loans on file." to
                   StatusReportLine
               write StatusReportLine
               close StatusReportFile
               string "No construction loans at "
                   "shared\data\constrloan.dat" into msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           open input LoanMasterFile.
           open input ConstrBudgetFile.
           if ConstrBudgetStatus = "00"
               set BudgetFileIsOpen to true
           end-if.
           open input ConstrDrawFile.
           if ConstrDrawStatus = "00"
               set DrawFileIsOpen to true
           end-if.

           read ConstrLoanFile next record
               at end set eof-constr to true
           end-read.
           perform until eof-constr
               perform 1000-ReportOneLoan
               read ConstrLoanFile next record
                   at end set eof-constr to true
               end-read
           end-perform.

           move spaces to StatusReportLine.
           write StatusReportLine.
           move all "=" to StatusReportLine(1:110).
           write StatusReportLine.
           move BookCommitment to Disp-Big.
           move BookDisbursed to Disp-Big2.
           move BookRetainage to Disp-Big3.
           move spaces to StatusReportLine.
           string "Loans " LoansReported
               "  under construction " LoansUnderConstruction
               "  commitment " Disp-Big
               "  disbursed " Disp-Big2
               "  retainage held " Disp-Big3
               into StatusReportLine.
           write StatusReportLine.
           move BookInterestOwed to Disp-BigSigned.
           move spaces to StatusReportLine.
           string "Construction interest billed and not yet paid "
               Disp-BigSigned into StatusReportLine.
           write StatusReportLine.

           if DrawFileIsOpen
               close ConstrDrawFile
           end-if.
           if BudgetFileIsOpen
               close ConstrBudgetFile
           end-if.
           close LoanMasterFile.
           close ConstrLoanFile.
           close StatusReportFile.

           string "END. Construction loans reported " LoansReported
               " under construction " LoansUnderConstruction
               into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-ReportOneLoan.
           add 1 to LoansReported.
           move CN-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move spaces to LoanMasterRecord
                   move zero to LM-LoanAmount
                   move zero to LM-AnnualRate
           end-read.

           compute InterestOwed = CN-InterestBilled - CN-InterestPaid.
           if CN-UnderConstruction
               move "UNDER CONSTRUCTION" to StatusText
               add InterestOwed to BookInterestOwed
               add 1 to LoansUnderConstruction
               add LM-LoanAmount to BookCommitment
               add CN-Disbursed to BookDisbursed
               add CN-RetainageHeld to BookRetainage
           else
               move spaces to StatusText
               string "CONVERTED " CN-ConvertedDate
                   into StatusText
           end-if.

           move spaces to StatusReportLine.
           write StatusReportLine.
           move all "-" to StatusReportLine(1:110).
           write StatusReportLine.

           move LM-LoanAmount to Disp-Amount.
           move LM-AnnualRate to Disp-Rate.
           move spaces to StatusReportLine.
           string "Loan " CN-Account "  " StatusText
               "  Commitment " Disp-Amount
               "  Rate " Disp-Rate "%"
               "  Completion " CN-CompletionDate
               into StatusReportLine.
           write StatusReportLine.

           move CN-PermRate to Disp-Rate2.
           move spaces to StatusReportLine.
           string "     Permanent terms " Disp-Rate2 "% for "
               CN-PermTerm " months, frequency " CN-PermFrequency
               "   Retainage " CN-RetainagePct "%"
               into StatusReportLine.
           write StatusReportLine.

           move CN-Disbursed to Disp-Amount.
           move CN-RetainageHeld to Disp-Amount2.
           move CN-RetainageReleased to Disp-Amount3.
           move spaces to StatusReportLine.
           string "     Disbursed " Disp-Amount
               "  Retainage held " Disp-Amount2
               "  released " Disp-Amount3
               into StatusReportLine.
           write StatusReportLine.

           move CN-InterestBilled to Disp-Amount.
           move CN-InterestPaid to Disp-Amount2.
           move InterestOwed to Disp-Amount4.
           move spaces to StatusReportLine.
           string "     Interest billed " Disp-Amount
               "  paid " Disp-Amount2
               "  owed " Disp-Amount4
               "  through " CN-InterestThrough
               "   Draws taken " CN-LastDrawNo
               into StatusReportLine.
           write StatusReportLine.

           perform 2000-ReportBudget.
           perform 3000-ReportPending.

      * BUDGET VS DISBURSED, ONE LINE ITEM AT A TIME
       2000-ReportBudget.
           move zero to LoanBudget.
           move zero to LoanDrawn.
           move zero to LoanRetained.
           move zero to LineCount.

           move spaces to StatusReportLine.
           write StatusReportLine.
           move spaces to StatusReportLine.
           string "     Line Description               "
               "        Budget         Drawn      Retained"
               "     Remaining  % Drawn" into StatusReportLine.
           write StatusReportLine.

           if not BudgetFileIsOpen
               exit paragraph
           end-if.

           move "N" to eof-budget-file.
           move CN-Account to CB-Account.
           move low-values to CB-LineItem.
           start ConstrBudgetFile key >= CB-Key
               invalid key
                   set eof-budget to true
           end-start.
           if not eof-budget
               read ConstrBudgetFile next record
                   at end set eof-budget to true
               end-read
           end-if.
           perform until eof-budget or CB-Account not = CN-Account
               perform 2100-ReportLine
               read ConstrBudgetFile next record
                   at end set eof-budget to true
               end-read
           end-perform.

           if LineCount = zero
               move spaces to StatusReportLine
               move "     No budget set up." to StatusReportLine
               write StatusReportLine
               exit paragraph
           end-if.

           compute LoanRemaining = LoanBudget - LoanDrawn.
           if LoanBudget > zero
               compute PctDrawn rounded =
                   LoanDrawn * 100 / LoanBudget
           else
               move zero to PctDrawn
           end-if.
           move LoanBudget to Disp-Amount.
           move LoanDrawn to Disp-Amount2.
           move LoanRetained to Disp-Amount3.
           move LoanRemaining to Disp-Amount4.
           move PctDrawn to Disp-Pct.
           move spaces to StatusReportLine.
           string "     TOTAL                          "
               Disp-Amount " " Disp-Amount2 " " Disp-Amount3
               " " Disp-Amount4 " " Disp-Pct
               into StatusReportLine.
           write StatusReportLine.

       2100-ReportLine.
           add 1 to LineCount.
           add CB-Budget to LoanBudget.
           add CB-Drawn to LoanDrawn.
           add CB-Retained to LoanRetained.
           compute LineRemaining = CB-Budget - CB-Drawn.
           if CB-Budget > zero
               compute PctDrawn rounded =
                   CB-Drawn * 100 / CB-Budget
           else
               move zero to PctDrawn
           end-if.
           move CB-Budget to Disp-Amount.
           move CB-Drawn to Disp-Amount2.
           move CB-Retained to Disp-Amount3.
           move LineRemaining to Disp-Amount4.
           move PctDrawn to Disp-Pct.
           move spaces to StatusReportLine.
           string "     " CB-LineItem " " CB-Description " "
               Disp-Amount " " Disp-Amount2 " " Disp-Amount3
               " " Disp-Amount4 " " Disp-Pct
               into StatusReportLine.
           write StatusReportLine.

      * DRAWS NOT YET FUNDED - WAITING ON INSPECTION OR ON CONSCYCLE
       3000-ReportPending.
           if not DrawFileIsOpen
               exit paragraph
           end-if.
           move zero to PendingCount.
           move "N" to eof-draw-file.
           move CN-Account to CD-Account.
           move zero to CD-DrawNo.
           start ConstrDrawFile key >= CD-Key
               invalid key
                   set eof-draw to true
           end-start.
           if not eof-draw
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-if.
           perform until eof-draw or CD-Account not = CN-Account
               if CD-Requested or CD-Inspected
                   perform 3100-ReportDraw
               end-if
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-perform.

       3100-ReportDraw.
           if PendingCount = zero
               move spaces to StatusReportLine
               write StatusReportLine
               move "     Draws in the pipeline:" to StatusReportLine
               write StatusReportLine
           end-if.
           add 1 to PendingCount.
           if CD-Requested
               move "AWAITING INSPECTION" to DrawStatusText
           else
               move spaces to DrawStatusText
               string "PASSED " CD-InspectDate " - TO FUND"
                   into DrawStatusText
           end-if.
           move CD-Amount to Disp-Amount.
           move spaces to StatusReportLine.
           string "     Draw " CD-DrawNo "  line " CD-LineItem
               "  " Disp-Amount "  requested " CD-RequestDate
               "  " DrawStatusText into StatusReportLine.
           write StatusReportLine.

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

       end program CONSRPT.
