      ******************************************************************
      * Construction loan maintenance - everything about a loan that   *
      * is still being built except the money movement. Applies        *
      * actions from Construction\consmaint.txt: A sets up the         *
      * construction terms of a loan LOANMAINT boarded as product      *
      * type C (retainage percent, completion date and the permanent   *
      * rate, term and frequency it converts to) and C changes them;   *
      * B adds or changes a budget line item - the lines may never     *
      * total more than the commitment, nor a line drop below what has *
      * already been drawn on it; R takes a draw request against a     *
      * line, refused past the completion date or past what is left    *
      * of the line after the draws already in the pipeline; I records *
      * the site inspection of a requested draw, P passed or F failed. *
      * Only a passed draw is ever funded, by CONSCYCLE. Every action, *
      * applied or rejected, goes to Construction\consmaintreport.txt  *
      * and through LOGGER; the action file is removed once applied so *
      * a rerun cannot request the same draw twice.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CONSMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Construction\consmaint.txt"
                   organization is line sequential.

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

               select MaintReportFile ASSIGN TO
                   "Construction\consmaintreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-AddTerms   value "A".
                   88  Maint-ChangeTerms value "C".
                   88  Maint-Budget     value "B".
                   88  Maint-DrawRequest value "R".
                   88  Maint-Inspection value "I".
               05  MaintAccountIn       PIC X(10).
               05  MaintDetailIn        PIC X(60).
      * A AND C - THE CONSTRUCTION AND PERMANENT TERMS
               05  MaintTermsIn redefines MaintDetailIn.
                   10  MaintRetainPctIn     PIC 99V99.
                   10  MaintCompletionIn    PIC X(10).
                   10  MaintPermRateIn      PIC 99V99.
                   10  MaintPermTermIn      PIC 999.
                   10  MaintPermFreqIn      PIC X.
                   10  FILLER               PIC X(38).
      * B - ONE BUDGET LINE ITEM
               05  MaintBudgetIn redefines MaintDetailIn.
                   10  MaintLineItemIn      PIC X(4).
                   10  MaintLineDescIn      PIC X(24).
                   10  MaintLineAmountIn    PIC 9(7)V99.
                   10  FILLER               PIC X(23).
      * R - A DRAW REQUEST (A BLANK DATE IS TODAY)
               05  MaintDrawIn redefines MaintDetailIn.
                   10  MaintDrawLineIn      PIC X(4).
                   10  MaintDrawAmountIn    PIC 9(7)V99.
                   10  MaintDrawDateIn      PIC X(10).
                   10  FILLER               PIC X(37).
      * I - THE INSPECTION OF A REQUESTED DRAW (A BLANK DATE IS TODAY)
               05  MaintInspectIn redefines MaintDetailIn.
                   10  MaintInspDrawNoIn    PIC 999.
                   10  MaintInspResultIn    PIC X.
                       88  Inspection-Passed value "P".
                       88  Inspection-Failed value "F".
                   10  MaintInspectorIn     PIC X(10).
                   10  MaintInspDateIn      PIC X(10).
                   10  FILLER               PIC X(36).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ConstrLoanFile.
           copy "../shared/copybooks/constrloan.cpy".

       FD  ConstrBudgetFile.
           copy "../shared/copybooks/constrbudget.cpy".

       FD  ConstrDrawFile.
           copy "../shared/copybooks/constrdraw.cpy".

       FD  MaintReportFile.
           01 MaintReportLine       PIC X(132).

       working-storage section.
       01  LoanMasterStatus         PIC XX value spaces.
       01  ConstrLoanStatus         PIC XX value spaces.
       01  ConstrBudgetStatus       PIC XX value spaces.
       01  ConstrDrawStatus         PIC XX value spaces.

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-budget-file          PIC X value "N".
           88  eof-budget           value "Y".
       01  eof-draw-file            PIC X value "N".
           88  eof-draw             value "Y".

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  DrawsRequested           PIC 9(4) value zero.
       01  InspectionsPassed        PIC 9(4) value zero.
       01  InspectionsFailed        PIC 9(4) value zero.

       01  TermsCheckFlag           PIC X value "N".
           88  TermsBad             value "Y".
       01  TermsRejectReason        PIC X(50) value spaces.
       01  DateValidFlag            PIC X value "N".
           88  DateValid            value "Y".

       01  BudgetOtherTotal         PIC 9(8)V99 value zero.
       01  BudgetNewTotal           PIC 9(8)V99 value zero.
       01  PendingOnLine            PIC 9(8)V99 value zero.
       01  LineAvailable            PIC S9(8)V99 value zero.
       01  AccountKey               PIC X(10) value spaces.
       01  LineItemKey              PIC X(4) value spaces.

       01  ActionDate               PIC X(10) value spaces.
       01  CompletionInt            PIC 9(7) value zero.
       01  LoanDateInt              PIC 9(7) value zero.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).
       01  DATE-YYYYMMDD.
           05 DY-Year               PIC 9(4).
           05 DY-Month              PIC 9(2).
           05 DY-Day                PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).
       01  DateInteger              PIC 9(7) value zero.

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Amount2             PIC $$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "CONSMAINT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "CONSMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 0500-OpenConstructionFiles.

           open output MaintReportFile.
           move spaces to MaintReportLine.
           string "CONSTRUCTION LOAN MAINTENANCE REGISTER   Run "
               TodayDate into MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           write MaintReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-AddTerms
                       perform 1000-AddTerms
                   when Maint-ChangeTerms
                       perform 1100-ChangeTerms
                   when Maint-Budget
                       perform 2000-BudgetLine
                   when Maint-DrawRequest
                       perform 3000-DrawRequest
                   when Maint-Inspection
                       perform 4000-Inspection
                   when other
                       string "REJECTED. Unknown construction action "
                           MaintActionIn " for account "
                           MaintAccountIn into msg
                       perform 8100-Rejected
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.
           close MaintFile.

           close ConstrDrawFile.
           close ConstrBudgetFile.
           close ConstrLoanFile.
           close LoanMasterFile.

           move spaces to MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Draws requested " DrawsRequested
                  "  Inspections passed " InspectionsPassed
                  " failed " InspectionsFailed
                  into MaintReportLine.
           write MaintReportLine.
           close MaintReportFile.

      * the actions have been applied - a rerun must not request the
      * same draw twice
           call "C$DELETE" using "Construction\consmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Draws requested " DrawsRequested
               " Inspections passed " InspectionsPassed
               " failed " InspectionsFailed into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       0500-OpenConstructionFiles.
           open i-o ConstrLoanFile.
           if ConstrLoanStatus = "35"
      * first construction loan ever set up - create the files
               open output ConstrLoanFile
               close ConstrLoanFile
               open i-o ConstrLoanFile
           end-if.
           open i-o ConstrBudgetFile.
           if ConstrBudgetStatus = "35"
               open output ConstrBudgetFile
               close ConstrBudgetFile
               open i-o ConstrBudgetFile
           end-if.
           open i-o ConstrDrawFile.
           if ConstrDrawStatus = "35"
               open output ConstrDrawFile
               close ConstrDrawFile
               open i-o ConstrDrawFile
           end-if.

       1000-AddTerms.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "REJECTED. Construction terms for "
                       MaintAccountIn " - not on the loan master"
                       into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.
           if not LM-Construction or not LM-StatusActive
               string "REJECTED. Construction terms for "
                   MaintAccountIn " - not an active construction"
                   " loan (product type C)" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move MaintAccountIn to CN-Account.
           read ConstrLoanFile
               not invalid key
                   string "REJECTED. Construction terms for "
                       MaintAccountIn " - already set up, change"
                       " them with a C action" into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.

           perform 1500-CheckTerms.
           if TermsBad
               string "REJECTED. Construction terms for "
                   MaintAccountIn " - " TermsRejectReason into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move spaces to ConstructionLoanRecord.
           move MaintAccountIn to CN-Account.
           perform 1600-MoveTerms.
           move zero to CN-Disbursed.
           move zero to CN-RetainageHeld.
           move zero to CN-RetainageReleased.
           move zero to CN-LastDrawNo.
           move zero to CN-InterestBilled.
           move zero to CN-InterestPaid.
           set CN-UnderConstruction to true.
           write ConstructionLoanRecord.

           add 1 to MaintAppliedCount.
           string "CONSTRUCTION TERMS SET " MaintAccountIn
               " retainage " CN-RetainagePct
               "% completion " CN-CompletionDate
               " converts at " CN-PermRate "% for " CN-PermTerm
               " months" into msg.
           perform 8500-Register.
           perform 8000-Logs.

       1100-ChangeTerms.
           move MaintAccountIn to CN-Account.
           read ConstrLoanFile
               invalid key
                   string "REJECTED. Change construction terms for "
                       MaintAccountIn " - not set up" into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.
           if not CN-UnderConstruction
               string "REJECTED. Change construction terms for "
                   MaintAccountIn " - already converted on "
                   CN-ConvertedDate into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "REJECTED. Change construction terms for "
                       MaintAccountIn " - not on the loan master"
                       into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.

           perform 1500-CheckTerms.
           if TermsBad
               string "REJECTED. Change construction terms for "
                   MaintAccountIn " - " TermsRejectReason into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           perform 1600-MoveTerms.
           rewrite ConstructionLoanRecord.

           add 1 to MaintAppliedCount.
           string "CONSTRUCTION TERMS CHANGED " MaintAccountIn
               " retainage " CN-RetainagePct
               "% completion " CN-CompletionDate
               " converts at " CN-PermRate "% for " CN-PermTerm
               " months" into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * RETAINAGE UP TO 20 PERCENT, A REAL COMPLETION DATE AFTER THE
      * LOAN DATE, AND A PERMANENT TERM TO CONVERT TO
       1500-CheckTerms.
           move "N" to TermsCheckFlag.
           move spaces to TermsRejectReason.
           evaluate true
               when MaintRetainPctIn not numeric
                   move "RETAINAGE PERCENT IS NOT NUMERIC"
                       to TermsRejectReason
               when MaintRetainPctIn > 20.00
                   move "RETAINAGE OVER 20.00 PERCENT"
                       to TermsRejectReason
               when MaintPermRateIn not numeric
                   move "PERMANENT RATE IS NOT NUMERIC"
                       to TermsRejectReason
               when MaintPermTermIn not numeric
                   move "PERMANENT TERM IS NOT NUMERIC"
                       to TermsRejectReason
               when MaintPermTermIn = zero
                   move "PERMANENT TERM IS REQUIRED"
                       to TermsRejectReason
               when MaintPermFreqIn not = space and not = "M"
                   and not = "B" and not = "W" and not = "Q"
                   move "UNKNOWN PERMANENT PAYMENT FREQUENCY"
                       to TermsRejectReason
           end-evaluate.
           if TermsRejectReason not = spaces
               set TermsBad to true
               exit paragraph
           end-if.

           move MaintCompletionIn to WORK-DATE.
           perform 1800-CheckDate.
           if not DateValid
               move "COMPLETION DATE IS NOT A VALID MM/DD/YYYY DATE"
                   to TermsRejectReason
               set TermsBad to true
               exit paragraph
           end-if.
           perform 7000-DateToInteger.
           move DateInteger to CompletionInt.

           move LM-LoanDate to WORK-DATE.
           perform 1800-CheckDate.
           if DateValid
               perform 7000-DateToInteger
               if CompletionInt <= DateInteger
                   move "COMPLETION DATE IS NOT AFTER THE LOAN DATE"
                       to TermsRejectReason
                   set TermsBad to true
               end-if
           end-if.

       1600-MoveTerms.
           move MaintRetainPctIn to CN-RetainagePct.
           move MaintCompletionIn to CN-CompletionDate.
           move MaintPermRateIn to CN-PermRate.
           move MaintPermTermIn to CN-PermTerm.
           move MaintPermFreqIn to CN-PermFrequency.
           if CN-PermFrequency = space
               move "M" to CN-PermFrequency
           end-if.

       1800-CheckDate.
           move "Y" to DateValidFlag.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               or WORK-MONTH < 1 or WORK-MONTH > 12
               or WORK-DAY < 1 or WORK-DAY > 31
               move "N" to DateValidFlag
           end-if.

      * A BUDGET LINE IS ADDED, OR ITS AMOUNT AND DESCRIPTION CHANGED.
      * THE LINES TOGETHER MAY NOT PASS THE COMMITMENT, AND A LINE MAY
      * NOT BE CUT BELOW WHAT HAS ALREADY BEEN DRAWN ON IT.
       2000-BudgetLine.
           move MaintAccountIn to CN-Account.
           read ConstrLoanFile
               invalid key
                   string "REJECTED. Budget line for " MaintAccountIn
                       " - construction terms not set up" into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.
           if not CN-UnderConstruction
               string "REJECTED. Budget line for " MaintAccountIn
                   " - loan converted on " CN-ConvertedDate into msg
               perform 8100-Rejected
               exit paragraph
           end-if.
           if MaintLineItemIn = spaces
               or MaintLineAmountIn not numeric
               string "REJECTED. Budget line for " MaintAccountIn
                   " - line item code and a numeric amount are"
                   " required" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "REJECTED. Budget line for " MaintAccountIn
                       " - not on the loan master" into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.

           move MaintAccountIn to AccountKey.
           move MaintLineItemIn to LineItemKey.
           perform 2100-SumOtherLines.
           compute BudgetNewTotal =
               BudgetOtherTotal + MaintLineAmountIn.
           if BudgetNewTotal > LM-LoanAmount
               move BudgetNewTotal to Disp-Amount
               move LM-LoanAmount to Disp-Amount2
               string "REJECTED. Budget line " MaintAccountIn " "
                   MaintLineItemIn " - budget would total "
                   Disp-Amount " against a commitment of "
                   Disp-Amount2 into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move MaintAccountIn to CB-Account.
           move MaintLineItemIn to CB-LineItem.
           read ConstrBudgetFile
               invalid key
                   move spaces to ConstructionBudgetRecord
                   move MaintAccountIn to CB-Account
                   move MaintLineItemIn to CB-LineItem
                   move MaintLineDescIn to CB-Description
                   move MaintLineAmountIn to CB-Budget
                   move zero to CB-Drawn
                   move zero to CB-Retained
                   write ConstructionBudgetRecord
                   string "BUDGET LINE ADDED " MaintAccountIn " "
                       MaintLineItemIn " " MaintLineDescIn
                       " amount " MaintLineAmountIn into msg
               not invalid key
                   if MaintLineAmountIn < CB-Drawn
                       move CB-Drawn to Disp-Amount
                       string "REJECTED. Budget line " MaintAccountIn
                           " " MaintLineItemIn " - "
                           Disp-Amount " already drawn on it"
                           into msg
                       perform 8100-Rejected
                       exit paragraph
                   end-if
                   move MaintLineAmountIn to CB-Budget
                   if MaintLineDescIn not = spaces
                       move MaintLineDescIn to CB-Description
                   end-if
                   rewrite ConstructionBudgetRecord
                   string "BUDGET LINE CHANGED " MaintAccountIn " "
                       MaintLineItemIn " " CB-Description
                       " amount " MaintLineAmountIn into msg
           end-read.
           add 1 to MaintAppliedCount.
           perform 8500-Register.
           perform 8000-Logs.

      * THE LOAN'S OTHER BUDGET LINES - ALL BUT LineItemKey
       2100-SumOtherLines.
           move zero to BudgetOtherTotal.
           move "N" to eof-budget-file.
           move AccountKey to CB-Account.
           move low-values to CB-LineItem.
           start ConstrBudgetFile key >= CB-Key
               invalid key
                   exit paragraph
           end-start.
           read ConstrBudgetFile next record
               at end set eof-budget to true
           end-read.
           perform until eof-budget or CB-Account not = AccountKey
               if CB-LineItem not = LineItemKey
                   add CB-Budget to BudgetOtherTotal
               end-if
               read ConstrBudgetFile next record
                   at end set eof-budget to true
               end-read
           end-perform.

      * A DRAW IS REQUESTED AGAINST ONE BUDGET LINE. IT CANNOT ASK FOR
      * MORE THAN THE LINE HAS LEFT ONCE EVERY DRAW STILL WAITING ON
      * INSPECTION OR FUNDING IS COUNTED, NOR BE DATED AFTER THE
      * COMPLETION DATE - THE LOAN CONVERTS THEN.
       3000-DrawRequest.
           move MaintAccountIn to CN-Account.
           read ConstrLoanFile
               invalid key
                   string "REJECTED. Draw request for " MaintAccountIn
                       " - construction terms not set up" into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.
           if not CN-UnderConstruction
               string "REJECTED. Draw request for " MaintAccountIn
                   " - loan converted on " CN-ConvertedDate into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           if MaintDrawDateIn = spaces
               move TodayDate to ActionDate
           else
               move MaintDrawDateIn to ActionDate
           end-if.
           move ActionDate to WORK-DATE.
           perform 1800-CheckDate.
           if not DateValid
               or MaintDrawAmountIn not numeric
               or MaintDrawLineIn = spaces
               string "REJECTED. Draw request for " MaintAccountIn
                   " - budget line, a numeric amount and an"
                   " MM/DD/YYYY date are required" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.
           if MaintDrawAmountIn = zero
               string "REJECTED. Draw request for " MaintAccountIn
                   " - amount is zero" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           perform 7000-DateToInteger.
           move DateInteger to LoanDateInt.
           move CN-CompletionDate to WORK-DATE.
           perform 7000-DateToInteger.
           if LoanDateInt > DateInteger
               string "REJECTED. Draw request for " MaintAccountIn
                   " dated " ActionDate " - after the completion"
                   " date " CN-CompletionDate into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move MaintAccountIn to CB-Account.
           move MaintDrawLineIn to CB-LineItem.
           read ConstrBudgetFile
               invalid key
                   string "REJECTED. Draw request for " MaintAccountIn
                       " - no budget line " MaintDrawLineIn into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.

           move MaintAccountIn to AccountKey.
           move MaintDrawLineIn to LineItemKey.
           perform 3100-PendingOnLine.
           compute LineAvailable =
               CB-Budget - CB-Drawn - PendingOnLine.
           if MaintDrawAmountIn > LineAvailable
               if LineAvailable < zero
                   move zero to LineAvailable
               end-if
               move LineAvailable to Disp-Amount
               move MaintDrawAmountIn to Disp-Amount2
               string "REJECTED. Draw request " MaintAccountIn " "
                   MaintDrawLineIn " for " Disp-Amount2
                   " - only " Disp-Amount " left on the line"
                   into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           add 1 to CN-LastDrawNo.
           rewrite ConstructionLoanRecord.

           move spaces to ConstructionDrawRecord.
           move MaintAccountIn to CD-Account.
           move CN-LastDrawNo to CD-DrawNo.
           move MaintDrawLineIn to CD-LineItem.
           move MaintDrawAmountIn to CD-Amount.
           move ActionDate to CD-RequestDate.
           set CD-Requested to true.
           move zero to CD-Retained.
           move zero to CD-Net.
           write ConstructionDrawRecord.

           add 1 to MaintAppliedCount.
           add 1 to DrawsRequested.
           move MaintDrawAmountIn to Disp-Amount.
           string "DRAW REQUESTED " MaintAccountIn
               " draw " CD-DrawNo " line " MaintDrawLineIn
               " " Disp-Amount " on " ActionDate
               " - awaiting inspection" into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * DRAWS ON LineItemKey STILL WAITING ON INSPECTION OR FUNDING
       3100-PendingOnLine.
           move zero to PendingOnLine.
           move "N" to eof-draw-file.
           move AccountKey to CD-Account.
           move zero to CD-DrawNo.
           start ConstrDrawFile key >= CD-Key
               invalid key
                   exit paragraph
           end-start.
           read ConstrDrawFile next record
               at end set eof-draw to true
           end-read.
           perform until eof-draw or CD-Account not = AccountKey
               if CD-LineItem = LineItemKey
                   and (CD-Requested or CD-Inspected)
                   add CD-Amount to PendingOnLine
               end-if
               read ConstrDrawFile next record
                   at end set eof-draw to true
               end-read
           end-perform.

       4000-Inspection.
           if MaintInspDrawNoIn not numeric
               string "REJECTED. Inspection for " MaintAccountIn
                   " - draw number is not numeric" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.
           move MaintAccountIn to CD-Account.
           move MaintInspDrawNoIn to CD-DrawNo.
           read ConstrDrawFile
               invalid key
                   string "REJECTED. Inspection for " MaintAccountIn
                       " draw " MaintInspDrawNoIn " - no such draw"
                       into msg
                   perform 8100-Rejected
                   exit paragraph
           end-read.
           if not CD-Requested
               string "REJECTED. Inspection for " MaintAccountIn
                   " draw " MaintInspDrawNoIn
                   " - not awaiting inspection, status " CD-Status
                   into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           if MaintInspDateIn = spaces
               move TodayDate to ActionDate
           else
               move MaintInspDateIn to ActionDate
           end-if.
           move ActionDate to WORK-DATE.
           perform 1800-CheckDate.
           if not DateValid or MaintInspectorIn = spaces
               or (not Inspection-Passed and not Inspection-Failed)
               string "REJECTED. Inspection for " MaintAccountIn
                   " draw " MaintInspDrawNoIn " - result P or F,"
                   " the inspector and an MM/DD/YYYY date are"
                   " required" into msg
               perform 8100-Rejected
               exit paragraph
           end-if.

           move ActionDate to CD-InspectDate.
           move MaintInspectorIn to CD-Inspector.
           if Inspection-Passed
               set CD-Inspected to true
               add 1 to InspectionsPassed
               string "INSPECTION PASSED " MaintAccountIn
                   " draw " CD-DrawNo " by " MaintInspectorIn
                   " on " ActionDate " - released for funding"
                   into msg
           else
               set CD-Failed to true
               add 1 to InspectionsFailed
               string "INSPECTION FAILED " MaintAccountIn
                   " draw " CD-DrawNo " by " MaintInspectorIn
                   " on " ActionDate " - draw will not be funded"
                   into msg
               move "WARN " to LogSeverity
           end-if.
           rewrite ConstructionDrawRecord.
           add 1 to MaintAppliedCount.
           perform 8500-Register.
           perform 8000-Logs.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

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

       8100-Rejected.
           add 1 to MaintRejectedCount.
           move "ERROR" to LogSeverity.
           perform 8500-Register.
           perform 8000-Logs.

       8500-Register.
           move spaces to MaintReportLine.
           move msg to MaintReportLine.
           write MaintReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program CONSMAINT.
