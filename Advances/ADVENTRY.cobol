      ******************************************************************
      * Corporate advance entry - the foreclosure attorney, the        *
      * inspection and the BPO we pay on a defaulted loan stop going   *
      * straight to expense on a manual journal. Keys each event onto  *
      * the per-loan corporate advance sub-ledger at                   *
      * shared\data\corpadvances.txt (copybooks/corpadv.cpy):          *
      *   A  an advance - type, vendor, date paid, amount and whether  *
      *      it is recoverable from the borrower; it gets the next     *
      *      reference number. Recoverable: DR advances receivable /   *
      *      CR cash; non-recoverable: DR advance expense / CR cash.   *
      *   R  a reimbursement received outside the payment stream (an   *
      *      insurance or sale proceeds check) against one advance:    *
      *      DR cash / CR advances receivable.                         *
      *   W  a write-off of what is left open on one advance:          *
      *      DR advance expense / CR advances receivable.              *
      * The GL pairs go to shared\data\glwork.txt. Reimbursements out  *
      * of ordinary payments are POSTPAY's, in the order the loan's    *
      * payapprules.txt rule gives the A bucket; PAYOFF quotes and     *
      * LOANINQ show the open recoverable balance; ADVAGING ages it    *
      * monthly. The operator signs on through wrkmodule/SIGNON and    *
      * needs the M (maintain) role; every row carries the operator.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ADVENTRY.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional CorpAdvanceFile ASSIGN TO
                   "shared\data\corpadvances.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD  CorpAdvanceFile.
           copy "../shared/copybooks/corpadv.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       working-storage section.
       01  EntryAccount             PIC X(10) value spaces.
       01  EntryKind                PIC X value space.
       01  EntryType                PIC XX value spaces.
       01  EntryVendor              PIC X(20) value spaces.
       01  EntryDateIn              PIC X(10) value spaces.
       01  EntryAmountIn            PIC X(12) value spaces.
       01  EntryAmount              PIC 9(7)V99 value zero.
       01  EntryRecoverable         PIC X value space.
       01  EntryRefIn               PIC X(8) value spaces.
       01  EntryRef                 PIC 9(8) value zero.
       01  SessionDoneFlag          PIC X value "N".
           88  SessionDone          value "Y".
       01  EntryOkFlag              PIC X value "N".
           88  EntryOk              value "Y".

       01  LastRef                  PIC 9(8) value zero.
       01  RefFoundFlag             PIC X value "N".
           88  RefFound             value "Y".
       01  RefType                  PIC XX value spaces.
       01  RefVendor                PIC X(20) value spaces.
       01  RefRecoverable           PIC X value space.
       01  RefOpen                  PIC S9(7)V99 value zero.
       01  eof-advance-file         PIC X value "N".
           88  eof-advance          value "Y".

       01  AdvancesKeyed            PIC 9(4) value zero.
       01  ReimbursementsKeyed      PIC 9(4) value zero.
       01  WriteOffsKeyed           PIC 9(4) value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  DebitPostType            PIC X(4) value spaces.
       01  CreditPostType           PIC X(4) value spaces.
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  LoanMasterStatus         PIC XX value spaces.
       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Open                PIC -$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "ADVENTRY".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 0500-SignOn.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               display "ADVENTRY - no loan master, status "
                   LoanMasterStatus
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadChart.
           perform 1100-FindLastRef.
           open extend GLWorkFile.

           perform until SessionDone
               display " "
               display "Loan account (blank or X to end): "
               move spaces to EntryAccount
               accept EntryAccount
               if EntryAccount = spaces
                   or EntryAccount = "X"
                   or EntryAccount = "x"
                   set SessionDone to true
               else
                   perform 2000-KeyOneEntry
               end-if
           end-perform.

           close GLWorkFile.
           close LoanMasterFile.

           display "ADVENTRY - " AdvancesKeyed " advance(s), "
               ReimbursementsKeyed " reimbursement(s), "
               WriteOffsKeyed " write-off(s) recorded".
           string "END. Advances " AdvancesKeyed
               " reimbursements " ReimbursementsKeyed
               " write-offs " WriteOffsKeyed
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
               display "ADVENTRY - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "M" to SGN-Role.
           move "CORPORATE ADVANCE ENTRY" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "ADVENTRY - operator " SGN-Operator
                   " is not authorized for advance entry"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-LoadChart.
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

       1100-FindLastRef.
           move "N" to eof-advance-file.
           open input CorpAdvanceFile.
           read CorpAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if CAD-Ref > LastRef
                   move CAD-Ref to LastRef
               end-if
               read CorpAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close CorpAdvanceFile.

       2000-KeyOneEntry.
           move EntryAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   display "Account " EntryAccount
                       " is not on the loan master"
                   exit paragraph
           end-read.

           display "A advance, R reimbursement, W write-off: ".
           move space to EntryKind.
           accept EntryKind.
           evaluate EntryKind
               when "A"
               when "a"
                   perform 3000-KeyAdvance
               when "R"
               when "r"
                   move "R" to EntryKind
                   perform 4000-KeyAgainstAdvance
               when "W"
               when "w"
                   move "W" to EntryKind
                   perform 4000-KeyAgainstAdvance
               when other
                   display "Unknown entry " EntryKind
                       " - nothing recorded"
           end-evaluate.

       3000-KeyAdvance.
           display "Type FA/BK/IN/BP/PP/OT: ".
           move spaces to EntryType.
           accept EntryType.
           move EntryType to CAD-AdvType.
           if not CAD-ValidType
               display "Unknown advance type " EntryType
                   " - not recorded"
               exit paragraph
           end-if.

           display "Vendor: ".
           move spaces to EntryVendor.
           accept EntryVendor.
           if EntryVendor = spaces
               display "No vendor - not recorded"
               exit paragraph
           end-if.

           perform 5000-KeyDate.
           if not EntryOk
               exit paragraph
           end-if.
           perform 5100-KeyAmount.
           if not EntryOk
               exit paragraph
           end-if.

           display "Recoverable from the borrower Y/N: ".
           move space to EntryRecoverable.
           accept EntryRecoverable.
           evaluate EntryRecoverable
               when "Y"
               when "y"
                   move "Y" to EntryRecoverable
               when "N"
               when "n"
                   move "N" to EntryRecoverable
               when other
                   display "Answer Y or N - not recorded"
                   exit paragraph
           end-evaluate.

           add 1 to LastRef.
           move spaces to CorpAdvanceRecord.
           move EntryAccount to CAD-Account.
           move LastRef to CAD-Ref.
           move "A" to CAD-EntryType.
           move EntryType to CAD-AdvType.
           move EntryVendor to CAD-Vendor.
           move EntryDateIn to CAD-Date.
           move EntryAmount to CAD-Amount.
           move EntryRecoverable to CAD-Recoverable.
           perform 6000-WriteLedgerRow.
           add 1 to AdvancesKeyed.

           if EntryRecoverable = "Y"
               move "ADVR" to DebitPostType
           else
               move "ADVX" to DebitPostType
           end-if.
           move "CASH" to CreditPostType.
           perform 7000-PostPair.

           move EntryAmount to Disp-Amount.
           display "Advance " LastRef " recorded - " EntryType " "
               EntryVendor " " Disp-Amount.
           string "ADVANCE " EntryAccount " ref " LastRef
               " " EntryType " " EntryVendor
               " amount " EntryAmount
               " recoverable " EntryRecoverable
               " by " SGN-Operator into msg.
           perform 8000-Logs.

      * A REIMBURSEMENT OR WRITE-OFF NAMES THE ADVANCE IT SETTLES AND
      * CANNOT TAKE MORE THAN THAT ADVANCE STILL HAS OPEN
       4000-KeyAgainstAdvance.
           display "Advance reference: ".
           move spaces to EntryRefIn.
           accept EntryRefIn.
           if function test-numval(EntryRefIn) not = 0
               display "Reference must be numeric - not recorded"
               exit paragraph
           end-if.
           compute EntryRef = function numval(EntryRefIn).
           perform 4100-FindAdvance.
           if not RefFound
               display "No advance " EntryRef " on account "
                   EntryAccount " - not recorded"
               exit paragraph
           end-if.
           if RefRecoverable not = "Y"
               display "Advance " EntryRef " is not recoverable - "
                   "it was expensed when paid"
               exit paragraph
           end-if.
           move RefOpen to Disp-Open.
           display "Advance " EntryRef " " RefType " " RefVendor
               " open " Disp-Open.
           if RefOpen <= zero
               display "Nothing open on advance " EntryRef
               exit paragraph
           end-if.

           perform 5000-KeyDate.
           if not EntryOk
               exit paragraph
           end-if.
           perform 5100-KeyAmount.
           if not EntryOk
               exit paragraph
           end-if.
           if EntryAmount > RefOpen
               display "Amount exceeds the open " Disp-Open
                   " - not recorded"
               exit paragraph
           end-if.

           move spaces to CorpAdvanceRecord.
           move EntryAccount to CAD-Account.
           move EntryRef to CAD-Ref.
           move EntryKind to CAD-EntryType.
           move RefType to CAD-AdvType.
           move RefVendor to CAD-Vendor.
           move EntryDateIn to CAD-Date.
           move EntryAmount to CAD-Amount.
           move RefRecoverable to CAD-Recoverable.
           perform 6000-WriteLedgerRow.

           if EntryKind = "R"
               add 1 to ReimbursementsKeyed
               move "CASH" to DebitPostType
           else
               add 1 to WriteOffsKeyed
               move "ADVX" to DebitPostType
           end-if.
           move "ADVR" to CreditPostType.
           perform 7000-PostPair.

           move EntryAmount to Disp-Amount.
           display "Advance " EntryRef " " EntryKind " "
               Disp-Amount " recorded".
           string "ADVANCE " EntryKind " " EntryAccount
               " ref " EntryRef " amount " EntryAmount
               " by " SGN-Operator into msg.
           perform 8000-Logs.

       4100-FindAdvance.
           move "N" to RefFoundFlag.
           move zero to RefOpen.
           move "N" to eof-advance-file.
           open input CorpAdvanceFile.
           read CorpAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if CAD-Account = EntryAccount
                   and CAD-Ref = EntryRef
                   evaluate true
                       when CAD-Advance
                           set RefFound to true
                           move CAD-AdvType to RefType
                           move CAD-Vendor to RefVendor
                           move CAD-Recoverable to RefRecoverable
                           add CAD-Amount to RefOpen
                       when CAD-Reversed
                           add CAD-Amount to RefOpen
                       when CAD-Reimbursed
                       when CAD-WrittenOff
                           subtract CAD-Amount from RefOpen
                   end-evaluate
               end-if
               read CorpAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close CorpAdvanceFile.

      * BLANK IS TODAY
       5000-KeyDate.
           move "N" to EntryOkFlag.
           display "Date MM/DD/YYYY (blank for today): ".
           move spaces to EntryDateIn.
           accept EntryDateIn.
           if EntryDateIn = spaces
               move TodayDate to EntryDateIn
           end-if.
           if EntryDateIn(3:1) not = "/" or EntryDateIn(6:1) not = "/"
               or EntryDateIn(1:2) not numeric
               or EntryDateIn(4:2) not numeric
               or EntryDateIn(7:4) not numeric
               display "Date must be MM/DD/YYYY - not recorded"
               exit paragraph
           end-if.
           move EntryDateIn(7:4) to DY-Year.
           move EntryDateIn(1:2) to DY-Month.
           move EntryDateIn(4:2) to DY-Day.
           if function test-date-yyyymmdd(DATE-YYYYMMDD-N) not = 0
               display "No such date " EntryDateIn " - not recorded"
               exit paragraph
           end-if.
           if EntryDateIn(7:4) > TodayDate(7:4)
               or (EntryDateIn(7:4) = TodayDate(7:4)
                   and EntryDateIn(1:5) > TodayDate(1:5))
               display "Date is in the future - not recorded"
               exit paragraph
           end-if.
           set EntryOk to true.

       5100-KeyAmount.
           move "N" to EntryOkFlag.
           display "Amount: ".
           move spaces to EntryAmountIn.
           accept EntryAmountIn.
           if EntryAmountIn = spaces
               or function test-numval(EntryAmountIn) not = 0
               display "Amount must be numeric - not recorded"
               exit paragraph
           end-if.
           compute EntryAmount = function numval(EntryAmountIn).
           if EntryAmount = zero
               display "Amount must be more than zero - not recorded"
               exit paragraph
           end-if.
           set EntryOk to true.

       6000-WriteLedgerRow.
           move LogProgramName to CAD-Source.
           move SGN-Operator to CAD-Operator.
           open extend CorpAdvanceFile.
           write CorpAdvanceRecord.
           close CorpAdvanceFile.

       7000-PostPair.
           move DebitPostType to GLPostType.
           perform 7100-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move EntryAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move EntryAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move CreditPostType to GLPostType.
           perform 7100-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move EntryAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move EntryAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

       7100-MapGLAccount.
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
               when "ADVX"
                   move "Advance Expense" to GLW-AcctName
           end-evaluate.

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

       end program ADVENTRY.
