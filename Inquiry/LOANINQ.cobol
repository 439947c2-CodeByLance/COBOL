      * ledger. Every file is opened INPUT - nothing here can change   *
      * a byte - and every lookup is logged through LOGGER for the     *
      * access trail. Blank account (or X) ends the session.           *
      * The session starts with a sign-on through wrkmodule/SIGNON and *
      * needs the I (inquiry) role; the operator id goes on every      *
      * lookup logged.                                                 *
      * Open recoverable corporate advances (through ADVLEDGER, the    *
      * same figure PAYOFF quotes) show beside escrow, with the item   *
      * count and the oldest advance's date.                           *
      * The 24-month delinquency string off the month-end history      *
      * SNAPSHOT keeps on shared\data\delqhistory.txt shows under the  *
      * balances, this month first: 0 current, 1-4 for 30/60/90/120+   *
      * days past due, P paid off, O charged off, T transferred, -     *
      * where no month end was captured.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOANINQ.
                   "shared\data\servicingnotes.txt"
                   organization is line sequential.

               select optional DelqHistoryFile ASSIGN TO
                   "shared\data\delqhistory.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
               05  FILLER           PIC X.
               05  SVN-Text         PIC X(100).

       FD  DelqHistoryFile.
           copy "../shared/copybooks/delqhist.cpy".

       working-storage section.
      * THE FIVE MOST RECENT SERVICING NOTES RIDE ON THE SCREEN SO
      * THE LAST CONVERSATION IS IN FRONT OF WHOEVER PICKS UP
       01  eof-notes-file           PIC X value "N".
           88  eof-notes            value "Y".

      * POSITION 1 IS THE CURRENT MONTH, 24 THE OLDEST
       01  DelqString               PIC X(24) value spaces.
       01  DelqPos                  PIC S9(6) value zero.
       01  ThisMonthNumber          PIC 9(6) value zero.
       01  RowMonthNumber           PIC 9(6) value zero.
       01  eof-delq-file            PIC X value "N".
           88  eof-delq             value "Y".

       01  LoanMasterStatus         PIC XX value spaces.
       01  InquiryAccount           PIC X(10) value spaces.
       01  SessionDoneFlag          PIC X value "N".
       01  Disp-LastPaid            PIC $$$,$$$,$$9.99.
       01  Disp-LateFees            PIC -$$$,$$9.99.
       01  Disp-Escrow              PIC -$$$,$$9.99.
       01  Disp-Advances            PIC $$$,$$$,$$9.99.
       01  Disp-Rate                PIC Z9.99.
       01  StatusName               PIC X(12) value spaces.

           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/signon.cpy".
       copy "../shared/copybooks/advcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           perform 0500-SignOn.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               display "LOANINQ - no loan master, status "
           perform 9000-CloseLog.
           stop run.

      * SIGNED ON THROUGH THE SHARED ROUTINE AND HOLDING THE INQUIRY
      * ROLE, OR NO SESSION AT ALL
       0500-SignOn.
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "LOANINQ - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "I" to SGN-Role.
           move "LOAN INQUIRY" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "LOANINQ - operator " SGN-Operator
                   " is not authorized for inquiry"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-InquireOneLoan.
           move InquiryAccount to LM-LoanAccount.
           read LoanMasterFile
                   display "Account " InquiryAccount
                       " is not on the master"
                   string "INQUIRY " InquiryAccount
                       " by " SGN-Operator
                       " - not on the master" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs

      * every lookup leaves its access-trail line before anything
      * is shown
           string "INQUIRY " InquiryAccount " by " SGN-Operator
               " displayed" into msg.
           perform 8000-Logs.

           perform 2000-GatherPaymentFacts.
           perform 3000-SumLateFees.
           perform 4000-EscrowBalance.
           perform 4200-AdvanceBalance.
           perform 4500-GatherRecentNotes.
           perform 4600-GatherDelqHistory.
           perform 5000-ShowScreen.

       2000-GatherPaymentFacts.
           end-perform.
           close EscrowLedgerFile.

       4200-AdvanceBalance.
           move spaces to ADVANCE-CALL-AREA.
           set ADV-GetBalance to true.
           move InquiryAccount to ADV-Account.
           move LogProgramName to ADV-Program.
           move zero to ADV-Amount.
           call "shared\wrkmodule\ADVLEDGER" using ADVANCE-CALL-AREA
           end-call.

      * THE FILE IS APPEND-ORDER, SO THE LAST FIVE MATCHES ARE THE
      * FIVE MOST RECENT - KEPT IN A LITTLE SHIFT REGISTER
       4500-GatherRecentNotes.
           end-perform.
           close ServicingNotesFile.

       4600-GatherDelqHistory.
           move all "-" to DelqString.
           compute ThisMonthNumber = CDT-Year * 12 + CDT-Month.
           move "N" to eof-delq-file.
           open input DelqHistoryFile.
           read DelqHistoryFile
               at end set eof-delq to true
           end-read.
           perform until eof-delq
               if DQH-Account = InquiryAccount
                   compute RowMonthNumber = DQH-Year * 12 + DQH-Month
                   compute DelqPos =
                       ThisMonthNumber - RowMonthNumber + 1
                   if DelqPos >= 1 and DelqPos <= 24
                       move DQH-Status to DelqString(DelqPos:1)
                   end-if
               end-if
               read DelqHistoryFile
                   at end set eof-delq to true
               end-read
           end-perform.
           close DelqHistoryFile.

       5000-ShowScreen.
           evaluate true
               when LM-StatusActive
                   move "NONACCRUAL" to StatusName
               when LM-StatusChargedOff
                   move "CHARGED OFF" to StatusName
               when LM-StatusTransferred
                   move "TRANSFERRED" to StatusName
               when other
                   move "UNKNOWN" to StatusName
           end-evaluate.
           display "Open past-due periods " OpenPastDueCount.
           display "Late fees outstanding " Disp-LateFees.
           display "Escrow balance        " Disp-Escrow.
           move ADV-Balance to Disp-Advances.
           if ADV-OpenItems > zero
               display "Corporate advances    " Disp-Advances
                   "  (" ADV-OpenItems " open since "
                   ADV-OldestDate ")"
           else
               display "Corporate advances    (none open)"
           end-if.
           display "24-month delinquency  " DelqString.
           display "  (this month first - 0 current, 1-4 30/60/90/"
               "120+, P paid off, O charged off, T transferred)".

           if RecentNoteCount > zero
               display "Recent servicing notes:"
