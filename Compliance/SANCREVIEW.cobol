      ******************************************************************
      * Sanctions review - the compliance officer's decisions on the   *
      * potential matches wrkmodule/SANCSCRN queued on                 *
      * shared\data\sanctionqueue.txt. The run is signed on through    *
      * wrkmodule/SIGNON and needs the C (compliance) role. Decisions  *
      * come from Compliance\sanctiondecisions.txt (case id, action,   *
      * reason): F clears a pending case as a false positive, C        *
      * confirms the hit, R releases a confirmed hit once the party is *
      * delisted or licensed. Each decision is stamped on the case     *
      * with the signed-on operator and the date and written to the    *
      * permanent register Compliance\sanctionregister.txt. While a    *
      * case is confirmed POSTPAY parks the account's payments on      *
      * shared\data\sanctionheld.txt and the disbursement programs     *
      * withhold; when the last confirmed case on an account is        *
      * released its parked payments go back on                        *
      * shared\data\loanpmts.txt for the next POSTPAY. The listing     *
      * Compliance\sanctionreview.txt shows every case still pending   *
      * or confirmed, and the decision file is deleted once applied.   *
      * A queue too large to hold is never rewritten: the run stops    *
      * with an ERROR and the decisions wait. A held-payment file too  *
      * large to hold refuses every release, so no parked payment is   *
      * lost and the case stays confirmed until the next run.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. SANCREVIEW.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select optional DecisionFile ASSIGN TO
                   "Compliance\sanctiondecisions.txt"
                   organization is line sequential.

               select optional SanctionRegister ASSIGN TO
                   "Compliance\sanctionregister.txt"
                   organization is line sequential.

               select optional SanctionHeldFile ASSIGN TO
                   "shared\data\sanctionheld.txt"
                   organization is line sequential.

               select optional LoanPmtFile ASSIGN TO
                   "shared\data\loanpmts.txt"
                   organization is line sequential.

               select ReviewListFile ASSIGN TO
                   "Compliance\sanctionreview.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       FD  DecisionFile.
           01 DecisionRecord.
               05  SDC-CaseId       PIC 9(7).
               05  SDC-Action       PIC X.
               05  SDC-Reason       PIC X(30).

       FD  SanctionRegister.
           01 RegisterLine          PIC X(160).

       FD  SanctionHeldFile.
           copy "../shared/copybooks/sancheld.cpy".

       FD  LoanPmtFile.
           01 LoanPaymentExtract    PIC X(69).

       FD  ReviewListFile.
           01 ReviewLine            PIC X(150).

       working-storage section.
           copy "../shared/copybooks/signon.cpy".

       01  CASE-TABLE.
           05  CaseEntry occurs 5000 times.
               10  CST-Record       PIC X(305).
               10  CST-CaseId       PIC 9(7).
               10  CST-Status       PIC X.
               10  CST-Account      PIC X(10).
       01  CaseCount                PIC 9(4) value zero.
       01  CaseSub                  PIC 9(4) value zero.
       01  CaseFoundFlag            PIC X value "N".
           88  CaseFound            value "Y".
       01  QueueOverflowFlag        PIC X value "N".
           88  QueueOverflow        value "Y".

      * ACCOUNTS WHOSE CONFIRMED CASE WAS RELEASED THIS RUN
       01  RELEASE-TABLE.
           05  ReleaseEntry occurs 200 times.
               10  RLS-Account      PIC X(10).
               10  RLS-StillHeld    PIC X.
       01  ReleaseCount             PIC 999 value zero.
       01  ReleaseSub               PIC 999 value zero.

       01  HELD-TABLE.
           05  HeldEntry occurs 2000 times.
               10  HLT-Record       PIC X(86).
       01  HeldCount                PIC 9(4) value zero.
       01  HeldSub                  PIC 9(4) value zero.
       01  HeldOverflowFlag         PIC X value "N".
           88  HeldOverflow         value "Y".
       01  ReleaseThisRow           PIC X value "N".
           88  ReleaseRow           value "Y".

       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".
       01  eof-decision-file        PIC X value "N".
           88  eof-decision         value "Y".
       01  eof-held-file            PIC X value "N".
           88  eof-held             value "Y".

       01  DecisionsApplied         PIC 9(5) value zero.
       01  DecisionsRejected        PIC 9(5) value zero.
       01  ClearedCount             PIC 9(5) value zero.
       01  ConfirmedCount           PIC 9(5) value zero.
       01  ReleasedCount            PIC 9(5) value zero.
       01  PaymentsReleased         PIC 9(5) value zero.
       01  PendingCount             PIC 9(5) value zero.
       01  HeldOpenCount            PIC 9(5) value zero.
       01  RejectReason             PIC X(40) value spaces.
       01  ActionText               PIC X(10) value spaces.
       01  StatusText               PIC X(10) value spaces.

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
       01  LogProgramName           PIC X(14) value "SANCREVIEW".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 0500-SignOn.
           perform 1000-LoadQueue.
      * a queue only partly loaded cannot be written back - the cases
      * past the table would be lost, confirmed hits among them
           if QueueOverflow
               display "SANCREVIEW - sanctions queue over 5000 cases,"
                   " nothing applied"
               move "ERROR" to LogSeverity
               string "Sanctions queue over 5000 cases - no decision"
                   " applied, queue not rewritten, decision file"
                   " kept for the rerun" into msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.
           perform 1100-LoadHeld.
           perform 2000-ApplyDecisions.
           if DecisionsApplied > zero
               perform 3000-RewriteQueue
           end-if.
           if ReleaseCount > zero
               perform 4000-ReleasePayments
           end-if.
           perform 5000-WriteReviewList.

           display "SANCREVIEW - cleared " ClearedCount
               " confirmed " ConfirmedCount
               " released " ReleasedCount
               " refused " DecisionsRejected.
           string "END. Cleared " ClearedCount
               " confirmed " ConfirmedCount
               " released " ReleasedCount
               " payments returned " PaymentsReleased
               " refused " DecisionsRejected
               " pending " PendingCount
               " by " SGN-Operator into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       0500-SignOn.
           move LogProgramName to SGN-Program.
           move spaces to SGN-SharedRoot.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "SANCREVIEW - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "C" to SGN-Role.
           move "SANCTIONS REVIEW" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "SANCREVIEW - operator " SGN-Operator
                   " is not authorized for sanctions review"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-LoadQueue.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               if CaseCount < 5000
                   add 1 to CaseCount
                   move SanctionQueueRecord to CST-Record(CaseCount)
                   move SQ-CaseId to CST-CaseId(CaseCount)
                   move SQ-Status to CST-Status(CaseCount)
                   move SQ-Account to CST-Account(CaseCount)
               else
                   if not QueueOverflow
                       set QueueOverflow to true
                       move "ERROR" to LogSeverity
                       string "Sanctions queue over 5000 cases - case "
                           SQ-CaseId " and later not loaded" into msg
                       perform 8000-Logs
                   end-if
               end-if
               read SanctionQueueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close SanctionQueueFile.

      * THE PARKED PAYMENTS ARE LOADED BEFORE ANY DECISION SO A RELEASE
      * IS REFUSED OUTRIGHT WHEN THEY CANNOT ALL BE HELD AND REWRITTEN
       1100-LoadHeld.
           open input SanctionHeldFile.
           read SanctionHeldFile
               at end set eof-held to true
           end-read.
           perform until eof-held
               if HeldCount < 2000
                   add 1 to HeldCount
                   move SanctionHeldRecord to HLT-Record(HeldCount)
               else
                   if not HeldOverflow
                       set HeldOverflow to true
                       move "ERROR" to LogSeverity
                       string "Held payments over 2000 rows - "
                           SHP-Account " " SHP-Date
                           " and later not loaded, no release"
                           " applied this run" into msg
                       perform 8000-Logs
                   end-if
               end-if
               read SanctionHeldFile
                   at end set eof-held to true
               end-read
           end-perform.
           close SanctionHeldFile.

      * A CASE MOVES P TO F OR C, AND C TO R - NOTHING ELSE. THE
      * DECISION FILE IS CONSUMED AND CLEARED SO A RERUN CANNOT
      * APPLY IT TWICE.
       2000-ApplyDecisions.
           open input DecisionFile.
           open extend SanctionRegister.
           read DecisionFile
               at end set eof-decision to true
           end-read.
           perform until eof-decision
               perform 2100-ApplyOneDecision
               read DecisionFile
                   at end set eof-decision to true
               end-read
           end-perform.
           close DecisionFile.
           close SanctionRegister.

           if DecisionsApplied > zero or DecisionsRejected > zero
               call "C$DELETE" using
                   "Compliance\sanctiondecisions.txt", 0
           end-if.

       2100-ApplyOneDecision.
           move spaces to RejectReason.
           move "N" to CaseFoundFlag.
           move 1 to CaseSub.
           perform until CaseSub > CaseCount
               if CST-CaseId(CaseSub) = SDC-CaseId
                   set CaseFound to true
                   exit perform
               end-if
               add 1 to CaseSub
           end-perform.

           evaluate true
               when not CaseFound
                   move "NO SUCH CASE" to RejectReason
               when SDC-Reason = spaces
                   move "A REASON IS REQUIRED" to RejectReason
               when SDC-Action = "F" or SDC-Action = "C"
                   if CST-Status(CaseSub) not = "P"
                       move "CASE IS NOT PENDING" to RejectReason
                   end-if
               when SDC-Action = "R"
                   evaluate true
                       when CST-Status(CaseSub) not = "C"
                           move "ONLY A CONFIRMED HIT IS RELEASED"
                               to RejectReason
                       when HeldOverflow
                           move "HELD PAYMENTS OVER 2000 - RESUBMIT"
                               to RejectReason
                       when CST-Account(CaseSub) not = spaces
                           and ReleaseCount not < 200
                           move "OVER 200 RELEASES - RESUBMIT"
                               to RejectReason
                   end-evaluate
               when other
                   move "ACTION MUST BE F, C OR R" to RejectReason
           end-evaluate.

           if RejectReason not = spaces
               add 1 to DecisionsRejected
               move "ERROR" to LogSeverity
               string "REFUSED case " SDC-CaseId
                   " action " SDC-Action " - " RejectReason
                   delimited by size into msg
               perform 8000-Logs
               exit paragraph
           end-if.

           move CST-Record(CaseSub) to SanctionQueueRecord.
           move SDC-Action to SQ-Status.
           move TodayDate to SQ-DecidedDate.
           move SGN-Operator to SQ-Operator.
           move SDC-Reason to SQ-Reason.
           move SanctionQueueRecord to CST-Record(CaseSub).
           move SDC-Action to CST-Status(CaseSub).
           add 1 to DecisionsApplied.

           evaluate SDC-Action
               when "F"
                   add 1 to ClearedCount
                   move "CLEARED" to ActionText
               when "C"
                   add 1 to ConfirmedCount
                   move "CONFIRMED" to ActionText
               when "R"
                   add 1 to ReleasedCount
                   move "RELEASED" to ActionText
                   if SQ-Account not = spaces
                       add 1 to ReleaseCount
                       move SQ-Account to RLS-Account(ReleaseCount)
                       move "N" to RLS-StillHeld(ReleaseCount)
                   end-if
           end-evaluate.

           move spaces to RegisterLine.
           string TodayDate
               " " SQ-CaseId
               " " ActionText
               " " SGN-Operator
               " " SQ-PartyType
               " " SQ-PartyKey(1:20)
               " " SQ-PartyName(1:30)
               " " SQ-EntryId
               " " SQ-Reason
               delimited by size into RegisterLine.
           write RegisterLine.

           if SDC-Action = "C"
               move "WARN " to LogSeverity
           end-if.
           string "Case " SQ-CaseId " " ActionText
               " by " SGN-Operator
               " party " SQ-PartyType " " SQ-PartyKey
               delimited by "  " into msg.
           perform 8000-Logs.

       3000-RewriteQueue.
           open output SanctionQueueFile.
           move 1 to CaseSub.
           perform CaseCount times
               move CST-Record(CaseSub) to SanctionQueueRecord
               write SanctionQueueRecord
               add 1 to CaseSub
           end-perform.
           close SanctionQueueFile.

      * AN ACCOUNT STAYS HELD WHILE ANY OTHER CASE ON IT IS STILL
      * CONFIRMED; OTHERWISE ITS PARKED PAYMENTS GO BACK ON THE
      * EXTRACT AND THE REST STAY PARKED
       4000-ReleasePayments.
           move 1 to ReleaseSub.
           perform ReleaseCount times
               move 1 to CaseSub
               perform until CaseSub > CaseCount
                   if CST-Account(CaseSub) = RLS-Account(ReleaseSub)
                       and CST-Status(CaseSub) = "C"
                       move "Y" to RLS-StillHeld(ReleaseSub)
                       exit perform
                   end-if
                   add 1 to CaseSub
               end-perform
               add 1 to ReleaseSub
           end-perform.

           if HeldCount = zero or HeldOverflow
               exit paragraph
           end-if.

           open output SanctionHeldFile.
           open extend LoanPmtFile.
           move 1 to HeldSub.
           perform HeldCount times
               move HLT-Record(HeldSub) to SanctionHeldRecord
               move "N" to ReleaseThisRow
               move 1 to ReleaseSub
               perform ReleaseCount times
                   if RLS-Account(ReleaseSub) = SHP-Account
                       and RLS-StillHeld(ReleaseSub) = "N"
                       set ReleaseRow to true
                   end-if
                   add 1 to ReleaseSub
               end-perform
               if ReleaseRow
                   move SHP-Payment to LoanPaymentExtract
                   write LoanPaymentExtract
                   add 1 to PaymentsReleased
                   string "Released held payment " SHP-Account
                       " " SHP-Date " held since " SHP-HeldDate
                       " case " SHP-CaseId
                       " - back on the loan payment extract" into msg
                   perform 8000-Logs
               else
                   write SanctionHeldRecord
               end-if
               add 1 to HeldSub
           end-perform.
           close LoanPmtFile.
           close SanctionHeldFile.

       5000-WriteReviewList.
           open output ReviewListFile.
           move spaces to ReviewLine.
           string "SANCTIONS CASES OPEN   Run " TodayDate
               "   Reviewer " SGN-Operator " " SGN-OperatorName
               delimited by size into ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Case    Status     Ty Key                  "
               "Name                           Scr "
               "Entry      List name                      Found"
               delimited by size into ReviewLine.
           write ReviewLine.

           move 1 to CaseSub.
           perform CaseCount times
               if CST-Status(CaseSub) = "P" or CST-Status(CaseSub) = "C"
                   move CST-Record(CaseSub) to SanctionQueueRecord
                   if SQ-Pending
                       add 1 to PendingCount
                       move "PENDING" to StatusText
                   else
                       add 1 to HeldOpenCount
                       move "CONFIRMED" to StatusText
                   end-if
                   move spaces to ReviewLine
                   string SQ-CaseId
                       " " StatusText
                       " " SQ-PartyType
                       "  " SQ-PartyKey(1:20)
                       " " SQ-PartyName(1:30)
                       " " SQ-Score
                       " " SQ-EntryId
                       " " SQ-ListName(1:30)
                       " " SQ-FoundDate
                       delimited by size into ReviewLine
                   write ReviewLine
               end-if
               add 1 to CaseSub
           end-perform.

           move spaces to ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Awaiting review " PendingCount
               "   confirmed and held " HeldOpenCount
               delimited by size into ReviewLine.
           write ReviewLine.
           close ReviewListFile.

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

       end program SANCREVIEW.
