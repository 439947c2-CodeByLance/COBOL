      ******************************************************************
      * Positive pay - the bank pays only the checks we actually       *
      * wrote. After each issuance run this builds the bank's issue    *
      * file Escrow\pospayissue.txt (H header, one D detail per check  *
      * with the bank account, check number, issue date, amount, payee *
      * and I issue or V void indicator, T trailer with item counts    *
      * and amount totals) from the two check registers - escrow       *
      * checks on Escrow\checkregister.txt (CHECKISSUE) and refund     *
      * checks on LoanPayments\refundregister.txt (REFUND). A check    *
      * goes out once as an issue and, once voided (Escrow\            *
      * voidchecks.txt, refundvoids.txt or escheatment), once more as  *
      * a void on the next file; the register remembers what was sent. *
      * The disbursing bank accounts come from shared\data\            *
      * bankaccounts.txt. The bank's exception file of presented items *
      * that did not match, Escrow\pospayexceptions.txt, is taken onto *
      * the pending list Escrow\pospaypending.txt with a suggested     *
      * decision; the decisions keyed on Escrow\pospaydecisions.txt    *
      * (P pay or R return) are recorded on the check register, a paid *
      * check is cleared, and the answers go back to the bank on       *
      * Escrow\pospayresponse.txt. Every exception, decided or still   *
      * pending, prints on Escrow\pospayexcreport.txt.                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. POSPAY.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional BankAccountFile ASSIGN TO
                   "shared\data\bankaccounts.txt"
                   organization is line sequential.

               select optional CheckRegisterFile ASSIGN TO
                   "Escrow\checkregister.txt"
                   organization is line sequential.

               select optional RefundRegisterFile ASSIGN TO
                   "LoanPayments\refundregister.txt"
                   organization is line sequential.

               select optional BankExceptionFile ASSIGN TO
                   "Escrow\pospayexceptions.txt"
                   organization is line sequential.

               select optional PendingExceptionFile ASSIGN TO
                   "Escrow\pospaypending.txt"
                   organization is line sequential.

               select optional DecisionFile ASSIGN TO
                   "Escrow\pospaydecisions.txt"
                   organization is line sequential.

               select IssueFile ASSIGN TO
                   "Escrow\pospayissue.txt"
                   organization is line sequential.

               select ResponseFile ASSIGN TO
                   "Escrow\pospayresponse.txt"
                   organization is line sequential.

               select ExceptionReportFile ASSIGN TO
                   "Escrow\pospayexcreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  BankAccountFile.
           01 BankAccountRecord.
      * ESCROW OR REFUND - WHICH CHECKS DRAW ON THE ACCOUNT
               05  BNK-Use          PIC X(6).
               05  BNK-AccountNo    PIC X(12).

       FD  CheckRegisterFile.
           01 CheckRegisterRecord.
               05  CHK-Number       PIC 9(8).
               05  CHK-Account      PIC X(10).
               05  CHK-Payee        PIC X(20).
               05  CHK-Amount       PIC 9(6)V99.
               05  CHK-IssueDate    PIC X(10).
               05  CHK-Status       PIC X.
               05  CHK-ClearedDate  PIC X(10).
               05  CHK-PosPaySent   PIC X.
               05  CHK-ExcDecision  PIC X.
               05  CHK-ExcDate      PIC X(10).
               05  CHK-ExcReason    PIC XX.

       FD  RefundRegisterFile.
           01 RefundRegisterRecord.
               05  RCK-Number       PIC 9(8).
               05  RCK-Account      PIC X(10).
               05  RCK-Payee        PIC X(30).
               05  RCK-Amount       PIC 9(7)V99.
               05  RCK-IssueDate    PIC X(10).
               05  RCK-Status       PIC X.
               05  RCK-ClearedDate  PIC X(10).
               05  RCK-PosPaySent   PIC X.
               05  RCK-ExcDecision  PIC X.
               05  RCK-ExcDate      PIC X(10).
               05  RCK-ExcReason    PIC XX.

      * THE BANK'S REASON CODES - NI NOT ISSUED, AM AMOUNT DIFFERS,
      * VD VOID PRESENTED, PD ALREADY PAID, PY PAYEE DIFFERS
       FD  BankExceptionFile.
           01 BankExceptionRecord.
               05  EXB-AccountNo    PIC X(12).
               05  EXB-CheckNo      PIC 9(8).
               05  EXB-Amount       PIC 9(7)V99.
               05  EXB-PresentDate  PIC X(10).
               05  EXB-Reason       PIC XX.
               05  EXB-Payee        PIC X(30).

       FD  PendingExceptionFile.
           01 PendingExceptionRecord.
               05  PND-AccountNo    PIC X(12).
               05  PND-CheckNo      PIC 9(8).
               05  PND-Amount       PIC 9(7)V99.
               05  PND-PresentDate  PIC X(10).
               05  PND-Reason       PIC XX.
               05  PND-Payee        PIC X(30).
               05  PND-Suggest      PIC X.
               05  PND-ReceivedDate PIC X(10).

       FD  DecisionFile.
           01 DecisionRecord.
               05  DEC-AccountNo    PIC X(12).
               05  DEC-CheckNo      PIC 9(8).
               05  DEC-Decision     PIC X.
               05  DEC-Operator     PIC X(10).

       FD  IssueFile.
           01 IssueRecord           PIC X(80).
           01 IssueHeader.
               05  PPH-RecType      PIC X.
               05  PPH-FileDate     PIC X(10).
               05  PPH-Originator   PIC X(30).
           01 IssueDetail.
               05  PPD-RecType      PIC X.
               05  PPD-AccountNo    PIC X(12).
               05  PPD-CheckNo      PIC 9(8).
               05  PPD-IssueDate    PIC X(10).
               05  PPD-Amount       PIC 9(7)V99.
               05  PPD-Payee        PIC X(30).
               05  PPD-Indicator    PIC X.
           01 IssueTrailer.
               05  PPT-RecType      PIC X.
               05  PPT-ItemCount    PIC 9(6).
               05  PPT-IssueCount   PIC 9(6).
               05  PPT-IssueTotal   PIC 9(9)V99.
               05  PPT-VoidCount    PIC 9(6).
               05  PPT-VoidTotal    PIC 9(9)V99.

       FD  ResponseFile.
           01 ResponseRecord.
               05  RSP-AccountNo    PIC X(12).
               05  RSP-CheckNo      PIC 9(8).
               05  RSP-Amount       PIC 9(7)V99.
               05  RSP-Decision     PIC X.

       FD  ExceptionReportFile.
           01 ExceptionReportLine   PIC X(132).

       working-storage section.
       01  ESCROW-CHECK-TABLE.
           05  EscrowCheckEntry occurs 2000 times.
               10  ECK-Number       PIC 9(8).
               10  ECK-Account      PIC X(10).
               10  ECK-Payee        PIC X(20).
               10  ECK-Amount       PIC 9(6)V99.
               10  ECK-IssueDate    PIC X(10).
               10  ECK-Status       PIC X.
               10  ECK-ClearedDate  PIC X(10).
               10  ECK-PosPaySent   PIC X.
               10  ECK-ExcDecision  PIC X.
               10  ECK-ExcDate      PIC X(10).
               10  ECK-ExcReason    PIC XX.
       01  EscrowCheckCount         PIC 9(4) value zero.
       01  EscrowCheckSub           PIC 9(4) value zero.

       01  REFUND-CHECK-TABLE.
           05  RefundCheckEntry occurs 2000 times.
               10  RFK-Number       PIC 9(8).
               10  RFK-Account      PIC X(10).
               10  RFK-Payee        PIC X(30).
               10  RFK-Amount       PIC 9(7)V99.
               10  RFK-IssueDate    PIC X(10).
               10  RFK-Status       PIC X.
               10  RFK-ClearedDate  PIC X(10).
               10  RFK-PosPaySent   PIC X.
               10  RFK-ExcDecision  PIC X.
               10  RFK-ExcDate      PIC X(10).
               10  RFK-ExcReason    PIC XX.
       01  RefundCheckCount         PIC 9(4) value zero.
       01  RefundCheckSub           PIC 9(4) value zero.

       01  PENDING-TABLE.
           05  PendingEntry occurs 500 times.
               10  PEN-AccountNo    PIC X(12).
               10  PEN-CheckNo      PIC 9(8).
               10  PEN-Amount       PIC 9(7)V99.
               10  PEN-PresentDate  PIC X(10).
               10  PEN-Reason       PIC XX.
               10  PEN-Payee        PIC X(30).
               10  PEN-Suggest      PIC X.
               10  PEN-ReceivedDate PIC X(10).
               10  PEN-Decision     PIC X.
               10  PEN-Operator     PIC X(10).
       01  PendingCount             PIC 9(3) value zero.
       01  PendingSub               PIC 9(3) value zero.

      * WHERE THE PRESENTED CHECK SITS ON ITS REGISTER - E ESCROW,
      * R REFUND, SPACE NOT FOUND
       01  FoundRegister            PIC X value space.
       01  FoundStatus              PIC X value space.
       01  FoundAmount              PIC 9(7)V99 value zero.
       01  SeekAccountNo            PIC X(12) value spaces.
       01  SeekCheckNo              PIC 9(8) value zero.

       01  EscrowBankAccount        PIC X(12) value "ESCROWDISB".
       01  RefundBankAccount        PIC X(12) value "REFUNDDISB".
       01  OriginatorName           PIC X(30) value
               "LOAN SERVICING".

       01  eof-bank-file            PIC X value "N".
           88  eof-bank             value "Y".
       01  eof-check-file           PIC X value "N".
           88  eof-check            value "Y".
       01  eof-refund-file          PIC X value "N".
           88  eof-refund           value "Y".
       01  eof-exception-file       PIC X value "N".
           88  eof-exception        value "Y".
       01  eof-pending-file         PIC X value "N".
           88  eof-pending          value "Y".
       01  eof-decision-file        PIC X value "N".
           88  eof-decision         value "Y".

       01  IssueCount               PIC 9(6) value zero.
       01  IssueTotal               PIC 9(9)V99 value zero.
       01  VoidCount                PIC 9(6) value zero.
       01  VoidTotal                PIC 9(9)V99 value zero.
       01  ExceptionsReceived       PIC 9(4) value zero.
       01  DecisionsApplied         PIC 9(4) value zero.
       01  DecisionsUnmatched       PIC 9(4) value zero.
       01  StillPending             PIC 9(3) value zero.
       01  ResponseOpenFlag         PIC X value "N".
           88  ResponseOpen         value "Y".

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  SuggestText              PIC X(6) value spaces.
       01  DecisionText             PIC X(6) value spaces.

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
       01  LogProgramName           PIC X(14) value "POSPAY".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 1000-LoadBankAccounts.
           perform 1100-LoadEscrowChecks.
           perform 1200-LoadRefundChecks.
           perform 1300-LoadPending.

           perform 2000-TakeExceptions.
           perform 3000-ApplyDecisions.
           perform 4000-BuildIssueFile.
           perform 5000-ExceptionReport.

           perform 6000-RewriteEscrowChecks.
           perform 6100-RewriteRefundChecks.
           perform 6200-RewritePending.

           display "POSPAY issues " IssueCount
               " voids " VoidCount
               " exceptions " ExceptionsReceived
               " decided " DecisionsApplied
               " pending " StillPending.
           string "END. Issues " IssueCount " total " IssueTotal
               " voids " VoidCount " total " VoidTotal
               " exceptions in " ExceptionsReceived
               " decided " DecisionsApplied
               " still pending " StillPending into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadBankAccounts.
           open input BankAccountFile.
           read BankAccountFile
               at end set eof-bank to true
           end-read.
           perform until eof-bank
               evaluate BNK-Use
                   when "ESCROW"
                       move BNK-AccountNo to EscrowBankAccount
                   when "REFUND"
                       move BNK-AccountNo to RefundBankAccount
               end-evaluate
               read BankAccountFile
                   at end set eof-bank to true
               end-read
           end-perform.
           close BankAccountFile.

       1100-LoadEscrowChecks.
           open input CheckRegisterFile.
           read CheckRegisterFile
               at end set eof-check to true
           end-read.
           perform until eof-check
               if EscrowCheckCount < 2000
                   add 1 to EscrowCheckCount
                   move CHK-Number to ECK-Number(EscrowCheckCount)
                   move CHK-Account to ECK-Account(EscrowCheckCount)
                   move CHK-Payee to ECK-Payee(EscrowCheckCount)
                   move CHK-Amount to ECK-Amount(EscrowCheckCount)
                   move CHK-IssueDate to
                       ECK-IssueDate(EscrowCheckCount)
                   move CHK-Status to ECK-Status(EscrowCheckCount)
                   move CHK-ClearedDate to
                       ECK-ClearedDate(EscrowCheckCount)
                   move CHK-PosPaySent to
                       ECK-PosPaySent(EscrowCheckCount)
                   move CHK-ExcDecision to
                       ECK-ExcDecision(EscrowCheckCount)
                   move CHK-ExcDate to ECK-ExcDate(EscrowCheckCount)
                   move CHK-ExcReason to
                       ECK-ExcReason(EscrowCheckCount)
               end-if
               read CheckRegisterFile
                   at end set eof-check to true
               end-read
           end-perform.
           close CheckRegisterFile.

       1200-LoadRefundChecks.
           open input RefundRegisterFile.
           read RefundRegisterFile
               at end set eof-refund to true
           end-read.
           perform until eof-refund
               if RefundCheckCount < 2000
                   add 1 to RefundCheckCount
                   move RCK-Number to RFK-Number(RefundCheckCount)
                   move RCK-Account to RFK-Account(RefundCheckCount)
                   move RCK-Payee to RFK-Payee(RefundCheckCount)
                   move RCK-Amount to RFK-Amount(RefundCheckCount)
                   move RCK-IssueDate to
                       RFK-IssueDate(RefundCheckCount)
                   move RCK-Status to RFK-Status(RefundCheckCount)
                   move RCK-ClearedDate to
                       RFK-ClearedDate(RefundCheckCount)
                   move RCK-PosPaySent to
                       RFK-PosPaySent(RefundCheckCount)
                   move RCK-ExcDecision to
                       RFK-ExcDecision(RefundCheckCount)
                   move RCK-ExcDate to RFK-ExcDate(RefundCheckCount)
                   move RCK-ExcReason to
                       RFK-ExcReason(RefundCheckCount)
               end-if
               read RefundRegisterFile
                   at end set eof-refund to true
               end-read
           end-perform.
           close RefundRegisterFile.

       1300-LoadPending.
           open input PendingExceptionFile.
           read PendingExceptionFile
               at end set eof-pending to true
           end-read.
           perform until eof-pending
               if PendingCount < 500
                   add 1 to PendingCount
                   move PND-AccountNo to PEN-AccountNo(PendingCount)
                   move PND-CheckNo to PEN-CheckNo(PendingCount)
                   move PND-Amount to PEN-Amount(PendingCount)
                   move PND-PresentDate to
                       PEN-PresentDate(PendingCount)
                   move PND-Reason to PEN-Reason(PendingCount)
                   move PND-Payee to PEN-Payee(PendingCount)
                   move PND-Suggest to PEN-Suggest(PendingCount)
                   move PND-ReceivedDate to
                       PEN-ReceivedDate(PendingCount)
                   move space to PEN-Decision(PendingCount)
                   move spaces to PEN-Operator(PendingCount)
               end-if
               read PendingExceptionFile
                   at end set eof-pending to true
               end-read
           end-perform.
           close PendingExceptionFile.

      * EACH PRESENTED ITEM THE BANK COULD NOT MATCH IS PUT ON THE
      * PENDING LIST WITH A SUGGESTION - PAY ONLY WHEN OUR REGISTER
      * HOLDS THE CHECK OUTSTANDING AT THE AMOUNT PRESENTED
       2000-TakeExceptions.
           open input BankExceptionFile.
           read BankExceptionFile
               at end set eof-exception to true
           end-read.
           perform until eof-exception
               add 1 to ExceptionsReceived
               if PendingCount < 500
                   add 1 to PendingCount
                   move EXB-AccountNo to PEN-AccountNo(PendingCount)
                   move EXB-CheckNo to PEN-CheckNo(PendingCount)
                   move EXB-Amount to PEN-Amount(PendingCount)
                   move EXB-PresentDate to
                       PEN-PresentDate(PendingCount)
                   move EXB-Reason to PEN-Reason(PendingCount)
                   move EXB-Payee to PEN-Payee(PendingCount)
                   move TodayDate to PEN-ReceivedDate(PendingCount)
                   move space to PEN-Decision(PendingCount)
                   move spaces to PEN-Operator(PendingCount)
                   move EXB-AccountNo to SeekAccountNo
                   move EXB-CheckNo to SeekCheckNo
                   perform 2900-FindCheck
                   if FoundStatus = "I"
                       and FoundAmount = EXB-Amount
                       move "P" to PEN-Suggest(PendingCount)
                   else
                       move "R" to PEN-Suggest(PendingCount)
                   end-if
                   string "EXCEPTION " EXB-Reason " account "
                       EXB-AccountNo " check " EXB-CheckNo
                       " amount " EXB-Amount
                       " suggested " PEN-Suggest(PendingCount)
                       into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               else
                   string "Positive pay pending table full at 500 - "
                       "exception on check " EXB-CheckNo
                       " must be worked by hand" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read BankExceptionFile
                   at end set eof-exception to true
               end-read
           end-perform.
           close BankExceptionFile.

           if ExceptionsReceived > zero
               call "C$DELETE" using "Escrow\pospayexceptions.txt", 0
           end-if.

       2900-FindCheck.
           move space to FoundRegister.
           move space to FoundStatus.
           move zero to FoundAmount.
           evaluate SeekAccountNo
               when EscrowBankAccount
                   move 1 to EscrowCheckSub
                   perform until EscrowCheckSub > EscrowCheckCount
                       if ECK-Number(EscrowCheckSub) = SeekCheckNo
                           move "E" to FoundRegister
                           move ECK-Status(EscrowCheckSub)
                               to FoundStatus
                           move ECK-Amount(EscrowCheckSub)
                               to FoundAmount
                           exit perform
                       end-if
                       add 1 to EscrowCheckSub
                   end-perform
               when RefundBankAccount
                   move 1 to RefundCheckSub
                   perform until RefundCheckSub > RefundCheckCount
                       if RFK-Number(RefundCheckSub) = SeekCheckNo
                           move "R" to FoundRegister
                           move RFK-Status(RefundCheckSub)
                               to FoundStatus
                           move RFK-Amount(RefundCheckSub)
                               to FoundAmount
                           exit perform
                       end-if
                       add 1 to RefundCheckSub
                   end-perform
           end-evaluate.

      * A DECISION IS RECORDED ON THE CHECK'S REGISTER ROW AND
      * ANSWERED TO THE BANK; A PAID CHECK IS CLEARED AS OF THE DAY IT
      * WAS PRESENTED. A DECISION WITH NO PENDING EXCEPTION IS LOGGED
      * AND IGNORED
       3000-ApplyDecisions.
           open input DecisionFile.
           read DecisionFile
               at end set eof-decision to true
           end-read.
           perform until eof-decision
               perform 3100-ApplyOneDecision
               read DecisionFile
                   at end set eof-decision to true
               end-read
           end-perform.
           close DecisionFile.
           if ResponseOpen
               close ResponseFile
           end-if.

           if DecisionsApplied > zero or DecisionsUnmatched > zero
               call "C$DELETE" using "Escrow\pospaydecisions.txt", 0
           end-if.

       3100-ApplyOneDecision.
           if DEC-Decision not = "P" and DEC-Decision not = "R"
               add 1 to DecisionsUnmatched
               string "DECISION " DEC-Decision " on check "
                   DEC-CheckNo " by " DEC-Operator
                   " is not P or R - ignored" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move 1 to PendingSub.
           perform until PendingSub > PendingCount
               if PEN-AccountNo(PendingSub) = DEC-AccountNo
                   and PEN-CheckNo(PendingSub) = DEC-CheckNo
                   and PEN-Decision(PendingSub) = space
                   exit perform
               end-if
               add 1 to PendingSub
           end-perform.
           if PendingSub > PendingCount
               add 1 to DecisionsUnmatched
               string "DECISION on check " DEC-CheckNo
                   " account " DEC-AccountNo
                   " has no pending exception - ignored" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move DEC-Decision to PEN-Decision(PendingSub).
           move DEC-Operator to PEN-Operator(PendingSub).
           add 1 to DecisionsApplied.

           move DEC-AccountNo to SeekAccountNo.
           move DEC-CheckNo to SeekCheckNo.
           perform 2900-FindCheck.
           evaluate FoundRegister
               when "E"
                   move DEC-Decision to
                       ECK-ExcDecision(EscrowCheckSub)
                   move TodayDate to ECK-ExcDate(EscrowCheckSub)
                   move PEN-Reason(PendingSub) to
                       ECK-ExcReason(EscrowCheckSub)
                   if DEC-Decision = "P"
                       move "C" to ECK-Status(EscrowCheckSub)
                       move PEN-PresentDate(PendingSub) to
                           ECK-ClearedDate(EscrowCheckSub)
                   end-if
               when "R"
                   move DEC-Decision to
                       RFK-ExcDecision(RefundCheckSub)
                   move TodayDate to RFK-ExcDate(RefundCheckSub)
                   move PEN-Reason(PendingSub) to
                       RFK-ExcReason(RefundCheckSub)
                   if DEC-Decision = "P"
                       move "C" to RFK-Status(RefundCheckSub)
                       move PEN-PresentDate(PendingSub) to
                           RFK-ClearedDate(RefundCheckSub)
                   end-if
           end-evaluate.

           if DEC-Decision = "P" and FoundStatus not = "I"
               string "PAID check " DEC-CheckNo " account "
                   DEC-AccountNo " register status '" FoundStatus
                   "' - investigate the money out" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

           if not ResponseOpen
               open output ResponseFile
               set ResponseOpen to true
           end-if.
           move PEN-AccountNo(PendingSub) to RSP-AccountNo.
           move PEN-CheckNo(PendingSub) to RSP-CheckNo.
           move PEN-Amount(PendingSub) to RSP-Amount.
           move DEC-Decision to RSP-Decision.
           write ResponseRecord.

           string "DECIDED " DEC-Decision " check " DEC-CheckNo
               " account " DEC-AccountNo
               " by " DEC-Operator into msg.
           perform 8000-Logs.

      * A CHECK GOES OUT ONCE AS AN ISSUE AND ONCE AS A VOID. A CHECK
      * VOIDED BEFORE ITS ISSUE WAS EVER SENT, OR CLEARED BEFORE
      * POSITIVE PAY COVERED IT, IS MARKED WITHOUT BEING SENT
       4000-BuildIssueFile.
           open output IssueFile.
           move spaces to IssueHeader.
           move "H" to PPH-RecType.
           move TodayDate to PPH-FileDate.
           move OriginatorName to PPH-Originator.
           write IssueHeader.

           move 1 to EscrowCheckSub.
           perform EscrowCheckCount times
               perform 4100-EscrowCheckDetail
               add 1 to EscrowCheckSub
           end-perform.
           move 1 to RefundCheckSub.
           perform RefundCheckCount times
               perform 4200-RefundCheckDetail
               add 1 to RefundCheckSub
           end-perform.

           move spaces to IssueTrailer.
           move "T" to PPT-RecType.
           compute PPT-ItemCount = IssueCount + VoidCount.
           move IssueCount to PPT-IssueCount.
           move IssueTotal to PPT-IssueTotal.
           move VoidCount to PPT-VoidCount.
           move VoidTotal to PPT-VoidTotal.
           write IssueTrailer.
           close IssueFile.

       4100-EscrowCheckDetail.
           move spaces to IssueDetail.
           move "D" to PPD-RecType.
           move EscrowBankAccount to PPD-AccountNo.
           move ECK-Number(EscrowCheckSub) to PPD-CheckNo.
           move ECK-IssueDate(EscrowCheckSub) to PPD-IssueDate.
           move ECK-Amount(EscrowCheckSub) to PPD-Amount.
           move ECK-Payee(EscrowCheckSub) to PPD-Payee.
           evaluate true
               when ECK-PosPaySent(EscrowCheckSub) = "V"
                   continue
               when ECK-Status(EscrowCheckSub) = "V"
                   if ECK-PosPaySent(EscrowCheckSub) = "I"
                       move "V" to PPD-Indicator
                       perform 4300-WriteDetail
                   end-if
                   move "V" to ECK-PosPaySent(EscrowCheckSub)
               when ECK-PosPaySent(EscrowCheckSub) = "I"
                   continue
               when ECK-Status(EscrowCheckSub) = "I"
                   move "I" to PPD-Indicator
                   perform 4300-WriteDetail
                   move "I" to ECK-PosPaySent(EscrowCheckSub)
               when other
                   move "I" to ECK-PosPaySent(EscrowCheckSub)
           end-evaluate.

       4200-RefundCheckDetail.
           move spaces to IssueDetail.
           move "D" to PPD-RecType.
           move RefundBankAccount to PPD-AccountNo.
           move RFK-Number(RefundCheckSub) to PPD-CheckNo.
           move RFK-IssueDate(RefundCheckSub) to PPD-IssueDate.
           move RFK-Amount(RefundCheckSub) to PPD-Amount.
           move RFK-Payee(RefundCheckSub) to PPD-Payee.
           evaluate true
               when RFK-PosPaySent(RefundCheckSub) = "V"
                   continue
               when RFK-Status(RefundCheckSub) = "V"
                   if RFK-PosPaySent(RefundCheckSub) = "I"
                       move "V" to PPD-Indicator
                       perform 4300-WriteDetail
                   end-if
                   move "V" to RFK-PosPaySent(RefundCheckSub)
               when RFK-PosPaySent(RefundCheckSub) = "I"
                   continue
               when RFK-Status(RefundCheckSub) = "I"
                   move "I" to PPD-Indicator
                   perform 4300-WriteDetail
                   move "I" to RFK-PosPaySent(RefundCheckSub)
               when other
                   move "I" to RFK-PosPaySent(RefundCheckSub)
           end-evaluate.

       4300-WriteDetail.
           write IssueDetail.
           if PPD-Indicator = "V"
               add 1 to VoidCount
               add PPD-Amount to VoidTotal
           else
               add 1 to IssueCount
               add PPD-Amount to IssueTotal
           end-if.

       5000-ExceptionReport.
           open output ExceptionReportFile.
           move spaces to ExceptionReportLine.
           string "POSITIVE PAY EXCEPTIONS     Run " TodayDate
               into ExceptionReportLine.
           write ExceptionReportLine.
           move spaces to ExceptionReportLine.
           string "Bank account  Check no        Amount  Presented"
                  "   Rsn Payee                          Suggest"
                  " Decision"
                  into ExceptionReportLine.
           write ExceptionReportLine.

           move 1 to PendingSub.
           perform PendingCount times
               if PEN-Suggest(PendingSub) = "P"
                   move "PAY" to SuggestText
               else
                   move "RETURN" to SuggestText
               end-if
               evaluate PEN-Decision(PendingSub)
                   when "P"
                       move "PAID" to DecisionText
                   when "R"
                       move "RETURN" to DecisionText
                   when other
                       move "OPEN" to DecisionText
               end-evaluate
               move PEN-Amount(PendingSub) to Disp-Amount
               move spaces to ExceptionReportLine
               string PEN-AccountNo(PendingSub) "  "
                      PEN-CheckNo(PendingSub) " " Disp-Amount "  "
                      PEN-PresentDate(PendingSub) "  "
                      PEN-Reason(PendingSub) "  "
                      PEN-Payee(PendingSub) " " SuggestText "  "
                      DecisionText " " PEN-Operator(PendingSub)
                      into ExceptionReportLine
               write ExceptionReportLine
               add 1 to PendingSub
           end-perform.

           move spaces to ExceptionReportLine.
           write ExceptionReportLine.
           move spaces to ExceptionReportLine.
           string "Received " ExceptionsReceived
                  "  Decided " DecisionsApplied
                  "  Unmatched decisions " DecisionsUnmatched
                  into ExceptionReportLine.
           write ExceptionReportLine.
           close ExceptionReportFile.

       6000-RewriteEscrowChecks.
           open output CheckRegisterFile.
           move 1 to EscrowCheckSub.
           perform EscrowCheckCount times
               move ECK-Number(EscrowCheckSub) to CHK-Number
               move ECK-Account(EscrowCheckSub) to CHK-Account
               move ECK-Payee(EscrowCheckSub) to CHK-Payee
               move ECK-Amount(EscrowCheckSub) to CHK-Amount
               move ECK-IssueDate(EscrowCheckSub) to CHK-IssueDate
               move ECK-Status(EscrowCheckSub) to CHK-Status
               move ECK-ClearedDate(EscrowCheckSub) to
                   CHK-ClearedDate
               move ECK-PosPaySent(EscrowCheckSub) to CHK-PosPaySent
               move ECK-ExcDecision(EscrowCheckSub) to
                   CHK-ExcDecision
               move ECK-ExcDate(EscrowCheckSub) to CHK-ExcDate
               move ECK-ExcReason(EscrowCheckSub) to CHK-ExcReason
               write CheckRegisterRecord
               add 1 to EscrowCheckSub
           end-perform.
           close CheckRegisterFile.

       6100-RewriteRefundChecks.
           open output RefundRegisterFile.
           move 1 to RefundCheckSub.
           perform RefundCheckCount times
               move RFK-Number(RefundCheckSub) to RCK-Number
               move RFK-Account(RefundCheckSub) to RCK-Account
               move RFK-Payee(RefundCheckSub) to RCK-Payee
               move RFK-Amount(RefundCheckSub) to RCK-Amount
               move RFK-IssueDate(RefundCheckSub) to RCK-IssueDate
               move RFK-Status(RefundCheckSub) to RCK-Status
               move RFK-ClearedDate(RefundCheckSub) to
                   RCK-ClearedDate
               move RFK-PosPaySent(RefundCheckSub) to RCK-PosPaySent
               move RFK-ExcDecision(RefundCheckSub) to
                   RCK-ExcDecision
               move RFK-ExcDate(RefundCheckSub) to RCK-ExcDate
               move RFK-ExcReason(RefundCheckSub) to RCK-ExcReason
               write RefundRegisterRecord
               add 1 to RefundCheckSub
           end-perform.
           close RefundRegisterFile.

      * ONLY UNDECIDED EXCEPTIONS STAY ON THE PENDING LIST
       6200-RewritePending.
           open output PendingExceptionFile.
           move 1 to PendingSub.
           perform PendingCount times
               if PEN-Decision(PendingSub) = space
                   move PEN-AccountNo(PendingSub) to PND-AccountNo
                   move PEN-CheckNo(PendingSub) to PND-CheckNo
                   move PEN-Amount(PendingSub) to PND-Amount
                   move PEN-PresentDate(PendingSub) to
                       PND-PresentDate
                   move PEN-Reason(PendingSub) to PND-Reason
                   move PEN-Payee(PendingSub) to PND-Payee
                   move PEN-Suggest(PendingSub) to PND-Suggest
                   move PEN-ReceivedDate(PendingSub) to
                       PND-ReceivedDate
                   write PendingExceptionRecord
                   add 1 to StillPending
               end-if
               add 1 to PendingSub
           end-perform.
           close PendingExceptionFile.

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

       end program POSPAY.
