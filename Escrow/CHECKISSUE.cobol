      * its debit back out of the disbursement source so the ledger    *
      * rebuild re-credits the escrow. The stale-check report lists    *
      * outstanding checks older than the stale threshold - the list   *
      * nobody could even produce before. Each register row also       *
      * carries what POSPAY has sent the bank for the check (issue,    *
      * void) and the decision on any presented-item exception.        *
      * No check is cut while the loan's borrower or co-party, or the  *
      * payee itself, is a confirmed sanctions hit on                  *
      * shared\data\sanctionqueue.txt - the disbursement is logged as  *
      * withheld and, since nothing was issued for the month, issues   *
      * on the first run after SANCREVIEW releases the case.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CHECKISSUE.
                   "Escrow\disbursements.tmp"
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   "shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select StaleReportFile ASSIGN TO
                   "Escrow\stalechecks.txt"
                   organization is line sequential.
               05  DSB-Payee        PIC X(20).
               05  DSB-Amount       PIC 9(6)V99.

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       FD  CheckControlFile.
           01 CheckControlRecord.
               05  CTL-NextCheckNo  PIC 9(8).
                   88  CHK-Cleared     value "C".
                   88  CHK-Void        value "V".
               05  CHK-ClearedDate  PIC X(10).
      * POSITIVE PAY - WHAT THE BANK HAS BEEN SENT (I ISSUE, V VOID)
      * AND HOW A PRESENTED-ITEM EXCEPTION WAS DECIDED (P PAY, R RETURN)
               05  CHK-PosPaySent   PIC X.
               05  CHK-ExcDecision  PIC X.
               05  CHK-ExcDate      PIC X(10).
               05  CHK-ExcReason    PIC XX.

       FD  ClearedChecksFile.
           01 ClearedCheckRecord.
               10  REG-IssueDate    PIC X(10).
               10  REG-Status       PIC X.
               10  REG-ClearedDate  PIC X(10).
               10  REG-PosPaySent   PIC X.
               10  REG-ExcDecision  PIC X.
               10  REG-ExcDate      PIC X(10).
               10  REG-ExcReason    PIC XX.
       01  RegisterCount            PIC 9(4) value zero.
       01  RegisterSub              PIC 9(4) value zero.
       01  RegisterFoundFlag        PIC X value "N".
       01  eof-disb-file            PIC X value "N".
           88  eof-disb             value "Y".

      * CONFIRMED SANCTIONS HITS - A LOAN ACCOUNT, OR A PAYEE NAME
       01  SANCTION-TABLE.
           05  SanctionEntry occurs 500 times.
               10  SNT-Type         PIC X.
               10  SNT-Key          PIC X(20).
               10  SNT-CaseId       PIC 9(7).
       01  SanctionCount            PIC 999 value zero.
       01  SanctionSub              PIC 999 value zero.
       01  SanctionFlag             PIC X value "N".
           88  DisbSanctioned       value "Y".
       01  eof-sanction-file        PIC X value "N".
           88  eof-sanction         value "Y".
       01  ChecksWithheld           PIC 9(4) value zero.

       01  IssueMonth               PIC 9(2) value zero.
       01  IssueYear                PIC 9(4) value zero.
       01  NextCheckNo              PIC 9(8) value 1.
           perform 1100-LoadControl.
           perform 2000-ApplyCleared.
           perform 2500-ApplyVoids.
           perform 1200-LoadSanctioned.
           perform 3000-IssueChecks.
           perform 4000-RewriteRegister.
           perform 4100-RewriteControl.
               " total " IssueTotal
               " cleared " ChecksCleared
               " voided " ChecksVoided
               " stale " StaleCount
               " withheld " ChecksWithheld into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

                   move CHK-Status to REG-Status(RegisterCount)
                   move CHK-ClearedDate to
                       REG-ClearedDate(RegisterCount)
                   move CHK-PosPaySent to
                       REG-PosPaySent(RegisterCount)
                   move CHK-ExcDecision to
                       REG-ExcDecision(RegisterCount)
                   move CHK-ExcDate to REG-ExcDate(RegisterCount)
                   move CHK-ExcReason to REG-ExcReason(RegisterCount)
               end-if
               read CheckRegisterFile
                   at end set eof-register to true
           end-perform.
           close CheckRegisterFile.

       1200-LoadSanctioned.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-sanction to true
           end-read.
           perform until eof-sanction
               if SQ-Confirmed and SanctionCount < 500
                   evaluate true
                       when SQ-Payee
                           add 1 to SanctionCount
                           move "Y" to SNT-Type(SanctionCount)
                           move SQ-PartyKey to SNT-Key(SanctionCount)
                           move SQ-CaseId to SNT-CaseId(SanctionCount)
                       when SQ-Account not = spaces
                           add 1 to SanctionCount
                           move "A" to SNT-Type(SanctionCount)
                           move SQ-Account to SNT-Key(SanctionCount)
                           move SQ-CaseId to SNT-CaseId(SanctionCount)
                   end-evaluate
               end-if
               read SanctionQueueFile
                   at end set eof-sanction to true
               end-read
           end-perform.
           close SanctionQueueFile.

       1100-LoadControl.
           open input CheckControlFile.
           read CheckControlFile
           close DisbExpectFile.
           close DisbursementOutFile.

       3050-CheckSanctioned.
           move "N" to SanctionFlag.
           move 1 to SanctionSub.
           perform until SanctionSub > SanctionCount
               if (SNT-Type(SanctionSub) = "A"
                       and SNT-Key(SanctionSub) = DSB-Account)
                   or (SNT-Type(SanctionSub) = "Y"
                       and SNT-Key(SanctionSub) = DSB-Payee)
                   set DisbSanctioned to true
                   exit perform
               end-if
               add 1 to SanctionSub
           end-perform.

       3100-IssueOneCheck.
           move "N" to AlreadyIssuedFlag.
           move 1 to RegisterSub.
               exit paragraph
           end-if.

           perform 3050-CheckSanctioned.
           if DisbSanctioned
               add 1 to ChecksWithheld
               string "WITHHELD " DSB-Account " " DSB-Payee
                   " " DSB-Amount " - sanctions case "
                   SNT-CaseId(SanctionSub)
                   " confirmed, no check issued" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           if RegisterCount >= 2000
               string "Check register table full at 2000 - "
                   DSB-Account " " DSB-Payee " not issued" into msg
           move IssueDateWork to REG-IssueDate(RegisterCount).
           move "I" to REG-Status(RegisterCount).
           move spaces to REG-ClearedDate(RegisterCount).
           move space to REG-PosPaySent(RegisterCount).
           move space to REG-ExcDecision(RegisterCount).
           move spaces to REG-ExcDate(RegisterCount).
           move spaces to REG-ExcReason(RegisterCount).

           move DSB-Account to DIN-Account.
           move IssueDateWork to DIN-Date.
               move REG-IssueDate(RegisterSub) to CHK-IssueDate
               move REG-Status(RegisterSub) to CHK-Status
               move REG-ClearedDate(RegisterSub) to CHK-ClearedDate
               move REG-PosPaySent(RegisterSub) to CHK-PosPaySent
               move REG-ExcDecision(RegisterSub) to CHK-ExcDecision
               move REG-ExcDate(RegisterSub) to CHK-ExcDate
               move REG-ExcReason(RegisterSub) to CHK-ExcReason
               write CheckRegisterRecord
               add 1 to RegisterSub
           end-perform.
