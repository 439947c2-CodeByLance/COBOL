      * rows as supplemental batch "apprvd" with a fresh meta record   *
      * and a manifest entry - exactly the way RESUBMIT stages         *
      * corrected rejects - and writes every decision with its         *
      * operator and reason to the approval register. Undecided rows   *
      * stay on the holding file for the next review. Sequence         *
      * numbers refer to the CURRENT listing - rerun this after any    *
      * decisions before keying more. The run is released by an        *
      * operator signed on through wrkmodule/SIGNON with the A         *
      * (approver) role; the operator id on each decision is who keyed *
      * it and must be an active operator other than the one           *
      * releasing - nobody approves their own row - and the register   *
      * carries both ids.                                              *
      * Rows held with reason SANC are potential sanctions matches on  *
      * the row's accountName: an approval of one is refused while     *
      * its case on shared\data\sanctionqueue.txt is still pending or  *
      * has been confirmed - SANCREVIEW decides the match, not the     *
      * second operator - though it may always be rejected.            *
      * Rows held with an anomaly code (AAMT, ATYP, ADAY, ASRC, ADRM,  *
      * ABST) scored unusual against their account's posted history    *
      * and are approved or rejected like any other held row.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. APPROVE.
                   "files\reports\approvalregister.txt"
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   "..\shared\data\sanctionqueue.txt"
                   organization is line sequential.

               select OperatorFile ASSIGN TO
                   "..\shared\data\operators.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is OperatorStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ApprovalHoldFile.
               10  APH-recordSeq    PIC X(7).
               10  APH-companyCode  PIC X(3).
           05  APH-BatchKey         PIC X(41).
      *    THRS (OR BLANK) OVER THE COMPANY THRESHOLD, SANC A
      *    POTENTIAL SANCTIONS MATCH, AAMT/ATYP/ADAY/ASRC/ADRM/ABST
      *    UNUSUAL FOR ITS ACCOUNT'S HISTORY (AMOUNT, TYPE, DAY OF
      *    MONTH, SOURCE, DORMANT ACCOUNT, BURST IN ONE BATCH)
           05  APH-Reason           PIC X(4).

       FD  DecisionFile.
       01  DecisionRecord.
       FD  ApprovalRegister.
       01  ApprovalRegisterLine     PIC X(160).

       FD  OperatorFile.
           copy "../shared/copybooks/operator.cpy".

       FD  SanctionQueueFile.
           copy "../shared/copybooks/sancqueue.cpy".

       working-storage section.
       01  HOLD-TABLE.
           05  HoldEntry occurs 500 times.
               10  HLD-Decision     PIC X.
               10  HLD-Operator     PIC X(10).
               10  HLD-Reason       PIC X(30).
               10  HLD-HoldReason   PIC X(4).
       01  HoldCount                PIC 9(5) value zero.
       01  HoldSub                  PIC 9(5) value zero.

       01  HoldFileStatus           PIC XX value spaces.
       01  OperatorStatus           PIC XX value spaces.
       01  SelfDecisions            PIC 9(5) value zero.

       01  eof-hold-file            PIC X value "N".
           88  eof-hold             value "Y".
           88  eof-decision         value "Y".
       01  eof-fxrate-file          PIC X value "N".
           88  eof-fxrate           value "Y".
       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".

      * INTAKE-PARTY SANCTIONS CASES STILL OPEN (PENDING OR
      * CONFIRMED), BY accountName
       01  OPEN-CASE-TABLE.
           05  OpenCaseEntry occurs 2000 times.
               10  OCT-PartyKey     PIC X(49).
               10  OCT-Status       PIC X.
               10  OCT-CaseId       PIC 9(7).
       01  OpenCaseCount            PIC 9(4) value zero.
       01  OpenCaseSub              PIC 9(4) value zero.
       01  OpenCaseFlag             PIC X value "N".
           88  CaseStillOpen        value "Y".
       01  SanctionRefusals         PIC 9(5) value zero.

       01  DecisionsApplied         PIC 9(5) value zero.
       01  DecisionsRejected        PIC 9(5) value zero.
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 120-SignOn.
           perform 150-LoadHoldFile.
           perform 160-LoadOpenCases.

           if HoldCount = zero
               display "APPROVE - nothing held for approval"
               " still held " RemainingCount.
           string "END. Approved " ApprovedCount
               " declined " DeclinedCount
               " still held " RemainingCount
               " released by " SGN-Operator
               " self-keyed refused " SelfDecisions
               " sanctions refused " SanctionRefusals into msg.
           perform 800-Logs.
           perform 900-CloseLog.

           stop run.

      * THE RELEASING OPERATOR SIGNS ON AND MUST HOLD THE APPROVER
      * ROLE - THE OPERATOR IDS ON THE DECISION FILE ARE WHO KEYED
      * EACH DECISION, AND ARE CHECKED AGAINST THE OPERATOR MASTER
       120-SignOn.
           move LogProgramName to SGN-Program.
           move "..\shared\" to SGN-SharedRoot.
           set SGN-SignOn to true.
           call "..\shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "APPROVE - sign-on failed"
               perform 900-CloseLog
               stop run
           end-if.
           move "A" to SGN-Role.
           move "DUAL-APPROVAL RELEASE" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "..\shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "APPROVE - operator " SGN-Operator
                   " is not authorized to approve"
               perform 900-CloseLog
               stop run
           end-if.

       150-LoadHoldFile.
           open input ApprovalHoldFile.
           if HoldFileStatus not = "00"
                   add 1 to HoldCount
                   move APH-Transaction to HLD-Transaction(HoldCount)
                   move APH-BatchKey to HLD-BatchKey(HoldCount)
                   move APH-Reason to HLD-HoldReason(HoldCount)
                   move space to HLD-Decision(HoldCount)
                   move spaces to HLD-Operator(HoldCount)
                   move spaces to HLD-Reason(HoldCount)
           end-perform.
           close ApprovalHoldFile.

       160-LoadOpenCases.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               if SQ-IntakeParty and (SQ-Pending or SQ-Confirmed)
                   and OpenCaseCount < 2000
                   add 1 to OpenCaseCount
                   move SQ-PartyKey to OCT-PartyKey(OpenCaseCount)
                   move SQ-Status to OCT-Status(OpenCaseCount)
                   move SQ-CaseId to OCT-CaseId(OpenCaseCount)
               end-if
               read SanctionQueueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close SanctionQueueFile.

      * THE DECISION FILE IS CONSUMED AND CLEARED - A SECOND RUN MUST
      * NOT RE-APPLY A RELEASE THAT ALREADY WENT OUT
       200-ApplyDecisions.
           open input OperatorFile.
           open input DecisionFile.
           read DecisionFile
               at end set eof-decision to true
               if APD-Seq >= 1 and APD-Seq <= HoldCount
                   and (APD-Action = "A" or APD-Action = "R")
                   and APD-Operator not = spaces
                   perform 210-CheckDecisionOperator
               else
                   add 1 to DecisionsRejected
                   string "BAD DECISION seq " APD-Seq
               end-read
           end-perform.
           close DecisionFile.
           if OperatorStatus = "00"
               close OperatorFile
           end-if.

           if DecisionsApplied > zero or DecisionsRejected > zero
               call "C$DELETE" using "files\pending\approvals.txt", 0
           end-if.

      * THE SECOND SET OF EYES MUST BE A SECOND PERSON - A DECISION
      * KEYED BY THE SIGNED-ON APPROVER IS REFUSED, AS IS ONE KEYED
      * UNDER AN ID THAT IS NOT AN ACTIVE OPERATOR; THE ROW STAYS HELD
       210-CheckDecisionOperator.
           if APD-Operator = SGN-Operator
               add 1 to DecisionsRejected
               add 1 to SelfDecisions
               string "REFUSED seq " APD-Seq
                   " action " APD-Action
                   " - keyed by " APD-Operator
                   " who may not also release it" into msg
               move "ERROR" to LogSeverity
               perform 800-Logs
               exit paragraph
           end-if.

           move APD-Operator to OPR-Id.
           read OperatorFile
               invalid key
                   move "N" to OPR-Active
           end-read.
           if OperatorStatus not = "00" or not OPR-IsActive
               add 1 to DecisionsRejected
               string "REFUSED seq " APD-Seq
                   " action " APD-Action
                   " - " APD-Operator
                   " is not an active operator" into msg
               move "ERROR" to LogSeverity
               perform 800-Logs
               exit paragraph
           end-if.

           if APD-Action = "A" and HLD-HoldReason(APD-Seq) = "SANC"
               perform 220-CheckSanctionCase
               if CaseStillOpen
                   add 1 to DecisionsRejected
                   add 1 to SanctionRefusals
                   string "REFUSED seq " APD-Seq
                       " approval - sanctions case "
                       OCT-CaseId(OpenCaseSub)
                       " is not cleared (status "
                       OCT-Status(OpenCaseSub) ")" into msg
                   move "ERROR" to LogSeverity
                   perform 800-Logs
                   exit paragraph
               end-if
           end-if.

           move APD-Action to HLD-Decision(APD-Seq).
           move APD-Operator to HLD-Operator(APD-Seq).
           move APD-Reason to HLD-Reason(APD-Seq).
           add 1 to DecisionsApplied.

      * A SANCTIONS HOLD IS NOT THE SECOND OPERATOR'S TO RELEASE WHILE
      * ANY CASE ON THE ROW'S NAME IS STILL OPEN
       220-CheckSanctionCase.
           move "N" to OpenCaseFlag.
           move HLD-Transaction(APD-Seq) to HoldTransWork.
           move 1 to OpenCaseSub.
           perform until OpenCaseSub > OpenCaseCount
               if OCT-PartyKey(OpenCaseSub) = HTW-accountName
                   set CaseStillOpen to true
                   exit perform
               end-if
               add 1 to OpenCaseSub
           end-perform.

      * APPROVED ROWS RELEASE INTO THE NEXT RUN AS SUPPLEMENTAL BATCH
      * "apprvd" - ORIGINAL LAYOUT, FRESH META, MANIFEST ENTRY - THE
      * SAME STAGING RESUBMIT USES FOR CORRECTED REJECTS
                       move spaces to ApprovalRegisterLine
                       string TodayDate
                           " APPROVED " HLD-Operator(HoldSub)
                           " " SGN-Operator
                           " " HTW-companyCode
                           " " HTW-amount
                           " " HTW-type
                       move spaces to ApprovalRegisterLine
                       string TodayDate
                           " REJECTED " HLD-Operator(HoldSub)
                           " " SGN-Operator
                           " " HTW-companyCode
                           " " HTW-amount
                           " " HTW-type
                   move spaces to ApprovalHoldRecord
                   move HLD-Transaction(HoldSub) to APH-Transaction
                   move HLD-BatchKey(HoldSub) to APH-BatchKey
                   move HLD-HoldReason(HoldSub) to APH-Reason
                   write ApprovalHoldRecord
               end-if
               add 1 to HoldSub
           write ReviewReportLine.

           move spaces to ReviewReportLine.
           string "Seq   Date       Co  Type Amount    Held Account"
               into ReviewReportLine.
           write ReviewReportLine.

                       " " HTW-companyCode
                       " " HTW-type
                       "   " HTW-amount
                       " " HLD-HoldReason(HoldSub)
                       " " HTW-accountName
                       into ReviewReportLine
                   write ReviewReportLine
