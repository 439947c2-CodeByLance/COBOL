      ******************************************************************
      * Unclaimed property (escheatment) tracking - money we owe that  *
      * nobody collects stops sitting on the books forever. Every run  *
      * ages each outstanding escrow check on Escrow\checkregister.txt,*
      * each outstanding refund check on LoanPayments\                 *
      * refundregister.txt and each credit still waiting on the refund *
      * queue shared\data\refundsdue.txt by its owner - the borrower   *
      * on the borrower master - and applies the dormancy rule of the  *
      * owner's state from shared\data\escheatrules.txt (state, years  *
      * to dormancy, due-diligence lead days, annual report month and  *
      * day; row ** is the rule for any state not listed and the       *
      * bucket for an owner with no address on file). Every item and   *
      * where it stands prints on Escheat\dormancyreport.txt. Inside a *
      * state's lead window ahead of its report date, each item that   *
      * will be dormant by then gets a due-diligence letter on         *
      * Escheat\duediligence.txt (a bad or missing address goes to     *
      * Statements\addressresearch.txt instead). On the first run on   *
      * or after the report date the dormant items are escheated:      *
      * checks are voided on their register, credits come off the      *
      * queue, the liability moves to unclaimed property payable on    *
      * glwork.txt, and the state's section (H header, D detail, T     *
      * trailer) goes on Escheat\unclaimedreport.txt with the filing   *
      * recorded on Escheat\escheatfilings.txt so a state files once a *
      * year. The lifetime item register Escheat\escheatitems.txt      *
      * keeps every lettered and escheated item with its report id     *
      * (state and year), and an owner's claim on Escheat\             *
      * escheatclaims.txt is traced back to that report on             *
      * Escheat\claimtrace.txt.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ESCHEAT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional EscheatRuleFile ASSIGN TO
                   "shared\data\escheatrules.txt"
                   organization is line sequential.

               select optional EscheatFilingFile ASSIGN TO
                   "Escheat\escheatfilings.txt"
                   organization is line sequential.

               select optional EscheatItemFile ASSIGN TO
                   "Escheat\escheatitems.txt"
                   organization is line sequential.

               select optional EscheatClaimFile ASSIGN TO
                   "Escheat\escheatclaims.txt"
                   organization is line sequential.

               select optional CheckRegisterFile ASSIGN TO
                   "Escrow\checkregister.txt"
                   organization is line sequential.

               select optional RefundRegisterFile ASSIGN TO
                   "LoanPayments\refundregister.txt"
                   organization is line sequential.

               select optional RefundDueFile ASSIGN TO
                   "shared\data\refundsdue.txt"
                   organization is line sequential.

               select DormancyReportFile ASSIGN TO
                   "Escheat\dormancyreport.txt"
                   organization is line sequential.

               select DueDiligenceFile ASSIGN TO
                   "Escheat\duediligence.txt"
                   organization is line sequential.

               select UnclaimedReportFile ASSIGN TO
                   "Escheat\unclaimedreport.txt"
                   organization is line sequential.

               select ClaimTraceFile ASSIGN TO
                   "Escheat\claimtrace.txt"
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EscheatRuleFile.
           01 EscheatRuleRecord.
               05  ESR-State        PIC XX.
               05  ESR-DormancyYears PIC 99.
               05  ESR-LeadDays     PIC 999.
               05  ESR-ReportMonth  PIC 99.
               05  ESR-ReportDay    PIC 99.

       FD  EscheatFilingFile.
           01 EscheatFilingRecord.
               05  EFL-State        PIC XX.
               05  EFL-Year         PIC 9(4).
               05  EFL-FiledDate    PIC X(10).
               05  EFL-ItemCount    PIC 9(5).
               05  EFL-Total        PIC 9(9)V99.

       FD  EscheatItemFile.
           01 EscheatItemRecord.
      * E ESCROW CHECK, R REFUND CHECK, Q CREDIT ON THE REFUND QUEUE
               05  ESI-Type         PIC X.
               05  ESI-CheckNo      PIC 9(8).
               05  ESI-Account      PIC X(10).
               05  ESI-Source       PIC X.
               05  ESI-BaseDate     PIC X(10).
               05  ESI-Amount       PIC 9(7)V99.
               05  ESI-Owner        PIC X(30).
               05  ESI-State        PIC XX.
      * L LETTERED, E ESCHEATED, C CLAIMED FROM THE STATE, R RESOLVED
      * (CASHED, REFUNDED OR OTHERWISE GONE BEFORE THE REPORT)
               05  ESI-Status       PIC X.
      * M LETTER MAILED, A NO GOOD ADDRESS - SENT TO RESEARCH
               05  ESI-Notice       PIC X.
               05  ESI-LetterDate   PIC X(10).
               05  ESI-ReportId     PIC X(6).
               05  ESI-EscheatDate  PIC X(10).
               05  ESI-ClaimDate    PIC X(10).
               05  ESI-ClaimRef     PIC X(20).

       FD  EscheatClaimFile.
           01 EscheatClaimRecord.
               05  CLM-Account      PIC X(10).
               05  CLM-CheckNo      PIC 9(8).
               05  CLM-ClaimDate    PIC X(10).
               05  CLM-ClaimRef     PIC X(20).

       FD  CheckRegisterFile.
           01 CheckRegisterRecord.
               05  CHK-Number       PIC 9(8).
               05  CHK-Account      PIC X(10).
               05  CHK-Payee        PIC X(20).
               05  CHK-Amount       PIC 9(6)V99.
               05  CHK-IssueDate    PIC X(10).
               05  CHK-Status       PIC X.
               05  CHK-ClearedDate  PIC X(10).
               05  CHK-PosPay       PIC X(14).

       FD  RefundRegisterFile.
           01 RefundRegisterRecord.
               05  RCK-Number       PIC 9(8).
               05  RCK-Account      PIC X(10).
               05  RCK-Payee        PIC X(30).
               05  RCK-Amount       PIC 9(7)V99.
               05  RCK-IssueDate    PIC X(10).
               05  RCK-Status       PIC X.
               05  RCK-ClearedDate  PIC X(10).
               05  RCK-PosPay       PIC X(14).

       FD  RefundDueFile.
           copy "../shared/copybooks/refunddue.cpy".

       FD  DormancyReportFile.
           01 DormancyReportLine    PIC X(132).

       FD  DueDiligenceFile.
           01 DueDiligenceLine      PIC X(90).

       FD  UnclaimedReportFile.
           01 UnclaimedReportRecord PIC X(120).
           01 UnclaimedHeader.
               05  UPH-RecType      PIC X.
               05  UPH-State        PIC XX.
               05  UPH-Year         PIC 9(4).
               05  UPH-RunDate      PIC X(10).
               05  UPH-Holder       PIC X(30).
           01 UnclaimedDetail.
               05  UPD-RecType      PIC X.
               05  UPD-ReportId     PIC X(6).
               05  UPD-PropertyType PIC X(4).
               05  UPD-CheckNo      PIC 9(8).
               05  UPD-Account      PIC X(10).
               05  UPD-Owner        PIC X(30).
               05  UPD-Amount       PIC 9(7)V99.
               05  UPD-LastActivity PIC X(10).
           01 UnclaimedTrailer.
               05  UPT-RecType      PIC X.
               05  UPT-State        PIC XX.
               05  UPT-ItemCount    PIC 9(5).
               05  UPT-Total        PIC 9(9)V99.

       FD  ClaimTraceFile.
           01 ClaimTraceLine        PIC X(132).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       working-storage section.
      * ONE ROW PER STATE SEEN - ROW 1 IS ALWAYS THE ** DEFAULT, AND
      * A STATE NOT ON THE RULE FILE IS ADDED WITH THE DEFAULT RULE.
      * THE CYCLE IS THE NEXT REPORT NOT YET FILED: F FILE THIS RUN,
      * L INSIDE THE DUE-DILIGENCE LEAD WINDOW, SPACE NOTHING DUE
       01  STATE-TABLE.
           05  StateEntry occurs 60 times.
               10  STT-State        PIC XX.
               10  STT-DormancyYears PIC 99.
               10  STT-LeadDays     PIC 999.
               10  STT-ReportMonth  PIC 99.
               10  STT-ReportDay    PIC 99.
               10  STT-ReportYear   PIC 9(4).
               10  STT-ReportInt    PIC 9(8).
               10  STT-ReportDate   PIC X(10).
               10  STT-Phase        PIC X.
                   88  STT-FileNow  value "F".
                   88  STT-Letters  value "L".
               10  STT-ItemCount    PIC 9(5).
               10  STT-Total        PIC 9(9)V99.
       01  StateCount               PIC 99 value zero.
       01  StateSub                 PIC 99 value zero.
       01  SeekState                PIC XX value spaces.

       01  FILING-TABLE.
           05  FilingEntry occurs 500 times.
               10  FIL-State        PIC XX.
               10  FIL-Year         PIC 9(4).
               10  FIL-FiledDate    PIC X(10).
               10  FIL-ItemCount    PIC 9(5).
               10  FIL-Total        PIC 9(9)V99.
       01  FilingCount              PIC 9(3) value zero.
       01  FilingSub                PIC 9(3) value zero.
       01  FilingFoundFlag          PIC X value "N".
           88  FilingFound          value "Y".

       01  ITEM-TABLE.
           05  ItemEntry occurs 3000 times.
               10  ITM-Type         PIC X.
               10  ITM-CheckNo      PIC 9(8).
               10  ITM-Account      PIC X(10).
               10  ITM-Source       PIC X.
               10  ITM-BaseDate     PIC X(10).
               10  ITM-Amount       PIC 9(7)V99.
               10  ITM-Owner        PIC X(30).
               10  ITM-State        PIC XX.
               10  ITM-Status       PIC X.
                   88  ITM-Lettered  value "L".
                   88  ITM-Escheated value "E".
                   88  ITM-Claimed   value "C".
                   88  ITM-Resolved  value "R".
               10  ITM-Notice       PIC X.
               10  ITM-LetterDate   PIC X(10).
               10  ITM-ReportId     PIC X(6).
               10  ITM-EscheatDate  PIC X(10).
               10  ITM-ClaimDate    PIC X(10).
               10  ITM-ClaimRef     PIC X(20).
               10  ITM-SeenFlag     PIC X.
                   88  ITM-Seen     value "Y".
       01  ItemCount                PIC 9(4) value zero.
       01  ItemSub                  PIC 9(4) value zero.
       01  ItemFoundFlag            PIC X value "N".
           88  ItemFound            value "Y".

       01  ESCROW-CHECK-TABLE.
           05  EscrowCheckEntry occurs 2000 times.
               10  ECK-Number       PIC 9(8).
               10  ECK-Account      PIC X(10).
               10  ECK-Payee        PIC X(20).
               10  ECK-Amount       PIC 9(6)V99.
               10  ECK-IssueDate    PIC X(10).
               10  ECK-Status       PIC X.
               10  ECK-ClearedDate  PIC X(10).
               10  ECK-PosPay       PIC X(14).
       01  EscrowCheckCount         PIC 9(4) value zero.
       01  EscrowCheckSub           PIC 9(4) value zero.
       01  EscrowChecksVoided       PIC 9(4) value zero.

       01  REFUND-CHECK-TABLE.
           05  RefundCheckEntry occurs 2000 times.
               10  RFK-Number       PIC 9(8).
               10  RFK-Account      PIC X(10).
               10  RFK-Payee        PIC X(30).
               10  RFK-Amount       PIC 9(7)V99.
               10  RFK-IssueDate    PIC X(10).
               10  RFK-Status       PIC X.
               10  RFK-ClearedDate  PIC X(10).
               10  RFK-PosPay       PIC X(14).
       01  RefundCheckCount         PIC 9(4) value zero.
       01  RefundCheckSub           PIC 9(4) value zero.
       01  RefundChecksVoided       PIC 9(4) value zero.

       01  QUEUE-TABLE.
           05  QueueEntry occurs 2000 times.
               10  QUE-Account      PIC X(10).
               10  QUE-Source       PIC X.
               10  QUE-Amount       PIC 9(7)V99.
               10  QUE-AriseDate    PIC X(10).
               10  QUE-Escheated    PIC X.
       01  QueueCount               PIC 9(4) value zero.
       01  QueueSub                 PIC 9(4) value zero.
       01  CreditsEscheated         PIC 9(4) value zero.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.
       01  AccountCompany           PIC X(3) value spaces.

      * THE ITEM BEING AGED, WHICHEVER SOURCE IT CAME FROM
       01  CAND-ITEM.
           05  CND-Type             PIC X.
           05  CND-CheckNo          PIC 9(8).
           05  CND-Account          PIC X(10).
           05  CND-Source           PIC X.
           05  CND-BaseDate         PIC X(10).
           05  CND-Amount           PIC 9(7)V99.
       01  TypeText                 PIC X(4) value spaces.
       01  ActionText               PIC X(24) value spaces.
       01  OwnerGoodFlag            PIC X value "N".
           88  OwnerGood            value "Y".

      * USED WHERE A STATE HAS NO RULE ROW AND NO RULE FILE EXISTS
       01  DefaultDormancyYears     PIC 99 value 3.
       01  DefaultLeadDays          PIC 999 value 120.
       01  DefaultReportMonth       PIC 99 value 11.
       01  DefaultReportDay         PIC 99 value 01.
       01  HolderName               PIC X(30) value
               "LOAN SERVICING".

       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.

       01  eof-rule-file            PIC X value "N".
           88  eof-rule             value "Y".
       01  eof-filing-file          PIC X value "N".
           88  eof-filing           value "Y".
       01  eof-item-file            PIC X value "N".
           88  eof-item             value "Y".
       01  eof-claim-file           PIC X value "N".
           88  eof-claim            value "Y".
       01  eof-check-file           PIC X value "N".
           88  eof-check            value "Y".
       01  eof-refund-file          PIC X value "N".
           88  eof-refund           value "Y".
       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  ItemsAged                PIC 9(5) value zero.
       01  ItemsDormant             PIC 9(5) value zero.
       01  LettersSent              PIC 9(4) value zero.
       01  LettersToResearch        PIC 9(4) value zero.
       01  ItemsEscheated           PIC 9(4) value zero.
       01  EscheatTotal             PIC 9(9)V99 value zero.
       01  ClaimsTraced             PIC 9(4) value zero.
       01  StatesFiled              PIC 99 value zero.

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
       01  DateInteger              PIC 9(8) value zero.
       01  TodayInteger             PIC 9(8) value zero.
       01  DormantInteger           PIC 9(8) value zero.
       01  LetterStartInteger       PIC 9(8) value zero.
       01  ItemAgeDays              PIC S9(6) value zero.
       01  DormantDate              PIC X(10) value spaces.

       01  Disp-Amount              PIC $$,$$$,$$9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.
       01  Disp-Age                 PIC ZZZZ9.

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
       01  LogProgramName           PIC X(14) value "ESCHEAT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInteger.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus " - nothing aged" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "ESCHEAT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus not = "00"
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus " - nothing aged" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "ESCHEAT - no borrower master, status "
                   BorrowerMasterStatus
               close LoanMasterFile
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1100-LoadFilings.
           perform 1000-LoadRules.
           perform 1200-LoadItems.
           perform 1300-LoadEscrowChecks.
           perform 1400-LoadRefundChecks.
           perform 1500-LoadQueue.
           perform 1600-LoadChart.

           perform 2000-ApplyClaims.

           open output DormancyReportFile.
           open output DueDiligenceFile.
           open extend AddressResearchFile.
           open extend GLWorkFile.

           move spaces to DormancyReportLine.
           string "UNCLAIMED PROPERTY DORMANCY REPORT     Run "
               TodayDate into DormancyReportLine.
           write DormancyReportLine.
           move spaces to DormancyReportLine.
           string "Type Check no  Account    Owner"
                  "                          St      Amount"
                  "  Last activity  Age  Dormant on  Action"
                  into DormancyReportLine.
           write DormancyReportLine.

           perform 3000-AgeEscrowChecks.
           perform 3010-AgeRefundChecks.
           perform 3020-AgeQueuedCredits.

           move EscheatTotal to Disp-Total.
           move spaces to DormancyReportLine.
           write DormancyReportLine.
           move spaces to DormancyReportLine.
           string "Items aged " ItemsAged
                  "  dormant by their report date " ItemsDormant
                  "  letters " LettersSent
                  "  to research " LettersToResearch
                  into DormancyReportLine.
           write DormancyReportLine.
           move spaces to DormancyReportLine.
           string "Escheated " ItemsEscheated "  total " Disp-Total
                  "  states filed " StatesFiled
                  into DormancyReportLine.
           write DormancyReportLine.

           close DormancyReportFile.
           close DueDiligenceFile.
           close AddressResearchFile.
           close GLWorkFile.
           close LoanMasterFile.
           close BorrowerMasterFile.

           perform 4000-WriteUnclaimedReport.

           perform 5000-RewriteItems.
           perform 5100-RewriteFilings.
           if EscrowChecksVoided > zero
               perform 5200-RewriteEscrowChecks
           end-if.
           if RefundChecksVoided > zero
               perform 5300-RewriteRefundChecks
           end-if.
           if CreditsEscheated > zero
               perform 5400-RewriteQueue
           end-if.

           display "ESCHEAT aged " ItemsAged
               " letters " LettersSent
               " escheated " ItemsEscheated
               " claims " ClaimsTraced.
           string "END. Aged " ItemsAged
               " dormant " ItemsDormant
               " letters " LettersSent
               " research " LettersToResearch
               " escheated " ItemsEscheated
               " total " EscheatTotal
               " states filed " StatesFiled
               " claims traced " ClaimsTraced into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * ROW 1 IS THE DEFAULT RULE - FROM THE ** ROW WHEN THE RULE FILE
      * HAS ONE, OTHERWISE THE BUILT-IN DEFAULTS ABOVE
       1000-LoadRules.
           move 1 to StateCount.
           move "**" to STT-State(1).
           move DefaultDormancyYears to STT-DormancyYears(1).
           move DefaultLeadDays to STT-LeadDays(1).
           move DefaultReportMonth to STT-ReportMonth(1).
           move DefaultReportDay to STT-ReportDay(1).

           open input EscheatRuleFile.
           read EscheatRuleFile
               at end set eof-rule to true
           end-read.
           perform until eof-rule
               if ESR-State = "**"
                   move 1 to StateSub
               else
                   if StateCount < 60
                       add 1 to StateCount
                   end-if
                   move StateCount to StateSub
               end-if
               move ESR-State to STT-State(StateSub)
               move ESR-DormancyYears to STT-DormancyYears(StateSub)
               move ESR-LeadDays to STT-LeadDays(StateSub)
               move ESR-ReportMonth to STT-ReportMonth(StateSub)
               move ESR-ReportDay to STT-ReportDay(StateSub)
               read EscheatRuleFile
                   at end set eof-rule to true
               end-read
           end-perform.
           close EscheatRuleFile.

           move 1 to StateSub.
           perform StateCount times
               perform 1700-SetCycle
               add 1 to StateSub
           end-perform.

       1100-LoadFilings.
           open input EscheatFilingFile.
           read EscheatFilingFile
               at end set eof-filing to true
           end-read.
           perform until eof-filing
               if FilingCount < 500
                   add 1 to FilingCount
                   move EFL-State to FIL-State(FilingCount)
                   move EFL-Year to FIL-Year(FilingCount)
                   move EFL-FiledDate to FIL-FiledDate(FilingCount)
                   move EFL-ItemCount to FIL-ItemCount(FilingCount)
                   move EFL-Total to FIL-Total(FilingCount)
               end-if
               read EscheatFilingFile
                   at end set eof-filing to true
               end-read
           end-perform.
           close EscheatFilingFile.

       1200-LoadItems.
           open input EscheatItemFile.
           read EscheatItemFile
               at end set eof-item to true
           end-read.
           perform until eof-item
               if ItemCount < 3000
                   add 1 to ItemCount
                   move ESI-Type to ITM-Type(ItemCount)
                   move ESI-CheckNo to ITM-CheckNo(ItemCount)
                   move ESI-Account to ITM-Account(ItemCount)
                   move ESI-Source to ITM-Source(ItemCount)
                   move ESI-BaseDate to ITM-BaseDate(ItemCount)
                   move ESI-Amount to ITM-Amount(ItemCount)
                   move ESI-Owner to ITM-Owner(ItemCount)
                   move ESI-State to ITM-State(ItemCount)
                   move ESI-Status to ITM-Status(ItemCount)
                   move ESI-Notice to ITM-Notice(ItemCount)
                   move ESI-LetterDate to ITM-LetterDate(ItemCount)
                   move ESI-ReportId to ITM-ReportId(ItemCount)
                   move ESI-EscheatDate to ITM-EscheatDate(ItemCount)
                   move ESI-ClaimDate to ITM-ClaimDate(ItemCount)
                   move ESI-ClaimRef to ITM-ClaimRef(ItemCount)
                   move "N" to ITM-SeenFlag(ItemCount)
               else
                   string "Escheat item table full at 3000 - "
                       ESI-Account " " ESI-CheckNo " dropped" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read EscheatItemFile
                   at end set eof-item to true
               end-read
           end-perform.
           close EscheatItemFile.

       1300-LoadEscrowChecks.
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
                   move CHK-PosPay to ECK-PosPay(EscrowCheckCount)
               end-if
               read CheckRegisterFile
                   at end set eof-check to true
               end-read
           end-perform.
           close CheckRegisterFile.

       1400-LoadRefundChecks.
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
                   move RCK-PosPay to RFK-PosPay(RefundCheckCount)
               end-if
               read RefundRegisterFile
                   at end set eof-refund to true
               end-read
           end-perform.
           close RefundRegisterFile.

       1500-LoadQueue.
           open input RefundDueFile.
           read RefundDueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               if QueueCount < 2000
                   add 1 to QueueCount
                   move RFD-Account to QUE-Account(QueueCount)
                   move RFD-Source to QUE-Source(QueueCount)
                   move RFD-Amount to QUE-Amount(QueueCount)
                   move RFD-AriseDate to QUE-AriseDate(QueueCount)
                   move "N" to QUE-Escheated(QueueCount)
               end-if
               read RefundDueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close RefundDueFile.

       1600-LoadChart.
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

      * THE CYCLE IS THIS YEAR'S REPORT DATE UNLESS THIS YEAR IS
      * ALREADY FILED, THEN NEXT YEAR'S
       1700-SetCycle.
           move CDT-Year to STT-ReportYear(StateSub).
           move "N" to FilingFoundFlag.
           move 1 to FilingSub.
           perform until FilingSub > FilingCount
               if FIL-State(FilingSub) = STT-State(StateSub)
                   and FIL-Year(FilingSub) = CDT-Year
                   set FilingFound to true
                   exit perform
               end-if
               add 1 to FilingSub
           end-perform.
           if FilingFound
               add 1 to STT-ReportYear(StateSub)
           end-if.

           move STT-ReportYear(StateSub) to DY-Year.
           move STT-ReportMonth(StateSub) to DY-Month.
           move STT-ReportDay(StateSub) to DY-Day.
           compute STT-ReportInt(StateSub) =
               function integer-of-date(DATE-YYYYMMDD-N).
           move spaces to STT-ReportDate(StateSub).
           string DY-Month "/" DY-Day "/" DY-Year
               into STT-ReportDate(StateSub).
           compute LetterStartInteger =
               STT-ReportInt(StateSub) - STT-LeadDays(StateSub).
           move zero to STT-ItemCount(StateSub).
           move zero to STT-Total(StateSub).

           evaluate true
               when TodayInteger >= STT-ReportInt(StateSub)
                   move "F" to STT-Phase(StateSub)
               when TodayInteger >= LetterStartInteger
                   move "L" to STT-Phase(StateSub)
               when other
                   move space to STT-Phase(StateSub)
           end-evaluate.

      * THE CLAIM IS MATCHED TO THE ESCHEATED ITEM (BY CHECK NUMBER,
      * OR TO THE ACCOUNT'S OLDEST UNCLAIMED CREDIT WHEN THE CLAIM
      * CARRIES NO CHECK NUMBER) AND TRACED BACK TO ITS REPORT
       2000-ApplyClaims.
           open input EscheatClaimFile.
           read EscheatClaimFile
               at end set eof-claim to true
           end-read.
           if eof-claim
               close EscheatClaimFile
               exit paragraph
           end-if.

           open output ClaimTraceFile.
           move spaces to ClaimTraceLine.
           string "ESCHEATED PROPERTY CLAIM TRACE     Run " TodayDate
               into ClaimTraceLine.
           write ClaimTraceLine.
           move spaces to ClaimTraceLine.
           string "Account    Check no  Claim ref            "
                  "Claimed     Report  Escheated        Amount"
                  into ClaimTraceLine.
           write ClaimTraceLine.

           perform until eof-claim
               perform 2100-TraceOneClaim
               read EscheatClaimFile
                   at end set eof-claim to true
               end-read
           end-perform.
           close EscheatClaimFile.
           close ClaimTraceFile.

           call "C$DELETE" using "Escheat\escheatclaims.txt", 0.

       2100-TraceOneClaim.
           move "N" to ItemFoundFlag.
           move 1 to ItemSub.
           perform until ItemSub > ItemCount
               if ITM-Escheated(ItemSub)
                   and ITM-Account(ItemSub) = CLM-Account
                   and ITM-CheckNo(ItemSub) = CLM-CheckNo
                   set ItemFound to true
                   exit perform
               end-if
               add 1 to ItemSub
           end-perform.

           move spaces to ClaimTraceLine.
           if not ItemFound
               string CLM-Account " " CLM-CheckNo "  " CLM-ClaimRef
                   " " CLM-ClaimDate "  NO ESCHEATED ITEM FOUND"
                   into ClaimTraceLine
               write ClaimTraceLine
               string "CLAIM " CLM-ClaimRef " account " CLM-Account
                   " check " CLM-CheckNo
                   " matches no escheated item" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move "C" to ITM-Status(ItemSub).
           move CLM-ClaimDate to ITM-ClaimDate(ItemSub).
           move CLM-ClaimRef to ITM-ClaimRef(ItemSub).
           add 1 to ClaimsTraced.

           move ITM-Amount(ItemSub) to Disp-Amount.
           string CLM-Account " " CLM-CheckNo "  " CLM-ClaimRef
               " " CLM-ClaimDate "  " ITM-ReportId(ItemSub)
               "  " ITM-EscheatDate(ItemSub) " " Disp-Amount
               into ClaimTraceLine.
           write ClaimTraceLine.

           string "CLAIMED " CLM-ClaimRef " account " CLM-Account
               " escheated on report " ITM-ReportId(ItemSub)
               " " ITM-EscheatDate(ItemSub) into msg.
           perform 8000-Logs.

       3000-AgeEscrowChecks.
           move 1 to EscrowCheckSub.
           perform EscrowCheckCount times
               if ECK-Status(EscrowCheckSub) = "I"
                   move "E" to CND-Type
                   move ECK-Number(EscrowCheckSub) to CND-CheckNo
                   move ECK-Account(EscrowCheckSub) to CND-Account
                   move space to CND-Source
                   move ECK-IssueDate(EscrowCheckSub) to CND-BaseDate
                   move ECK-Amount(EscrowCheckSub) to CND-Amount
                   perform 3100-AgeOneItem
               end-if
               add 1 to EscrowCheckSub
           end-perform.

       3010-AgeRefundChecks.
           move 1 to RefundCheckSub.
           perform RefundCheckCount times
               if RFK-Status(RefundCheckSub) = "I"
                   move "R" to CND-Type
                   move RFK-Number(RefundCheckSub) to CND-CheckNo
                   move RFK-Account(RefundCheckSub) to CND-Account
                   move space to CND-Source
                   move RFK-IssueDate(RefundCheckSub) to CND-BaseDate
                   move RFK-Amount(RefundCheckSub) to CND-Amount
                   perform 3100-AgeOneItem
               end-if
               add 1 to RefundCheckSub
           end-perform.

       3020-AgeQueuedCredits.
           move 1 to QueueSub.
           perform QueueCount times
               move "Q" to CND-Type
               move zero to CND-CheckNo
               move QUE-Account(QueueSub) to CND-Account
               move QUE-Source(QueueSub) to CND-Source
               move QUE-AriseDate(QueueSub) to CND-BaseDate
               move QUE-Amount(QueueSub) to CND-Amount
               perform 3100-AgeOneItem
               add 1 to QueueSub
           end-perform.

      * THE OWNER IS THE BORROWER ON THE ACCOUNT AND THE OWNER'S STATE
      * PICKS THE RULE. AN ITEM NOT DORMANT BY ITS STATE'S NEXT REPORT
      * DATE IS ONLY LISTED; A DORMANT ONE IS LETTERED IN THE LEAD
      * WINDOW AND ESCHEATED WHEN THE STATE FILES
       3100-AgeOneItem.
           add 1 to ItemsAged.
           evaluate CND-Type
               when "E"
                   move "ESC " to TypeText
               when "R"
                   move "RFD " to TypeText
               when other
                   move "CRD " to TypeText
           end-evaluate.
           move "N" to OwnerGoodFlag.
           move CND-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move spaces to BW-Name
                   move spaces to BW-State
                   move "B" to BW-AddressFlag
               not invalid key
                   if not BW-AddressBad
                       set OwnerGood to true
                   end-if
           end-read.
           if BW-State = spaces or not OwnerGood
               move "**" to SeekState
           else
               move BW-State to SeekState
           end-if.
           perform 3200-FindStateRow.

           move CND-BaseDate to WORK-DATE.
           perform 7000-DateToInteger.
           compute ItemAgeDays = TodayInteger - DateInteger.
           compute DY-Year = WORK-YEAR + STT-DormancyYears(StateSub).
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           if DY-Month = 2 and DY-Day = 29
               move 28 to DY-Day
           end-if.
           compute DormantInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           move spaces to DormantDate.
           string DY-Month "/" DY-Day "/" DY-Year into DormantDate.

           perform 3300-FindItem.
           move "not yet dormant" to ActionText.

           if DormantInteger <= STT-ReportInt(StateSub)
               add 1 to ItemsDormant
               evaluate true
                   when STT-FileNow(StateSub)
                       perform 3500-EscheatItem
                   when STT-Letters(StateSub)
                       if ItemFound and ITM-Lettered(ItemSub)
                           move "lettered - awaiting report"
                               to ActionText
                       else
                           perform 3400-SendLetter
                       end-if
                   when other
                       if ItemFound and ITM-Lettered(ItemSub)
                           move "lettered - awaiting report"
                               to ActionText
                       else
                           move "dormant by next report"
                               to ActionText
                       end-if
               end-evaluate
           end-if.

           move CND-Amount to Disp-Amount.
           move ItemAgeDays to Disp-Age.
           move spaces to DormancyReportLine.
           string TypeText " " CND-CheckNo "  " CND-Account " "
                  BW-Name " " SeekState " " Disp-Amount "  "
                  CND-BaseDate "  " Disp-Age "  " DormantDate
                  "  " ActionText
                  into DormancyReportLine.
           write DormancyReportLine.

       3200-FindStateRow.
           move 1 to StateSub.
           perform until StateSub > StateCount
               if STT-State(StateSub) = SeekState
                   exit paragraph
               end-if
               add 1 to StateSub
           end-perform.

           if StateCount >= 60
               move 1 to StateSub
               exit paragraph
           end-if.
           add 1 to StateCount.
           move StateCount to StateSub.
           move SeekState to STT-State(StateSub).
           move STT-DormancyYears(1) to STT-DormancyYears(StateSub).
           move STT-LeadDays(1) to STT-LeadDays(StateSub).
           move STT-ReportMonth(1) to STT-ReportMonth(StateSub).
           move STT-ReportDay(1) to STT-ReportDay(StateSub).
           perform 1700-SetCycle.

      * A CHECK IS KNOWN BY ITS NUMBER, A QUEUED CREDIT BY ACCOUNT,
      * SOURCE, DATE AND AMOUNT - THE REGISTER ROW FOLLOWS IT FROM
      * LETTER TO REPORT TO CLAIM
       3300-FindItem.
           move "N" to ItemFoundFlag.
           move 1 to ItemSub.
           perform until ItemSub > ItemCount
               if ITM-Type(ItemSub) = CND-Type
                   and ITM-CheckNo(ItemSub) = CND-CheckNo
                   and ITM-Account(ItemSub) = CND-Account
                   and ITM-Source(ItemSub) = CND-Source
                   and ITM-BaseDate(ItemSub) = CND-BaseDate
                   and ITM-Amount(ItemSub) = CND-Amount
                   and (ITM-Lettered(ItemSub)
                        or ITM-Resolved(ItemSub))
                   set ItemFound to true
                   set ITM-Seen(ItemSub) to true
                   if ITM-Resolved(ItemSub)
                       move "L" to ITM-Status(ItemSub)
                   end-if
                   exit perform
               end-if
               add 1 to ItemSub
           end-perform.

       3350-AddItem.
           if ItemFound
               exit paragraph
           end-if.
           if ItemCount >= 3000
               string "Escheat item table full at 3000 - "
                   CND-Account " " CND-CheckNo " not tracked" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               move zero to ItemSub
               exit paragraph
           end-if.
           add 1 to ItemCount.
           move ItemCount to ItemSub.
           move CND-Type to ITM-Type(ItemSub).
           move CND-CheckNo to ITM-CheckNo(ItemSub).
           move CND-Account to ITM-Account(ItemSub).
           move CND-Source to ITM-Source(ItemSub).
           move CND-BaseDate to ITM-BaseDate(ItemSub).
           move CND-Amount to ITM-Amount(ItemSub).
           move BW-Name to ITM-Owner(ItemSub).
           move SeekState to ITM-State(ItemSub).
           move "L" to ITM-Status(ItemSub).
           move space to ITM-Notice(ItemSub).
           move spaces to ITM-LetterDate(ItemSub).
           move spaces to ITM-ReportId(ItemSub).
           move spaces to ITM-EscheatDate(ItemSub).
           move spaces to ITM-ClaimDate(ItemSub).
           move spaces to ITM-ClaimRef(ItemSub).
           move "Y" to ITM-SeenFlag(ItemSub).
           set ItemFound to true.

      * THE DUE-DILIGENCE LETTER GOES TO THE OWNER AT THE BORROWER
      * MASTER ADDRESS; WITH NO GOOD ADDRESS THE ACCOUNT GOES TO
      * RESEARCH AND THE ITEM IS STILL MARKED SO IT IS NOT REPEATED
       3400-SendLetter.
           perform 3350-AddItem.
           if ItemSub = zero
               move "not tracked - table full" to ActionText
               exit paragraph
           end-if.
           move TodayDate to ITM-LetterDate(ItemSub).

           if not OwnerGood
               move "A" to ITM-Notice(ItemSub)
               add 1 to LettersToResearch
               move spaces to AddressResearchRecord
               move CND-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "UNCLAIMED PROPERTY - NO ADDR" to ARX-Reason
               write AddressResearchRecord
               move "no address - research" to ActionText
               exit paragraph
           end-if.

           move "M" to ITM-Notice(ItemSub).
           add 1 to LettersSent.
           move "due-diligence letter" to ActionText.

           move CND-Amount to Disp-Amount.
           move spaces to DueDiligenceLine.
           string "NOTICE OF UNCLAIMED PROPERTY          Date "
                  TodayDate into DueDiligenceLine.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           write DueDiligenceLine.
           move BW-Name to DueDiligenceLine.
           write DueDiligenceLine.
           move BW-Addr1 to DueDiligenceLine.
           write DueDiligenceLine.
           if BW-Addr2 not = spaces
               move BW-Addr2 to DueDiligenceLine
               write DueDiligenceLine
           end-if.
           move spaces to DueDiligenceLine.
           string BW-City delimited by "  "
                  ", " delimited by size
                  BW-State delimited by size
                  " " delimited by size
                  BW-Zip delimited by size
                  into DueDiligenceLine
           end-string.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           string "Our records show " Disp-Amount
                  " held for you on loan account " CND-Account
                  into DueDiligenceLine.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           evaluate CND-Type
               when "E"
                   string "as escrow check " CND-CheckNo
                          " issued " CND-BaseDate
                          " that has never been cashed."
                          into DueDiligenceLine
               when "R"
                   string "as refund check " CND-CheckNo
                          " issued " CND-BaseDate
                          " that has never been cashed."
                          into DueDiligenceLine
               when other
                   string "as a credit balance since " CND-BaseDate
                          "." into DueDiligenceLine
           end-evaluate.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           string "Unless you contact us before "
                  STT-ReportDate(StateSub)
                  " these funds will be reported and"
                  into DueDiligenceLine.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           string "delivered to the state as unclaimed property."
                  into DueDiligenceLine.
           write DueDiligenceLine.
           move spaces to DueDiligenceLine.
           string "- - - - - - - - - - - - - - - - - - - - - - - -"
                  " - - - - - - - - - -" into DueDiligenceLine.
           write DueDiligenceLine.

      * ESCHEATING VOIDS THE CHECK ON ITS OWN REGISTER (SO THE BANK
      * WILL NOT PAY IT) OR TAKES THE CREDIT OFF THE REFUND QUEUE, AND
      * MOVES THE LIABILITY TO UNCLAIMED PROPERTY PAYABLE - CASH COMES
      * BACK FOR A VOIDED CHECK, REFUNDS PAYABLE OR SUSPENSE IS
      * RELIEVED FOR A QUEUED CREDIT
       3500-EscheatItem.
           perform 3350-AddItem.
           if ItemSub = zero
               move "not tracked - table full" to ActionText
               exit paragraph
           end-if.

           evaluate CND-Type
               when "E"
                   move "V" to ECK-Status(EscrowCheckSub)
                   add 1 to EscrowChecksVoided
                   move "CASH" to GLPostType
               when "R"
                   move "V" to RFK-Status(RefundCheckSub)
                   add 1 to RefundChecksVoided
                   move "CASH" to GLPostType
               when other
                   move "Y" to QUE-Escheated(QueueSub)
                   add 1 to CreditsEscheated
                   if CND-Source = "E" or CND-Source = "V"
                       move "RFDP" to GLPostType
                   else
                       move "SUSP" to GLPostType
                   end-if
           end-evaluate.

           move "E" to ITM-Status(ItemSub).
           move BW-Name to ITM-Owner(ItemSub).
           move SeekState to ITM-State(ItemSub).
           move spaces to ITM-ReportId(ItemSub).
           string SeekState STT-ReportYear(StateSub)
               into ITM-ReportId(ItemSub).
           move TodayDate to ITM-EscheatDate(ItemSub).

           add 1 to STT-ItemCount(StateSub).
           add CND-Amount to STT-Total(StateSub).
           add 1 to ItemsEscheated.
           add CND-Amount to EscheatTotal.
           move "ESCHEATED" to ActionText.

           move CND-Account to LM-LoanAccount.
           move spaces to AccountCompany.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   move LM-CompanyCode to AccountCompany
           end-read.
           move "DR" to GLW-DRCR.
           perform 3600-WriteGLLine.
           move "ESCH" to GLPostType.
           move "CR" to GLW-DRCR.
           perform 3600-WriteGLLine.

           string "ESCHEATED " TypeText CND-CheckNo
               " account " CND-Account
               " amount " CND-Amount
               " report " ITM-ReportId(ItemSub) into msg.
           perform 8000-Logs.

       3600-WriteGLLine.
           move spaces to GLW-AcctNo.
           move spaces to GLW-AcctName.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to GLW-AcctNo
                   move COA-AcctName(ChartSub) to GLW-AcctName
                   exit perform
               end-if
               add 1 to ChartSub
           end-perform.
           if GLW-AcctName = spaces
               evaluate GLPostType
                   when "CASH"
                       move "Cash" to GLW-AcctName
                   when "RFDP"
                       move "Refunds Payable" to GLW-AcctName
                   when "SUSP"
                       move "Suspense - Unapplied Funds"
                           to GLW-AcctName
                   when "ESCH"
                       move "Unclaimed Property Payable"
                           to GLW-AcctName
               end-evaluate
           end-if.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move CND-Account to GLW-Account.
           move CND-Amount to GLW-Amount.
           move AccountCompany to GLW-Company.
           write GLWorkRecord.

      * ONE H/D.../T SECTION PER STATE FILED THIS RUN, AND THE FILING
      * IS RECORDED SO THE STATE DOES NOT FILE AGAIN THIS YEAR
       4000-WriteUnclaimedReport.
           move 1 to StateSub.
           perform StateCount times
               if STT-FileNow(StateSub)
                   perform 4100-RecordFiling
               end-if
               add 1 to StateSub
           end-perform.
           if StatesFiled = zero
               exit paragraph
           end-if.

           open output UnclaimedReportFile.
           move 1 to StateSub.
           perform StateCount times
               if STT-FileNow(StateSub)
                   and STT-ItemCount(StateSub) > zero
                   perform 4200-StateSection
               end-if
               add 1 to StateSub
           end-perform.
           close UnclaimedReportFile.

       4100-RecordFiling.
           if FilingCount >= 500
               string "Escheat filing table full at 500 - "
                   STT-State(StateSub) " " STT-ReportYear(StateSub)
                   " not recorded" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to FilingCount.
           move STT-State(StateSub) to FIL-State(FilingCount).
           move STT-ReportYear(StateSub) to FIL-Year(FilingCount).
           move TodayDate to FIL-FiledDate(FilingCount).
           move STT-ItemCount(StateSub) to FIL-ItemCount(FilingCount).
           move STT-Total(StateSub) to FIL-Total(FilingCount).
           add 1 to StatesFiled.
           string "FILED unclaimed property report "
               STT-State(StateSub) STT-ReportYear(StateSub)
               " items " STT-ItemCount(StateSub)
               " total " STT-Total(StateSub) into msg.
           perform 8000-Logs.

       4200-StateSection.
           move spaces to UnclaimedHeader.
           move "H" to UPH-RecType.
           move STT-State(StateSub) to UPH-State.
           move STT-ReportYear(StateSub) to UPH-Year.
           move TodayDate to UPH-RunDate.
           move HolderName to UPH-Holder.
           write UnclaimedHeader.

           move 1 to ItemSub.
           perform ItemCount times
               if ITM-Escheated(ItemSub)
                   and ITM-EscheatDate(ItemSub) = TodayDate
                   and ITM-State(ItemSub) = STT-State(StateSub)
                   perform 4300-DetailRecord
               end-if
               add 1 to ItemSub
           end-perform.

           move spaces to UnclaimedTrailer.
           move "T" to UPT-RecType.
           move STT-State(StateSub) to UPT-State.
           move STT-ItemCount(StateSub) to UPT-ItemCount.
           move STT-Total(StateSub) to UPT-Total.
           write UnclaimedTrailer.

       4300-DetailRecord.
           move spaces to UnclaimedDetail.
           move "D" to UPD-RecType.
           move ITM-ReportId(ItemSub) to UPD-ReportId.
      * MS04 UNCASHED CHECK, MS08 CREDIT BALANCE OWED A CUSTOMER
           if ITM-Type(ItemSub) = "Q"
               move "MS08" to UPD-PropertyType
           else
               move "MS04" to UPD-PropertyType
           end-if.
           move ITM-CheckNo(ItemSub) to UPD-CheckNo.
           move ITM-Account(ItemSub) to UPD-Account.
           move ITM-Owner(ItemSub) to UPD-Owner.
           move ITM-Amount(ItemSub) to UPD-Amount.
           move ITM-BaseDate(ItemSub) to UPD-LastActivity.
           write UnclaimedDetail.

      * A LETTERED ITEM THAT DID NOT TURN UP IN ANY SOURCE THIS RUN WAS
      * CASHED, REFUNDED OR OTHERWISE SETTLED BEFORE ITS REPORT
       5000-RewriteItems.
           open output EscheatItemFile.
           move 1 to ItemSub.
           perform ItemCount times
               if ITM-Lettered(ItemSub) and not ITM-Seen(ItemSub)
                   move "R" to ITM-Status(ItemSub)
               end-if
               move ITM-Type(ItemSub) to ESI-Type
               move ITM-CheckNo(ItemSub) to ESI-CheckNo
               move ITM-Account(ItemSub) to ESI-Account
               move ITM-Source(ItemSub) to ESI-Source
               move ITM-BaseDate(ItemSub) to ESI-BaseDate
               move ITM-Amount(ItemSub) to ESI-Amount
               move ITM-Owner(ItemSub) to ESI-Owner
               move ITM-State(ItemSub) to ESI-State
               move ITM-Status(ItemSub) to ESI-Status
               move ITM-Notice(ItemSub) to ESI-Notice
               move ITM-LetterDate(ItemSub) to ESI-LetterDate
               move ITM-ReportId(ItemSub) to ESI-ReportId
               move ITM-EscheatDate(ItemSub) to ESI-EscheatDate
               move ITM-ClaimDate(ItemSub) to ESI-ClaimDate
               move ITM-ClaimRef(ItemSub) to ESI-ClaimRef
               write EscheatItemRecord
               add 1 to ItemSub
           end-perform.
           close EscheatItemFile.

       5100-RewriteFilings.
           if StatesFiled = zero
               exit paragraph
           end-if.
           open output EscheatFilingFile.
           move 1 to FilingSub.
           perform FilingCount times
               move FIL-State(FilingSub) to EFL-State
               move FIL-Year(FilingSub) to EFL-Year
               move FIL-FiledDate(FilingSub) to EFL-FiledDate
               move FIL-ItemCount(FilingSub) to EFL-ItemCount
               move FIL-Total(FilingSub) to EFL-Total
               write EscheatFilingRecord
               add 1 to FilingSub
           end-perform.
           close EscheatFilingFile.

       5200-RewriteEscrowChecks.
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
               move ECK-PosPay(EscrowCheckSub) to CHK-PosPay
               write CheckRegisterRecord
               add 1 to EscrowCheckSub
           end-perform.
           close CheckRegisterFile.

       5300-RewriteRefundChecks.
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
               move RFK-PosPay(RefundCheckSub) to RCK-PosPay
               write RefundRegisterRecord
               add 1 to RefundCheckSub
           end-perform.
           close RefundRegisterFile.

       5400-RewriteQueue.
           open output RefundDueFile.
           move 1 to QueueSub.
           perform QueueCount times
               if QUE-Escheated(QueueSub) not = "Y"
                   move spaces to RefundDueRecord
                   move QUE-Account(QueueSub) to RFD-Account
                   move QUE-Source(QueueSub) to RFD-Source
                   move QUE-Amount(QueueSub) to RFD-Amount
                   move QUE-AriseDate(QueueSub) to RFD-AriseDate
                   write RefundDueRecord
               end-if
               add 1 to QueueSub
           end-perform.
           close RefundDueFile.

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

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program ESCHEAT.
