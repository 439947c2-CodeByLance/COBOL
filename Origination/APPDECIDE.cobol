      ******************************************************************
      * Daily credit decision run - takes every pending application on *
      * shared\data\applications.dat (copybooks/application.cpy) and   *
      * decides it against its company's credit policy limits on       *
      * shared\data\creditpolicy.txt (copybooks/creditpol.cpy, a       *
      * DEFAULT row for any company without its own):                  *
      *   - the monthly payment on the amount, rate and term applied   *
      *     for (level principal and interest)                         *
      *   - debt-to-income: existing monthly debt plus that payment    *
      *     over gross monthly income                                  *
      *   - loan-to-value: the amount over the property value          *
      * An application inside every limit is approved. One that fails  *
      * only the debt-to-income, loan-to-value or maximum amount limit *
      * is countered at the largest amount that fits all three, when   *
      * that is still at least the policy minimum. Anything else - no  *
      * policy, income or amount under the minimum, term over the      *
      * maximum, no property value when the policy sets a loan-to-     *
      * value limit - is declined. Up to three reason codes are kept   *
      * on the application with the figures, and every decision is     *
      * printed on Origination\decisionregister.txt.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. APPDECIDE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select ApplicationFile ASSIGN TO
                   "shared\data\applications.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is APP-Number
                   file status is ApplicationStatus.

               select optional CreditPolicyFile ASSIGN TO
                   "shared\data\creditpolicy.txt"
                   organization is line sequential.

               select RegisterFile ASSIGN TO
                   "Origination\decisionregister.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicationFile.
           copy "../shared/copybooks/application.cpy".

       FD  CreditPolicyFile.
           copy "../shared/copybooks/creditpol.cpy".

       FD  RegisterFile.
           01 RegisterLine          PIC X(132).

       working-storage section.
       01  POLICY-TABLE.
           05  PolicyEntry occurs 50 times.
               10  PLT-Company      PIC X(7).
               10  PLT-MaxDTI       PIC 999V99.
               10  PLT-MaxLTV       PIC 999V99.
               10  PLT-MinAmount    PIC 9(6)V99.
               10  PLT-MaxAmount    PIC 9(6)V99.
               10  PLT-MaxTerm      PIC 999.
               10  PLT-MinIncome    PIC 9(6)V99.
       01  PolicyCount              PIC 99 value zero.
       01  PolicySub                PIC 99 value zero.
       01  DefaultPolicySub         PIC 99 value zero.
       01  PolicyFoundFlag          PIC X value "N".
           88  PolicyFound          value "Y".
       01  eof-policy-file          PIC X value "N".
           88  eof-policy           value "Y".

       01  ApplicationStatus        PIC XX value spaces.
       01  eof-application-file     PIC X value "N".
           88  eof-application      value "Y".

       01  ReasonCount              PIC 9 value zero.
       01  NewReason                PIC XX value spaces.
       01  HardDeclineFlag          PIC X value "N".
           88  HardDecline          value "Y".
       01  CounterableFlag          PIC X value "N".
           88  Counterable          value "Y".

       01  MonthlyRate              PIC 9V9(8) value zero.
       01  WorkPayment              PIC 9(7)V99 value zero.
       01  WorkDTI                  PIC 9(7)V99 value zero.
       01  WorkLTV                  PIC 9(7)V99 value zero.
       01  CounterWork              PIC 9(8)V99 value zero.
       01  CapacityAmount           PIC 9(8)V99 value zero.
       01  CapacityPayment          PIC S9(7)V99 value zero.

       01  PendingCount             PIC 9(5) value zero.
       01  ApprovedCount            PIC 9(5) value zero.
       01  CounteredCount           PIC 9(5) value zero.
       01  DeclinedCount            PIC 9(5) value zero.
       01  ApprovedAmount           PIC 9(9)V99 value zero.
       01  CounteredAmount          PIC 9(9)V99 value zero.

       01  Disp-Number              PIC Z(7)9.
       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Payment             PIC $$$,$$9.99.
       01  Disp-Counter             PIC $$$,$$$,$$9.99.
       01  Disp-Total               PIC $$$$,$$$,$$9.99.
       01  Disp-DTI                 PIC ZZ9.99.
       01  Disp-LTV                 PIC ZZ9.99.
       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Decision            PIC X(9) value spaces.

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
       01  LogProgramName           PIC X(14) value "APPDECIDE".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 1000-LoadPolicy.

           open i-o ApplicationFile.
           if ApplicationStatus = "35"
               display "APPDECIDE - no application file, nothing"
                   " to decide"
               move "No application file - nothing to decide"
                   to msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           open output RegisterFile.
           perform 2000-RegisterHeading.

           read ApplicationFile next record
               at end set eof-application to true
           end-read.
           perform until eof-application
               if APP-Pending
                   perform 3000-DecideApplication
               end-if
               read ApplicationFile next record
                   at end set eof-application to true
               end-read
           end-perform.

           perform 6000-RegisterTotals.
           close ApplicationFile.
           close RegisterFile.

           display "APPDECIDE - " PendingCount " decided: "
               ApprovedCount " approved, " CounteredCount
               " countered, " DeclinedCount " declined".
           string "END. Decided " PendingCount
               " approved " ApprovedCount
               " countered " CounteredCount
               " declined " DeclinedCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

      * A COMPANY'S OWN ROW WINS; OTHERWISE THE DEFAULT ROW APPLIES;
      * NO ROW AT ALL DECLINES THE APPLICATION NP
       1000-LoadPolicy.
           open input CreditPolicyFile.
           read CreditPolicyFile
               at end set eof-policy to true
           end-read.
           perform until eof-policy
               if PolicyCount < 50
                   add 1 to PolicyCount
                   move CPL-Company to PLT-Company(PolicyCount)
                   move CPL-MaxDTI to PLT-MaxDTI(PolicyCount)
                   move CPL-MaxLTV to PLT-MaxLTV(PolicyCount)
                   move CPL-MinAmount to PLT-MinAmount(PolicyCount)
                   move CPL-MaxAmount to PLT-MaxAmount(PolicyCount)
                   move CPL-MaxTerm to PLT-MaxTerm(PolicyCount)
                   move CPL-MinIncome to PLT-MinIncome(PolicyCount)
                   if CPL-Company = "DEFAULT"
                       move PolicyCount to DefaultPolicySub
                   end-if
               end-if
               read CreditPolicyFile
                   at end set eof-policy to true
               end-read
           end-perform.
           close CreditPolicyFile.

       2000-RegisterHeading.
           move spaces to RegisterLine.
           string "CREDIT DECISION REGISTER - " TodayDate
               delimited by size into RegisterLine.
           write RegisterLine.
           move spaces to RegisterLine.
           write RegisterLine.
           move spaces to RegisterLine.
           string "APPLICATION APPLICANT                      CO  "
               "        AMOUNT    PAYMENT    DTI    LTV DECISION  "
               "       COUNTER REASONS"
               delimited by size into RegisterLine.
           write RegisterLine.

       3000-DecideApplication.
           add 1 to PendingCount.
           move zero to ReasonCount.
           move spaces to APP-Reason(1) APP-Reason(2) APP-Reason(3).
           move "N" to HardDeclineFlag.
           move "N" to CounterableFlag.
           move zero to APP-CounterAmount.

           perform 3100-FindPolicy.
           perform 3200-FigureRatios.

           if not PolicyFound
               move "NP" to NewReason
               perform 3900-AddReason
               set HardDecline to true
           else
               perform 3300-ApplyPolicy
           end-if.

           evaluate true
               when ReasonCount = zero
                   set APP-Approved to true
                   add 1 to ApprovedCount
                   add APP-Amount to ApprovedAmount
               when HardDecline
                   set APP-Declined to true
                   add 1 to DeclinedCount
               when other
                   perform 3500-FigureCounter
                   if APP-CounterAmount > zero
                       and APP-CounterAmount
                           not < PLT-MinAmount(PolicySub)
                       set APP-Countered to true
                       add 1 to CounteredCount
                       add APP-CounterAmount to CounteredAmount
                   else
                       move zero to APP-CounterAmount
                       set APP-Declined to true
                       add 1 to DeclinedCount
                   end-if
           end-evaluate.

           move TodayDate to APP-DecisionDate.
           rewrite ApplicationRecord.

           perform 5000-RegisterLine.
           string "DECIDED application " APP-Number
               " status " APP-Status
               " reasons " APP-Reason(1) " " APP-Reason(2) " "
               APP-Reason(3)
               " counter " APP-CounterAmount into msg.
           perform 8000-Logs.

       3100-FindPolicy.
           move "N" to PolicyFoundFlag.
           move 1 to PolicySub.
           perform until PolicySub > PolicyCount
               if APP-Company not = spaces
                   and PLT-Company(PolicySub) = APP-Company
                   set PolicyFound to true
                   exit perform
               end-if
               add 1 to PolicySub
           end-perform.

           if not PolicyFound and DefaultPolicySub > zero
               move DefaultPolicySub to PolicySub
               set PolicyFound to true
           end-if.

      * LEVEL PRINCIPAL AND INTEREST ON WHAT WAS APPLIED FOR; THE
      * RATIOS STOP AT 999.99 PERCENT
       3200-FigureRatios.
           compute MonthlyRate = APP-Rate / 1200.
           if MonthlyRate = zero
               compute WorkPayment rounded =
                   APP-Amount / APP-TermMonths
           else
               compute WorkPayment rounded =
                   APP-Amount * MonthlyRate /
                   (1 - (1 + MonthlyRate) ** - APP-TermMonths)
           end-if.
           if WorkPayment > 999999.99
               move 999999.99 to WorkPayment
           end-if.
           move WorkPayment to APP-Payment.

           if APP-MonthlyIncome = zero
               move 999.99 to WorkDTI
           else
               compute WorkDTI rounded =
                   (APP-MonthlyDebt + APP-Payment) * 100
                   / APP-MonthlyIncome
           end-if.
           if WorkDTI > 999.99
               move 999.99 to WorkDTI
           end-if.
           move WorkDTI to APP-DTI.

           if APP-PropertyValue = zero
               move zero to WorkLTV
           else
               compute WorkLTV rounded =
                   APP-Amount * 100 / APP-PropertyValue
           end-if.
           if WorkLTV > 999.99
               move 999.99 to WorkLTV
           end-if.
           move WorkLTV to APP-LTV.

      * A ZERO LIMIT IS NOT APPLIED
       3300-ApplyPolicy.
           if PLT-MinIncome(PolicySub) > zero
               and APP-MonthlyIncome < PLT-MinIncome(PolicySub)
               move "IN" to NewReason
               perform 3900-AddReason
               set HardDecline to true
           end-if.
           if PLT-MinAmount(PolicySub) > zero
               and APP-Amount < PLT-MinAmount(PolicySub)
               move "MN" to NewReason
               perform 3900-AddReason
               set HardDecline to true
           end-if.
           if PLT-MaxTerm(PolicySub) > zero
               and APP-TermMonths > PLT-MaxTerm(PolicySub)
               move "TM" to NewReason
               perform 3900-AddReason
               set HardDecline to true
           end-if.
           if PLT-MaxLTV(PolicySub) > zero
               and APP-PropertyValue = zero
               move "NV" to NewReason
               perform 3900-AddReason
               set HardDecline to true
           end-if.

           if PLT-MaxDTI(PolicySub) > zero
               and APP-DTI > PLT-MaxDTI(PolicySub)
               move "DT" to NewReason
               perform 3900-AddReason
               set Counterable to true
           end-if.
           if PLT-MaxLTV(PolicySub) > zero
               and APP-PropertyValue > zero
               and APP-LTV > PLT-MaxLTV(PolicySub)
               move "LT" to NewReason
               perform 3900-AddReason
               set Counterable to true
           end-if.
           if PLT-MaxAmount(PolicySub) > zero
               and APP-Amount > PLT-MaxAmount(PolicySub)
               move "MX" to NewReason
               perform 3900-AddReason
               set Counterable to true
           end-if.

      * THE LARGEST AMOUNT INSIDE THE MAXIMUM AMOUNT, THE LOAN-TO-VALUE
      * LIMIT AND THE PAYMENT THE DEBT-TO-INCOME LIMIT LEAVES ROOM FOR,
      * ON THE SAME RATE AND TERM - ALWAYS LESS THAN WAS APPLIED FOR
       3500-FigureCounter.
           move APP-Amount to CounterWork.

           if PLT-MaxAmount(PolicySub) > zero
               and PLT-MaxAmount(PolicySub) < CounterWork
               move PLT-MaxAmount(PolicySub) to CounterWork
           end-if.

           if PLT-MaxLTV(PolicySub) > zero
               compute CapacityAmount =
                   APP-PropertyValue * PLT-MaxLTV(PolicySub) / 100
               if CapacityAmount < CounterWork
                   move CapacityAmount to CounterWork
               end-if
           end-if.

           if PLT-MaxDTI(PolicySub) > zero
               compute CapacityPayment =
                   APP-MonthlyIncome * PLT-MaxDTI(PolicySub) / 100
                   - APP-MonthlyDebt
               if CapacityPayment not > zero
                   move zero to CounterWork
               else
                   if MonthlyRate = zero
                       compute CapacityAmount =
                           CapacityPayment * APP-TermMonths
                   else
                       compute CapacityAmount =
                           CapacityPayment *
                           (1 - (1 + MonthlyRate) ** - APP-TermMonths)
                           / MonthlyRate
                   end-if
                   if CapacityAmount < CounterWork
                       move CapacityAmount to CounterWork
                   end-if
               end-if
           end-if.

           if CounterWork not < APP-Amount
               move zero to CounterWork
           end-if.
           move CounterWork to APP-CounterAmount.

       3900-AddReason.
           if ReasonCount < 3
               add 1 to ReasonCount
               move NewReason to APP-Reason(ReasonCount)
           end-if.

       5000-RegisterLine.
           move APP-Number to Disp-Number.
           move APP-Amount to Disp-Amount.
           move APP-Payment to Disp-Payment.
           move APP-DTI to Disp-DTI.
           move APP-LTV to Disp-LTV.
           move APP-CounterAmount to Disp-Counter.
           evaluate true
               when APP-Approved
                   move "APPROVED" to Disp-Decision
               when APP-Countered
                   move "COUNTERED" to Disp-Decision
               when other
                   move "DECLINED" to Disp-Decision
           end-evaluate.

           move spaces to RegisterLine.
           string "   " Disp-Number " " APP-Name " " APP-Company " "
               Disp-Amount " " Disp-Payment " " Disp-DTI " "
               Disp-LTV " " Disp-Decision " " Disp-Counter " "
               APP-Reason(1) " " APP-Reason(2) " " APP-Reason(3)
               delimited by size into RegisterLine.
           write RegisterLine.

       6000-RegisterTotals.
           move spaces to RegisterLine.
           write RegisterLine.
           move PendingCount to Disp-Count.
           move spaces to RegisterLine.
           string "APPLICATIONS DECIDED " Disp-Count
               delimited by size into RegisterLine.
           write RegisterLine.
           move ApprovedCount to Disp-Count.
           move ApprovedAmount to Disp-Total.
           move spaces to RegisterLine.
           string "  APPROVED           " Disp-Count " " Disp-Total
               delimited by size into RegisterLine.
           write RegisterLine.
           move CounteredCount to Disp-Count.
           move CounteredAmount to Disp-Total.
           move spaces to RegisterLine.
           string "  COUNTERED          " Disp-Count " " Disp-Total
               delimited by size into RegisterLine.
           write RegisterLine.
           move DeclinedCount to Disp-Count.
           move spaces to RegisterLine.
           string "  DECLINED           " Disp-Count
               delimited by size into RegisterLine.
           write RegisterLine.

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

       end program APPDECIDE.
