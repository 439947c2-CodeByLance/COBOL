      * CreditBureau\exclusions.txt (account, reason) are withheld     *
      * and listed. The control report shows exactly what was          *
      * furnished, status by status.                                   *
      * Periods excused by a forbearance plan never reach AGING's      *
      * buckets, so they cannot drive the status code; an account      *
      * whose plan on shared\data\forbearance.txt is active carries    *
      * special comment CP and the plan's reduced payment as its       *
      * scheduled payment, and one keeping its repayment plan carries  *
      * special comment AC.                                            *
      * Every liable party is furnished. The detail record carries the *
      * primary borrower's association code and taxpayer ID (role      *
      * sequence 00 on shared\data\borrroles.dat): 1 individual, 2     *
      * joint when a co-borrower shares the note, 7 maker when only a  *
      * guarantor stands behind it. Each co-borrower (code 2) and      *
      * guarantor (code 5) follows its detail record on a J associated *
      * party record with its own name and taxpayer ID.                *
      * Each detail record ends with the 24-month payment history      *
      * pattern off the month-end delinquency history SNAPSHOT keeps   *
      * on shared\data\delqhistory.txt, most recent month first        *
      * starting with the month before the run: 0 current, 1-4 for     *
      * 30/60/90/120+ days past due, L charged off, B where there is   *
      * no history for the month.                                      *
      * Borrower disputes come off the case file DISPMAINT keeps at    *
      * shared\data\disputes.txt. While a credit reporting, payment    *
      * or notice of error case is open the detail record carries      *
      * compliance condition code XB (disputed); for 31 days after a   *
      * credit reporting case closes it carries XH (dispute resolved). *
      * For the first 60 days after a payment dispute or notice of     *
      * error is received no delinquency is furnished on the account - *
      * the status goes out 11 and the control report says so.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BUREAU.
                   "CreditBureau\exclusions.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select optional DelqHistoryFile ASSIGN TO
                   "shared\data\delqhistory.txt"
                   organization is line sequential.

               select optional DisputeFile ASSIGN TO
                   "shared\data\disputes.txt"
                   organization is line sequential.

               select BureauFile ASSIGN TO
                   "CreditBureau\bureaufile.txt"
                   organization is line sequential.
               05  EXC-Account      PIC X(10).
               05  EXC-Reason       PIC X(30).

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  DelqHistoryFile.
           copy "../shared/copybooks/delqhist.cpy".

       FD  DisputeFile.
           copy "../shared/copybooks/dispute.cpy".

       FD  BureauFile.
           01 BureauLine            PIC X(90).

       FD  ControlReportFile.
           01 ControlLine           PIC X(110).
           05  BUR-ActualPayment    PIC 9(6)V99.
           05  BUR-LastPaidDate     PIC X(10).
           05  BUR-StatusCode       PIC X(2).
           05  BUR-SpecialComment   PIC X(2).
           05  BUR-Association      PIC X.
           05  BUR-TaxId            PIC X(9).
           05  BUR-PaymentPattern   PIC X(24).
           05  BUR-ComplianceCode   PIC X(2).

      * ASSOCIATED PARTY - ONE PER CO-BORROWER OR GUARANTOR, RIGHT
      * BEHIND ITS ACCOUNT'S DETAIL RECORD
       01  AssociatedDetail.
           05  ASD-Tag              PIC X.
           05  ASD-Account          PIC X(10).
           05  ASD-Seq              PIC 99.
           05  ASD-Association      PIC X.
           05  ASD-TaxId            PIC X(9).
           05  ASD-Name             PIC X(30).

       01  PARTY-TABLE.
           05  PartyEntry occurs 20 times.
               10  PTY-Seq          PIC 99.
               10  PTY-Role         PIC X.
               10  PTY-TaxId        PIC X(9).
               10  PTY-Name         PIC X(30).
       01  PartyCount               PIC 99 value zero.
       01  PartySub                 PIC 99 value zero.
       01  PrimaryTaxId             PIC X(9) value spaces.
       01  CoBorrowerFlag           PIC X value "N".
           88  HasCoBorrower        value "Y".
       01  GuarantorFlag            PIC X value "N".
           88  HasGuarantor         value "Y".
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  AssociatedFurnished      PIC 9(5) value zero.

       01  AGING-TABLE.
           05  AgingEntry occurs 2000 times.
       01  AgingCount               PIC 9(4) value zero.
       01  AgingSub                 PIC 9(4) value zero.

      * PLANS STILL PROTECTING THE ACCOUNT - ACTIVE OR IN REPAYMENT
      * 24-MONTH PAYMENT PATTERN PER ACCOUNT - POSITION 1 IS THE MONTH
      * BEFORE THE RUN MONTH
       01  PATTERN-TABLE.
           05  PatternEntry occurs 3000 times.
               10  PTT-Account      PIC X(10).
               10  PTT-Pattern      PIC X(24).
       01  PatternCount             PIC 9(4) value zero.
       01  PatternSub               PIC 9(4) value zero.
       01  PatternPos               PIC S9(6) value zero.
       01  RunMonthNumber           PIC 9(6) value zero.
       01  RowMonthNumber           PIC 9(6) value zero.
       01  PatternCode              PIC X value space.
       01  eof-delq-file            PIC X value "N".
           88  eof-delq             value "Y".

       01  FORB-TABLE.
           05  ForbEntry occurs 500 times.
               10  FBT-Account      PIC X(10).
               10  FBT-Status       PIC X.
               10  FBT-ReducedPmt   PIC 9(6)V99.
       01  ForbCount                PIC 999 value zero.
       01  ForbSub                  PIC 999 value zero.
       01  ForbPlanFlag             PIC X value "N".
           88  AccountInForbearance value "Y".
       01  eof-forb-file            PIC X value "N".
           88  eof-forb             value "Y".
       01  RecordsInForbearance     PIC 9(4) value zero.
       01  RecordsInRepayment       PIC 9(4) value zero.

      * ACCOUNTS UNDER DISPUTE - THE COMPLIANCE CODE TO FURNISH AND
      * WHETHER THE DELINQUENCY STATUS IS HELD BACK
       01  DISPUTE-TABLE.
           05  DisputeEntry occurs 1000 times.
               10  DST-Account      PIC X(10).
               10  DST-CaseId       PIC 9(7).
               10  DST-Code         PIC X(2).
               10  DST-HoldFlag     PIC X.
                   88  DST-HoldStatus value "Y".
       01  DisputeCount             PIC 9(4) value zero.
       01  DisputeSub               PIC 9(4) value zero.
       01  DisputeFoundFlag         PIC X value "N".
           88  AccountDisputed      value "Y".
       01  eof-dispute-file         PIC X value "N".
           88  eof-dispute          value "Y".
       01  DisputeCode              PIC X(2) value spaces.
       01  DisputeHoldFlag          PIC X value "N".
           88  DisputeHold          value "Y".
       01  RecordsDisputed          PIC 9(4) value zero.
       01  RecordsDisputeResolved   PIC 9(4) value zero.
       01  StatusHeldForDispute     PIC 9(4) value zero.
      * CALENDAR DAYS A PAYMENT DISPUTE HOLDS THE STATUS, AND A CLOSED
      * CREDIT REPORTING DISPUTE KEEPS ITS XH
       01  DisputeHoldDays          PIC 999 value 60.
       01  DisputeResolvedDays      PIC 999 value 31.
       01  CaseAgeDays              PIC S9(7) value zero.

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
       01  TodayInteger             PIC 9(7) value zero.

       01  EXCLUSION-TABLE.
           05  ExclusionEntry occurs 200 times.
               10  EXT-Account      PIC X(10).
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move spaces to RunStamp.
           string CDT-Year CDT-Month CDT-Day into RunStamp.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInteger.

           move "11" to SCN-Code(1).
           move "71" to SCN-Code(2).
           perform 1000-LoadAging.
           perform 1100-LoadExclusions.
           perform 1200-LoadPayFacts.
           perform 1300-LoadForbearance.
           perform 1400-LoadPatterns.
           perform 1500-LoadDisputes.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               stop run
           end-if.

      * NO ROLE FILE YET MEANS EVERY LOAN HAS ONE BORROWER
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.

           open output BureauFile.
           open output ControlReportFile.

               end-read
           end-perform.
           close LoanMasterFile.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.

           move spaces to BureauLine.
           string "T" RecordsFurnished " " BalanceTotal
               " " AssociatedFurnished
               into BureauLine.
           write BureauLine.
           close BureauFile.

           string "END. Furnished " RecordsFurnished
               " excluded " RecordsExcluded
               " disputed " RecordsDisputed
               " status held " StatusHeldForDispute
               " associated " AssociatedFurnished
               " balance total " BalanceTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
               end-if
           end-if.

       1300-LoadForbearance.
           open input ForbearanceFile.
           read ForbearanceFile
               at end set eof-forb to true
           end-read.
           perform until eof-forb
               if FBP-Protecting and ForbCount < 500
                   add 1 to ForbCount
                   move FBP-Account to FBT-Account(ForbCount)
                   move FBP-Status to FBT-Status(ForbCount)
                   move FBP-ReducedPmt to FBT-ReducedPmt(ForbCount)
               end-if
               read ForbearanceFile
                   at end set eof-forb to true
               end-read
           end-perform.
           close ForbearanceFile.

      * ONLY THE 24 MONTHS BEFORE THE RUN MONTH COUNT. PAID-OFF AND
      * TRANSFERRED ROWS LEAVE THE MONTH AT B
       1400-LoadPatterns.
           compute RunMonthNumber = CDT-Year * 12 + CDT-Month.
           open input DelqHistoryFile.
           read DelqHistoryFile
               at end set eof-delq to true
           end-read.
           perform until eof-delq
               compute RowMonthNumber = DQH-Year * 12 + DQH-Month
               compute PatternPos = RunMonthNumber - RowMonthNumber
               evaluate true
                   when DQH-Aged
                       move DQH-Status to PatternCode
                   when DQH-ChargedOff
                       move "L" to PatternCode
                   when other
                       move space to PatternCode
               end-evaluate
               if PatternPos >= 1 and PatternPos <= 24
                   and PatternCode not = space
                   perform 1410-PostPattern
               end-if
               read DelqHistoryFile
                   at end set eof-delq to true
               end-read
           end-perform.
           close DelqHistoryFile.

       1410-PostPattern.
           move 1 to PatternSub.
           perform until PatternSub > PatternCount
               if PTT-Account(PatternSub) = DQH-Account
                   exit perform
               end-if
               add 1 to PatternSub
           end-perform.
           if PatternSub > PatternCount
               if PatternCount >= 3000
                   exit paragraph
               end-if
               add 1 to PatternCount
               move DQH-Account to PTT-Account(PatternSub)
               move all "B" to PTT-Pattern(PatternSub)
           end-if.
           move PatternCode
               to PTT-Pattern(PatternSub)(PatternPos:1).

      * OPEN CREDIT REPORTING, PAYMENT AND ERROR NOTICE CASES ARE XB;
      * A CREDIT REPORTING CASE CLOSED IN THE LAST 31 DAYS IS XH
       1500-LoadDisputes.
           open input DisputeFile.
           read DisputeFile
               at end set eof-dispute to true
           end-read.
           perform until eof-dispute
               move spaces to DisputeCode
               move "N" to DisputeHoldFlag
               if DSP-StillOpen
                   if DSP-CreditReport or DSP-PaymentDispute
                       or DSP-ErrorNotice
                       move "XB" to DisputeCode
                   end-if
                   if DSP-PaymentDispute or DSP-ErrorNotice
                       move DSP-Received to WORK-DATE
                       perform 7000-DateToInteger
                       compute CaseAgeDays = TodayInteger - DateInteger
                       if CaseAgeDays <= DisputeHoldDays
                           set DisputeHold to true
                       end-if
                   end-if
               else
                   if DSP-CreditReport and DSP-ClosedDate not = spaces
                       move DSP-ClosedDate to WORK-DATE
                       perform 7000-DateToInteger
                       compute CaseAgeDays = TodayInteger - DateInteger
                       if CaseAgeDays <= DisputeResolvedDays
                           move "XH" to DisputeCode
                       end-if
                   end-if
               end-if
               if DisputeCode not = spaces
                   perform 1510-PostDispute
               end-if
               read DisputeFile
                   at end set eof-dispute to true
               end-read
           end-perform.
           close DisputeFile.

      * SEVERAL CASES ON ONE ACCOUNT - AN OPEN DISPUTE (XB) OUTRANKS A
      * RESOLVED ONE, AND ANY CASE HOLDING THE STATUS HOLDS IT
       1510-PostDispute.
           move 1 to DisputeSub.
           perform until DisputeSub > DisputeCount
               if DST-Account(DisputeSub) = DSP-Account
                   exit perform
               end-if
               add 1 to DisputeSub
           end-perform.
           if DisputeSub > DisputeCount
               if DisputeCount >= 1000
                   string "Dispute table full at 1000 - "
                       DSP-Account " case " DSP-CaseId
                       " not furnished as disputed" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               end-if
               add 1 to DisputeCount
               move DSP-Account to DST-Account(DisputeSub)
               move DSP-CaseId to DST-CaseId(DisputeSub)
               move DisputeCode to DST-Code(DisputeSub)
               move "N" to DST-HoldFlag(DisputeSub)
           end-if.
           if DisputeCode = "XB"
               move "XB" to DST-Code(DisputeSub)
           end-if.
           if DisputeHold
               set DST-HoldStatus(DisputeSub) to true
               move DSP-CaseId to DST-CaseId(DisputeSub)
           end-if.

       2000-FurnishOneLoan.
           move "N" to ExcludedFlag.
           move 1 to ExclusionSub.
               move zero to BUR-ActualPayment
               move spaces to BUR-LastPaidDate
           end-if.

      * NO DELINQUENCY IS FURNISHED WHILE A PAYMENT DISPUTE IS IN ITS
      * FIRST 60 DAYS
           move "N" to DisputeFoundFlag.
           move 1 to DisputeSub.
           perform until DisputeSub > DisputeCount
               if DST-Account(DisputeSub) = LM-LoanAccount
                   set AccountDisputed to true
                   exit perform
               end-if
               add 1 to DisputeSub
           end-perform.
           if AccountDisputed
               if DST-HoldStatus(DisputeSub)
                   and WorkStatusCode not = "11"
                   add 1 to StatusHeldForDispute
                   move spaces to ControlLine
                   string LM-LoanAccount
                       " STATUS " WorkStatusCode
                       " HELD AT 11 - DISPUTE OPEN - CASE "
                       DST-CaseId(DisputeSub)
                       into ControlLine
                   write ControlLine
                   move "11" to WorkStatusCode
               end-if
               move DST-Code(DisputeSub) to BUR-ComplianceCode
               if DST-Code(DisputeSub) = "XB"
                   add 1 to RecordsDisputed
               else
                   add 1 to RecordsDisputeResolved
               end-if
           end-if.
           move WorkStatusCode to BUR-StatusCode.

      * A PLAN IN FORCE IS FURNISHED AS SUCH - CP WITH THE REDUCED
      * PAYMENT WHILE ACTIVE, AC WHILE THE REPAYMENT PLAN IS KEPT
           move "N" to ForbPlanFlag.
           move 1 to ForbSub.
           perform until ForbSub > ForbCount
               if FBT-Account(ForbSub) = LM-LoanAccount
                   set AccountInForbearance to true
                   exit perform
               end-if
               add 1 to ForbSub
           end-perform.
           if AccountInForbearance
               if FBT-Status(ForbSub) = "A"
                   move "CP" to BUR-SpecialComment
                   move FBT-ReducedPmt(ForbSub) to BUR-SchedPayment
                   add 1 to RecordsInForbearance
               else
                   move "AC" to BUR-SpecialComment
                   add 1 to RecordsInRepayment
               end-if
           end-if.

           perform 2500-LoadParties.
           move PrimaryTaxId to BUR-TaxId.
           move all "B" to BUR-PaymentPattern.
           move 1 to PatternSub.
           perform until PatternSub > PatternCount
               if PTT-Account(PatternSub) = LM-LoanAccount
                   move PTT-Pattern(PatternSub) to BUR-PaymentPattern
                   exit perform
               end-if
               add 1 to PatternSub
           end-perform.
           evaluate true
               when HasCoBorrower
                   move "2" to BUR-Association
               when HasGuarantor
                   move "7" to BUR-Association
               when other
                   move "1" to BUR-Association
           end-evaluate.

           move spaces to BureauLine.
           move BureauDetail to BureauLine.
           write BureauLine.
           perform 2600-FurnishParties.

           add 1 to RecordsFurnished.
           add LM-CurrentBalance to BalanceTotal.
               " " WorkStatusCode
               "     " Disp-Balance
               "   " BUR-SchedPayment
               "  " BUR-SpecialComment
               " " BUR-ComplianceCode
               into ControlLine.
           write ControlLine.

      * THE ACCOUNT'S PARTIES OFF THE ROLE FILE - SEQUENCE 00 GIVES
      * THE PRIMARY'S TAX ID, THE REST ARE FURNISHED AS ASSOCIATED
       2500-LoadParties.
           move zero to PartyCount.
           move spaces to PrimaryTaxId.
           move "N" to CoBorrowerFlag.
           move "N" to GuarantorFlag.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move LM-LoanAccount to BR-Account.
           move zero to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = LM-LoanAccount
               evaluate true
                   when BR-Primary
                       move BR-TaxId to PrimaryTaxId
                   when PartyCount >= 20
                       string "Party table full at 20 - "
                           LM-LoanAccount " seq " BR-Seq
                           " not furnished" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   when other
                       add 1 to PartyCount
                       move BR-Seq to PTY-Seq(PartyCount)
                       move BR-Role to PTY-Role(PartyCount)
                       move BR-TaxId to PTY-TaxId(PartyCount)
                       move BR-Name to PTY-Name(PartyCount)
                       if BR-CoBorrower
                           set HasCoBorrower to true
                       end-if
                       if BR-Guarantor
                           set HasGuarantor to true
                       end-if
               end-evaluate
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

      * A CO-BORROWER SHARES THE NOTE (2); A GUARANTOR STANDS BEHIND
      * IT (5)
       2600-FurnishParties.
           move 1 to PartySub.
           perform PartyCount times
               move spaces to AssociatedDetail
               move "J" to ASD-Tag
               move LM-LoanAccount to ASD-Account
               move PTY-Seq(PartySub) to ASD-Seq
               if PTY-Role(PartySub) = "G"
                   move "5" to ASD-Association
               else
                   move "2" to ASD-Association
               end-if
               move PTY-TaxId(PartySub) to ASD-TaxId
               move PTY-Name(PartySub) to ASD-Name
               move spaces to BureauLine
               move AssociatedDetail to BureauLine
               write BureauLine
               add 1 to AssociatedFurnished
               move spaces to ControlLine
               string "           party " ASD-Seq
                   " association " ASD-Association
                   "  " ASD-Name
                   into ControlLine
               write ControlLine
               add 1 to PartySub
           end-perform.

       5000-FinishControl.
           move spaces to ControlLine.
           write ControlLine.
               add 1 to StatusCountSub
           end-perform.

           move spaces to ControlLine.
           string "Forbearance CP accounts " RecordsInForbearance
               "  Repayment plan AC accounts " RecordsInRepayment
               into ControlLine.
           write ControlLine.

           move spaces to ControlLine.
           string "Disputed XB accounts " RecordsDisputed
               "  Dispute resolved XH accounts "
               RecordsDisputeResolved
               "  Status held for dispute " StatusHeldForDispute
               into ControlLine.
           write ControlLine.

           move BalanceTotal to Disp-Total.
           move spaces to ControlLine.
           string "Furnished " RecordsFurnished
               "  Associated parties " AssociatedFurnished
               "  Excluded " RecordsExcluded
               "  Balance total " Disp-Total
               into ControlLine.

           close ControlReportFile.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
