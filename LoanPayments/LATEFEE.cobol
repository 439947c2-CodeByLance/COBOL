      * on shared\data\legalstatus.txt are never assessed - each       *
      * suppressed charge is evidenced on Legal\stopregister.txt       *
      * instead, because proving the stop worked is the point.         *
      * A period paid while a forbearance or repayment plan on         *
      * shared\data\forbearance.txt protected the account (from the    *
      * plan's start period until it was broken, cancelled or          *
      * completed) is not charged either, and is evidenced the same    *
      * way under status FB.                                           *
      * A waiver request carrying charge type P forgives the           *
      * prepayment penalty on the loan's terms on                      *
      * shared\data\prepaypen.dat instead of a late charge - the terms *
      * are marked waived with the same date, reason code and approver *
      * trail, PAYOFF stops quoting the penalty, and the waiver report *
      * totals waived penalties alongside waived late charges.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LATEFEE.
                   "Legal\stopregister.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

               select optional WaiverRequestFile ASSIGN TO
                   "LoanPayments\waiverrequests.txt"
                   organization is line sequential.

               select optional PrepayPenaltyFile ASSIGN TO
                   "shared\data\prepaypen.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is PPN-Account
                   file status is PrepayPenStatus.

               select WaiverReportFile ASSIGN TO
                   "LoanPayments\waiverreport.txt"
                   organization is line sequential.
               05  WVQ-Period       PIC 9(4).
               05  WVQ-Reason       PIC X(2).
               05  WVQ-Oper         PIC X(10).
      * SPACE OR L WAIVES THE PERIOD'S LATE CHARGE, P THE LOAN'S
      * PREPAYMENT PENALTY (WVQ-Period IS NOT USED)
               05  WVQ-Charge       PIC X.
                   88  WVQ-PenaltyWaiver value "P".

       FD  PrepayPenaltyFile.
           copy "../shared/copybooks/prepaypen.cpy".

       FD  WaiverReportFile.
           01 WaiverReportLine      PIC X(110).
       FD  LegalStatusFile.
           copy "../shared/copybooks/legalstat.cpy".

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       FD  StopRegisterFile.
           01 StopRegisterRecord.
               05  STP-Date         PIC X(10).
           88  eof-legal            value "Y".
       01  ChargesSuppressed        PIC 9(4) value zero.

      * EVERY PLAN ON FILE, ENDED ONES INCLUDED - A PERIOD PAID WHILE A
      * PLAN WAS PROTECTING THE ACCOUNT STAYS UNCHARGED AFTER IT ENDS
       01  FORB-TABLE.
           05  ForbEntry occurs 500 times.
               10  FBT-Account      PIC X(10).
               10  FBT-StartPeriod  PIC 9(4).
               10  FBT-Status       PIC X.
               10  FBT-EndInteger   PIC 9(7).
       01  ForbCount                PIC 999 value zero.
       01  ForbSub                  PIC 999 value zero.
       01  ForbProtectedFlag        PIC X value "N".
           88  ForbProtected        value "Y".
       01  eof-forb-file            PIC X value "N".
           88  eof-forb             value "Y".
       01  ForbSuppressed           PIC 9(4) value zero.

       01  WAIVER-TABLE.
           05  WaiverEntry occurs 200 times.
               10  WVT-Account      PIC X(10).
               10  WVT-Reason       PIC X(2).
               10  WVT-Oper         PIC X(10).
               10  WVT-Applied      PIC X.
               10  WVT-Charge       PIC X.
       01  WaiverCount              PIC 999 value zero.
       01  WaiverSub                PIC 999 value zero.
       01  eof-waiver-file          PIC X value "N".
       01  WaiversUnmatched         PIC 9(4) value zero.
       01  WaivedTotal              PIC 9(7)V99 value zero.
       01  Disp-Waived              PIC $$$,$$9.99.
       01  PenaltyWaivedTotal       PIC 9(7)V99 value zero.
       01  PenaltyWaivedCount       PIC 9(4) value zero.
       01  PrepayPenStatus          PIC XX value spaces.
       01  eof-prepaypen-file       PIC X value "N".
           88  eof-prepaypen        value "Y".
       01  TallyAmount              PIC 9(7)V99 value zero.
       01  TallyReason              PIC X(2) value spaces.
       01  TallyOper                PIC X(10) value spaces.

       01  WAIVE-REASON-TOTALS.
           05  WaiveReasonEntry occurs 20 times.

           perform 1500-LoadAssessedKeys.
           perform 1600-LoadLegalStatus.
           perform 1700-LoadForbearance.

           open extend StopRegisterFile.

                      into AssessLine
               write AssessLine
           end-if.
           if ForbSuppressed > zero
               move spaces to AssessLine
               string "Suppressed " ForbSuppressed
                      " charge(s) on periods under a forbearance plan"
                      " - see Legal\stopregister.txt"
                      into AssessLine
               write AssessLine
           end-if.
           close AssessReportFile.

           perform 5000-ApplyWaivers.
           end-perform.
           close LegalStatusFile.

       1700-LoadForbearance.
           open input ForbearanceFile.
           read ForbearanceFile
               at end set eof-forb to true
           end-read.
           perform until eof-forb
               if ForbCount < 500
                   add 1 to ForbCount
                   move FBP-Account to FBT-Account(ForbCount)
                   move FBP-StartPeriod to FBT-StartPeriod(ForbCount)
                   move FBP-Status to FBT-Status(ForbCount)
                   move zero to FBT-EndInteger(ForbCount)
                   if FBP-StatusDate not = spaces
                       move FBP-StatusDate to WORK-DATE
                       move WORK-YEAR to DY-Year
                       move WORK-MONTH to DY-Month
                       move WORK-DAY to DY-Day
                       compute FBT-EndInteger(ForbCount) =
                           function integer-of-date(DATE-YYYYMMDD-N)
                   end-if
               end-if
               read ForbearanceFile
                   at end set eof-forb to true
               end-read
           end-perform.
           close ForbearanceFile.

      * A LIVE PLAN COVERS EVERY PERIOD FROM ITS START; AN ENDED ONE
      * ONLY THOSE PAID BEFORE IT WAS BROKEN, CANCELLED OR COMPLETED
       2160-CheckForbearance.
           move "N" to ForbProtectedFlag.
           move 1 to ForbSub.
           perform until ForbSub > ForbCount
               if FBT-Account(ForbSub) = PS-Account
                   and PS-Period >= FBT-StartPeriod(ForbSub)
                   if FBT-Status(ForbSub) = "A"
                       or FBT-Status(ForbSub) = "R"
                       or PaidInteger <= FBT-EndInteger(ForbSub)
                       set ForbProtected to true
                       exit perform
                   end-if
               end-if
               add 1 to ForbSub
           end-perform.

       2000-AssessOnePeriod.
           perform 2100-CheckAlreadyAssessed.
           if AlreadyAssessed
               exit paragraph
           end-if.

           perform 2160-CheckForbearance.
           if ForbProtected
               add 1 to ForbSuppressed
               move spaces to StopRegisterRecord
               move TodayDate to STP-Date
               move LogProgramName to STP-Program
               move PS-Account to STP-Account
               move "FB" to STP-Status
               string "LATE FEE SUPPRESSED period " PS-Period
                   " due " PS-DueDate " - forbearance plan"
                   into STP-Detail
               write StopRegisterRecord
               string "SUPPRESSED late fee for " PS-Account
                   " period " PS-Period
                   " - paid under a forbearance plan" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

      * PERCENTAGE RULES CHARGE AGAINST THE PERIOD'S PRINCIPAL-AND-
      * INTEREST PAYMENT, NOT THE ESCROW/FEE-LOADED TOTAL DUE
           if RUL-Percent(RuleSub)
       5000-ApplyWaivers.
           perform 5100-LoadWaiverRequests.
           perform 5200-RewriteWithWaivers.
           perform 5700-WaivePenalties.
           perform 5400-NoteUnmatched.
           perform 5500-WaiverReport.

                   move WVQ-Reason to WVT-Reason(WaiverCount)
                   move WVQ-Oper to WVT-Oper(WaiverCount)
                   move "N" to WVT-Applied(WaiverCount)
                   move WVQ-Charge to WVT-Charge(WaiverCount)
               end-if
               read WaiverRequestFile
                   at end set eof-waiver to true
               move LateFeeRegisterRecord to RegisterWorkRecord
               write RegisterWorkRecord
               if LFR-WaivedFlag = "W"
                   move LFR-FeeAmount to TallyAmount
                   move LFR-WaiveReason to TallyReason
                   move LFR-WaiveOper to TallyOper
                   add LFR-FeeAmount to WaivedTotal
                   perform 5600-TallyWaived
               end-if
               read LateFeeRegister
           move 1 to WaiverSub.
           perform WaiverCount times
               if WVT-Applied(WaiverSub) = "N"
                   and WVT-Charge(WaiverSub) not = "P"
                   and WVT-Account(WaiverSub) = LFR-Account
                   and WVT-Period(WaiverSub) = LFR-Period
                   move "W" to LFR-WaivedFlag
           perform WaiverCount times
               if WVT-Applied(WaiverSub) = "N"
                   add 1 to WaiversUnmatched
                   if WVT-Charge(WaiverSub) = "P"
                       string "WAIVER UNMATCHED - no active prepayment"
                           " penalty terms for " WVT-Account(WaiverSub)
                           into msg
                   else
                       string "WAIVER UNMATCHED - no open charge for "
                           WVT-Account(WaiverSub)
                           " period " WVT-Period(WaiverSub) into msg
                   end-if
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               into WaiverReportLine.
           write WaiverReportLine.

           move PenaltyWaivedTotal to Disp-Waived.
           move spaces to WaiverReportLine.
           string "Prepayment penalties waived " PenaltyWaivedCount
               "  amount " Disp-Waived
               into WaiverReportLine.
           write WaiverReportLine.

           close WaiverReportFile.

       5600-TallyWaived.
           move "N" to WaiveTallyFoundFlag.
           move 1 to WaiveReasonSub.
           perform until WaiveReasonSub > WaiveReasonCount
               if WRT-Reason(WaiveReasonSub) = TallyReason
                   set WaiveTallyFound to true
                   exit perform
               end-if
               if WaiveReasonCount < 20
                   add 1 to WaiveReasonCount
                   move WaiveReasonCount to WaiveReasonSub
                   move TallyReason to WRT-Reason(WaiveReasonSub)
                   move zero to WRT-Count(WaiveReasonSub)
                   move zero to WRT-Amount(WaiveReasonSub)
                   set WaiveTallyFound to true
           end-if.
           if WaiveTallyFound
               add 1 to WRT-Count(WaiveReasonSub)
               add TallyAmount to WRT-Amount(WaiveReasonSub)
           end-if.

           move "N" to WaiveTallyFoundFlag.
           move 1 to WaiveOperSub.
           perform until WaiveOperSub > WaiveOperCount
               if WOT-Oper(WaiveOperSub) = TallyOper
                   set WaiveTallyFound to true
                   exit perform
               end-if
               if WaiveOperCount < 20
                   add 1 to WaiveOperCount
                   move WaiveOperCount to WaiveOperSub
                   move TallyOper to WOT-Oper(WaiveOperSub)
                   move zero to WOT-Count(WaiveOperSub)
                   move zero to WOT-Amount(WaiveOperSub)
                   set WaiveTallyFound to true
           end-if.
           if WaiveTallyFound
               add 1 to WOT-Count(WaiveOperSub)
               add TallyAmount to WOT-Amount(WaiveOperSub)
           end-if.

      * PENALTY WAIVERS - THE TERMS ARE MARKED WAIVED RATHER THAN
      * REMOVED SO THE FORGIVEN AMOUNT (THE PENALTY ON THE LATEST
      * QUOTE) STAYS ON FILE; EVERY WAIVED PENALTY IS THEN TALLIED
      * INTO THE SAME REASON AND APPROVER TOTALS AS THE LATE CHARGES
       5700-WaivePenalties.
           open i-o PrepayPenaltyFile.
           if PrepayPenStatus not = "00"
               exit paragraph
           end-if.

           move 1 to WaiverSub.
           perform WaiverCount times
               if WVT-Applied(WaiverSub) = "N"
                   and WVT-Charge(WaiverSub) = "P"
                   move WVT-Account(WaiverSub) to PPN-Account
                   read PrepayPenaltyFile
                       invalid key
                           continue
                       not invalid key
                           if PPN-Active and not PPN-Waived
                               perform 5710-WaiveOnePenalty
                           end-if
                   end-read
               end-if
               add 1 to WaiverSub
           end-perform.

           move low-values to PPN-Account.
           start PrepayPenaltyFile key is not less than PPN-Account
               invalid key set eof-prepaypen to true
           end-start.
           if not eof-prepaypen
               read PrepayPenaltyFile next record
                   at end set eof-prepaypen to true
               end-read
           end-if.
           perform until eof-prepaypen
               if PPN-Waived
                   move PPN-LastPenalty to TallyAmount
                   move PPN-WaiveReason to TallyReason
                   move PPN-WaiveOper to TallyOper
                   add PPN-LastPenalty to PenaltyWaivedTotal
                   add 1 to PenaltyWaivedCount
                   perform 5600-TallyWaived
               end-if
               read PrepayPenaltyFile next record
                   at end set eof-prepaypen to true
               end-read
           end-perform.
           close PrepayPenaltyFile.

       5710-WaiveOnePenalty.
           move "W" to PPN-WaivedFlag.
           move TodayDate to PPN-WaiveDate.
           move WVT-Reason(WaiverSub) to PPN-WaiveReason.
           move WVT-Oper(WaiverSub) to PPN-WaiveOper.
           rewrite PrepayPenaltyRecord.
           move "Y" to WVT-Applied(WaiverSub).
           add 1 to WaiversApplied.
           string "WAIVED PREPAYMENT PENALTY " PPN-Account
               " quoted " PPN-LastPenalty
               " reason " WVT-Reason(WaiverSub)
               " by " WVT-Oper(WaiverSub) into msg.
           perform 8000-Logs.

       8000-Logs.
           if LogSeverity = spaces
