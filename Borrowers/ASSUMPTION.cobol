      ******************************************************************
      * Loan assumption - a house sold on an assumable loan stops      *
      * being a BORRMAINT name change that wipes out who paid the      *
      * loan before. Each request on Borrowers\assumptions.txt         *
      * (account, effective date, incoming borrower name and address,  *
      * assumption fee, release-of-liability Y/N, and an optional      *
      * forwarding address for the outgoing borrower) is applied on    *
      * or after its effective date - a request dated ahead is held    *
      * on the file until the date arrives. Applying it keeps the      *
      * outgoing borrower on the dated history at                      *
      * shared\data\borrowerhist.txt (ending on the effective date,    *
      * released or still liable), switches the borrower master to     *
      * the incoming borrower, and assesses the assumption fee onto    *
      * the assessed-fee register shared\data\latefees.txt (basis A,   *
      * no period) so billing shows it, payments retire it and a       *
      * payoff collects it. A released borrower gets the release-of-   *
      * liability letter at Borrowers/letters/<acct>_release.txt.      *
      * The outgoing borrower's parties (the primary's role row and    *
      * any co-borrowers and guarantors) leave the borrower role file  *
      * with them; the primary's taxpayer ID rides the history row.    *
      * The incoming borrower's parties are added through BORRMAINT.   *
      * YEARENDINT reads the history to split the year's interest      *
      * between the outgoing and incoming borrowers by posting date.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ASSUMPTION.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select AssumptionFile ASSIGN TO
                   "Borrowers\assumptions.txt"
                   organization is line sequential
                   file status is AssumptionFileStatus.

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

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select optional BorrowerHistoryFile ASSIGN TO
                   "shared\data\borrowerhist.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select ReleaseLetterFile ASSIGN TO DYNAMIC
                   ReleaseLetterName
                   organization is line sequential.

               select AssumptionReportFile ASSIGN TO
                   "Borrowers\assumptionreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  AssumptionFile.
           01 AssumptionRecord.
               05  ASM-Account      PIC X(10).
               05  ASM-EffDate      PIC X(10).
               05  ASM-Name         PIC X(30).
               05  ASM-Addr1        PIC X(30).
               05  ASM-Addr2        PIC X(30).
               05  ASM-City         PIC X(20).
               05  ASM-State        PIC XX.
               05  ASM-Zip          PIC X(10).
               05  ASM-Fee          PIC 9(4)V99.
               05  ASM-Release      PIC X.
               05  ASM-FwdAddr1     PIC X(30).
               05  ASM-FwdAddr2     PIC X(30).
               05  ASM-FwdCity      PIC X(20).
               05  ASM-FwdState     PIC XX.
               05  ASM-FwdZip       PIC X(10).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  BorrowerHistoryFile.
           copy "../shared/copybooks/borrhist.cpy".

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  LFR-Account      PIC X(10).
               05  LFR-Period       PIC 9(4).
               05  LFR-AssessDate   PIC X(10).
               05  LFR-DueDate      PIC X(10).
               05  LFR-PaidDate     PIC X(10).
               05  LFR-DaysLate     PIC 9(4).
               05  LFR-FeeAmount    PIC 9(4)V99.
               05  LFR-Basis        PIC X.
               05  LFR-RuleSource   PIC X(10).
               05  LFR-PaidAmt      PIC 9(4)V99.
               05  LFR-WaivedFlag   PIC X.
               05  LFR-WaiveDate    PIC X(10).
               05  LFR-WaiveReason  PIC X(2).
               05  LFR-WaiveOper    PIC X(10).

       FD  ReleaseLetterFile.
           01 ReleaseLetterLine     PIC X(90).

       FD  AssumptionReportFile.
           01 AssumptionReportLine  PIC X(130).

       working-storage section.
      * THE REQUEST FILE RIDES IN MEMORY SO ROWS DATED AHEAD CAN BE
      * WRITTEN BACK FOR A LATER RUN
       01  REQUEST-TABLE.
           05  RequestEntry occurs 500 times.
               10  REQ-Record       PIC X(241).
               10  REQ-Result       PIC X.
                   88  REQ-Held     value "H".
       01  RequestCount             PIC 999 value zero.
       01  RequestSub               PIC 999 value zero.

       01  AssumptionFileStatus     PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  PartiesRemoved           PIC 9(4) value zero.

       01  eof-assumption-file      PIC X value "N".
           88  eof-assumption       value "Y".

       01  PriorBorrowerFlag        PIC X value "N".
           88  PriorBorrowerFound   value "Y".
       01  RejectReason             PIC X(40) value spaces.
       01  ReleaseLetterName        PIC X(50) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Borrowers/letters".

       01  AppliedCount             PIC 9(4) value zero.
       01  HeldCount                PIC 9(4) value zero.
       01  RejectedCount            PIC 9(4) value zero.
       01  FeesAssessed             PIC 9(4) value zero.
       01  FeeTotal                 PIC 9(7)V99 value zero.
       01  LettersWritten           PIC 9(4) value zero.

      * THE SHOP'S ASSUMPTION FEE CEILING - A BIGGER FIGURE IS A
      * KEYING SLIP, NOT A FEE
       01  MaxAssumptionFee         PIC 9(4)V99 value 2500.00.

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
       01  EffectiveInteger         PIC 9(7) value zero.

       01  Disp-Fee                 PIC $$,$$9.99.
       01  Disp-FeeTotal            PIC $$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/auditcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "ASSUMPTION".
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

           open input AssumptionFile.
           if AssumptionFileStatus not = "00"
               display "ASSUMPTION - no request file at "
                   "Borrowers\assumptions.txt, status "
                   AssumptionFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           perform 1000-LoadRequests.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               display "ASSUMPTION - no loan master, status "
                   LoanMasterStatus
               string "No loan master - nothing assumed" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o BorrowerMasterFile.
           if BorrowerMasterStatus = "35"
      * first ever run - no master on disk yet, create an empty one
               open output BorrowerMasterFile
               close BorrowerMasterFile
               open i-o BorrowerMasterFile
           end-if.

      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open i-o BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.

           call "CBL_CREATE_DIR" using LetterDirPath.
           open extend BorrowerHistoryFile.
           open extend LateFeeRegister.

           open output AssumptionReportFile.
           move spaces to AssumptionReportLine.
           string "LOAN ASSUMPTION REPORT   Run " TodayDate
               into AssumptionReportLine.
           write AssumptionReportLine.
           move spaces to AssumptionReportLine.
           write AssumptionReportLine.

           move 1 to RequestSub.
           perform RequestCount times
               move REQ-Record(RequestSub) to AssumptionRecord
               perform 2000-ProcessOneRequest
               add 1 to RequestSub
           end-perform.

           close LoanMasterFile.
           close BorrowerMasterFile.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           close BorrowerHistoryFile.
           close LateFeeRegister.

           move FeeTotal to Disp-FeeTotal.
           move spaces to AssumptionReportLine.
           write AssumptionReportLine.
           move spaces to AssumptionReportLine.
           string "Requests " RequestCount
               "  applied " AppliedCount
               "  held for effective date " HeldCount
               "  rejected " RejectedCount
               into AssumptionReportLine.
           write AssumptionReportLine.
           move spaces to AssumptionReportLine.
           string "Assumption fees assessed " FeesAssessed
               "  total " Disp-FeeTotal
               "  release letters " LettersWritten
               "  parties removed " PartiesRemoved
               into AssumptionReportLine.
           write AssumptionReportLine.
           close AssumptionReportFile.

           perform 5000-RewriteRequests.

           string "END. Applied " AppliedCount
               " held " HeldCount
               " rejected " RejectedCount
               " fees " FeeTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadRequests.
           read AssumptionFile
               at end set eof-assumption to true
           end-read.
           perform until eof-assumption
               if RequestCount < 500
                   add 1 to RequestCount
                   move AssumptionRecord to REQ-Record(RequestCount)
                   move space to REQ-Result(RequestCount)
               else
                   string "Assumption table full at 500 - "
                       ASM-Account " not read, rekey it" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read AssumptionFile
                   at end set eof-assumption to true
               end-read
           end-perform.
           close AssumptionFile.

       2000-ProcessOneRequest.
           perform 2100-ValidateRequest.
           if RejectReason not = spaces
               add 1 to RejectedCount
               move spaces to AssumptionReportLine
               string "REJECTED  " ASM-Account
                   "  eff " ASM-EffDate
                   "  " RejectReason
                   into AssumptionReportLine
               write AssumptionReportLine
               string "REJECTED. Assumption on " ASM-Account
                   " - " RejectReason into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

      * DATED AHEAD - THE OUTGOING BORROWER STILL OWNS THE LOAN
           if EffectiveInteger > TodayInteger
               set REQ-Held(RequestSub) to true
               add 1 to HeldCount
               move spaces to AssumptionReportLine
               string "HELD      " ASM-Account
                   "  eff " ASM-EffDate
                   "  applies on the effective date"
                   into AssumptionReportLine
               write AssumptionReportLine
               exit paragraph
           end-if.

           perform 3000-WriteHistory.
           perform 3100-SwitchBorrower.
           perform 3150-RemoveParties.
           perform 3200-AssessFee.
           if ASM-Release = "Y" and PriorBorrowerFound
               perform 3300-WriteReleaseLetter
           end-if.

           add 1 to AppliedCount.
           move ASM-Fee to Disp-Fee.
           move spaces to AssumptionReportLine.
           if PriorBorrowerFound
               string "ASSUMED   " ASM-Account
                   "  eff " ASM-EffDate
                   "  from " BWH-Name
                   "  to " ASM-Name
                   "  fee " Disp-Fee
                   "  released " ASM-Release
                   into AssumptionReportLine
           else
               string "ASSUMED   " ASM-Account
                   "  eff " ASM-EffDate
                   "  NO PRIOR BORROWER ON FILE"
                   "  to " ASM-Name
                   "  fee " Disp-Fee
                   into AssumptionReportLine
           end-if.
           write AssumptionReportLine.

           string "ASSUMED " ASM-Account
               " eff " ASM-EffDate
               " by " ASM-Name
               " fee " ASM-Fee
               " released " ASM-Release into msg.
           perform 8000-Logs.

       2100-ValidateRequest.
           move spaces to RejectReason.
           move zero to EffectiveInteger.

           move ASM-EffDate to WORK-DATE.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               or WORK-MONTH < 1 or WORK-MONTH > 12
               or WORK-DAY < 1 or WORK-DAY > 31
               move "EFFECTIVE DATE NOT MM/DD/YYYY" to RejectReason
               exit paragraph
           end-if.
           perform 7000-DateToInteger.
           move DateInteger to EffectiveInteger.

           if ASM-Name = spaces or ASM-Addr1 = spaces
               move "NO INCOMING BORROWER NAME/ADDRESS"
                   to RejectReason
               exit paragraph
           end-if.
           if ASM-Release not = "Y" and ASM-Release not = "N"
               move "RELEASE OF LIABILITY NOT Y OR N"
                   to RejectReason
               exit paragraph
           end-if.
           if ASM-Fee not numeric
               move "ASSUMPTION FEE NOT NUMERIC" to RejectReason
               exit paragraph
           end-if.
           if ASM-Fee > MaxAssumptionFee
               move "ASSUMPTION FEE OVER THE SHOP CEILING"
                   to RejectReason
               exit paragraph
           end-if.

      * ONLY A LOAN WE STILL SERVICE CAN BE ASSUMED
           move ASM-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move "NOT ON THE LOAN MASTER" to RejectReason
                   exit paragraph
           end-read.
           if not LM-StatusActive and not LM-StatusNonaccrual
               move "LOAN NOT ACTIVE - CANNOT BE ASSUMED"
                   to RejectReason
           end-if.

      * THE OUTGOING BORROWER GOES ONTO THE HISTORY AS THE MASTER HAS
      * THEM - AT THE FORWARDING ADDRESS WHEN ONE WAS GIVEN, SINCE THE
      * ADDRESS ON FILE IS USUALLY THE HOUSE THAT WAS JUST SOLD
       3000-WriteHistory.
           move "N" to PriorBorrowerFlag.
           move spaces to BorrowerHistoryRecord.
           move ASM-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   string "No borrower on file for " ASM-Account
                       " - assumption recorded with no history row"
                       into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.

           set PriorBorrowerFound to true.
           move BW-Account to BWH-Account.
           move ASM-EffDate to BWH-EndDate.
           move BW-Name to BWH-Name.
           if ASM-FwdAddr1 not = spaces
               move ASM-FwdAddr1 to BWH-Addr1
               move ASM-FwdAddr2 to BWH-Addr2
               move ASM-FwdCity to BWH-City
               move ASM-FwdState to BWH-State
               move ASM-FwdZip to BWH-Zip
               move "G" to BWH-AddressFlag
           else
               move BW-Addr1 to BWH-Addr1
               move BW-Addr2 to BWH-Addr2
               move BW-City to BWH-City
               move BW-State to BWH-State
               move BW-Zip to BWH-Zip
               move BW-AddressFlag to BWH-AddressFlag
           end-if.
           move ASM-Release to BWH-Released.
           move "AS" to BWH-Reason.
           move TodayDate to BWH-RecordedDate.
           if BorrowerRoleOpen
               move ASM-Account to BR-Account
               move zero to BR-Seq
               read BorrowerRoleFile
                   invalid key
                       continue
                   not invalid key
                       move BR-TaxId to BWH-TaxId
               end-read
           end-if.
           write BorrowerHistoryRecord.

       3100-SwitchBorrower.
           if not PriorBorrowerFound
               move spaces to BorrowerMasterRecord
           end-if.
           move BorrowerMasterRecord to AUD-Before.
           move ASM-Account to BW-Account.
           move ASM-Name to BW-Name.
           move ASM-Addr1 to BW-Addr1.
           move ASM-Addr2 to BW-Addr2.
           move ASM-City to BW-City.
           move ASM-State to BW-State.
           move ASM-Zip to BW-Zip.
           move "G" to BW-AddressFlag.
           if PriorBorrowerFound
               rewrite BorrowerMasterRecord
           else
               write BorrowerMasterRecord
           end-if.
           perform 8600-AuditBorrower.

      * THE PARTIES ON FILE WERE THE OUTGOING BORROWER'S - THEY GO
      * WITH THEM, AND THE HISTORY ROW KEEPS THE PRIMARY'S TAX ID
       3150-RemoveParties.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move ASM-Account to BR-Account.
           move zero to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = ASM-Account
               string "PARTY REMOVED " ASM-Account
                   " seq " BR-Seq " role " BR-Role
                   " " BR-Name " - loan assumed" into msg
               perform 8000-Logs
               delete BorrowerRoleFile record
               add 1 to PartiesRemoved
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

      * THE FEE RIDES THE SAME REGISTER AS THE LATE CHARGES - PERIOD
      * ZERO SO IT NEVER COLLIDES WITH LATEFEE'S ONE-PER-PERIOD CHECK
       3200-AssessFee.
           if ASM-Fee = zero
               exit paragraph
           end-if.
           move spaces to LateFeeRegisterRecord.
           move ASM-Account to LFR-Account.
           move zero to LFR-Period.
           move TodayDate to LFR-AssessDate.
           move ASM-EffDate to LFR-DueDate.
           move spaces to LFR-PaidDate.
           move zero to LFR-DaysLate.
           move ASM-Fee to LFR-FeeAmount.
           move "A" to LFR-Basis.
           move "ASSUMPTION" to LFR-RuleSource.
           move zero to LFR-PaidAmt.
           move space to LFR-WaivedFlag.
           move spaces to LFR-WaiveDate.
           move spaces to LFR-WaiveReason.
           move spaces to LFR-WaiveOper.
           write LateFeeRegisterRecord.
           add 1 to FeesAssessed.
           add ASM-Fee to FeeTotal.

       3300-WriteReleaseLetter.
           move spaces to ReleaseLetterName.
           string "Borrowers/letters/" delimited by size
                  ASM-Account delimited by space
                  "_release.txt" delimited by size
                  into ReleaseLetterName
           end-string.
           open output ReleaseLetterFile.

           move spaces to ReleaseLetterLine.
           string "RELEASE OF LIABILITY     " TodayDate
               into ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "Account " ASM-Account into ReleaseLetterLine.
           write ReleaseLetterLine.

           move spaces to ReleaseLetterLine.
           move BWH-Name to ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           move BWH-Addr1 to ReleaseLetterLine.
           write ReleaseLetterLine.
           if BWH-Addr2 not = spaces
               move spaces to ReleaseLetterLine
               move BWH-Addr2 to ReleaseLetterLine
               write ReleaseLetterLine
           end-if.
           move spaces to ReleaseLetterLine.
           string BWH-City delimited by "  "
                  ", " delimited by size
                  BWH-State delimited by size
                  " " delimited by size
                  BWH-Zip delimited by size
                  into ReleaseLetterLine
           end-string.
           write ReleaseLetterLine.

           move spaces to ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "Your loan has been assumed by " ASM-Name
               into ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "effective " ASM-EffDate
               ". You are released from further liability on"
               into ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "the loan from that date." into ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "Interest you paid before the effective date will be"
               " reported to you" into ReleaseLetterLine.
           write ReleaseLetterLine.
           move spaces to ReleaseLetterLine.
           string "on your year-end interest statement at this address."
               into ReleaseLetterLine.
           write ReleaseLetterLine.

           close ReleaseLetterFile.
           add 1 to LettersWritten.

      * ONLY THE ROWS STILL WAITING ON THEIR EFFECTIVE DATE GO BACK -
      * APPLIED ROWS ARE ON THE HISTORY AND REJECTED ONES ON THE REPORT
       5000-RewriteRequests.
           open output AssumptionFile.
           move 1 to RequestSub.
           perform RequestCount times
               if REQ-Held(RequestSub)
                   move REQ-Record(RequestSub) to AssumptionRecord
                   write AssumptionRecord
               end-if
               add 1 to RequestSub
           end-perform.
           close AssumptionFile.

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

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditBorrower.
           move LogProgramName to AUD-Program.
           move "BW" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move BorrowerMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program ASSUMPTION.
