      ******************************************************************
      * Borrower due-date change - moving a borrower from the 1st to   *
      * the 15th without touching LM-LoanDate, which re-anchors the    *
      * whole schedule, history included. For each request in          *
      * DueDate\duerequest.txt (loan account, new due day 1-28,        *
      * effective period, number of payments to spread the interim     *
      * interest over - zero or one bills it once) the schedule export *
      * is re-dated from the effective period forward ONLY, each new   *
      * due date coming from wrkmodule/DATEADV off the new anchor and  *
      * rolled by wrkmodule/BUSDAY; earlier rows, every other          *
      * account's rows and the amortization itself pass through        *
      * untouched. A new day earlier in the month than the old one     *
      * moves the effective payment into the following month, so the   *
      * change always lengthens the period. The interest for the days  *
      * between the old and the new due date, by the loan's own        *
      * day-count method on the balance at the effective period, is    *
      * added to the interest due on the effective payment or spread   *
      * evenly over the next N payments. The open rows on              *
      * shared\data\paymentstatus.txt pick up the new dates and        *
      * amounts straight away so AGING does not age a payment against  *
      * a due date that no longer applies; a request reaching back     *
      * into a paid or already-due period is rejected. Each change is  *
      * appended to shared\data\duedatehist.txt, which also holds the  *
      * limit on changes over the life of the loan (and the largest    *
      * spread) from DueDate\duecontrol.txt, and a confirmation letter *
      * goes to the borrower off the borrower master through           *
      * wrkmodule/EDELIVER. Actions go to DueDate\duereport.txt and    *
      * through LOGGER.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DUEDATECHG.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select DueRequestFile ASSIGN TO
                   "DueDate\duerequest.txt"
                   organization is line sequential
                   file status is RequestFileStatus.

               select optional DueControlFile ASSIGN TO
                   "DueDate\duecontrol.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select ScheduleExportFile ASSIGN TO
                   "shared\data\schedules.txt"
                   organization is line sequential
                   file status is ScheduleFileStatus.

               select optional ScheduleWorkFile ASSIGN TO
                   "shared\data\schedules.tmp"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select optional StatusWorkFile ASSIGN TO
                   "shared\data\paymentstatus.tmp"
                   organization is line sequential.

               select optional DueDateHistoryFile ASSIGN TO
                   "shared\data\duedatehist.txt"
                   organization is line sequential.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select DueLetterFile ASSIGN TO
                   DYNAMIC DueLetterName
                   organization is line sequential.

               select DueReportFile ASSIGN TO
                   "DueDate\duereport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  DueRequestFile.
           01 DueRequestRecord.
               05  DDR-Account      PIC X(10).
               05  DDR-NewDueDay    PIC 99.
               05  DDR-EffPeriod    PIC 9(4).
      * PAYMENTS TO SPREAD THE INTERIM INTEREST OVER - ZERO OR ONE
      * BILLS IT ONCE WITH THE EFFECTIVE PAYMENT
               05  DDR-SpreadPeriods PIC 99.

       FD  DueControlFile.
           01 DueControlRecord.
               05  DCT-MaxChanges   PIC 99.
               05  DCT-MaxSpread    PIC 99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ScheduleExportFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  ScheduleWorkFile.
           01 ScheduleWorkRecord    PIC X(120).

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  StatusWorkFile.
           01 StatusWorkRecord      PIC X(100).

       FD  DueDateHistoryFile.
           copy "../shared/copybooks/duedatehist.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  DueLetterFile.
           01 DueLetterLine         PIC X(90).

       FD  DueReportFile.
           01 DueReportLine         PIC X(120).

       working-storage section.
      * EVERY ACCOUNT THAT HAS HAD A CHANGE - HOW MANY, AND THE ANCHOR
      * ITS SCHEDULE IS COUNTED FROM NOW. KEPT CURRENT THROUGH THE RUN
      * SO TWO REQUESTS FOR ONE LOAN IN A FILE COUNT AS TWO.
       01  CHANGE-TABLE.
           05  ChangeEntry occurs 2000 times.
               10  CHG-Account      PIC X(10).
               10  CHG-Count        PIC 99.
               10  CHG-Anchor       PIC X(10).
       01  ChangeCount              PIC 9(4) value zero.
       01  ChangeSub                PIC 9(4) value zero.
       01  ChangeKey                PIC X(10) value spaces.
       01  ChangeFoundFlag          PIC X value "N".
           88  ChangeFound          value "Y".

      * THE ACCOUNT'S RE-DATED ROWS, FOR THE PAYMENT STATUS UPDATE
       01  NEWROW-TABLE.
           05  NewRowEntry occurs 999 times.
               10  NRT-Period       PIC 9(4).
               10  NRT-DueDate      PIC X(10).
               10  NRT-TotalDue     PIC 9(6)V99.
               10  NRT-Interest     PIC 9(6)V99.
       01  NewRowCount              PIC 9(4) value zero.
       01  NewRowSub                PIC 9(4) value zero.

       01  RequestFileStatus        PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.

       01  eof-request-file         PIC X value "N".
           88  eof-request          value "Y".
       01  eof-schedule-file        PIC X value "N".
           88  eof-schedule         value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".
       01  eof-control-file         PIC X value "N".
           88  eof-control          value "Y".

       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  EffRowFoundFlag          PIC X value "N".
           88  EffRowFound          value "Y".
       01  PaidPeriodFlag           PIC X value "N".
           88  PaidPeriodFound      value "Y".

      * POLICY - CHANGES ALLOWED OVER THE LIFE OF A LOAN AND THE MOST
      * PAYMENTS THE INTERIM INTEREST MAY BE SPREAD OVER
       01  MaxChanges               PIC 99 value 2.
       01  MaxSpread                PIC 99 value 12.

       01  PaymentFrequency         PIC X value "M".
           88  Freq-Monthly         value "M".
           88  Freq-BiWeekly        value "B".
           88  Freq-Weekly          value "W".
           88  Freq-Quarterly       value "Q".

       01  CurrentAnchor            PIC X(10) value spaces.
       01  NewAnchor                PIC X(10) value spaces.
       01  OldDueDay                PIC 99 value zero.
       01  PriorChanges             PIC 99 value zero.
       01  OldOpeningBalance        PIC 9(7)V99 value zero.
       01  OldRolledDueDate         PIC X(10) value spaces.
       01  MaxPeriod                PIC 9(4) value zero.
       01  RemainingPeriods         PIC 9(4) value zero.
       01  SpreadPeriods            PIC 99 value zero.
       01  SpreadThruPeriod         PIC 9(4) value zero.
       01  InterimShare             PIC 9(6)V99 value zero.
       01  InterimLastShare         PIC 9(6)V99 value zero.
       01  RowShare                 PIC 9(6)V99 value zero.

       01  OldDueDate               PIC X(10) value spaces.
       01  NewDueDate               PIC X(10) value spaces.
       01  NewRolledDueDate         PIC X(10) value spaces.
       01  PeriodDueDate            PIC X(10) value spaces.
       01  RolledDueDate            PIC X(10) value spaces.
       01  OldDueInteger            PIC 9(8) value zero.
       01  NewDueInteger            PIC 9(8) value zero.
       01  InterimDays              PIC S9(4) value zero.
       01  InterimInterest          PIC 9(6)V99 value zero.
       01  PerDiemAmount            PIC 9(5)V9(6) value zero.
       01  DailyRateDenom           PIC 999 value 365.
       01  OldDay30                 PIC 99 value zero.
       01  NewDay30                 PIC 99 value zero.
       01  OldYear                  PIC 9(4) value zero.
       01  OldMonth                 PIC 99 value zero.

       01  LeapQuotient             PIC 9(4) value zero.
       01  LeapRemainder            PIC 9(4) value zero.
       01  LeapRem100               PIC 9(4) value zero.
       01  LeapRem400               PIC 9(4) value zero.

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

       01  ChangesApplied           PIC 9(4) value zero.
       01  ChangesRejected          PIC 9(4) value zero.
       01  LettersWritten           PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  RunCommand               PIC X(60) value spaces.

       01  DueLetterName            PIC X(60) value spaces.
       01  LetterDirPath            PIC X(30) value
               "DueDate/letters".
       01  Disp-Interim             PIC $$$,$$9.99.
       01  Disp-Share               PIC $$$,$$9.99.
       01  Disp-Days                PIC ZZ9.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "DUEDATECHG".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move CDT-Year to DY-Year.
           move CDT-Month to DY-Month.
           move CDT-Day to DY-Day.
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           open input DueRequestFile.
           if RequestFileStatus not = "00"
               display "DUEDATECHG - no request file at "
                   "DueDate\duerequest.txt, status "
                   RequestFileStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "DUEDATECHG - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 0500-LoadControl.
           perform 0600-LoadChangeHistory.
           perform 0700-OpenBorrowerMaster.
           call "CBL_CREATE_DIR" using LetterDirPath.
           open extend AddressResearchFile.

           open output DueReportFile.
           move spaces to DueReportLine.
           string "DUE-DATE CHANGE REGISTER   Run " TodayDate
               "   changes allowed per loan " MaxChanges
               "   largest spread " MaxSpread
               into DueReportLine.
           write DueReportLine.
           move spaces to DueReportLine.
           write DueReportLine.

           read DueRequestFile
               at end set eof-request to true
           end-read.
           perform until eof-request
               perform 1000-ChangeOneLoan
               read DueRequestFile
                   at end set eof-request to true
               end-read
           end-perform.

           close DueRequestFile.
           close LoanMasterFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           close AddressResearchFile.

           move spaces to DueReportLine.
           write DueReportLine.
           move spaces to DueReportLine.
           string "Applied " ChangesApplied
               "  Rejected " ChangesRejected
               "  Letters " LettersWritten
               "  Bad address " BadAddressSkipped
               into DueReportLine.
           write DueReportLine.
           close DueReportFile.

      * the requests are applied - clear the file so a second run
      * cannot move the same due dates again
           if ChangesApplied > zero or ChangesRejected > zero
               call "C$DELETE" using "DueDate\duerequest.txt", 0
           end-if.

      * the flat export changed - regenerate the indexed schedule
      * master so keyed readers see the new due dates
           if ChangesApplied > zero
               move "Schedules\SCHCONVERT" to RunCommand
               call "SYSTEM" using RunCommand
               end-call
           end-if.

           string "END. Applied " ChangesApplied
               " Rejected " ChangesRejected
               " Letters " LettersWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       0500-LoadControl.
           open input DueControlFile.
           read DueControlFile
               at end set eof-control to true
           end-read.
           if not eof-control
               if DCT-MaxChanges is numeric
                   move DCT-MaxChanges to MaxChanges
               end-if
               if DCT-MaxSpread is numeric and DCT-MaxSpread > zero
                   move DCT-MaxSpread to MaxSpread
               end-if
           end-if.
           close DueControlFile.

       0600-LoadChangeHistory.
           open input DueDateHistoryFile.
           read DueDateHistoryFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               move DDH-Account to ChangeKey
               perform 1900-FindChange
               if ChangeFound
                   add 1 to CHG-Count(ChangeSub)
                   move DDH-NewAnchor to CHG-Anchor(ChangeSub)
               else
                   if ChangeCount < 2000
                       add 1 to ChangeCount
                       move DDH-Account to CHG-Account(ChangeCount)
                       move 1 to CHG-Count(ChangeCount)
                       move DDH-NewAnchor to CHG-Anchor(ChangeCount)
                   end-if
               end-if
               read DueDateHistoryFile
                   at end set eof-history to true
               end-read
           end-perform.
           close DueDateHistoryFile.

       0700-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - confirmation letters go out without address"
                   " blocks" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1000-ChangeOneLoan.
           move DDR-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   string "REJECTED. Due-date change for " DDR-Account
                       " - not on the master" into msg
                   perform 1800-Reject
                   exit paragraph
           end-read.

           if not LM-StatusActive and not LM-StatusNonaccrual
               string "REJECTED. Due-date change for " DDR-Account
                   " - loan is not active" into msg
               perform 1800-Reject
               exit paragraph
           end-if.

      * A SIMPLE-INTEREST LOAN ACCRUES TO THE DAY IT IS PAID - THERE IS
      * NO INTERIM PERIOD TO BILL AND POSTPAY RE-DRAWS ITS SCHEDULE
           if LM-SimpleInterest
               string "REJECTED. Due-date change for " DDR-Account
                   " - simple-interest loan" into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           move LM-Frequency to PaymentFrequency.
           if PaymentFrequency = space
               move "M" to PaymentFrequency
           end-if.
           if Freq-Weekly or Freq-BiWeekly
               string "REJECTED. Due-date change for " DDR-Account
                   " - weekly and bi-weekly loans have no due day"
                   into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           if DDR-NewDueDay is not numeric
               or DDR-NewDueDay < 1 or DDR-NewDueDay > 28
               string "REJECTED. Due-date change for " DDR-Account
                   " - new due day must be 1 to 28" into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           move LM-LoanDate to CurrentAnchor.
           move zero to PriorChanges.
           move DDR-Account to ChangeKey.
           perform 1900-FindChange.
           if ChangeFound
               move CHG-Anchor(ChangeSub) to CurrentAnchor
               move CHG-Count(ChangeSub) to PriorChanges
           end-if.
           if PriorChanges >= MaxChanges
               string "REJECTED. Due-date change for " DDR-Account
                   " - " PriorChanges " change(s) already, limit "
                   MaxChanges into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           move CurrentAnchor to WORK-DATE.
           move WORK-DAY to OldDueDay.
           if DDR-NewDueDay = OldDueDay
               string "REJECTED. Due-date change for " DDR-Account
                   " - already due on day " OldDueDay into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           perform 2000-FindEffectiveRow.
           if not EffRowFound
               string "REJECTED. Due-date change for " DDR-Account
                   " - no schedule row for period " DDR-EffPeriod
                   into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           call "shared\wrkmodule\DATEADV" using
               CurrentAnchor, DDR-EffPeriod, PaymentFrequency,
               OldDueDate
           end-call.
           move OldDueDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to OldDueInteger.
           if OldDueInteger <= TodayInteger
               string "REJECTED. Due-date change for " DDR-Account
                   " - period " DDR-EffPeriod " was already due "
                   OldDueDate into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           perform 2100-CheckPaidPeriods.
           if PaidPeriodFound
               string "REJECTED. Due-date change for " DDR-Account
                   " - a period from " DDR-EffPeriod
                   " on is already paid" into msg
               perform 1800-Reject
               exit paragraph
           end-if.

           move DDR-SpreadPeriods to SpreadPeriods.
           if SpreadPeriods is not numeric or SpreadPeriods = zero
               move 1 to SpreadPeriods
           end-if.
           if SpreadPeriods > MaxSpread
               string "REJECTED. Due-date change for " DDR-Account
                   " - spread over " SpreadPeriods
                   " payments, limit " MaxSpread into msg
               perform 1800-Reject
               exit paragraph
           end-if.
           compute RemainingPeriods = MaxPeriod - DDR-EffPeriod + 1.
           if SpreadPeriods > RemainingPeriods
               move RemainingPeriods to SpreadPeriods
           end-if.

           perform 2500-NewAnchor.
           perform 2600-InterimInterest.

           perform 3000-RebuildSchedule.
           perform 3500-UpdatePaymentStatus.
           perform 4000-WriteHistory.
           perform 4500-WriteLetter.

           add 1 to ChangesApplied.
           move InterimInterest to Disp-Interim.
           move InterimDays to Disp-Days.
           string "CHANGED " DDR-Account
               " from period " DDR-EffPeriod
               " due day " OldDueDay " -> " DDR-NewDueDay
               "  " OldRolledDueDate " -> " NewRolledDueDate
               "  interim " Disp-Days " day(s) " Disp-Interim
               " over " SpreadPeriods " payment(s)" into msg.
           perform 8500-Register.
           perform 8000-Logs.

       1800-Reject.
           add 1 to ChangesRejected.
           move "ERROR" to LogSeverity.
           perform 8500-Register.
           perform 8000-Logs.

       1900-FindChange.
           move "N" to ChangeFoundFlag.
           move 1 to ChangeSub.
           perform until ChangeSub > ChangeCount
               if CHG-Account(ChangeSub) = ChangeKey
                   set ChangeFound to true
                   exit perform
               end-if
               add 1 to ChangeSub
           end-perform.

       2000-FindEffectiveRow.
           move "N" to EffRowFoundFlag.
           move zero to MaxPeriod.
           move "N" to eof-schedule-file.

           open input ScheduleExportFile.
           if ScheduleFileStatus not = "00"
               close ScheduleExportFile
               exit paragraph
           end-if.
           read ScheduleExportFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               if SCH-Account = DDR-Account
                   if SCH-Period > MaxPeriod
                       move SCH-Period to MaxPeriod
                   end-if
                   if SCH-Period = DDR-EffPeriod
                       set EffRowFound to true
                       move SCH-OpeningBalance to OldOpeningBalance
                       move SCH-DueDate to OldRolledDueDate
                   end-if
               end-if
               read ScheduleExportFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleExportFile.

      * POSTED HISTORY IS NEVER RE-DATED
       2100-CheckPaidPeriods.
           move "N" to PaidPeriodFlag.
           move "N" to eof-status-file.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if PS-Account = DDR-Account
                   and PS-Period >= DDR-EffPeriod
                   and PS-Paid
                   set PaidPeriodFound to true
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

      * THE NEW ANCHOR KEEPS THE ANCHOR'S MONTH WITH THE NEW DAY; A DAY
      * EARLIER THAN THE OLD ONE TAKES THE FOLLOWING MONTH
       2500-NewAnchor.
           move CurrentAnchor to WORK-DATE.
           if DDR-NewDueDay < OldDueDay
               if WORK-MONTH = 12
                   move 1 to WORK-MONTH
                   add 1 to WORK-YEAR
               else
                   add 1 to WORK-MONTH
               end-if
           end-if.
           move DDR-NewDueDay to WORK-DAY.
           move WORK-DATE to NewAnchor.

           call "shared\wrkmodule\DATEADV" using
               NewAnchor, DDR-EffPeriod, PaymentFrequency,
               NewDueDate
           end-call.
           call "shared\wrkmodule\BUSDAY" using
               NewDueDate, NewRolledDueDate
           end-call.

      * INTERIM INTEREST - THE NOTE'S OWN DAY-COUNT CONVENTION, AS
      * PAYOFF ACCRUES: 30/360 COUNTS 30-DAY MONTHS OVER 360, AC/365
      * AND 30/365 ACTUAL DAYS OVER 365, AC/AC ACTUAL DAYS OVER 366 IN
      * A LEAP YEAR
       2600-InterimInterest.
           move NewDueDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to NewDueInteger.

           evaluate LM-DayCountMethod
               when "0"
                   move 360 to DailyRateDenom
                   move OldDueDate to WORK-DATE
                   move WORK-YEAR to OldYear
                   move WORK-MONTH to OldMonth
                   move WORK-DAY to OldDay30
                   if OldDay30 > 30
                       move 30 to OldDay30
                   end-if
                   move NewDueDate to WORK-DATE
                   move WORK-DAY to NewDay30
                   if NewDay30 > 30
                       move 30 to NewDay30
                   end-if
                   compute InterimDays =
                       (WORK-YEAR - OldYear) * 360
                       + (WORK-MONTH - OldMonth) * 30
                       + NewDay30 - OldDay30
               when "C"
                   compute InterimDays = NewDueInteger - OldDueInteger
                   move NewDueDate to WORK-DATE
                   divide WORK-YEAR by 4 giving LeapQuotient
                       remainder LeapRemainder
                   divide WORK-YEAR by 100 giving LeapQuotient
                       remainder LeapRem100
                   divide WORK-YEAR by 400 giving LeapQuotient
                       remainder LeapRem400
                   if LeapRemainder = zero
                       and (LeapRem100 not = zero
                           or LeapRem400 = zero)
                       move 366 to DailyRateDenom
                   else
                       move 365 to DailyRateDenom
                   end-if
               when other
                   move 365 to DailyRateDenom
                   compute InterimDays = NewDueInteger - OldDueInteger
           end-evaluate.
           if InterimDays < zero
               move zero to InterimDays
           end-if.

           compute PerDiemAmount rounded =
               OldOpeningBalance * (LM-AnnualRate / 100)
                   / DailyRateDenom.
           compute InterimInterest rounded =
               PerDiemAmount * InterimDays.

      * EVEN SHARES, THE LAST ONE TAKING THE ROUNDING
           compute SpreadThruPeriod =
               DDR-EffPeriod + SpreadPeriods - 1.
           divide InterimInterest by SpreadPeriods
               giving InterimShare.
           compute InterimLastShare =
               InterimInterest - InterimShare * (SpreadPeriods - 1).

      * EVERY OTHER ACCOUNT'S ROWS AND THIS ACCOUNT'S ROWS BEFORE THE
      * EFFECTIVE PERIOD PASS THROUGH UNTOUCHED; FROM THE EFFECTIVE
      * PERIOD ON EACH ROW KEEPS ITS AMOUNTS AND TAKES ITS NEW DUE
      * DATE, PLUS ITS SHARE OF THE INTERIM INTEREST
       3000-RebuildSchedule.
           move zero to NewRowCount.
           move "N" to eof-schedule-file.
           open input ScheduleExportFile.
           open output ScheduleWorkFile.

           read ScheduleExportFile
               at end set eof-schedule to true
           end-read.
           perform until eof-schedule
               if SCH-Account = DDR-Account
                   and SCH-Period >= DDR-EffPeriod
                   perform 3100-RedateOneRow
               end-if
               move spaces to ScheduleWorkRecord
               move ScheduleExportRecord to ScheduleWorkRecord
               write ScheduleWorkRecord
               read ScheduleExportFile
                   at end set eof-schedule to true
               end-read
           end-perform.
           close ScheduleExportFile.
           close ScheduleWorkFile.

           call "C$DELETE" using "shared\data\schedules.txt", 0.
           call "C$COPY" using "shared\data\schedules.tmp",
               "shared\data\schedules.txt", 0.
           call "C$DELETE" using "shared\data\schedules.tmp", 0.

       3100-RedateOneRow.
           call "shared\wrkmodule\DATEADV" using
               NewAnchor, SCH-Period, PaymentFrequency,
               PeriodDueDate
           end-call.
           call "shared\wrkmodule\BUSDAY" using
               PeriodDueDate, RolledDueDate
           end-call.
           move RolledDueDate to SCH-DueDate.

           move zero to RowShare.
           if SCH-Period = SpreadThruPeriod
               move InterimLastShare to RowShare
           else
               if SCH-Period < SpreadThruPeriod
                   move InterimShare to RowShare
               end-if
           end-if.
           add RowShare to SCH-InterestAmount.
           add RowShare to SCH-PaymentAmount.
           add RowShare to SCH-TotalPaymentDue.

           if NewRowCount < 999
               add 1 to NewRowCount
               move SCH-Period to NRT-Period(NewRowCount)
               move SCH-DueDate to NRT-DueDate(NewRowCount)
               move SCH-TotalPaymentDue to NRT-TotalDue(NewRowCount)
               move SCH-InterestAmount to NRT-Interest(NewRowCount)
           end-if.

      * THE OPEN PERIODS TAKE THE NEW DATES AND AMOUNTS NOW, THE WAY
      * POSTPAY MERGES THE EXPORT INTO AN OPEN PERIOD ON ITS NEXT RUN
       3500-UpdatePaymentStatus.
           move "N" to eof-status-file.
           open input PaymentStatusFile.
           open output StatusWorkFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if PS-Account = DDR-Account
                   and PS-Period >= DDR-EffPeriod
                   and PS-Open
                   move 1 to NewRowSub
                   perform until NewRowSub > NewRowCount
                       if NRT-Period(NewRowSub) = PS-Period
                           move NRT-DueDate(NewRowSub) to PS-DueDate
                           move NRT-TotalDue(NewRowSub)
                               to PS-AmountDue
                           move NRT-Interest(NewRowSub)
                               to PS-InterestDue
                           exit perform
                       end-if
                       add 1 to NewRowSub
                   end-perform
               end-if
               move spaces to StatusWorkRecord
               move PaymentStatusRecord to StatusWorkRecord
               write StatusWorkRecord
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.
           close StatusWorkFile.

           call "C$DELETE" using "shared\data\paymentstatus.txt", 0.
           call "C$COPY" using "shared\data\paymentstatus.tmp",
               "shared\data\paymentstatus.txt", 0.
           call "C$DELETE" using "shared\data\paymentstatus.tmp", 0.

       4000-WriteHistory.
           open extend DueDateHistoryFile.
           move spaces to DueDateHistoryRecord.
           move DDR-Account to DDH-Account.
           move DDR-EffPeriod to DDH-EffPeriod.
           move OldDueDay to DDH-OldDueDay.
           move DDR-NewDueDay to DDH-NewDueDay.
           move CurrentAnchor to DDH-OldAnchor.
           move NewAnchor to DDH-NewAnchor.
           move InterimDays to DDH-InterimDays.
           move InterimInterest to DDH-InterimInterest.
           move SpreadPeriods to DDH-SpreadPeriods.
           move TodayDate to DDH-ChangeDate.
           write DueDateHistoryRecord.
           close DueDateHistoryFile.

           move DDR-Account to ChangeKey.
           perform 1900-FindChange.
           if ChangeFound
               add 1 to CHG-Count(ChangeSub)
               move NewAnchor to CHG-Anchor(ChangeSub)
           else
               if ChangeCount < 2000
                   add 1 to ChangeCount
                   move DDR-Account to CHG-Account(ChangeCount)
                   move 1 to CHG-Count(ChangeCount)
                   move NewAnchor to CHG-Anchor(ChangeCount)
               end-if
           end-if.

       4500-WriteLetter.
           perform 4600-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move DDR-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           move spaces to DueLetterName.
           string "DueDate/letters/" delimited by size
                  DDR-Account delimited by space
                  "_duedate.txt" delimited by size
                  into DueLetterName
           end-string.
           open output DueLetterFile.

           move spaces to DueLetterLine.
           string "DUE DATE CHANGE CONFIRMATION     " TodayDate
               into DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           string "Account " DDR-Account into DueLetterLine.
           write DueLetterLine.

           if BorrowerFound
               move spaces to DueLetterLine
               move BW-Name to DueLetterLine
               write DueLetterLine
               move spaces to DueLetterLine
               move BW-Addr1 to DueLetterLine
               write DueLetterLine
               if BW-Addr2 not = spaces
                   move spaces to DueLetterLine
                   move BW-Addr2 to DueLetterLine
                   write DueLetterLine
               end-if
               move spaces to DueLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into DueLetterLine
               end-string
               write DueLetterLine
           end-if.

           move spaces to DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           string "As you asked, your payments will now be due on day "
               DDR-NewDueDay " of the month." into DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           string "The payment that was due " OldRolledDueDate
               " is now due " NewRolledDueDate
               ", and every later payment" into DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           string "follows on the new day. Payments already made are"
               " not affected." into DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           write DueLetterLine.

           move InterimInterest to Disp-Interim.
           move InterimDays to Disp-Days.
           move spaces to DueLetterLine.
           string "Moving the due date adds" Disp-Days
               " day(s) of interest, " Disp-Interim ","
               into DueLetterLine.
           write DueLetterLine.
           move spaces to DueLetterLine.
           if SpreadPeriods > 1
               move InterimShare to Disp-Share
               string "spread over your next " SpreadPeriods
                   " payments (about " Disp-Share " each)."
                   into DueLetterLine
           else
               string "which is added to the payment due "
                   NewRolledDueDate "." into DueLetterLine
           end-if.
           write DueLetterLine.
           move spaces to DueLetterLine.
           string "Your regular payment amount does not change."
               into DueLetterLine.
           write DueLetterLine.

           close DueLetterFile.
           add 1 to LettersWritten.
           perform 4700-DeliverLetter.

       4600-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move DDR-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       4700-DeliverLetter.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move DDR-Account to EDC-Account.
           move "DUEDATE" to EDC-DocType.
           move spaces to EDC-Period.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into EDC-Period.
           move DueLetterName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

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

       8500-Register.
           move spaces to DueReportLine.
           move msg to DueReportLine.
           write DueReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program DUEDATECHG.
