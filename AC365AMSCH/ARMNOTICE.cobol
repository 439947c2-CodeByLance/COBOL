      ******************************************************************
      * ARM rate and payment change notices - the borrower hears about *
      * a reset before it happens instead of off the next BILLING      *
      * statement. Reads the per-loan resets ARMRESET derives onto     *
      * AC365AMSCH\loanresets.txt and, for every reset whose due date  *
      * falls inside the look-ahead window (AC365AMSCH\                *
      * armnoticedays.txt, default 120 days), prints a borrower letter *
      * under AC365AMSCH\armnotices: the current and new rate, the     *
      * index value and margin the new rate was built from, whether a  *
      * periodic cap, lifetime cap or lifetime floor held the change,  *
      * and the current and new payment off the regenerated schedule   *
      * (shared\data\schedmaster.dat). Letters carry the borrower      *
      * master address block; a bad address goes on the address-       *
      * research list instead of the mail. Every notice sent goes on   *
      * the notice history at AC365AMSCH\armnoticehistory.txt, which   *
      * keeps a reset from being noticed twice. Any reset inside the   *
      * window still without a notice at the end of the run - and any  *
      * reset that came due inside the last window without one - is    *
      * listed as an exception on AC365AMSCH\armnoticeregister.txt     *
      * with the reason, as is a reset whose rate was re-derived after *
      * its notice went out.                                           *
      * Graduated-payment loans (shared\data\gradpay.dat) get the same *
      * advance notice of each payment step: every step period on the  *
      * schedule master (payment type G) due inside the window gets a  *
      * payment change letter with the current and new payment, kept   *
      * on the same notice history and listed on the same register,    *
      * missed steps included.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ARMNOTICE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanResetFile ASSIGN TO
                   "AC365AMSCH\loanresets.txt"
                   organization is line sequential
                   file status is ResetFileStatus.

               select optional NoticeDaysFile ASSIGN TO
                   "AC365AMSCH\armnoticedays.txt"
                   organization is line sequential.

               select optional ArmNoticeHistoryFile ASSIGN TO
                   "AC365AMSCH\armnoticehistory.txt"
                   organization is line sequential.

               select ArmNoticeLetterFile ASSIGN TO
                   DYNAMIC ArmNoticeLetterName
                   organization is line sequential.

               select ArmNoticeRegisterFile ASSIGN TO
                   "AC365AMSCH\armnoticeregister.txt"
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

               select ScheduleMasterFile ASSIGN TO
                   "shared\data\schedmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is SCM-Key
                   file status is ScheduleMasterStatus.

               select optional GradPayFile ASSIGN TO
                   "shared\data\gradpay.dat"
                   organization is indexed
                   access mode is sequential
                   record key is GPM-Account
                   file status is GradPayStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanResetFile.
           01 LoanResetRecord.
               05  LRS-Account      PIC X(10).
               05  LRS-Period       PIC 9(4).
               05  LRS-Rate         PIC 99V99.
               05  LRS-DueDate      PIC X(10).
               05  LRS-PriorRate    PIC 99V99.
               05  LRS-IndexValue   PIC 99V99.
               05  LRS-Margin       PIC 99V99.
               05  LRS-Limit        PIC X.
                   88  LRS-NotLimited     value space.
                   88  LRS-PeriodicCapped value "P".
                   88  LRS-LifeCapped     value "C".
                   88  LRS-FloorLimited   value "F".

       FD  NoticeDaysFile.
           01 NoticeDaysRecord.
               05  AND-Days         PIC 9(3).

       FD  ArmNoticeHistoryFile.
           01 ArmNoticeHistoryRecord.
               05  ANH-Account      PIC X(10).
               05  ANH-Period       PIC 9(4).
               05  ANH-DueDate      PIC X(10).
               05  ANH-NewRate      PIC 99V99.
               05  ANH-NewPayment   PIC 9(6)V99.
               05  ANH-DateSent     PIC X(10).

       FD  ArmNoticeLetterFile.
           01 ArmNoticeLetterLine   PIC X(90).

       FD  ArmNoticeRegisterFile.
           01 ArmNoticeRegisterLine PIC X(120).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  ScheduleMasterFile.
           copy "../shared/copybooks/schedmaster.cpy".

       FD  GradPayFile.
           copy "../shared/copybooks/gradpay.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       working-storage section.
       01  HISTORY-TABLE.
           05  HistoryEntry occurs 5000 times.
               10  HST-Account      PIC X(10).
               10  HST-Period       PIC 9(4).
               10  HST-NewRate      PIC 99V99.
               10  HST-DateSent     PIC X(10).
       01  HistoryCount             PIC 9(4) value zero.
       01  HistorySub               PIC 9(4) value zero.
       01  HistoryFoundFlag         PIC X value "N".
           88  HistoryFound         value "Y".

       01  ResetFileStatus          PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  ScheduleMasterStatus     PIC XX value spaces.
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  ScheduleMasterOpenFlag   PIC X value "N".
           88  ScheduleMasterOpen   value "Y".

       01  eof-reset-file           PIC X value "N".
           88  eof-reset            value "Y".
       01  eof-days-file            PIC X value "N".
           88  eof-days             value "Y".
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".

       01  LookaheadDays            PIC 9(3) value 120.
       01  DueInteger               PIC 9(8) value zero.
       01  DaysAhead                PIC S9(6) value zero.
       01  DaysPast                 PIC 9(6) value zero.
       01  ExceptionReason          PIC X(50) value spaces.
       01  CurrentPayment           PIC 9(6)V99 value zero.
       01  NewPayment               PIC 9(6)V99 value zero.
       01  NewTotalDue              PIC 9(6)V99 value zero.
       01  UnlimitedRate            PIC 99V99 value zero.
       01  PriorPeriod              PIC 9(4) value zero.

      * GRADUATED PAYMENT STEPS
       01  GradPayStatus            PIC XX value spaces.
       01  eof-gradpay-file         PIC X value "N".
           88  eof-gradpay          value "Y".
       01  eof-stepsched-file       PIC X value "N".
           88  eof-stepsched        value "Y".
       01  StepPriorPayment         PIC 9(6)V99 value zero.
       01  StepsRead                PIC 9(5) value zero.
       01  StepsInWindow            PIC 9(5) value zero.
       01  StepNoticesSent          PIC 9(5) value zero.

       01  ResetsRead               PIC 9(6) value zero.
       01  ResetsInWindow           PIC 9(5) value zero.
       01  NoticesSent              PIC 9(5) value zero.
       01  AlreadyNoticed           PIC 9(5) value zero.
       01  NoChangeCount            PIC 9(5) value zero.
       01  ClosedLoanCount          PIC 9(5) value zero.
       01  ExceptionCount           PIC 9(5) value zero.
       01  NoDueDateCount           PIC 9(5) value zero.

       01  ArmNoticeLetterName      PIC X(60) value spaces.
       01  ArmNoticeDirPath         PIC X(30) value
               "AC365AMSCH/armnotices".

       01  Disp-Rate                PIC Z9.99.
       01  Disp-Rate2               PIC Z9.99.
       01  Disp-Index               PIC Z9.99.
       01  Disp-Margin              PIC Z9.99.
       01  Disp-Payment             PIC $$$,$$9.99.
       01  Disp-StepPayment         PIC $$$,$$9.99.
       01  Disp-Days                PIC ZZ9.

       01  TodayDate                PIC X(10) value spaces.
       01  TodayInteger             PIC 9(8) value zero.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

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

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "ARMNOTICE".
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

           perform 1000-ReadNoticeDays.
           perform 1100-LoadHistory.

           open input LoanResetFile.
           if ResetFileStatus not = "00"
               string "No reset file at AC365AMSCH\loanresets.txt"
                   " status " ResetFileStatus
                   " - run ARMRESET first; no notices" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "ARMNOTICE - no reset file, status "
                   ResetFileStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "ARMNOTICE - no loan master, status "
                   LoanMasterStatus
               close LoanResetFile
               perform 9000-CloseLog
               stop run
           end-if.
           perform 1500-OpenOtherMasters.

           call "CBL_CREATE_DIR" using ArmNoticeDirPath.
           open extend ArmNoticeHistoryFile.
           open extend AddressResearchFile.

           open output ArmNoticeRegisterFile.
           move LookaheadDays to Disp-Days.
           move spaces to ArmNoticeRegisterLine.
           string "ARM RATE/PAYMENT CHANGE NOTICE REGISTER   Run "
               TodayDate "   look-ahead " Disp-Days " days"
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           move spaces to ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.

           read LoanResetFile
               at end set eof-reset to true
           end-read.
           perform until eof-reset
               add 1 to ResetsRead
               perform 2000-CheckOneReset
               read LoanResetFile
                   at end set eof-reset to true
               end-read
           end-perform.

           close LoanResetFile.

      * graduated payment steps come off the schedule master, not the
      * reset file - same window, same history, same register
           perform 3000-GraduatedSteps.

           close LoanMasterFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if ScheduleMasterOpen
               close ScheduleMasterFile
           end-if.
           close ArmNoticeHistoryFile.
           close AddressResearchFile.

           move spaces to ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           move spaces to ArmNoticeRegisterLine.
           string "Resets read " ResetsRead
               "  in window " ResetsInWindow
               "  notices sent " NoticesSent
               "  already noticed " AlreadyNoticed
               "  no change " NoChangeCount
               "  exceptions " ExceptionCount
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           move spaces to ArmNoticeRegisterLine.
           string "Graduated steps read " StepsRead
               "  in window " StepsInWindow
               "  step notices sent " StepNoticesSent
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           if NoDueDateCount > zero
               move spaces to ArmNoticeRegisterLine
               string NoDueDateCount " reset row(s) carry no due "
                   "date - the reset file predates ARMRESET's "
                   "notice fields; rerun ARMRESET"
                   into ArmNoticeRegisterLine
               write ArmNoticeRegisterLine
           end-if.
           close ArmNoticeRegisterFile.

           if ExceptionCount > zero or NoDueDateCount > zero
               string "ARM NOTICE EXCEPTIONS " ExceptionCount
                   " reset(s) without a notice, "
                   NoDueDateCount " without a due date - see "
                   "AC365AMSCH\armnoticeregister.txt" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           display "ARMNOTICE - sent " NoticesSent
               " step notices " StepNoticesSent
               " exceptions " ExceptionCount.
           string "END. Resets " ResetsRead
               " in window " ResetsInWindow
               " sent " NoticesSent
               " already noticed " AlreadyNoticed
               " step notices " StepNoticesSent
               " exceptions " ExceptionCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-ReadNoticeDays.
           open input NoticeDaysFile.
           read NoticeDaysFile
               at end set eof-days to true
           end-read.
           if not eof-days and AND-Days > zero
               move AND-Days to LookaheadDays
           end-if.
           close NoticeDaysFile.

       1100-LoadHistory.
           open input ArmNoticeHistoryFile.
           read ArmNoticeHistoryFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               if HistoryCount < 5000
                   add 1 to HistoryCount
                   move ANH-Account to HST-Account(HistoryCount)
                   move ANH-Period to HST-Period(HistoryCount)
                   move ANH-NewRate to HST-NewRate(HistoryCount)
                   move ANH-DateSent to HST-DateSent(HistoryCount)
               else
                   string "ARM notice history table full at 5000 - "
                       ANH-Account " period " ANH-Period
                       " not loaded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read ArmNoticeHistoryFile
                   at end set eof-history to true
               end-read
           end-perform.
           close ArmNoticeHistoryFile.

       1500-OpenOtherMasters.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - no ARM notice can be addressed" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.
           open input ScheduleMasterFile.
           if ScheduleMasterStatus = "00"
               set ScheduleMasterOpen to true
           else
               string "No schedule master at "
                   "shared\data\schedmaster.dat status "
                   ScheduleMasterStatus
                   " - run SCHCONVERT; no new payment to quote"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

      * THE WINDOW RUNS FROM TODAY TO TODAY PLUS THE LOOK-AHEAD; A
      * RESET THAT CAME DUE INSIDE THE LAST LOOK-AHEAD WITHOUT A
      * NOTICE WAS MISSED AND IS LISTED, NEVER SENT LATE
       2000-CheckOneReset.
           if LRS-DueDate = spaces
               add 1 to NoDueDateCount
               exit paragraph
           end-if.
           move LRS-DueDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DueInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           compute DaysAhead = DueInteger - TodayInteger.

           perform 2100-FindHistory.

           if DaysAhead < zero
               compute DaysPast = zero - DaysAhead
               if DaysPast <= LookaheadDays
                   and not HistoryFound
                   and LRS-Rate not = LRS-PriorRate
                   move "MISSED - RESET CAME DUE WITHOUT A NOTICE"
                       to ExceptionReason
                   perform 2900-ListException
               end-if
               exit paragraph
           end-if.
           if DaysAhead > LookaheadDays
               exit paragraph
           end-if.

           add 1 to ResetsInWindow.

           if HistoryFound
               if HST-NewRate(HistorySub) = LRS-Rate
                   add 1 to AlreadyNoticed
               else
                   move HST-NewRate(HistorySub) to Disp-Rate
                   move spaces to ExceptionReason
                   string "RATE RE-DERIVED AFTER NOTICE OF "
                       HST-DateSent(HistorySub) " AT " Disp-Rate
                       into ExceptionReason
                   perform 2900-ListException
               end-if
               exit paragraph
           end-if.

      * THE PAYMENT ONLY CHANGES WITH THE RATE - A RESET THAT LANDS
      * ON THE RATE ALREADY CHARGED NEEDS NO NOTICE
           if LRS-Rate = LRS-PriorRate
               add 1 to NoChangeCount
               exit paragraph
           end-if.

           move LRS-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   move "LOAN NOT ON THE LOAN MASTER"
                       to ExceptionReason
                   perform 2900-ListException
                   exit paragraph
           end-read.
           if not LM-StatusActive
               add 1 to ClosedLoanCount
               exit paragraph
           end-if.

           if not BorrowerMasterOpen
               move "NO BORROWER MASTER - NOT ADDRESSED"
                   to ExceptionReason
               perform 2900-ListException
               exit paragraph
           end-if.
           move LRS-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move "NO BORROWER RECORD - NOT ADDRESSED"
                       to ExceptionReason
                   perform 2900-ListException
                   exit paragraph
           end-read.
           if BW-AddressBad
               perform 2400-ListForResearch
               move "BAD ADDRESS - ON THE RESEARCH LIST"
                   to ExceptionReason
               perform 2900-ListException
               exit paragraph
           end-if.

           perform 2200-ReadPayments.
           if ExceptionReason not = spaces
               perform 2900-ListException
               exit paragraph
           end-if.

           perform 2500-WriteNoticeLetter.
           perform 2600-RecordNotice.

       2100-FindHistory.
           move "N" to HistoryFoundFlag.
           move 1 to HistorySub.
           perform until HistorySub > HistoryCount
               if HST-Account(HistorySub) = LRS-Account
                   and HST-Period(HistorySub) = LRS-Period
                   set HistoryFound to true
                   exit perform
               end-if
               add 1 to HistorySub
           end-perform.

      * THE NEW PAYMENT IS THE RESET PERIOD'S ROW ON THE REGENERATED
      * SCHEDULE, THE CURRENT ONE THE PERIOD BEFORE IT
       2200-ReadPayments.
           move spaces to ExceptionReason.
           if not ScheduleMasterOpen
               move "NO SCHEDULE MASTER - NO NEW PAYMENT"
                   to ExceptionReason
               exit paragraph
           end-if.
           move LRS-Account to SCM-Account.
           move LRS-Period to SCM-Period.
           read ScheduleMasterFile
               invalid key
                   move "NO SCHEDULE ROW FOR THE RESET PERIOD"
                       to ExceptionReason
                   exit paragraph
           end-read.
           move SCM-PaymentAmount to NewPayment.
           move SCM-TotalPaymentDue to NewTotalDue.

           compute PriorPeriod = LRS-Period - 1.
           move LRS-Account to SCM-Account.
           move PriorPeriod to SCM-Period.
           read ScheduleMasterFile
               invalid key
                   move "NO SCHEDULE ROW BEFORE THE RESET PERIOD"
                       to ExceptionReason
                   exit paragraph
           end-read.
           move SCM-PaymentAmount to CurrentPayment.

       2400-ListForResearch.
           move spaces to AddressResearchRecord.
           move LRS-Account to ARX-Account.
           move LogProgramName to ARX-Program.
           move TodayDate to ARX-Date.
           move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason.
           write AddressResearchRecord.

       2500-WriteNoticeLetter.
           move spaces to ArmNoticeLetterName.
           string "AC365AMSCH/armnotices/" delimited by size
                  LRS-Account delimited by space
                  "_" delimited by size
                  LRS-Period delimited by size
                  ".txt" delimited by size
                  into ArmNoticeLetterName
           end-string.

           open output ArmNoticeLetterFile.

           move spaces to ArmNoticeLetterLine.
           string "ADJUSTABLE-RATE LOAN - NOTICE OF RATE AND PAYMENT "
               "CHANGE     " TodayDate into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "Account " LRS-Account into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move spaces to ArmNoticeLetterLine.
           move BW-Name to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           move BW-Addr1 to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           if BW-Addr2 not = spaces
               move spaces to ArmNoticeLetterLine
               move BW-Addr2 to ArmNoticeLetterLine
               write ArmNoticeLetterLine
           end-if.
           move spaces to ArmNoticeLetterLine.
           string BW-City delimited by "  "
                  ", " delimited by size
                  BW-State delimited by size
                  " " delimited by size
                  BW-Zip delimited by size
                  into ArmNoticeLetterLine
           end-string.
           write ArmNoticeLetterLine.

           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "The interest rate on your adjustable-rate loan "
               "will change with the payment" into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "due " LRS-DueDate "." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move LRS-PriorRate to Disp-Rate.
           move spaces to ArmNoticeLetterLine.
           string "Current interest rate            " Disp-Rate "%"
               into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move LRS-Rate to Disp-Rate.
           move spaces to ArmNoticeLetterLine.
           string "New interest rate                " Disp-Rate "%"
               into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move LRS-IndexValue to Disp-Index.
           move LRS-Margin to Disp-Margin.
           move spaces to ArmNoticeLetterLine.
           string "The new rate is figured from the " LM-IndexCode
               " index value of " Disp-Index "% plus your margin"
               into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "of " Disp-Margin "%." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           if not LRS-NotLimited
               compute UnlimitedRate = LRS-IndexValue + LRS-Margin
                   on size error move 99.99 to UnlimitedRate
               end-compute
               move UnlimitedRate to Disp-Rate2
               move spaces to ArmNoticeLetterLine
               evaluate true
                   when LRS-PeriodicCapped
                       string "The change was limited by the periodic "
                           "adjustment cap in your note."
                           into ArmNoticeLetterLine
                   when LRS-LifeCapped
                       string "The change was limited by the lifetime "
                           "rate cap in your note."
                           into ArmNoticeLetterLine
                   when LRS-FloorLimited
                       string "The rate was held at the lifetime rate "
                           "floor in your note."
                           into ArmNoticeLetterLine
               end-evaluate
               write ArmNoticeLetterLine
               move spaces to ArmNoticeLetterLine
               string "Without that limit the rate would have been "
                   Disp-Rate2 "%." into ArmNoticeLetterLine
               write ArmNoticeLetterLine
           else
               move spaces to ArmNoticeLetterLine
               string "No rate cap or floor in your note limited this "
                   "change." into ArmNoticeLetterLine
               write ArmNoticeLetterLine
           end-if.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move CurrentPayment to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "Current principal and interest payment  "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move NewPayment to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "New principal and interest payment      "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move NewTotalDue to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "New total payment with escrow and fees  "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "Please contact Loan Servicing with any questions "
               "about this change." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           close ArmNoticeLetterFile.

       2600-RecordNotice.
           move spaces to ArmNoticeHistoryRecord.
           move LRS-Account to ANH-Account.
           move LRS-Period to ANH-Period.
           move LRS-DueDate to ANH-DueDate.
           move LRS-Rate to ANH-NewRate.
           move NewPayment to ANH-NewPayment.
           move TodayDate to ANH-DateSent.
           write ArmNoticeHistoryRecord.

           if HistoryCount < 5000
               add 1 to HistoryCount
               move LRS-Account to HST-Account(HistoryCount)
               move LRS-Period to HST-Period(HistoryCount)
               move LRS-Rate to HST-NewRate(HistoryCount)
               move TodayDate to HST-DateSent(HistoryCount)
           end-if.

           add 1 to NoticesSent.
           move LRS-PriorRate to Disp-Rate.
           move LRS-Rate to Disp-Rate2.
           move NewPayment to Disp-Payment.
           move spaces to ArmNoticeRegisterLine.
           string "SENT       " LRS-Account
               "  period " LRS-Period
               "  due " LRS-DueDate
               "  rate " Disp-Rate " -> " Disp-Rate2
               "  new P&I " Disp-Payment
               "  limit " LRS-Limit
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.

           string "ARM NOTICE " LRS-Account
               " period " LRS-Period
               " due " LRS-DueDate
               " rate " LRS-Rate into msg.
           perform 8000-Logs.

       2900-ListException.
           add 1 to ExceptionCount.
           move LRS-Rate to Disp-Rate.
           move spaces to ArmNoticeRegisterLine.
           string "EXCEPTION  " LRS-Account
               "  period " LRS-Period
               "  due " LRS-DueDate
               "  rate " Disp-Rate
               "  " ExceptionReason
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           move spaces to ExceptionReason.

      * EVERY ACTIVE GRADUATED LOAN'S STEP PERIODS, READ STRAIGHT OFF
      * ITS SCHEDULE MASTER ROWS. THE ROW BEFORE A STEP GIVES THE
      * PAYMENT IT RISES FROM
       3000-GraduatedSteps.
           if not ScheduleMasterOpen
               exit paragraph
           end-if.
           open input GradPayFile.
           if GradPayStatus not = "00"
               exit paragraph
           end-if.
           read GradPayFile next record
               at end set eof-gradpay to true
           end-read.
           perform until eof-gradpay
               perform 3100-CheckOneLoanSteps
               read GradPayFile next record
                   at end set eof-gradpay to true
               end-read
           end-perform.
           close GradPayFile.

       3100-CheckOneLoanSteps.
           move GPM-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   exit paragraph
           end-read.
           if not LM-StatusActive
               exit paragraph
           end-if.

           move "N" to eof-stepsched-file.
           move zero to StepPriorPayment.
           move GPM-Account to SCM-Account.
           move 1 to SCM-Period.
           start ScheduleMasterFile key is >= SCM-Key
               invalid key
                   exit paragraph
           end-start.
           perform until eof-stepsched
               read ScheduleMasterFile next record
                   at end set eof-stepsched to true
               end-read
               if not eof-stepsched
                   if SCM-Account not = GPM-Account
                       set eof-stepsched to true
                   else
                       if SCM-GradStep
                           perform 3200-CheckOneStep
                       end-if
                       move SCM-PaymentAmount to StepPriorPayment
                   end-if
               end-if
           end-perform.

      * THE SAME WINDOW AS A RESET: DUE FROM TODAY TO TODAY PLUS THE
      * LOOK-AHEAD, AND A STEP THAT CAME DUE INSIDE THE LAST
      * LOOK-AHEAD WITHOUT A NOTICE IS LISTED AS MISSED
       3200-CheckOneStep.
           add 1 to StepsRead.
           move SCM-DueDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DueInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           compute DaysAhead = DueInteger - TodayInteger.

           perform 3300-FindStepHistory.

           if DaysAhead < zero
               compute DaysPast = zero - DaysAhead
               if DaysPast <= LookaheadDays
                   and not HistoryFound
                   move "MISSED - STEP CAME DUE WITHOUT A NOTICE"
                       to ExceptionReason
                   perform 3900-ListStepException
               end-if
               exit paragraph
           end-if.
           if DaysAhead > LookaheadDays
               exit paragraph
           end-if.

           add 1 to StepsInWindow.
           if HistoryFound
               add 1 to AlreadyNoticed
               exit paragraph
           end-if.

           if not BorrowerMasterOpen
               move "NO BORROWER MASTER - NOT ADDRESSED"
                   to ExceptionReason
               perform 3900-ListStepException
               exit paragraph
           end-if.
           move SCM-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move "NO BORROWER RECORD - NOT ADDRESSED"
                       to ExceptionReason
                   perform 3900-ListStepException
                   exit paragraph
           end-read.
           if BW-AddressBad
               move spaces to AddressResearchRecord
               move SCM-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               move "BAD ADDRESS - ON THE RESEARCH LIST"
                   to ExceptionReason
               perform 3900-ListStepException
               exit paragraph
           end-if.

           perform 3500-WriteStepLetter.
           perform 3600-RecordStep.

       3300-FindStepHistory.
           move "N" to HistoryFoundFlag.
           move 1 to HistorySub.
           perform until HistorySub > HistoryCount
               if HST-Account(HistorySub) = SCM-Account
                   and HST-Period(HistorySub) = SCM-Period
                   set HistoryFound to true
                   exit perform
               end-if
               add 1 to HistorySub
           end-perform.

       3500-WriteStepLetter.
           move spaces to ArmNoticeLetterName.
           string "AC365AMSCH/armnotices/" delimited by size
                  SCM-Account delimited by space
                  "_" delimited by size
                  SCM-Period delimited by size
                  ".txt" delimited by size
                  into ArmNoticeLetterName
           end-string.

           open output ArmNoticeLetterFile.

           move spaces to ArmNoticeLetterLine.
           string "GRADUATED PAYMENT LOAN - NOTICE OF PAYMENT CHANGE"
               "          " TodayDate into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "Account " SCM-Account into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move spaces to ArmNoticeLetterLine.
           move BW-Name to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           move BW-Addr1 to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           if BW-Addr2 not = spaces
               move spaces to ArmNoticeLetterLine
               move BW-Addr2 to ArmNoticeLetterLine
               write ArmNoticeLetterLine
           end-if.
           move spaces to ArmNoticeLetterLine.
           string BW-City delimited by "  "
                  ", " delimited by size
                  BW-State delimited by size
                  " " delimited by size
                  BW-Zip delimited by size
                  into ArmNoticeLetterLine
           end-string.
           write ArmNoticeLetterLine.

           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "Under the graduated payment plan in your note, your "
               "principal and" into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "interest payment steps up with the payment due "
               SCM-DueDate "." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move LM-AnnualRate to Disp-Rate.
           move spaces to ArmNoticeLetterLine.
           string "Your interest rate of " Disp-Rate
               "% does not change." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           move StepPriorPayment to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "Current principal and interest payment  "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move SCM-PaymentAmount to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "New principal and interest payment      "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move SCM-TotalPaymentDue to Disp-Payment.
           move spaces to ArmNoticeLetterLine.
           string "New total payment with escrow and fees  "
               Disp-Payment into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           write ArmNoticeLetterLine.
           move spaces to ArmNoticeLetterLine.
           string "Please contact Loan Servicing with any questions "
               "about this change." into ArmNoticeLetterLine.
           write ArmNoticeLetterLine.

           close ArmNoticeLetterFile.

       3600-RecordStep.
           move spaces to ArmNoticeHistoryRecord.
           move SCM-Account to ANH-Account.
           move SCM-Period to ANH-Period.
           move SCM-DueDate to ANH-DueDate.
           move LM-AnnualRate to ANH-NewRate.
           move SCM-PaymentAmount to ANH-NewPayment.
           move TodayDate to ANH-DateSent.
           write ArmNoticeHistoryRecord.

           if HistoryCount < 5000
               add 1 to HistoryCount
               move SCM-Account to HST-Account(HistoryCount)
               move SCM-Period to HST-Period(HistoryCount)
               move LM-AnnualRate to HST-NewRate(HistoryCount)
               move TodayDate to HST-DateSent(HistoryCount)
           end-if.

           add 1 to StepNoticesSent.
           move StepPriorPayment to Disp-Payment.
           move SCM-PaymentAmount to Disp-StepPayment.
           move spaces to ArmNoticeRegisterLine.
           string "SENT STEP  " SCM-Account
               "  period " SCM-Period
               "  due " SCM-DueDate
               "  P&I " Disp-Payment " -> " Disp-StepPayment
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.

           string "GRADUATED STEP NOTICE " SCM-Account
               " period " SCM-Period
               " due " SCM-DueDate
               " payment " SCM-PaymentAmount into msg.
           perform 8000-Logs.

       3900-ListStepException.
           add 1 to ExceptionCount.
           move spaces to ArmNoticeRegisterLine.
           string "EXCEPTION  " SCM-Account
               "  period " SCM-Period
               "  due " SCM-DueDate
               "  step  " ExceptionReason
               into ArmNoticeRegisterLine.
           write ArmNoticeRegisterLine.
           move spaces to ExceptionReason.

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

       end program ARMNOTICE.
