      ******************************************************************
      * Monthly application pipeline report - for the month in         *
      * Origination\pipelinemonth.txt (MMYYYY; no file reports the     *
      * current month) reads every application on                      *
      * shared\data\applications.dat (copybooks/application.cpy) and   *
      * prints Origination\pipeline.txt:                               *
      *   - the applications taken in the month by where they stand    *
      *     now - pending, approved, countered, declined, withdrawn,   *
      *     funded - with count and amount applied for, and the        *
      *     pull-through (funded over taken)                           *
      *   - the decisions APPDECIDE made in the month by outcome, with *
      *     the average and longest turnaround in days from taken to   *
      *     decided                                                    *
      *   - the reason codes on the month's declines and counters      *
      *   - everything still pending at the run, however old           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. APPPIPE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select PipelineMonthFile ASSIGN TO
                   "Origination\pipelinemonth.txt"
                   organization is line sequential
                   file status is MonthFileStatus.

               select ApplicationFile ASSIGN TO
                   "shared\data\applications.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is APP-Number
                   file status is ApplicationStatus.

               select PipelineReportFile ASSIGN TO
                   "Origination\pipeline.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PipelineMonthFile.
           01 PipelineMonthRecord.
               05  PLM-Month        PIC 9(2).
               05  PLM-Year         PIC 9(4).

       FD  ApplicationFile.
           copy "../shared/copybooks/application.cpy".

       FD  PipelineReportFile.
           01 PipelineLine          PIC X(132).

       working-storage section.
       01  STATUS-CODES             PIC X(6) value "PACDWF".
       01  STATUS-NAMES.
           05  FILLER               PIC X(10) value "PENDING".
           05  FILLER               PIC X(10) value "APPROVED".
           05  FILLER               PIC X(10) value "COUNTERED".
           05  FILLER               PIC X(10) value "DECLINED".
           05  FILLER               PIC X(10) value "WITHDRAWN".
           05  FILLER               PIC X(10) value "FUNDED".
       01  STATUS-NAME-TABLE redefines STATUS-NAMES.
           05  StatusName           PIC X(10) occurs 6 times.
       01  STATUS-TOTALS.
           05  StatusTotalEntry occurs 6 times.
               10  STT-Count        PIC 9(5).
               10  STT-Amount       PIC 9(9)V99.
       01  StatusSub                PIC 9 value zero.

      * DECIDED IN THE MONTH - APPROVED, COUNTERED, DECLINED
       01  DECISION-TOTALS.
           05  DecisionEntry occurs 3 times.
               10  DCT-Count        PIC 9(5).
               10  DCT-Days         PIC 9(7).
               10  DCT-MaxDays      PIC 9(5).
       01  DecisionSub              PIC 9 value zero.

       01  REASON-CODES             PIC X(16) value "DTLTMXMNTMINNVNP".
       01  REASON-NAMES.
           05  FILLER               PIC X(30) value
               "DEBT-TO-INCOME OVER LIMIT".
           05  FILLER               PIC X(30) value
               "LOAN-TO-VALUE OVER LIMIT".
           05  FILLER               PIC X(30) value
               "AMOUNT OVER POLICY MAXIMUM".
           05  FILLER               PIC X(30) value
               "AMOUNT UNDER POLICY MINIMUM".
           05  FILLER               PIC X(30) value
               "TERM OVER POLICY MAXIMUM".
           05  FILLER               PIC X(30) value
               "INCOME UNDER POLICY MINIMUM".
           05  FILLER               PIC X(30) value
               "NO PROPERTY VALUE".
           05  FILLER               PIC X(30) value
               "NO CREDIT POLICY FOR COMPANY".
       01  REASON-NAME-TABLE redefines REASON-NAMES.
           05  ReasonName           PIC X(30) occurs 8 times.
       01  REASON-TOTALS.
           05  ReasonTotalEntry occurs 8 times.
               10  RST-Declined     PIC 9(5).
               10  RST-Countered    PIC 9(5).
       01  ReasonSub                PIC 9 value zero.
       01  CodeSub                  PIC 9 value zero.

       01  TakenCount               PIC 9(5) value zero.
       01  TakenAmount              PIC 9(9)V99 value zero.
       01  DecidedCount             PIC 9(5) value zero.
       01  DecidedDays              PIC 9(7) value zero.
       01  DecidedMaxDays           PIC 9(5) value zero.
       01  PendingNow               PIC 9(5) value zero.
       01  PendingOldestDays        PIC 9(5) value zero.
       01  PullThrough              PIC 999V9 value zero.
       01  AverageDays              PIC 9(5)V9 value zero.

       01  TakenInteger             PIC 9(7) value zero.
       01  DecidedInteger           PIC 9(7) value zero.
       01  TodayInteger             PIC 9(7) value zero.
       01  TurnaroundDays           PIC S9(5) value zero.

       01  MonthFileStatus          PIC XX value spaces.
       01  ApplicationStatus        PIC XX value spaces.
       01  eof-application-file     PIC X value "N".
           88  eof-application      value "Y".
       01  ReportMonth              PIC 9(2) value zero.
       01  ReportYear               PIC 9(4) value zero.

       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Count2              PIC ZZ,ZZ9.
       01  Disp-Amount              PIC $$$$,$$$,$$9.99.
       01  Disp-Pct                 PIC ZZ9.9.
       01  Disp-Days                PIC ZZ,ZZ9.9.
       01  Disp-MaxDays             PIC ZZ,ZZ9.

       01  TodayDate                PIC X(10) value spaces.
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
       01  LogProgramName           PIC X(14) value "APPPIPE".
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

           initialize STATUS-TOTALS.
           initialize DECISION-TOTALS.
           initialize REASON-TOTALS.

           perform 1000-FindReportMonth.

           open input ApplicationFile.
           if ApplicationStatus not = "00"
               display "APPPIPE - no application file, status "
                   ApplicationStatus
               string "No application file, status "
                   ApplicationStatus into msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           read ApplicationFile next record
               at end set eof-application to true
           end-read.
           perform until eof-application
               perform 2000-CountApplication
               read ApplicationFile next record
                   at end set eof-application to true
               end-read
           end-perform.
           close ApplicationFile.

           open output PipelineReportFile.
           perform 3000-PrintTaken.
           perform 4000-PrintDecisions.
           perform 5000-PrintReasons.
           perform 6000-PrintPending.
           close PipelineReportFile.

           display "APPPIPE " ReportMonth "/" ReportYear " - "
               TakenCount " taken, " DecidedCount " decided, "
               PendingNow " pending".
           string "END. Month " ReportMonth "/" ReportYear
               " taken " TakenCount
               " decided " DecidedCount
               " funded " STT-Count(6)
               " pending " PendingNow into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

      * NO MONTH FILE REPORTS THE MONTH TO DATE
       1000-FindReportMonth.
           move CDT-Month to ReportMonth.
           move CDT-Year to ReportYear.
           open input PipelineMonthFile.
           if MonthFileStatus = "00"
               read PipelineMonthFile
                   at end continue
                   not at end
                       if PLM-Month numeric and PLM-Year numeric
                           and PLM-Month > zero and PLM-Month < 13
                           move PLM-Month to ReportMonth
                           move PLM-Year to ReportYear
                       end-if
               end-read
               close PipelineMonthFile
           end-if.

       2000-CountApplication.
           if APP-Pending
               add 1 to PendingNow
               move APP-TakenDate to WORK-DATE
               perform 7000-DateInteger
               compute TurnaroundDays = TodayInteger - TakenInteger
               if TurnaroundDays > PendingOldestDays
                   move TurnaroundDays to PendingOldestDays
               end-if
           end-if.

           move APP-TakenDate to WORK-DATE.
           if WORK-MONTH = ReportMonth and WORK-YEAR = ReportYear
               add 1 to TakenCount
               add APP-Amount to TakenAmount
               move 1 to StatusSub
               perform until StatusSub > 6
                   if STATUS-CODES(StatusSub:1) = APP-Status
                       add 1 to STT-Count(StatusSub)
                       add APP-Amount to STT-Amount(StatusSub)
                       exit perform
                   end-if
                   add 1 to StatusSub
               end-perform
           end-if.

           if APP-DecisionDate = spaces
               exit paragraph
           end-if.
           move APP-DecisionDate to WORK-DATE.
           if WORK-MONTH not = ReportMonth
               or WORK-YEAR not = ReportYear
               exit paragraph
           end-if.
           perform 2100-CountDecision.

      * A DECIDED APPLICATION MAY SINCE HAVE FUNDED OR BEEN WITHDRAWN;
      * A COUNTER AMOUNT OR A REASON WITHOUT ONE TELLS WHAT IT WAS
       2100-CountDecision.
           evaluate true
               when APP-CounterAmount > zero
                   move 2 to DecisionSub
               when APP-Reason(1) not = spaces
                   move 3 to DecisionSub
               when other
                   move 1 to DecisionSub
           end-evaluate.

           move APP-DecisionDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DecidedInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           move APP-TakenDate to WORK-DATE.
           perform 7000-DateInteger.
           compute TurnaroundDays = DecidedInteger - TakenInteger.
           if TurnaroundDays < zero
               move zero to TurnaroundDays
           end-if.

           add 1 to DecidedCount.
           add TurnaroundDays to DecidedDays.
           if TurnaroundDays > DecidedMaxDays
               move TurnaroundDays to DecidedMaxDays
           end-if.
           add 1 to DCT-Count(DecisionSub).
           add TurnaroundDays to DCT-Days(DecisionSub).
           if TurnaroundDays > DCT-MaxDays(DecisionSub)
               move TurnaroundDays to DCT-MaxDays(DecisionSub)
           end-if.

           if DecisionSub = 1
               exit paragraph
           end-if.
           move 1 to ReasonSub.
           perform until ReasonSub > 3
               if APP-Reason(ReasonSub) not = spaces
                   perform 2200-CountReason
               end-if
               add 1 to ReasonSub
           end-perform.

       2200-CountReason.
           move 1 to CodeSub.
           perform until CodeSub > 8
               if REASON-CODES(CodeSub * 2 - 1:2)
                   = APP-Reason(ReasonSub)
                   if DecisionSub = 2
                       add 1 to RST-Countered(CodeSub)
                   else
                       add 1 to RST-Declined(CodeSub)
                   end-if
                   exit perform
               end-if
               add 1 to CodeSub
           end-perform.

       3000-PrintTaken.
           move spaces to PipelineLine.
           string "APPLICATION PIPELINE - MONTH " ReportMonth "/"
               ReportYear "   RUN " TodayDate
               delimited by size into PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           write PipelineLine.
           move "APPLICATIONS TAKEN IN THE MONTH BY STATUS NOW"
               to PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           string "  STATUS          COUNT             AMOUNT"
               delimited by size into PipelineLine.
           write PipelineLine.

           move 1 to StatusSub.
           perform until StatusSub > 6
               move STT-Count(StatusSub) to Disp-Count
               move STT-Amount(StatusSub) to Disp-Amount
               move spaces to PipelineLine
               string "  " StatusName(StatusSub) "   " Disp-Count
                   " " Disp-Amount
                   delimited by size into PipelineLine
               write PipelineLine
               add 1 to StatusSub
           end-perform.

           move TakenCount to Disp-Count.
           move TakenAmount to Disp-Amount.
           move spaces to PipelineLine.
           string "  TOTAL TAKEN    " Disp-Count " " Disp-Amount
               delimited by size into PipelineLine.
           write PipelineLine.

           if TakenCount > zero
               compute PullThrough rounded =
                   STT-Count(6) * 100 / TakenCount
           end-if.
           move PullThrough to Disp-Pct.
           move spaces to PipelineLine.
           string "  PULL-THROUGH (FUNDED OVER TAKEN) " Disp-Pct "%"
               delimited by size into PipelineLine.
           write PipelineLine.

       4000-PrintDecisions.
           move spaces to PipelineLine.
           write PipelineLine.
           move "DECISIONS MADE IN THE MONTH - TURNAROUND DAYS FROM"
               & " TAKEN TO DECIDED" to PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           string "  DECISION        COUNT    AVERAGE    LONGEST"
               delimited by size into PipelineLine.
           write PipelineLine.

           move 1 to DecisionSub.
           perform until DecisionSub > 3
               move zero to AverageDays
               if DCT-Count(DecisionSub) > zero
                   compute AverageDays rounded =
                       DCT-Days(DecisionSub) / DCT-Count(DecisionSub)
               end-if
               move DCT-Count(DecisionSub) to Disp-Count
               move AverageDays to Disp-Days
               move DCT-MaxDays(DecisionSub) to Disp-MaxDays
               evaluate DecisionSub
                   when 1
                       move 2 to StatusSub
                   when 2
                       move 3 to StatusSub
                   when other
                       move 4 to StatusSub
               end-evaluate
               move spaces to PipelineLine
               string "  " StatusName(StatusSub) "   " Disp-Count
                   "   " Disp-Days "     " Disp-MaxDays
                   delimited by size into PipelineLine
               write PipelineLine
               add 1 to DecisionSub
           end-perform.

           move zero to AverageDays.
           if DecidedCount > zero
               compute AverageDays rounded = DecidedDays / DecidedCount
           end-if.
           move DecidedCount to Disp-Count.
           move AverageDays to Disp-Days.
           move DecidedMaxDays to Disp-MaxDays.
           move spaces to PipelineLine.
           string "  TOTAL DECIDED  " Disp-Count "   " Disp-Days
               "     " Disp-MaxDays
               delimited by size into PipelineLine.
           write PipelineLine.

       5000-PrintReasons.
           move spaces to PipelineLine.
           write PipelineLine.
           move "REASONS ON THE MONTH'S DECLINES AND COUNTERS"
               to PipelineLine.
           write PipelineLine.
           move spaces to PipelineLine.
           string "  CODE REASON                         DECLINED"
               " COUNTERED"
               delimited by size into PipelineLine.
           write PipelineLine.

           move 1 to CodeSub.
           perform until CodeSub > 8
               move RST-Declined(CodeSub) to Disp-Count
               move RST-Countered(CodeSub) to Disp-Count2
               move spaces to PipelineLine
               string "  " REASON-CODES(CodeSub * 2 - 1:2) "   "
                   ReasonName(CodeSub) "   " Disp-Count "    "
                   Disp-Count2
                   delimited by size into PipelineLine
               write PipelineLine
               add 1 to CodeSub
           end-perform.

       6000-PrintPending.
           move spaces to PipelineLine.
           write PipelineLine.
           move PendingNow to Disp-Count.
           move PendingOldestDays to Disp-MaxDays.
           move spaces to PipelineLine.
           string "STILL PENDING AT THIS RUN " Disp-Count
               "   OLDEST " Disp-MaxDays " DAYS"
               delimited by size into PipelineLine.
           write PipelineLine.

      * WORK-DATE (MM/DD/YYYY) TO TakenInteger
       7000-DateInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute TakenInteger =
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

       end program APPPIPE.
