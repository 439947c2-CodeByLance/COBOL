      ******************************************************************
      * Daily dispute case aging - the deadline somebody would have    *
      * missed is on paper two business days before it passes. Reads   *
      * every open case on shared\data\disputes.txt (kept by           *
      * DISPMAINT) and lists on Disputes\dispagingreport.txt, past     *
      * deadlines first, each case whose acknowledgment (not yet sent) *
      * or resolution is past due today, then each due within the      *
      * warning window of business days counted through                *
      * wrkmodule/BUSDAY, with the assigned operator and the days      *
      * over or left. A closing summary gives each operator's open,    *
      * approaching and past due cases. Every past-due deadline also   *
      * goes through LOGGER as a WARN so it shows on the day's log.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DISPAGING.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional DisputeFile ASSIGN TO
                   "shared\data\disputes.txt"
                   organization is line sequential.

               select AgingReportFile ASSIGN TO
                   "Disputes\dispagingreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  DisputeFile.
           copy "../shared/copybooks/dispute.cpy".

       FD  AgingReportFile.
           01 AgingReportLine       PIC X(132).

       working-storage section.
      * ONE ENTRY PER DEADLINE STILL RUNNING - AN OPEN CASE NOT YET
      * ACKNOWLEDGED HAS TWO
       01  DEADLINE-TABLE.
           05  DeadlineEntry occurs 4000 times.
               10  DLT-CaseId       PIC 9(7).
               10  DLT-Account      PIC X(10).
               10  DLT-Type         PIC X.
               10  DLT-Operator     PIC X(10).
               10  DLT-Received     PIC X(10).
               10  DLT-Kind         PIC X(7).
               10  DLT-DueDate      PIC X(10).
               10  DLT-Days         PIC S9(5).
               10  DLT-Band         PIC X.
                   88  DLT-PastDue  value "P".
                   88  DLT-Near     value "N".
                   88  DLT-Later    value "L".
       01  DeadlineCount            PIC 9(4) value zero.
       01  DeadlineSub              PIC 9(4) value zero.

       01  OPERATOR-TABLE.
           05  OperatorEntry occurs 200 times.
               10  OPT-Operator     PIC X(10).
               10  OPT-Open         PIC 9(4).
               10  OPT-Near         PIC 9(4).
               10  OPT-PastDue      PIC 9(4).
       01  OperatorCount            PIC 999 value zero.
       01  OperatorSub              PIC 999 value zero.

       01  eof-dispute-file         PIC X value "N".
           88  eof-dispute          value "Y".

       01  CasesOpen                PIC 9(4) value zero.
       01  DeadlinesPastDue         PIC 9(4) value zero.
       01  DeadlinesNear            PIC 9(4) value zero.

      * BUSINESS DAYS AHEAD A DEADLINE COUNTS AS APPROACHING
       01  WarnBusinessDays         PIC 99 value 2.
       01  WarnDate                 PIC X(10) value spaces.
       01  WarnInteger              PIC 9(7) value zero.
       01  TodayInteger             PIC 9(7) value zero.

       01  BusDayDate               PIC X(10) value spaces.
       01  BusDayRolled             PIC X(10) value spaces.
       01  BusDayCount              PIC 99 value zero.
       01  DeadlineKind             PIC X(7) value spaces.
       01  DeadlineDate             PIC X(10) value spaces.
       01  SectionBand              PIC X value space.
       01  SectionLines             PIC 9(4) value zero.

       01  Disp-CaseId              PIC 9(7).
       01  Disp-Days                PIC -(4)9.

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
       01  LogProgramName           PIC X(14) value "DISPAGING".
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

           move TodayDate to BusDayDate.
           move WarnBusinessDays to BusDayCount.
           perform 7100-AddBusinessDays.
           move BusDayDate to WarnDate.
           move WarnDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to WarnInteger.

           perform 1000-LoadDeadlines.

           open output AgingReportFile.
           move spaces to AgingReportLine.
           string "DISPUTE CASE AGING   Run " TodayDate
               "   approaching = due by " WarnDate
               into AgingReportLine.
           write AgingReportLine.

           move "P" to SectionBand.
           perform 3000-PrintSection.
           move "N" to SectionBand.
           perform 3000-PrintSection.

           perform 4000-OperatorSummary.

           move spaces to AgingReportLine.
           write AgingReportLine.
           move spaces to AgingReportLine.
           string "Open cases " CasesOpen
                  "  Deadlines past due " DeadlinesPastDue
                  "  Approaching " DeadlinesNear
                  into AgingReportLine.
           write AgingReportLine.
           close AgingReportFile.

           string "END. Open cases " CasesOpen
               " past due " DeadlinesPastDue
               " approaching " DeadlinesNear into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadDeadlines.
           open input DisputeFile.
           read DisputeFile
               at end set eof-dispute to true
           end-read.
           perform until eof-dispute
               if DSP-StillOpen
                   add 1 to CasesOpen
                   perform 1200-CountOperator
                   if DSP-Open
                       move "ACK" to DeadlineKind
                       move DSP-AckDue to DeadlineDate
                       perform 2000-AgeDeadline
                   end-if
                   move "RESOLVE" to DeadlineKind
                   move DSP-ResolveDue to DeadlineDate
                   perform 2000-AgeDeadline
               end-if
               read DisputeFile
                   at end set eof-dispute to true
               end-read
           end-perform.
           close DisputeFile.

       1200-CountOperator.
           move 1 to OperatorSub.
           perform until OperatorSub > OperatorCount
               if OPT-Operator(OperatorSub) = DSP-Operator
                   exit perform
               end-if
               add 1 to OperatorSub
           end-perform.
           if OperatorSub > OperatorCount
               if OperatorCount >= 200
                   exit paragraph
               end-if
               add 1 to OperatorCount
               move DSP-Operator to OPT-Operator(OperatorSub)
               move zero to OPT-Open(OperatorSub)
               move zero to OPT-Near(OperatorSub)
               move zero to OPT-PastDue(OperatorSub)
           end-if.
           add 1 to OPT-Open(OperatorSub).

      * ONE DEADLINE OF THE CASE IN DisputeRecord - PAST DUE WHEN
      * TODAY IS AFTER IT, APPROACHING WHEN IT FALLS BY THE WARNING
      * DATE. OperatorSub STILL POINTS AT THE CASE OWNER
       2000-AgeDeadline.
           if DeadlineCount >= 4000
               move DSP-CaseId to Disp-CaseId
               string "Deadline table full at 4000 - case "
                   Disp-CaseId " " DeadlineKind " not aged" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to DeadlineCount.
           move DSP-CaseId to DLT-CaseId(DeadlineCount).
           move DSP-Account to DLT-Account(DeadlineCount).
           move DSP-Type to DLT-Type(DeadlineCount).
           move DSP-Operator to DLT-Operator(DeadlineCount).
           move DSP-Received to DLT-Received(DeadlineCount).
           move DeadlineKind to DLT-Kind(DeadlineCount).
           move DeadlineDate to DLT-DueDate(DeadlineCount).

           move DeadlineDate to WORK-DATE.
           perform 7000-DateToInteger.
           compute DLT-Days(DeadlineCount) =
               TodayInteger - DateInteger.

           evaluate true
               when TodayInteger > DateInteger
                   set DLT-PastDue(DeadlineCount) to true
                   add 1 to DeadlinesPastDue
                   if OperatorSub <= OperatorCount
                       add 1 to OPT-PastDue(OperatorSub)
                   end-if
                   move DSP-CaseId to Disp-CaseId
                   move DLT-Days(DeadlineCount) to Disp-Days
                   string "PAST DUE case " Disp-CaseId " "
                       DSP-Account " " DeadlineKind " was due "
                       DeadlineDate " - " Disp-Days " days over,"
                       " operator " DSP-Operator into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               when DateInteger <= WarnInteger
                   set DLT-Near(DeadlineCount) to true
                   add 1 to DeadlinesNear
                   if OperatorSub <= OperatorCount
                       add 1 to OPT-Near(OperatorSub)
                   end-if
               when other
                   set DLT-Later(DeadlineCount) to true
           end-evaluate.

       3000-PrintSection.
           move spaces to AgingReportLine.
           write AgingReportLine.
           move spaces to AgingReportLine.
           if SectionBand = "P"
               move "PAST DEADLINE" to AgingReportLine
           else
               move "APPROACHING DEADLINE" to AgingReportLine
           end-if.
           write AgingReportLine.
           move spaces to AgingReportLine.
           if SectionBand = "P"
               string "Case     Account    Type Operator   Received   "
                   "Deadline Due date    Days over" into AgingReportLine
           else
               string "Case     Account    Type Operator   Received   "
                   "Deadline Due date    Days left" into AgingReportLine
           end-if.
           write AgingReportLine.

           move zero to SectionLines.
           move 1 to DeadlineSub.
           perform DeadlineCount times
               if DLT-Band(DeadlineSub) = SectionBand
                   add 1 to SectionLines
                   move DLT-CaseId(DeadlineSub) to Disp-CaseId
                   if SectionBand = "P"
                       move DLT-Days(DeadlineSub) to Disp-Days
                   else
                       compute Disp-Days = zero - DLT-Days(DeadlineSub)
                   end-if
                   move spaces to AgingReportLine
                   string Disp-CaseId " "
                       DLT-Account(DeadlineSub) " "
                       DLT-Type(DeadlineSub) "    "
                       DLT-Operator(DeadlineSub) " "
                       DLT-Received(DeadlineSub) " "
                       DLT-Kind(DeadlineSub) "  "
                       DLT-DueDate(DeadlineSub) " "
                       Disp-Days
                       into AgingReportLine
                   write AgingReportLine
               end-if
               add 1 to DeadlineSub
           end-perform.
           if SectionLines = zero
               move spaces to AgingReportLine
               move "   none" to AgingReportLine
               write AgingReportLine
           end-if.

       4000-OperatorSummary.
           move spaces to AgingReportLine.
           write AgingReportLine.
           move spaces to AgingReportLine.
           move "OPEN CASES BY OPERATOR" to AgingReportLine.
           write AgingReportLine.
           move spaces to AgingReportLine.
           string "Operator    Open  Approaching  Past due"
               into AgingReportLine.
           write AgingReportLine.
           move 1 to OperatorSub.
           perform OperatorCount times
               move spaces to AgingReportLine
               string OPT-Operator(OperatorSub) "  "
                   OPT-Open(OperatorSub) "  "
                   OPT-Near(OperatorSub) "         "
                   OPT-PastDue(OperatorSub)
                   into AgingReportLine
               write AgingReportLine
               add 1 to OperatorSub
           end-perform.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

      * BusDayCount BUSINESS DAYS AFTER BusDayDate - ONE CALENDAR DAY
      * AT A TIME, EACH ROLLED PAST WEEKENDS AND HOLIDAYS BY BUSDAY
       7100-AddBusinessDays.
           perform BusDayCount times
               move BusDayDate to WORK-DATE
               perform 7000-DateToInteger
               add 1 to DateInteger
               move function date-of-integer(DateInteger)
                   to DATE-YYYYMMDD-N
               move spaces to BusDayDate
               string DY-Month "/" DY-Day "/" DY-Year
                   delimited by size into BusDayDate
               call "shared\wrkmodule\BUSDAY" using
                   BusDayDate, BusDayRolled
               end-call
               move BusDayRolled to BusDayDate
           end-perform.

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

       end program DISPAGING.
