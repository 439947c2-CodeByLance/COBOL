      ******************************************************************
      * Roll-rate migration report - where did last month's buckets   *
      * go. Built off the per-account delinquency history SNAPSHOT     *
      * captures at each month end (shared\data\delqhistory.txt): for  *
      * every loan that was current or 30/60/90/120+ days past due in  *
      * one month, the status it showed the month after - a bucket,    *
      * paid off, charged off or transferred. The report month comes   *
      * from Control\rollmonth.txt (MMYYYY) or defaults to the latest  *
      * month on the history. Each from-bucket / to-bucket matrix is   *
      * printed by account count and by balance (as it stood in the    *
      * from month), first for the latest month and then as a          *
      * trailing 12-month average with row percentages - the average   *
      * is over the months that had a transition to count, so a young  *
      * history is not diluted by empty months. The whole portfolio    *
      * prints first, then each company. Output is                     *
      * Control\rollrate.txt.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ROLLRATE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional RollMonthFile ASSIGN TO
                   "Control\rollmonth.txt"
                   organization is line sequential.

               select optional DelqHistoryFile ASSIGN TO
                   "shared\data\delqhistory.txt"
                   organization is line sequential.

               select RollRateReportFile ASSIGN TO
                   "Control\rollrate.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  RollMonthFile.
           01 RollMonthRecord.
               05  RMN-Month        PIC 9(2).
               05  RMN-Year         PIC 9(4).

       FD  DelqHistoryFile.
           copy "../shared/copybooks/delqhist.cpy".

       FD  RollRateReportFile.
           01 RollLine              PIC X(132).

       working-storage section.
      * EACH ACCOUNT'S STATUS AND BALANCE FOR THE THIRTEEN MONTHS ENDING
      * WITH THE REPORT MONTH - SLOT 13 IS THE REPORT MONTH
       01  ACCOUNT-TABLE.
           05  AccountEntry occurs 5000 times.
               10  ACT-Account      PIC X(10).
               10  ACT-Company      PIC X(3).
               10  ACT-Month occurs 13 times.
                   15  ACT-Status   PIC X.
                   15  ACT-Balance  PIC 9(7)V99.
       01  AccountCount             PIC 9(4) value zero.
       01  AccountSub               PIC 9(4) value zero.

      * ONE SET OF MATRICES PER COMPANY - ENTRY 1 IS THE WHOLE
      * PORTFOLIO. ROWS ARE THE FROM BUCKET (CURRENT, 30, 60, 90,
      * 120+), COLUMNS THE TO STATUS (THE FIVE BUCKETS, PAID OFF,
      * CHARGED OFF, TRANSFERRED)
       01  COMPANY-TABLE.
           05  CompanyEntry occurs 21 times.
               10  CMP-Code         PIC X(3).
               10  CMP-MonthFlag    PIC X occurs 12 times.
               10  CMP-TrailMonths  PIC 99.
               10  CMP-From occurs 5 times.
                   15  CMP-To occurs 8 times.
                       20  CMP-LatCount PIC 9(5).
                       20  CMP-LatBal   PIC 9(11)V99.
                       20  CMP-TrlCount PIC 9(7).
                       20  CMP-TrlBal   PIC 9(13)V99.
       01  CompanyCount             PIC 99 value 1.
       01  CompanySub               PIC 99 value zero.
       01  ThisCompanySub           PIC 99 value zero.

       01  SlotSub                  PIC 99 value zero.
       01  NextSlotSub              PIC 99 value zero.
       01  SlotWork                 PIC S9(6) value zero.
       01  FromSub                  PIC 9 value zero.
       01  ToSub                    PIC 9 value zero.
       01  TransitionSub            PIC 99 value zero.
       01  StatusWork               PIC X value space.

       01  ReportMonth              PIC 9(2) value zero.
       01  ReportYear               PIC 9(4) value zero.
       01  ReportMonthNumber        PIC 9(6) value zero.
       01  FromMonth                PIC 9(2) value zero.
       01  FromYear                 PIC 9(4) value zero.
       01  RowMonthNumber           PIC 9(6) value zero.
       01  MonthNumberWork          PIC 9(6) value zero.
       01  HistoryRowCount          PIC 9(7) value zero.
       01  TransitionCount          PIC 9(7) value zero.

       01  ColumnPos                PIC 999 value zero.
       01  RowTotalCount            PIC 9(7) value zero.
       01  AverageWork              PIC 9(7)V9 value zero.
       01  AverageBalWork           PIC 9(11) value zero.
       01  PercentWork              PIC 999V9 value zero.
       01  MatrixKind               PIC 9 value zero.
           88  MatrixLatestCount    value 1.
           88  MatrixLatestBalance  value 2.
           88  MatrixTrailCount     value 3.
           88  MatrixTrailPercent   value 4.
           88  MatrixTrailBalance   value 5.

       01  FROM-LABELS.
           05  FILLER               PIC X(14) value "Current".
           05  FILLER               PIC X(14) value "30 days".
           05  FILLER               PIC X(14) value "60 days".
           05  FILLER               PIC X(14) value "90 days".
           05  FILLER               PIC X(14) value "120+ days".
       01  FROM-LABEL-TABLE redefines FROM-LABELS.
           05  FromLabel            PIC X(14) occurs 5 times.

       01  TO-LABELS.
           05  FILLER               PIC X(14) value "       Current".
           05  FILLER               PIC X(14) value "       30 days".
           05  FILLER               PIC X(14) value "       60 days".
           05  FILLER               PIC X(14) value "       90 days".
           05  FILLER               PIC X(14) value "     120+ days".
           05  FILLER               PIC X(14) value "      Paid off".
           05  FILLER               PIC X(14) value "   Charged off".
           05  FILLER               PIC X(14) value "   Transferred".
       01  TO-LABEL-TABLE redefines TO-LABELS.
           05  ToLabel              PIC X(14) occurs 8 times.

       01  Disp-Count               PIC ZZZ,ZZ9.
       01  Disp-Average             PIC ZZZ,ZZ9.9.
       01  Disp-Percent             PIC ZZ9.9.
       01  Disp-Balance             PIC ZZZ,ZZZ,ZZ9.
       01  Disp-Months              PIC Z9.
       01  Disp-Company             PIC X(6) value spaces.

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  eof-month-file           PIC X value "N".
           88  eof-month            value "Y".
       01  eof-delq-file            PIC X value "N".
           88  eof-delq             value "Y".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "ROLLRATE".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           initialize COMPANY-TABLE.
           move "ALL" to CMP-Code(1).

           open input RollMonthFile.
           read RollMonthFile
               at end set eof-month to true
           end-read.
           if not eof-month
               move RMN-Month to ReportMonth
               move RMN-Year to ReportYear
           end-if.
           close RollMonthFile.

           if ReportYear = zero
               perform 1000-FindLatestMonth
           end-if.
           if ReportYear = zero
               string "No delinquency history on file - "
                   "no roll-rate report" into msg
               move "WARN" to LogSeverity
               perform 8000-Logs
               perform 5000-WriteReport
               perform 9000-CloseLog
               stop run
           end-if.

           compute ReportMonthNumber = ReportYear * 12 + ReportMonth.
           compute MonthNumberWork = ReportMonthNumber - 1.
           perform 7000-MonthFromNumber.

           perform 2000-LoadHistory.
           perform 3000-CountTransitions.
           perform 5000-WriteReport.

           string "END. Roll rates " ReportMonth "/" ReportYear
               " - " HistoryRowCount " history row(s), "
               AccountCount " account(s), "
               TransitionCount " transition(s)" into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-FindLatestMonth.
           open input DelqHistoryFile.
           read DelqHistoryFile
               at end set eof-delq to true
           end-read.
           perform until eof-delq
               compute RowMonthNumber = DQH-Year * 12 + DQH-Month
               if RowMonthNumber > ReportMonthNumber
                   move RowMonthNumber to ReportMonthNumber
                   move DQH-Month to ReportMonth
                   move DQH-Year to ReportYear
               end-if
               read DelqHistoryFile
                   at end set eof-delq to true
               end-read
           end-perform.
           close DelqHistoryFile.
           move "N" to eof-delq-file.

      * ONLY THE THIRTEEN MONTHS ENDING WITH THE REPORT MONTH ARE KEPT
       2000-LoadHistory.
           open input DelqHistoryFile.
           read DelqHistoryFile
               at end set eof-delq to true
           end-read.
           perform until eof-delq
               compute RowMonthNumber = DQH-Year * 12 + DQH-Month
               compute SlotWork = RowMonthNumber
                   - ReportMonthNumber + 13
               if SlotWork >= 1 and SlotWork <= 13
                   move SlotWork to SlotSub
                   perform 2100-FindAccount
                   if AccountSub > zero
                       add 1 to HistoryRowCount
                       move DQH-Status
                           to ACT-Status(AccountSub, SlotSub)
                       move DQH-Balance
                           to ACT-Balance(AccountSub, SlotSub)
                       if DQH-Company not = spaces
                           move DQH-Company to ACT-Company(AccountSub)
                       end-if
                   end-if
               end-if
               read DelqHistoryFile
                   at end set eof-delq to true
               end-read
           end-perform.
           close DelqHistoryFile.

       2100-FindAccount.
           move 1 to AccountSub.
           perform until AccountSub > AccountCount
               if ACT-Account(AccountSub) = DQH-Account
                   exit paragraph
               end-if
               add 1 to AccountSub
           end-perform.
           if AccountCount >= 5000
               string "Account table full at 5000 - " DQH-Account
                   " left out of the roll rates" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               move zero to AccountSub
               exit paragraph
           end-if.
           add 1 to AccountCount.
           move AccountCount to AccountSub.
           move DQH-Account to ACT-Account(AccountSub).
           move spaces to ACT-Company(AccountSub).
           move 1 to SlotSub.
           perform 13 times
               move space to ACT-Status(AccountSub, SlotSub)
               move zero to ACT-Balance(AccountSub, SlotSub)
               add 1 to SlotSub
           end-perform.
           compute SlotSub = SlotWork.

      * A TRANSITION IS A BUCKET IN ONE MONTH FOLLOWED BY ANY STATUS IN
      * THE NEXT - SLOTS 12 TO 13 ARE THE LATEST MONTH
       3000-CountTransitions.
           move 1 to AccountSub.
           perform until AccountSub > AccountCount
               perform 3100-FindCompany
               move 1 to TransitionSub
               perform until TransitionSub > 12
                   perform 3200-CountOneTransition
                   add 1 to TransitionSub
               end-perform
               add 1 to AccountSub
           end-perform.

           move 1 to CompanySub.
           perform until CompanySub > CompanyCount
               move zero to CMP-TrailMonths(CompanySub)
               move 1 to TransitionSub
               perform until TransitionSub > 12
                   if CMP-MonthFlag(CompanySub, TransitionSub) = "Y"
                       add 1 to CMP-TrailMonths(CompanySub)
                   end-if
                   add 1 to TransitionSub
               end-perform
               add 1 to CompanySub
           end-perform.

       3100-FindCompany.
           move 2 to ThisCompanySub.
           perform until ThisCompanySub > CompanyCount
               if CMP-Code(ThisCompanySub) = ACT-Company(AccountSub)
                   exit paragraph
               end-if
               add 1 to ThisCompanySub
           end-perform.
           if CompanyCount >= 21
               string "Company table full at 20 - "
                   ACT-Company(AccountSub)
                   " counted in the portfolio total only" into msg
               move "WARN" to LogSeverity
               perform 8000-Logs
               move zero to ThisCompanySub
               exit paragraph
           end-if.
           add 1 to CompanyCount.
           move CompanyCount to ThisCompanySub.
           move ACT-Company(AccountSub) to CMP-Code(ThisCompanySub).

       3200-CountOneTransition.
           move TransitionSub to SlotSub.
           compute NextSlotSub = TransitionSub + 1.
           move ACT-Status(AccountSub, SlotSub) to StatusWork.
           if StatusWork < "0" or StatusWork > "4"
               exit paragraph
           end-if.
           perform 3300-StatusToColumn.
           compute FromSub = ToSub.

           move ACT-Status(AccountSub, NextSlotSub) to StatusWork.
           if StatusWork = space
               exit paragraph
           end-if.
           perform 3300-StatusToColumn.
           if ToSub = zero
               exit paragraph
           end-if.

           add 1 to TransitionCount.
           move 1 to CompanySub.
           perform 3400-PostTransition.
           if ThisCompanySub > zero
               move ThisCompanySub to CompanySub
               perform 3400-PostTransition
           end-if.

       3300-StatusToColumn.
           evaluate StatusWork
               when "0" thru "4"
                   compute ToSub = function numval(StatusWork) + 1
               when "P"
                   move 6 to ToSub
               when "O"
                   move 7 to ToSub
               when "T"
                   move 8 to ToSub
               when other
                   move zero to ToSub
           end-evaluate.

       3400-PostTransition.
           move "Y" to CMP-MonthFlag(CompanySub, TransitionSub).
           add 1 to CMP-TrlCount(CompanySub, FromSub, ToSub).
           add ACT-Balance(AccountSub, SlotSub)
               to CMP-TrlBal(CompanySub, FromSub, ToSub).
           if TransitionSub = 12
               add 1 to CMP-LatCount(CompanySub, FromSub, ToSub)
               add ACT-Balance(AccountSub, SlotSub)
                   to CMP-LatBal(CompanySub, FromSub, ToSub)
           end-if.

       5000-WriteReport.
           open output RollRateReportFile.

           move spaces to RollLine.
           string "ROLL-RATE MIGRATION REPORT     Month "
               ReportMonth "/" ReportYear "     Run " TodayDate
               into RollLine.
           write RollLine.
           move spaces to RollLine.
           write RollLine.

           if ReportYear = zero
               move "No delinquency history on file." to RollLine
               write RollLine
               close RollRateReportFile
               exit paragraph
           end-if.

           move 1 to CompanySub.
           perform until CompanySub > CompanyCount
               perform 5100-WriteCompany
               add 1 to CompanySub
           end-perform.

           close RollRateReportFile.

       5100-WriteCompany.
           move CMP-Code(CompanySub) to Disp-Company.
           if CMP-Code(CompanySub) = spaces
               move "(none)" to Disp-Company
           end-if.
           move spaces to RollLine.
           if CompanySub = 1
               string "COMPANY  ALL - WHOLE PORTFOLIO" into RollLine
           else
               string "COMPANY  " Disp-Company into RollLine
           end-if.
           write RollLine.
           move all "=" to RollLine.
           write RollLine.

           move spaces to RollLine.
           string "LATEST MONTH " FromMonth "/" FromYear " TO "
               ReportMonth "/" ReportYear " - ACCOUNTS" into RollLine.
           write RollLine.
           move 1 to MatrixKind.
           perform 5200-WriteMatrix.

           move spaces to RollLine.
           string "LATEST MONTH " FromMonth "/" FromYear " TO "
               ReportMonth "/" ReportYear
               " - BALANCE AT " FromMonth "/" FromYear into RollLine.
           write RollLine.
           move 2 to MatrixKind.
           perform 5200-WriteMatrix.

           move CMP-TrailMonths(CompanySub) to Disp-Months.
           move spaces to RollLine.
           string "TRAILING 12-MONTH AVERAGE OVER " Disp-Months
               " MONTH(S) WITH TRANSITIONS - ACCOUNTS" into RollLine.
           write RollLine.
           move 3 to MatrixKind.
           perform 5200-WriteMatrix.

           move spaces to RollLine.
           string "TRAILING 12-MONTH - PERCENT OF EACH FROM BUCKET"
               into RollLine.
           write RollLine.
           move 4 to MatrixKind.
           perform 5200-WriteMatrix.

           move spaces to RollLine.
           string "TRAILING 12-MONTH AVERAGE - BALANCE"
               into RollLine.
           write RollLine.
           move 5 to MatrixKind.
           perform 5200-WriteMatrix.

           move spaces to RollLine.
           write RollLine.

       5200-WriteMatrix.
           move spaces to RollLine.
           move "From \ To" to RollLine(1:14).
           move 1 to ToSub.
           perform until ToSub > 8
               compute ColumnPos = 15 + (ToSub - 1) * 14
               move ToLabel(ToSub) to RollLine(ColumnPos:14)
               add 1 to ToSub
           end-perform.
           write RollLine.

           move 1 to FromSub.
           perform until FromSub > 5
               perform 5300-WriteMatrixRow
               add 1 to FromSub
           end-perform.
           move spaces to RollLine.
           write RollLine.

       5300-WriteMatrixRow.
           move spaces to RollLine.
           move FromLabel(FromSub) to RollLine(1:14).

           move zero to RowTotalCount.
           move 1 to ToSub.
           perform until ToSub > 8
               add CMP-TrlCount(CompanySub, FromSub, ToSub)
                   to RowTotalCount
               add 1 to ToSub
           end-perform.

           move 1 to ToSub.
           perform until ToSub > 8
               compute ColumnPos = 15 + (ToSub - 1) * 14
               perform 5400-FormatCell
               add 1 to ToSub
           end-perform.
           write RollLine.

      * EACH CELL IS RIGHT-ALIGNED IN A 14-COLUMN SLOT
       5400-FormatCell.
           evaluate true
               when MatrixLatestCount
                   move CMP-LatCount(CompanySub, FromSub, ToSub)
                       to Disp-Count
                   move Disp-Count to RollLine(ColumnPos + 7:7)
               when MatrixLatestBalance
                   move CMP-LatBal(CompanySub, FromSub, ToSub)
                       to Disp-Balance
                   move Disp-Balance to RollLine(ColumnPos + 3:11)
               when MatrixTrailCount
                   move zero to AverageWork
                   if CMP-TrailMonths(CompanySub) > zero
                       compute AverageWork rounded =
                           CMP-TrlCount(CompanySub, FromSub, ToSub)
                           / CMP-TrailMonths(CompanySub)
                   end-if
                   move AverageWork to Disp-Average
                   move Disp-Average to RollLine(ColumnPos + 5:9)
               when MatrixTrailPercent
                   move zero to PercentWork
                   if RowTotalCount > zero
                       compute PercentWork rounded =
                           CMP-TrlCount(CompanySub, FromSub, ToSub)
                           * 100 / RowTotalCount
                   end-if
                   move PercentWork to Disp-Percent
                   move Disp-Percent to RollLine(ColumnPos + 8:5)
                   move "%" to RollLine(ColumnPos + 13:1)
               when MatrixTrailBalance
                   move zero to AverageBalWork
                   if CMP-TrailMonths(CompanySub) > zero
                       compute AverageBalWork rounded =
                           CMP-TrlBal(CompanySub, FromSub, ToSub)
                           / CMP-TrailMonths(CompanySub)
                   end-if
                   move AverageBalWork to Disp-Balance
                   move Disp-Balance to RollLine(ColumnPos + 3:11)
           end-evaluate.

      * MONTH NUMBER (YEAR * 12 + MONTH) BACK TO A MONTH AND YEAR
       7000-MonthFromNumber.
           compute FromYear = (MonthNumberWork - 1) / 12.
           compute FromMonth = MonthNumberWork - FromYear * 12.

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

       end program ROLLRATE.
