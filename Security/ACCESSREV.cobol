      ******************************************************************
      * Monthly operator access review - lists every operator on the   *
      * shared operator master (shared\data\operators.dat) with their  *
      * roles, whether they are active, how old their password is and  *
      * when they last signed on, alongside what the sign-on history   *
      * (shared\data\signonlog.txt) shows for the review month: sign-  *
      * ons, failed sign-ons, lockouts, password changes and actions   *
      * denied for want of a role. The review month is the calendar    *
      * month before the run. Each operator is flagged where the       *
      * reviewer has something to act on - an expired password, an     *
      * active operator dormant for DormantDays, a locked-out or       *
      * inactive operator, or one holding both the maintain and        *
      * approver roles (or security with anything else), which defeats *
      * the separation of duties the roles exist for. Failed sign-ons  *
      * against ids that are not on the master are counted on their    *
      * own. Output is Security\accessreview.txt for sign-off; nothing *
      * is changed.                                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ACCESSREV.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select OperatorFile ASSIGN TO
                   "shared\data\operators.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is OperatorStatus.

               select optional SignOnLogFile ASSIGN TO
                   "shared\data\signonlog.txt"
                   organization is line sequential.

               select ReviewReport ASSIGN TO
                   "Security\accessreview.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           copy "../shared/copybooks/operator.cpy".

       FD  SignOnLogFile.
           copy "../shared/copybooks/signonlog.cpy".

       FD  ReviewReport.
           01 ReviewLine            PIC X(132).

       working-storage section.
      * ONE ROW PER OPERATOR ON THE MASTER WITH THE MONTH'S TALLIES
       01  OPERATOR-TABLE.
           05  OperatorEntry occurs 500 times.
               10  OPT-Id           PIC X(10).
               10  OPT-Name         PIC X(30).
               10  OPT-Roles        PIC X(5).
               10  OPT-Active       PIC X.
               10  OPT-PwdDate      PIC X(10).
               10  OPT-LastSignOn   PIC X(10).
               10  OPT-FailCount    PIC 9.
               10  OPT-SignOns      PIC 9(4).
               10  OPT-Failures     PIC 9(4).
               10  OPT-Lockouts     PIC 9(3).
               10  OPT-PwdChanges   PIC 9(3).
               10  OPT-Denials      PIC 9(4).
       01  OperatorMax              PIC 999 value 500.
       01  OperatorCount            PIC 999 value zero.
       01  OperatorSub              PIC 999 value zero.
       01  FoundSub                 PIC 999 value zero.

       01  OperatorStatus           PIC XX value spaces.
       01  eof-operator-file        PIC X value "N".
           88  eof-operator         value "Y".
       01  eof-signon-file          PIC X value "N".
           88  eof-signon           value "Y".

       01  PasswordMaxDays          PIC 999 value 90.
       01  DormantDays              PIC 999 value 90.

       01  ReviewYear               PIC 9(4) value zero.
       01  ReviewMonth              PIC 99 value zero.
       01  ReviewPeriod             PIC X(7) value spaces.
       01  EventsRead               PIC 9(7) value zero.
       01  EventsInMonth            PIC 9(6) value zero.
       01  UnknownFailures          PIC 9(5) value zero.
       01  UnknownOtherEvents       PIC 9(5) value zero.
       01  OperatorsFlagged         PIC 999 value zero.

       01  RoleTally                PIC 99 value zero.
       01  OtherRoles               PIC 99 value zero.
       01  PasswordAge              PIC 9(5) value zero.
       01  SignOnAge                PIC 9(5) value zero.
       01  Disp-PwdAge              PIC ZZZZ9.
       01  Disp-SignOnAge           PIC ZZZZ9.
       01  FlagText                 PIC X(60) value spaces.
       01  FlagPointer              PIC 99 value zero.
       01  TodayDate                PIC X(10) value spaces.
       01  TodayInteger             PIC 9(8) value zero.
       01  WorkInteger              PIC 9(8) value zero.

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
       01  LogProgramName           PIC X(14) value "ACCESSREV".
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

      * THE REVIEW COVERS THE CALENDAR MONTH BEFORE THE RUN
           if CDT-Month = 1
               move 12 to ReviewMonth
               compute ReviewYear = CDT-Year - 1
           else
               compute ReviewMonth = CDT-Month - 1
               move CDT-Year to ReviewYear
           end-if.
           move spaces to ReviewPeriod.
           string ReviewMonth "/" ReviewYear into ReviewPeriod.

           open input OperatorFile.
           if OperatorStatus not = "00"
               string "No operator master at "
                   "shared\data\operators.dat status "
                   OperatorStatus " - access review not produced"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "ACCESSREV - no operator master, status "
                   OperatorStatus
               perform 9000-CloseLog
               stop run
           end-if.
           perform 1000-LoadOperators.
           close OperatorFile.

           perform 2000-TallyEvents.

           open output ReviewReport.
           perform 3000-WriteHeadings.
           move 1 to OperatorSub.
           perform until OperatorSub > OperatorCount
               perform 4000-ReviewOperator
               add 1 to OperatorSub
           end-perform.
           perform 5000-WriteTotals.
           close ReviewReport.

           display "ACCESSREV - " OperatorCount " operator(s), "
               OperatorsFlagged " flagged for " ReviewPeriod.
           string "END. Review month " ReviewPeriod
               " operators " OperatorCount
               " flagged " OperatorsFlagged
               " sign-on events " EventsInMonth
               " unknown-id failures " UnknownFailures into msg.
           if OperatorsFlagged > zero or UnknownFailures > zero
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

       1000-LoadOperators.
           read OperatorFile next record
               at end set eof-operator to true
           end-read.
           perform until eof-operator
               if OperatorCount < OperatorMax
                   add 1 to OperatorCount
                   initialize OperatorEntry(OperatorCount)
                   move OPR-Id to OPT-Id(OperatorCount)
                   move OPR-Name to OPT-Name(OperatorCount)
                   move OPR-Roles to OPT-Roles(OperatorCount)
                   move OPR-Active to OPT-Active(OperatorCount)
                   move OPR-PwdChangeDate to OPT-PwdDate(OperatorCount)
                   move OPR-LastSignOn to OPT-LastSignOn(OperatorCount)
                   move OPR-FailCount to OPT-FailCount(OperatorCount)
               else
                   string "Operator table full at " OperatorMax
                       " - " OPR-Id " not reviewed" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
               read OperatorFile next record
                   at end set eof-operator to true
               end-read
           end-perform.

      * SOL-DATE IS MM/DD/YYYY - ONLY THE REVIEW MONTH IS COUNTED
       2000-TallyEvents.
           open input SignOnLogFile.
           read SignOnLogFile
               at end set eof-signon to true
           end-read.
           perform until eof-signon
               add 1 to EventsRead
               if SOL-Date(1:2) = ReviewMonth
                   and SOL-Date(7:4) = ReviewYear
                   add 1 to EventsInMonth
                   perform 2100-CountEvent
               end-if
               read SignOnLogFile
                   at end set eof-signon to true
               end-read
           end-perform.
           close SignOnLogFile.

       2100-CountEvent.
           move zero to FoundSub.
           move 1 to OperatorSub.
           perform until OperatorSub > OperatorCount
                   or FoundSub > zero
               if OPT-Id(OperatorSub) = SOL-Operator
                   move OperatorSub to FoundSub
               end-if
               add 1 to OperatorSub
           end-perform.

           if FoundSub = zero
               if SOL-Failed
                   add 1 to UnknownFailures
               else
                   add 1 to UnknownOtherEvents
               end-if
               exit paragraph
           end-if.

           evaluate true
               when SOL-SignedOn
                   add 1 to OPT-SignOns(FoundSub)
               when SOL-Failed
                   add 1 to OPT-Failures(FoundSub)
               when SOL-LockedOut
                   add 1 to OPT-Lockouts(FoundSub)
               when SOL-PwdChanged
                   add 1 to OPT-PwdChanges(FoundSub)
               when SOL-Denied
                   add 1 to OPT-Denials(FoundSub)
           end-evaluate.

       3000-WriteHeadings.
           move spaces to ReviewLine.
           string "OPERATOR ACCESS REVIEW - month " ReviewPeriod
               "     Run " TodayDate into ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Roles: I inquiry  N note entry  M maintain  "
               "A approver  S security  C compliance" into ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Operator   Name                           Roles Act "
                  "Pwd chg    Age   Last on    Age   "
                  "SgnOn Fail Lock PwdC Deny"
                  into ReviewLine.
           write ReviewLine.

      * DAYS SINCE THE PASSWORD CHANGE AND THE LAST SIGN-ON; A BLANK
      * DATE COUNTS AS NEVER AND IS ALWAYS OVER THE LIMIT
       4000-ReviewOperator.
           move 99999 to PasswordAge.
           if OPT-PwdDate(OperatorSub) not = spaces
               move OPT-PwdDate(OperatorSub) to WORK-DATE
               move WORK-YEAR to DY-Year
               move WORK-MONTH to DY-Month
               move WORK-DAY to DY-Day
               compute WorkInteger =
                   function integer-of-date(DATE-YYYYMMDD-N)
               compute PasswordAge = TodayInteger - WorkInteger
           end-if.
           move 99999 to SignOnAge.
           if OPT-LastSignOn(OperatorSub) not = spaces
               move OPT-LastSignOn(OperatorSub) to WORK-DATE
               move WORK-YEAR to DY-Year
               move WORK-MONTH to DY-Month
               move WORK-DAY to DY-Day
               compute WorkInteger =
                   function integer-of-date(DATE-YYYYMMDD-N)
               compute SignOnAge = TodayInteger - WorkInteger
           end-if.
           move PasswordAge to Disp-PwdAge.
           move SignOnAge to Disp-SignOnAge.

           move spaces to ReviewLine.
           string OPT-Id(OperatorSub) " " OPT-Name(OperatorSub) " "
                  OPT-Roles(OperatorSub) " " OPT-Active(OperatorSub)
                  "   " OPT-PwdDate(OperatorSub) " " Disp-PwdAge " "
                  OPT-LastSignOn(OperatorSub) " " Disp-SignOnAge " "
                  " " OPT-SignOns(OperatorSub)
                  " " OPT-Failures(OperatorSub)
                  "  " OPT-Lockouts(OperatorSub)
                  "  " OPT-PwdChanges(OperatorSub)
                  " " OPT-Denials(OperatorSub)
                  delimited by size into ReviewLine.
           write ReviewLine.

           perform 4100-FlagOperator.
           if FlagText not = spaces
               add 1 to OperatorsFlagged
               move spaces to ReviewLine
               string "           ** " FlagText
                   delimited by size into ReviewLine
               write ReviewLine
           end-if.

       4100-FlagOperator.
           move spaces to FlagText.
           move 1 to FlagPointer.
           if OPT-Active(OperatorSub) not = "Y"
               if OPT-Lockouts(OperatorSub) > zero
                   or OPT-FailCount(OperatorSub) > zero
                   string "LOCKED OUT  " delimited by size
                       into FlagText with pointer FlagPointer
               else
                   string "INACTIVE  " delimited by size
                       into FlagText with pointer FlagPointer
               end-if
           else
               if PasswordAge > PasswordMaxDays
                   string "PASSWORD EXPIRED  " delimited by size
                       into FlagText with pointer FlagPointer
               end-if
               if SignOnAge > DormantDays
                   string "DORMANT  " delimited by size
                       into FlagText with pointer FlagPointer
               end-if
           end-if.

           move zero to RoleTally.
           inspect OPT-Roles(OperatorSub) tallying RoleTally
               for all "M" all "A".
           if RoleTally > 1
               string "MAINTAIN AND APPROVE  " delimited by size
                   into FlagText with pointer FlagPointer
           end-if.
           move zero to RoleTally.
           inspect OPT-Roles(OperatorSub) tallying RoleTally
               for all "S".
           move zero to OtherRoles.
           inspect OPT-Roles(OperatorSub) tallying OtherRoles
               for all "I" all "N" all "M" all "A" all "C".
           if RoleTally > zero and OtherRoles > zero
               string "SECURITY WITH OTHER ROLES  " delimited by size
                   into FlagText with pointer FlagPointer
           end-if.

       5000-WriteTotals.
           move spaces to ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Operators reviewed " OperatorCount
               "   flagged " OperatorsFlagged
               "   sign-on events in month " EventsInMonth
               "   history rows read " EventsRead
               into ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           string "Failed sign-ons under ids not on the master "
               UnknownFailures "   other events under such ids "
               UnknownOtherEvents into ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           write ReviewLine.
           move spaces to ReviewLine.
           move "Reviewed by ______________________   Date __________"
               to ReviewLine.
           write ReviewLine.

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

       end program ACCESSREV.
