      *****************************************************************
      * SHARED OPERATOR SIGN-ON AND ROLE CHECK CALLABLE - ANYONE WHO
      * COULD OPEN A TERMINAL COULD RUN THE INTERACTIVE PROGRAMS, AND
      * APPROVE TOOK WHATEVER OPERATOR ID WAS TYPED ON ITS DECISION
      * FILE ON TRUST. EVERY INTERACTIVE PROGRAM NOW SIGNS ON THROUGH
      * HERE AGAINST THE OPERATOR MASTER (copybooks/operator.cpy) AND
      * ASKS HERE BEFORE IT LETS AN OPERATOR DO ANYTHING
      * (copybooks/signon.cpy FOR THE ACTIONS). PASSWORDS ARE KEPT
      * ONLY AS A HASH SALTED WITH THE OPERATOR ID; THREE FAILURES IN
      * A ROW DEACTIVATE THE OPERATOR; A PASSWORD OLDER THAN
      * PasswordMaxDays (OR RESET BY OPERMAINT) MUST BE CHANGED BEFORE
      * THE SIGN-ON COMPLETES. FAILED SIGN-ONS AND REFUSED ACTIONS ARE
      * LOGGED THROUGH LOGGER AND, WITH EVERY SIGN-ON AND PASSWORD
      * CHANGE, WRITTEN TO THE SIGN-ON HISTORY FOR THE MONTHLY ACCESS
      * REVIEW.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. SIGNON.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select OperatorFile ASSIGN TO DYNAMIC OperatorPath
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is OperatorStatus.

               select optional SignOnLogFile ASSIGN TO
                   DYNAMIC SignOnLogPath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  OperatorFile.
           copy "../copybooks/operator.cpy".

       FD  SignOnLogFile.
           copy "../copybooks/signonlog.cpy".

       working-storage section.
           01 OperatorPath             PIC X(60) value spaces.
           01 SignOnLogPath            PIC X(60) value spaces.
           01 LoggerProgram            PIC X(60) value spaces.
           01 SharedLogFilePath        PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 OperatorStatus           PIC XX value spaces.

           01 PasswordMaxDays          PIC 999 value 90.
           01 MaxFailures              PIC 9 value 3.
           01 MinPasswordLength        PIC 99 value 6.

           01 KeyedOperator            PIC X(10) value spaces.
           01 KeyedPassword            PIC X(20) value spaces.
           01 NewPassword              PIC X(20) value spaces.
           01 NewPasswordAgain         PIC X(20) value spaces.
           01 TriesLeft                PIC 9 value zero.
           01 RoleTally                PIC 99 value zero.
           01 PasswordLength           PIC 99 value zero.
           01 SignedOnFlag             PIC X value "N".
               88 SignedOn             value "Y".
           01 PasswordOkFlag           PIC X value "N".
               88 PasswordOk           value "Y".

           01 HashInput                PIC X(30) value spaces.
           01 HashWork                 PIC 9(15) value zero.
           01 HashResult               PIC 9(12) value zero.
           01 HashSub                  PIC 99 value zero.
           01 HashRound                PIC 9 value zero.

           01 EventCode                PIC X value space.
           01 EventDetail              PIC X(50) value spaces.
           01 TodayDate                PIC X(10) value spaces.
           01 NowTime                  PIC X(8) value spaces.
           01 TodayInteger             PIC 9(8) value zero.
           01 ChangeInteger            PIC 9(8) value zero.

           01 CURRENT-DATE-AND-TIME.
               05 CDT-Year             PIC 9(4).
               05 CDT-Month            PIC 9(2).
               05 CDT-Day              PIC 9(2).
               05 CDT-Hour             PIC 9(2).
               05 CDT-Minute           PIC 9(2).
               05 CDT-Second           PIC 9(2).
               05 FILLER               PIC X(7).

           01 WORK-DATE.
               05 WORK-MONTH           PIC 9(2).
               05                      PIC X.
               05 WORK-DAY             PIC 9(2).
               05                      PIC X.
               05 WORK-YEAR            PIC 9(4).
           01 DATE-YYYYMMDD.
               05 DY-Year              PIC 9(4).
               05 DY-Month             PIC 9(2).
               05 DY-Day               PIC 9(2).
           01 DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).

           01 msg                      PIC X(150) value spaces.
           01 LogSeverity              PIC X(5) value spaces.
           01 LogAction                PIC X value "W".

       LINKAGE SECTION.
           copy "../copybooks/signon.cpy".

       PROCEDURE DIVISION using SIGNON-AREA.
       1000-SignOnIt.
           perform 1100-SetPaths.
           set SGN-Denied to true.

           evaluate true
               when SGN-HashOnly
                   move SGN-Operator to KeyedOperator
                   move SGN-Password to KeyedPassword
                   perform 5000-HashPassword
                   move HashResult to SGN-Hash
                   set SGN-Granted to true
               when SGN-SignOn
                   perform 2000-SignOn
               when SGN-CheckRole
                   perform 3000-CheckRole
           end-evaluate.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

       1100-SetPaths.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move spaces to NowTime.
           string CDT-Hour ":" CDT-Minute ":" CDT-Second
               into NowTime.
           move CDT-Year to DY-Year.
           move CDT-Month to DY-Month.
           move CDT-Day to DY-Day.
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           if SGN-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move SGN-SharedRoot to SharedRootUsed
           end-if.
           move spaces to OperatorPath.
           string SharedRootUsed delimited by space
               "data\operators.dat" delimited by size
               into OperatorPath.
           move spaces to SignOnLogPath.
           string SharedRootUsed delimited by space
               "data\signonlog.txt" delimited by size
               into SignOnLogPath.
           move spaces to SharedLogFilePath.
           string SharedRootUsed delimited by space
               "logs\activity.log" delimited by size
               into SharedLogFilePath.
           move spaces to LoggerProgram.
           string SharedRootUsed delimited by space
               "wrkmodule\LOGGER" delimited by size
               into LoggerProgram.

      * THREE TRIES. AN UNKNOWN ID, AN INACTIVE OPERATOR AND A WRONG
      * PASSWORD ALL GET THE SAME ANSWER AT THE TERMINAL - ONLY THE
      * LOG SAYS WHICH IT WAS.
       2000-SignOn.
           move spaces to SGN-Operator.
           move spaces to SGN-OperatorName.
           open i-o OperatorFile.
           if OperatorStatus not = "00"
               display "Sign-on is not available - no operator master"
               move spaces to KeyedOperator
               move "F" to EventCode
               string "NO OPERATOR MASTER, STATUS " OperatorStatus
                   into EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON REFUSED - operator master not "
                   "available, status " OperatorStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move "N" to SignedOnFlag.
           move MaxFailures to TriesLeft.
           perform until SignedOn or TriesLeft = zero
               subtract 1 from TriesLeft
               display "Operator id: "
               move spaces to KeyedOperator
               accept KeyedOperator
               display "Password: "
               move spaces to KeyedPassword
               accept KeyedPassword with no-echo
               perform 2100-CheckOneTry
               if not SignedOn
                   display "Sign-on failed"
               end-if
           end-perform.

           if SignedOn
               perform 2200-PasswordAge
           end-if.
           if SignedOn
               move OPR-Id to SGN-Operator
               move OPR-Name to SGN-OperatorName
               move zero to OPR-FailCount
               move TodayDate to OPR-LastSignOn
               rewrite OperatorRecord
               set SGN-Granted to true
               move "S" to EventCode
               move "SIGNED ON" to EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON " OPR-Id " " OPR-Name into msg
               perform 8000-Logs
           end-if.
           close OperatorFile.

       2100-CheckOneTry.
           if KeyedOperator = spaces
               exit paragraph
           end-if.
           move KeyedOperator to OPR-Id.
           read OperatorFile
               invalid key
                   move "F" to EventCode
                   move "UNKNOWN OPERATOR ID" to EventDetail
                   perform 7000-RecordEvent
                   string "SIGN-ON FAILED " KeyedOperator
                       " - not on the operator master" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
                   exit paragraph
           end-read.

           if not OPR-IsActive
               move "F" to EventCode
               move "OPERATOR INACTIVE" to EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON FAILED " KeyedOperator
                   " - operator is inactive" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 5000-HashPassword.
           if HashResult = OPR-PasswordHash
               set SignedOn to true
               exit paragraph
           end-if.

           add 1 to OPR-FailCount.
           if OPR-FailCount >= MaxFailures
               move "N" to OPR-Active
               rewrite OperatorRecord
               move "L" to EventCode
               move "LOCKED - TOO MANY FAILED SIGN-ONS" to EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON LOCKED OUT " KeyedOperator
                   " after " OPR-FailCount
                   " failed password(s) - operator deactivated"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           else
               rewrite OperatorRecord
               move "F" to EventCode
               move "WRONG PASSWORD" to EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON FAILED " KeyedOperator
                   " - wrong password, failure " OPR-FailCount
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * AN EXPIRED (OR JUST RESET) PASSWORD IS REPLACED BEFORE THE
      * OPERATOR GETS IN; GIVING UP ON THE CHANGE ENDS THE SIGN-ON
       2200-PasswordAge.
           if OPR-PwdChangeDate not = spaces
               move OPR-PwdChangeDate to WORK-DATE
               move WORK-YEAR to DY-Year
               move WORK-MONTH to DY-Month
               move WORK-DAY to DY-Day
               compute ChangeInteger =
                   function integer-of-date(DATE-YYYYMMDD-N)
               if TodayInteger - ChangeInteger <= PasswordMaxDays
                   exit paragraph
               end-if
           end-if.

           display "Your password has expired and must be changed".
           move "N" to PasswordOkFlag.
           move MaxFailures to TriesLeft.
           perform until PasswordOk or TriesLeft = zero
               subtract 1 from TriesLeft
               perform 2300-KeyNewPassword
           end-perform.
           if not PasswordOk
               move "N" to SignedOnFlag
               move "F" to EventCode
               move "EXPIRED PASSWORD NOT CHANGED" to EventDetail
               perform 7000-RecordEvent
               string "SIGN-ON ABANDONED " OPR-Id
                   " - expired password was not changed" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       2300-KeyNewPassword.
           display "New password: ".
           move spaces to NewPassword.
           accept NewPassword with no-echo.
           display "New password again: ".
           move spaces to NewPasswordAgain.
           accept NewPasswordAgain with no-echo.

           move zero to PasswordLength.
           inspect NewPassword tallying PasswordLength
               for characters before initial space.
           evaluate true
               when NewPassword not = NewPasswordAgain
                   display "The two entries do not match"
                   exit paragraph
               when PasswordLength < MinPasswordLength
                   display "A password needs at least "
                       MinPasswordLength " characters"
                   exit paragraph
               when NewPassword = OPR-Id
                   display "The password may not be the operator id"
                   exit paragraph
           end-evaluate.

           move NewPassword to KeyedPassword.
           perform 5000-HashPassword.
           if HashResult = OPR-PasswordHash
               display "The new password must differ from the old"
               exit paragraph
           end-if.

           move HashResult to OPR-PasswordHash.
           move TodayDate to OPR-PwdChangeDate.
           rewrite OperatorRecord.
           set PasswordOk to true.
           move "P" to EventCode.
           move "PASSWORD CHANGED AT SIGN-ON" to EventDetail.
           perform 7000-RecordEvent.
           string "PASSWORD CHANGED " OPR-Id into msg.
           perform 8000-Logs.

      * ACTIVE AND HOLDING THE ROLE, OR REFUSED - A REFUSAL IS LOGGED
      * WITH WHAT WAS ATTEMPTED
       3000-CheckRole.
           open input OperatorFile.
           if OperatorStatus not = "00"
               move SGN-Operator to KeyedOperator
               move "D" to EventCode
               string "NO OPERATOR MASTER - " SGN-ActionText
                   into EventDetail
               perform 7000-RecordEvent
               string "DENIED " SGN-Operator " " SGN-ActionText
                   " - operator master not available" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           move zero to RoleTally.
           move SGN-Operator to OPR-Id.
           read OperatorFile
               invalid key
                   move spaces to OperatorRecord
           end-read.
           if OPR-IsActive and SGN-Role not = space
               inspect OPR-Roles tallying RoleTally
                   for all SGN-Role
           end-if.
           close OperatorFile.

           if RoleTally > zero
               set SGN-Granted to true
               exit paragraph
           end-if.

           move SGN-Operator to KeyedOperator.
           move "D" to EventCode.
           move spaces to EventDetail.
           string SGN-ActionText delimited by "  "
               " - ROLE " SGN-Role " REQUIRED" delimited by size
               into EventDetail.
           perform 7000-RecordEvent.
           string "DENIED " SGN-Operator " " SGN-ActionText
               " - role " SGN-Role " required" into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

      * THE OPERATOR ID SALTS THE HASH SO TWO OPERATORS WITH THE SAME
      * PASSWORD DO NOT CARRY THE SAME STORED VALUE; TWO PASSES OVER
      * THE INPUT SPREAD EVERY CHARACTER ACROSS THE WHOLE RESULT
       5000-HashPassword.
           move spaces to HashInput.
           string KeyedOperator KeyedPassword delimited by size
               into HashInput.
           move 7 to HashWork.
           move 1 to HashRound.
           perform 2 times
               move 1 to HashSub
               perform 30 times
                   compute HashWork = function mod(
                       HashWork * 131
                       + function ord(HashInput(HashSub:1))
                       + HashRound, 999999999989)
                   add 1 to HashSub
               end-perform
               add 1 to HashRound
           end-perform.
           move HashWork to HashResult.

       7000-RecordEvent.
           open extend SignOnLogFile.
           move spaces to SignOnLogRecord.
           move TodayDate to SOL-Date.
           move NowTime to SOL-Time.
           move KeyedOperator to SOL-Operator.
           move SGN-Program to SOL-Program.
           move EventCode to SOL-Event.
           move EventDetail to SOL-Detail.
           write SignOnLogRecord.
           close SignOnLogFile.
           move spaces to EventDetail.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call LoggerProgram using
                   SharedLogFilePath,
                   SGN-Program,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

           end program SIGNON.
