      ******************************************************************
      * Operator master maintenance - applies add/change/deactivate/   *
      * reactivate/password-reset actions from Security\opermaint.txt  *
      * to the shared indexed operator master at                       *
      * shared\data\operators.dat that every interactive program signs *
      * on against through wrkmodule/SIGNON. The run itself is signed  *
      * on and needs the S (security) role; the one exception is a     *
      * seeding run, when no active S operator is on the master yet,   *
      * which may only add operators. Nobody maintains their own       *
      * record. Passwords keyed here are temporary - they are stored   *
      * hashed with a blank change date, so the operator must replace  *
      * them at first sign-on - and the action file is deleted once    *
      * applied so no password is left lying on disk. Every action,    *
      * applied or rejected, is logged through LOGGER and written to   *
      * Security\opermaintreport.txt (without the password), the same  *
      * way BORRMAINT registers borrower master actions.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. OPERMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Security\opermaint.txt"
                   organization is line sequential.

               select OperatorFile ASSIGN TO
                   "shared\data\operators.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is OperatorStatus.

               select MaintReportFile ASSIGN TO
                   "Security\opermaintreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Change     value "C".
                   88  Maint-Deactivate value "D".
                   88  Maint-Reactivate value "R".
                   88  Maint-Reset      value "P".
               05  MaintOperatorIn      PIC X(10).
               05  MaintNameIn          PIC X(30).
               05  MaintRolesIn         PIC X(5).
               05  MaintPasswordIn      PIC X(20).

       FD  OperatorFile.
           copy "../shared/copybooks/operator.cpy".

       FD  MaintReportFile.
           01 MaintReportLine           PIC X(120).

       working-storage section.
       01  OperatorStatus              PIC XX value spaces.
       01  SignedOnOperator            PIC X(10) value spaces.
       01  BootstrapFlag               PIC X value "N".
           88  Bootstrap               value "Y".
       01  eof-maint-file              PIC X value "N".
           88  eof-maint               value "Y".

       01  MaintAppliedCount           PIC 9(4) value zero.
       01  MaintRejectedCount          PIC 9(4) value zero.
       01  RejectReason                PIC X(40) value spaces.
       01  ResultText                  PIC X(8) value spaces.
       01  RoleSub                     PIC 9 value zero.
       01  PasswordLength              PIC 99 value zero.
       01  TodayDate                   PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year                 PIC 9(4).
           05 CDT-Month                PIC 9(2).
           05 CDT-Day                  PIC 9(2).
           05 FILLER                   PIC X(13).

       copy "../shared/copybooks/signon.cpy".

       01  msg                         PIC X(150) value spaces.
       01  LogSeverity                 PIC X(5) value spaces.
       01  SharedLogFilePath           PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName              PIC X(14) value "OPERMAINT".
       01  LogAction                   PIC X value "W".
           88  LogActionClose          value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move LogProgramName to SGN-Program.

      * NO OPERATOR MASTER YET, OR NOBODY ACTIVE ON IT WHO COULD SIGN
      * ON TO MAINTAIN IT - THE RUN SEEDS IT, ADDS ONLY
           perform 0400-FindSecurityOperator.

           if Bootstrap
               string "No active security operator on the operator "
                   "master - seeding run, adds only, no sign-on"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           else
               perform 0500-SignOn
           end-if.

           open i-o OperatorFile.
           open output MaintReportFile.
           move spaces to MaintReportLine.
           if Bootstrap
               string "OPERATOR MAINTENANCE   Run " TodayDate
                   "   SEEDING RUN - NO SIGN-ON" into MaintReportLine
           else
               string "OPERATOR MAINTENANCE   Run " TodayDate
                   "   by " SignedOnOperator " " SGN-OperatorName
                   into MaintReportLine
           end-if.
           write MaintReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.

           perform until eof-maint
               move spaces to RejectReason
               evaluate true
                   when MaintOperatorIn = spaces
                       move "NO OPERATOR ID" to RejectReason
                   when Bootstrap and not Maint-Add
                       move "SEEDING RUN TAKES ADDS ONLY"
                           to RejectReason
                   when not Bootstrap
                       and MaintOperatorIn = SignedOnOperator
                       move "NOBODY MAINTAINS THEIR OWN OPERATOR"
                           to RejectReason
               end-evaluate
               if RejectReason = spaces
                   evaluate true
                       when Maint-Add
                           perform 1000-AddOperator
                       when Maint-Change
                           perform 2000-ChangeOperator
                       when Maint-Deactivate
                           perform 3000-SetActive
                       when Maint-Reactivate
                           perform 3000-SetActive
                       when Maint-Reset
                           perform 4000-ResetPassword
                       when other
                           move "UNKNOWN MAINTENANCE ACTION"
                               to RejectReason
                   end-evaluate
               end-if
               if RejectReason not = spaces
                   perform 8400-Reject
               end-if
               perform 8500-Register
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.

           close MaintFile.
           close OperatorFile.
      * the action file carries passwords - it does not stay on disk
           if MaintAppliedCount > zero or MaintRejectedCount > zero
               call "C$DELETE" using "Security\opermaint.txt", 0
           end-if.

           move spaces to MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  into MaintReportLine.
           write MaintReportLine.
           close MaintReportFile.

           display "OPERMAINT - applied " MaintAppliedCount
               " rejected " MaintRejectedCount.
           string "END. Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

       0400-FindSecurityOperator.
           set Bootstrap to true.
           open input OperatorFile.
           if OperatorStatus = "35"
               open output OperatorFile
               close OperatorFile
               exit paragraph
           end-if.
           read OperatorFile next record
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               move zero to PasswordLength
               inspect OPR-Roles tallying PasswordLength for all "S"
               if OPR-IsActive and PasswordLength > zero
                   move "N" to BootstrapFlag
                   set eof-maint to true
               else
                   read OperatorFile next record
                       at end set eof-maint to true
                   end-read
               end-if
           end-perform.
           close OperatorFile.
           move "N" to eof-maint-file.

       0500-SignOn.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "OPERMAINT - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move SGN-Operator to SignedOnOperator.
           move "S" to SGN-Role.
           move "OPERATOR MAINTENANCE" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "OPERMAINT - operator " SGN-Operator
                   " is not authorized for operator maintenance"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-AddOperator.
           perform 1500-ValidateRoles.
           if RejectReason = spaces
               perform 1600-ValidatePassword
           end-if.
           if RejectReason = spaces and MaintNameIn = spaces
               move "OPERATOR NEEDS A NAME" to RejectReason
           end-if.
           if RejectReason not = spaces
               exit paragraph
           end-if.

           move MaintOperatorIn to OPR-Id.
           read OperatorFile
               invalid key
                   move spaces to OperatorRecord
                   move MaintOperatorIn to OPR-Id
                   move MaintNameIn to OPR-Name
                   move MaintRolesIn to OPR-Roles
                   perform 1700-HashPassword
                   move "Y" to OPR-Active
                   move spaces to OPR-PwdChangeDate
                   move zero to OPR-FailCount
                   move spaces to OPR-LastSignOn
                   move TodayDate to OPR-AddedDate
                   write OperatorRecord
                   add 1 to MaintAppliedCount
                   string "OPERATOR ADDED " MaintOperatorIn
                       " " MaintNameIn " roles " MaintRolesIn
                       into msg
                   perform 8000-Logs
               not invalid key
                   move "ALREADY ON THE OPERATOR MASTER"
                       to RejectReason
           end-read.

      * A CHANGE CARRIES THE NAME AND ROLES - A BLANK NAME KEEPS THE
      * ONE ON FILE
       2000-ChangeOperator.
           perform 1500-ValidateRoles.
           if RejectReason not = spaces
               exit paragraph
           end-if.
           move MaintOperatorIn to OPR-Id.
           read OperatorFile
               invalid key
                   move "NOT ON THE OPERATOR MASTER" to RejectReason
               not invalid key
                   if MaintNameIn not = spaces
                       move MaintNameIn to OPR-Name
                   end-if
                   move MaintRolesIn to OPR-Roles
                   rewrite OperatorRecord
                   add 1 to MaintAppliedCount
                   string "OPERATOR CHANGED " MaintOperatorIn
                       " " OPR-Name " roles " MaintRolesIn
                       into msg
                   perform 8000-Logs
           end-read.

      * REACTIVATING ALSO CLEARS THE FAILURE COUNT THAT LOCKED THE
      * OPERATOR OUT
       3000-SetActive.
           move MaintOperatorIn to OPR-Id.
           read OperatorFile
               invalid key
                   move "NOT ON THE OPERATOR MASTER" to RejectReason
               not invalid key
                   if Maint-Deactivate
                       move "N" to OPR-Active
                       string "OPERATOR DEACTIVATED " MaintOperatorIn
                           into msg
                   else
                       move "Y" to OPR-Active
                       move zero to OPR-FailCount
                       string "OPERATOR REACTIVATED " MaintOperatorIn
                           into msg
                   end-if
                   rewrite OperatorRecord
                   add 1 to MaintAppliedCount
                   perform 8000-Logs
           end-read.

      * A RESET PASSWORD IS TEMPORARY - THE BLANK CHANGE DATE MAKES
      * THE OPERATOR REPLACE IT AT THE NEXT SIGN-ON
       4000-ResetPassword.
           perform 1600-ValidatePassword.
           if RejectReason not = spaces
               exit paragraph
           end-if.
           move MaintOperatorIn to OPR-Id.
           read OperatorFile
               invalid key
                   move "NOT ON THE OPERATOR MASTER" to RejectReason
               not invalid key
                   perform 1700-HashPassword
                   move spaces to OPR-PwdChangeDate
                   move zero to OPR-FailCount
                   rewrite OperatorRecord
                   add 1 to MaintAppliedCount
                   string "PASSWORD RESET " MaintOperatorIn into msg
                   perform 8000-Logs
           end-read.

       1500-ValidateRoles.
           if MaintRolesIn = spaces
               move "AT LEAST ONE ROLE IS REQUIRED" to RejectReason
               exit paragraph
           end-if.
           move 1 to RoleSub.
           perform 5 times
               evaluate MaintRolesIn(RoleSub:1)
                   when "I"
                   when "N"
                   when "M"
                   when "A"
                   when "S"
                   when "C"
                   when space
                       continue
                   when other
                       move "ROLES MUST BE I, N, M, A, S OR C"
                           to RejectReason
               end-evaluate
               add 1 to RoleSub
           end-perform.

       1600-ValidatePassword.
           move zero to PasswordLength.
           inspect MaintPasswordIn tallying PasswordLength
               for characters before initial space.
           if PasswordLength < 6
               move "PASSWORD NEEDS AT LEAST 6 CHARACTERS"
                   to RejectReason
           end-if.

       1700-HashPassword.
           move MaintOperatorIn to SGN-Operator.
           move MaintPasswordIn to SGN-Password.
           set SGN-HashOnly to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           move SGN-Hash to OPR-PasswordHash.
           move spaces to SGN-Password.

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

       8400-Reject.
           add 1 to MaintRejectedCount.
           string "REJECTED. " MaintActionIn " for operator "
               MaintOperatorIn " - " RejectReason into msg.
           move "ERROR" to LogSeverity.
           perform 8000-Logs.

       8500-Register.
           if RejectReason = spaces
               move "APPLIED" to ResultText
           else
               move "REJECTED" to ResultText
           end-if.
           move spaces to MaintReportLine.
           string MaintActionIn " " MaintOperatorIn " "
                  MaintNameIn " " MaintRolesIn " "
                  ResultText " " RejectReason
                  into MaintReportLine.
           write MaintReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program OPERMAINT.
