      * range, request fields must be a loan the engines can actually  *
      * schedule - and writes an audit line through LOGGER for every   *
      * change, so Notepad stops being the configuration system.       *
      * The menu is only offered once the operator has signed on       *
      * through wrkmodule/SIGNON with the M (maintain) role, and each  *
      * change logged carries the operator id.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CTLMAINT.
       01  StartInt                 PIC 9(8) value zero.
       01  EndInt                   PIC 9(8) value zero.

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

       PROCEDURE DIVISION.
       0000-MainDriver.
           perform 0500-SignOn.

           perform until AllDone
               accept MainMenuScreen
               evaluate MenuChoice
           perform 9000-CloseLog.
           stop run.

      * NO MENU UNTIL THE OPERATOR IS SIGNED ON WITH THE MAINTAIN ROLE
       0500-SignOn.
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "CTLMAINT - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "M" to SGN-Role.
           move "CONTROL FILE MAINTENANCE" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "CTLMAINT - operator " SGN-Operator
                   " is not authorized for maintenance"
               perform 9000-CloseLog
               stop run
           end-if.

       1000-MaintainSources.
           perform 1100-LoadSources.
           move "N" to SectionDoneFlag.
               end-string
               perform 1500-RewriteSources
               string "SOURCES added " NewSourceLabel
                   " -> " NewSourceDir
                   " by " SGN-Operator into msg
               perform 8000-Logs
           end-if.


           string "WINDOW set " WindowPath(1:40)
               " " NewWindowStart "-" NewWindowEnd
               " mode " NewWindowMode
               " by " SGN-Operator into msg.
           perform 8000-Logs.

       2100-LoadWindow.
               perform 3500-RewriteResets
               string "RATERESET added " RateResetPath(1:30)
                   " period " NewResetPeriod
                   " rate " NewResetRate
                   " by " SGN-Operator into msg
               perform 8000-Logs
           end-if.

           string "REQUEST set " NewReqMethod " " NewReqAccount
               " amount " NewReqAmount
               " rate " NewReqRate
               " term " NewReqTerm
               " by " SGN-Operator into msg.
           perform 8000-Logs.

       5000-MaintainProfiles.
               string "PROFILE added " NewProfLabel
                   " delim " NewProfDelim
                   " skip " NewProfSkip
                   " datefmt " NewProfDateFmt
                   " by " SGN-Operator into msg
               perform 8000-Logs
           end-if.

           end-perform.
           subtract 1 from LineCount.
           string "DELETED line " PickedLine
               " from the control file being edited"
               " by " SGN-Operator into msg.
           perform 8000-Logs.

      * MM/DD/YYYY TO A DAY NUMBER - ZERO MEANS NOT A REAL DATE
