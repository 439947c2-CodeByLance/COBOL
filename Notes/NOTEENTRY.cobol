      * shows an account's latest notes, and NOTEQUERY pulls the       *
      * category-filtered extract for management review. Blank         *
      * account (or X) ends the session; every note also leaves a      *
      * LOGGER line. The operator stamp is the operator signed on      *
      * through wrkmodule/SIGNON, who needs the N (note entry) role.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. NOTEENTRY.
           05 CDT-Stamp             PIC X(14).
           05 FILLER                PIC X(7).

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

       PROCEDURE DIVISION.
       0000-MainDriver.
      * THE NOTE IS STAMPED WITH THE SIGNED-ON OPERATOR, NOT A TYPED ID
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "NOTEENTRY - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "N" to SGN-Role.
           move "SERVICING NOTE ENTRY" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "NOTEENTRY - operator " SGN-Operator
                   " is not authorized for note entry"
               perform 9000-CloseLog
               stop run
           end-if.
           move SGN-Operator to EntryOperator.

           open extend ServicingNotesFile.

