      ******************************************************************
      * Servicing note extract - the category-filtered review pull     *
      * for management. Keys a category code (PI/DP/HS/EQ/PR/OT, or    *
      * ALL) and writes every matching note off the history at         *
      * shared\data\servicingnotes.txt to Notes\noteextract.txt in     *
      * file order, newest last, with a count per category at the      *
      * bottom. Disputes stop getting reconstructed from memory.       *
      * PT notes are written by PMTXFER, never keyed - one on each     *
      * loan a misapplied payment moved between. The extract is run    *
      * by an operator signed on through wrkmodule/SIGNON with the I   *
      * (inquiry) role.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. NOTEQUERY.
       01  NotesMatched             PIC 9(5) value zero.
       01  NotesRead                PIC 9(5) value zero.

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

       PROCEDURE DIVISION.
       0000-MainDriver.
           perform 0500-SignOn.

           display "Category to extract "
               "(PI/DP/HS/EQ/PR/OT/PT or ALL): ".
           accept FilterCategory.
           if FilterCategory = spaces
               move "ALL" to FilterCategory
           display "NOTEQUERY - " NotesMatched " note(s) extracted".
           string "END. Category " FilterCategory
               " matched " NotesMatched
               " of " NotesRead
               " by " SGN-Operator into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

      * AN INQUIRY LIKE LOANINQ - SIGNED ON WITH THE INQUIRY ROLE
       0500-SignOn.
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "NOTEQUERY - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "I" to SGN-Role.
           move "SERVICING NOTE EXTRACT" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "NOTEQUERY - operator " SGN-Operator
                   " is not authorized for inquiry"
               perform 9000-CloseLog
               stop run
           end-if.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
