      * End-of-run operations dashboard - one page the morning         *
      * operator reads instead of opening a dozen files. Pulls         *
      * together, for the run date: the run journal's outcome and      *
      * next expected run with the return code and disposition of      *
      * every step the run ran or held back, every batch on the intake *
      * audit with its record count, disposition and the exception     *
      * count off its batch summary, every loan on the NegAm report    *
      * with its convergence result, the batches sitting in            *
      * files\error, and the day's log volume by severity. Written to  *
      * shared\reports\dashboard_<date>.txt by BatchDriver as the      *
      * last thing a run does.                                         *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RunJournalFile.
           copy "../shared/copybooks/runjournal.cpy".

       FD  IntakeAuditFile.
           01 IntakeAuditRecord.
       01  JournalSeenFlag          PIC X value "N".
           88  JournalSeen          value "Y".

      * the step rows of the latest run - the rows written since the
      * run row before it
       01  STEP-RESULT-TABLE.
           05  StepResult occurs 80 times.
               10  SR-StepName      PIC X(14).
               10  SR-ReturnCode    PIC 9(4).
               10  SR-Status        PIC X(8).
       01  StepResultCount          PIC 99 value zero.
       01  StepResultSub            PIC 99 value zero.
       01  StepsClosedFlag          PIC X value "N".
           88  StepsClosed          value "Y".

       01  BatchLineCount           PIC 9(4) value zero.
       01  ErrorBatchCount          PIC 9(4) value zero.
       01  LoanLineCount            PIC 9(4) value zero.
               at end set eofjournal to true
           end-read.
           perform until eofjournal
               if RJ-StepRow
                   if StepsClosed
                       move zero to StepResultCount
                       move "N" to StepsClosedFlag
                   end-if
                   if StepResultCount < 80
                       add 1 to StepResultCount
                       move RJS-StepName to
                           SR-StepName(StepResultCount)
                       move RJS-ReturnCode to
                           SR-ReturnCode(StepResultCount)
                       move RJS-Status to SR-Status(StepResultCount)
                   end-if
               else
                   set JournalSeen to true
                   set StepsClosed to true
                   move RJ-Outcome to LastOutcome
                   move RJ-StartTime to LastStart
                   move RJ-EndTime to LastEnd
                   move RJ-NextExpected to LastNextExpected
               end-if
               read RunJournalFile
                   at end set eofjournal to true
               end-read
           end-if.
           write DashboardLine.

           move 1 to StepResultSub.
           perform until StepResultSub > StepResultCount
               move spaces to DashboardLine
               string "  " SR-StepName(StepResultSub)
                      " rc " SR-ReturnCode(StepResultSub)
                      "  " SR-Status(StepResultSub)
                      into DashboardLine
               write DashboardLine
               add 1 to StepResultSub
           end-perform.

       2000-BatchBlock.
           move spaces to DashboardLine.
           write DashboardLine.
