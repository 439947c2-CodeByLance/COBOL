      ******************************************************************
      * Sequenced batch driver - runs the daily and month-end job      *
      * stream the same way a scheduler would chain it. The daily file *
      * intake (FILEPROCESSING) still goes first; when it does not     *
      * come back clean (return-code non-zero, meaning a batch in the  *
      * run set its LOGFLAG) every step depending on it is held back,  *
      * so a bad intake run can't feed payments, a loan request or the *
      * GL feed through on top of rejected or unreconciled batches.    *
      *                                                                *
      * Run control: shared\data\runcalendar.txt carries the weekend   *
      * policy (first line Y/N) and the no-run holiday dates; every    *
      * execution is journaled to shared\data\runjournal.txt with its  *
      * date, start/end time, outcome and the next expected run date.  *
      * the missed business days. The word FORCE in                    *
      * BatchDriver\runcontrol.txt overrides the refusals for one run. *
      *                                                                *
      * The job stream itself comes from the job network definition    *
      * BatchDriver\jobnetwork.txt, one step per line in run order:    *
      * step name, program path, working directory (blank is the top   *
      * of the tree), frequency (D daily, M month-end - the last       *
      * business day of the month - or B with a business day of the    *
      * month), whether a failure stops the steps that depend on it    *
      * (S) or only warns (W), and up to five prerequisite steps,      *
      * which must be defined ahead of the step. A step whose          *
      * prerequisite failed or was held back is held back itself; a    *
      * prerequisite not due today does not hold anything. Lines       *
      * starting * are comments. No network on file runs the standard  *
      * intake chain - FILEPROCESSING, then AmortDriver, GLCONSOL and  *
      * LMBACKUP. Every step run or held back is journaled with its    *
      * return code ahead of the run's own journal row, and the chain  *
      * state lists the steps a run finished by the same step names,   *
      * so adding a step is a line in the network and nothing else.    *
      *                                                                *
      * Before the first step of the day every data file the chain can *
      * change (the list in snapset.cpy) is copied to                  *
      * shared\snapshot\<YYYYMMDD>\ with a manifest of each file's     *
      * size and modification stamp, and the snapshot is listed in     *
      * shared\snapshot\snapcatalog.txt. A resumed run takes none and  *
      * a forced rerun keeps the day's first one. ROLLBACK puts the    *
      * day back from it; HOUSEKEEP ages the snapshots out.            *
      *                                                                *
      * The step programs must already be compiled to executables of   *
      * the same name in their own directories before this driver is   *
      * run.                                                           *
                   "shared\data\chainstate.txt"
                   organization is line sequential.

               select optional JobNetworkFile ASSIGN TO
                   "BatchDriver\jobnetwork.txt"
                   organization is line sequential.

               select optional SnapshotManifestFile ASSIGN TO
                   DYNAMIC ManifestPath
                   organization is line sequential.

               select optional SnapshotCatalogFile ASSIGN TO
                   "shared\snapshot\snapcatalog.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  RunCalendarFile.
               05  CAL-Line         PIC X(10).

       FD  RunJournalFile.
           copy "../shared/copybooks/runjournal.cpy".

       FD  RunControlFile.
           01 RunControlRecord.
               05  FILLER           PIC X(2).
               05  CS-Status        PIC X(8).

       FD  JobNetworkFile.
           01 JobNetworkRecord.
               88  eofjobnetwork    value high-values.
               05  JOB-StepName     PIC X(14).
               05  FILLER           PIC X(2).
               05  JOB-Program      PIC X(30).
               05  FILLER           PIC X(2).
               05  JOB-WorkDir      PIC X(16).
               05  FILLER           PIC X(2).
               05  JOB-Frequency    PIC X.
               05  JOB-BusinessDay  PIC X(2).
               05  FILLER           PIC X(2).
               05  JOB-OnFailure    PIC X.
               05  FILLER           PIC X(2).
               05  JOB-PrereqEntry occurs 5 times.
                   10  JOB-Prereq   PIC X(14).
                   10  FILLER       PIC X(2).

       FD  SnapshotManifestFile.
           copy "../shared/copybooks/snapman.cpy".

       FD  SnapshotCatalogFile.
           01 SnapshotCatalogRecord.
               05  SCT-Date         PIC 9(8).
               05  FILLER           PIC X(2).
               05  SCT-Time         PIC X(6).
               05  FILLER           PIC X(2).
               05  SCT-FileCount    PIC 99.
               05  FILLER           PIC X(2).
               05  SCT-CopiedCount  PIC 99.

       working-storage section.
       01  RunCommand          PIC X(80) value spaces.
       01  StepReturnCode      PIC 9(4)  value zero.

      * the job network as loaded, with each step's disposition this
      * run - COMPLETE, WARNING or FAILED once it has run, HELD when a
      * prerequisite kept it back, NOTDUE when today is not its day
       01  JOB-TABLE.
           05  JobEntry occurs 80 times.
               10  JT-StepName      PIC X(14).
               10  JT-Program       PIC X(30).
               10  JT-WorkDir       PIC X(16).
               10  JT-Frequency     PIC X.
                   88  JT-Daily     value "D".
                   88  JT-MonthEnd  value "M".
                   88  JT-DayOfMonth value "B".
               10  JT-BusinessDay   PIC 99.
               10  JT-OnFailure     PIC X.
                   88  JT-StopsDependents value "S".
               10  JT-Prereq        PIC X(14) occurs 5 times.
               10  JT-Status        PIC X(8).
               10  JT-ReturnCode    PIC 9(4).
       01  JobCount            PIC 99 value zero.
       01  JobSub              PIC 99 value zero.
       01  PrereqSub           PIC 9 value zero.
       01  LookupSub           PIC 99 value zero.
       01  NetworkLineCount    PIC 999 value zero.

       01  StepDueFlag         PIC X value "N".
           88  StepDue         value "Y".
       01  StepHeldFlag        PIC X value "N".
           88  StepHeld        value "Y".
       01  HeldByStep          PIC X(14) value spaces.
       01  MonthEndFlag        PIC X value "N".
           88  MonthEndToday   value "Y".
       01  BusinessDayOfMonth  PIC 99 value zero.
       01  TodayNonBusinessFlag PIC X value "N".
           88  TodayNonBusiness value "Y".

       01  ResumeModeFlag      PIC X value "N".
           88  ResumeMode      value "Y".
       01  StepNameWork        PIC X(14) value spaces.
           05 CDT-Seconds      PIC 9(2).
           05 FILLER           PIC X(7).

      * the start-of-day snapshot - the day's copies sit in a directory
      * named for the run date, the manifest beside them
           copy "../shared/copybooks/snapset.cpy".
       01  SnapshotDir         PIC X(30) value spaces.
       01  ManifestPath        PIC X(60) value spaces.
       01  SnapshotLivePath    PIC X(60) value spaces.
       01  SnapshotCopyPath    PIC X(60) value spaces.
       01  SnapshotSub         PIC 99 value zero.
       01  SnapshotCopied      PIC 99 value zero.
       01  SnapshotCopyFailed  PIC 99 value zero.
       01  ARGUMENT-2.
           05 File-Size-In-Bytes PIC 9(18) COMP.
           05 Mod-DD           PIC 9(2) COMP.
           05 Mod-MO           PIC 9(2) COMP.
           05 Mod-YYYY         PIC 9(4) COMP.
           05 Mod-HH           PIC 9(2) COMP.
           05 Mod-MM           PIC 9(2) COMP.
           05 Mod-SS           PIC 9(2) COMP.
           05 FILLER           PIC 9(2) COMP.
       01  MODSTAMP-WORK.
           05  MSW-YYYY        PIC 9(4).
           05  MSW-MO          PIC 9(2).
           05  MSW-DD          PIC 9(2).
           05  MSW-HH          PIC 9(2).
           05  MSW-MM          PIC 9(2).
           05  MSW-SS          PIC 9(2).

       01  msg                 PIC X(150) value spaces.
       01  LogSeverity         PIC X(5) value spaces.
       01  SharedLogFilePath   PIC X(60) value
               into StartTimeStamp.

           perform 0100-ReadRunControl.
           perform 0120-LoadJobNetwork.
           perform 0150-ReadChainState.
           perform 0200-LoadRunCalendar.
           perform 0300-CheckRunAllowed.
               call "C$DELETE" using "BatchDriver\runcontrol.txt", 0
           end-if.

      * A STEP LINE THAT CANNOT BE RUN AS WRITTEN IS LEFT OUT AND
      * LOGGED - ANYTHING DEPENDING ON IT IS THEN HELD BACK FOR A
      * PREREQUISITE THAT IS NOT DEFINED, RATHER THAN RUN BLIND.
       0120-LoadJobNetwork.
           open input JobNetworkFile.
           read JobNetworkFile
               at end set eofjobnetwork to true
           end-read.
           perform until eofjobnetwork
               add 1 to NetworkLineCount
               if JobNetworkRecord not = spaces
                   and JobNetworkRecord(1:1) not = "*"
                   perform 0130-LoadOneStep
               end-if
               read JobNetworkFile
                   at end set eofjobnetwork to true
               end-read
           end-perform.
           close JobNetworkFile.

           if JobCount = zero
               perform 0140-StandardChain
               string "No job network at BatchDriver\jobnetwork.txt"
                   " - running the standard intake chain" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       0130-LoadOneStep.
           if JOB-StepName = spaces or JOB-Program = spaces
               or (JOB-Frequency not = "D" and not = "M"
                   and not = "B")
               or (JOB-Frequency = "B"
                   and (JOB-BusinessDay not numeric
                       or JOB-BusinessDay = "00"))
               or (JOB-OnFailure not = "S" and not = "W")
               string "Job network line " NetworkLineCount
                   " step " JOB-StepName
                   " is incomplete or invalid - left out" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if JobCount not < 80
               string "Job network full at 80 steps - "
                   JOB-StepName " left out" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to JobCount.
           move JOB-StepName to JT-StepName(JobCount).
           move JOB-Program to JT-Program(JobCount).
           move JOB-WorkDir to JT-WorkDir(JobCount).
           move JOB-Frequency to JT-Frequency(JobCount).
           if JOB-Frequency = "B"
               move JOB-BusinessDay to JT-BusinessDay(JobCount)
           else
               move zero to JT-BusinessDay(JobCount)
           end-if.
           move JOB-OnFailure to JT-OnFailure(JobCount).
           move 1 to PrereqSub.
           perform 5 times
               move JOB-Prereq(PrereqSub) to
                   JT-Prereq(JobCount, PrereqSub)
               add 1 to PrereqSub
           end-perform.
           move spaces to JT-Status(JobCount).
           move zero to JT-ReturnCode(JobCount).

      * THE CHAIN THIS DRIVER RAN BEFORE IT WAS TABLE-DRIVEN: A BAD
      * INTAKE RUN HOLDS BACK EVERYTHING AFTER IT.
       0140-StandardChain.
           move spaces to JOB-TABLE.
           move 4 to JobCount.
           move "FILEPROCESSING" to JT-StepName(1).
           move "./fileprocessing" to JT-Program(1).
           move "ProcessFiles" to JT-WorkDir(1).
           move "AMORTDRIVER" to JT-StepName(2).
           move "AmortDriver/AmortDriver" to JT-Program(2).
           move "GLCONSOL" to JT-StepName(3).
           move "GLInterface/GLCONSOL" to JT-Program(3).
           move "LMBACKUP" to JT-StepName(4).
           move "LoanMaster/LMBACKUP" to JT-Program(4).
           move 1 to JobSub.
           perform 4 times
               move "D" to JT-Frequency(JobSub)
               move zero to JT-BusinessDay(JobSub)
               move "W" to JT-OnFailure(JobSub)
               move zero to JT-ReturnCode(JobSub)
               if JobSub > 1
                   move "FILEPROCESSING" to JT-Prereq(JobSub, 1)
               end-if
               add 1 to JobSub
           end-perform.
           move "S" to JT-OnFailure(1).

      * THE CHAIN-STATE FILE LISTS THE STEPS THE PRIOR RUN FINISHED
      * BEFORE IT DIED. A NON-EMPTY FILE MEANS AN INCOMPLETE RUN -
      * PICK UP AT THE FIRST UNFINISHED STEP INSTEAD OF RE-PICKING
               at end set eofchainstate to true
           end-read.
           perform until eofchainstate
      * a step that failed on the interrupted run stays failed - its
      * dependents stay held back until FORCE starts over
               move CS-StepName to StepNameWork
               perform 1900-FindStep
               if LookupSub not = zero
                   evaluate CS-Status
                       when "COMPLETE"
                       when "WARNING"
                           move "RESUMED" to JT-Status(LookupSub)
                       when "FAILED"
                           move "FAILED" to JT-Status(LookupSub)
                   end-evaluate
               end-if
               if CS-Status = "COMPLETE" or "WARNING" or "FAILED"
                   set ResumeMode to true
               end-if
               read ChainStateFile
           move TodayStamp to CandidateStamp.
           move TodayInt to CandidateInt.
           perform 0400-CheckBusinessDay.
           move NonBusinessFlag to TodayNonBusinessFlag.
           if NonBusinessDay and not ForceRun
               string "Run refused - " TodayStamp
                   " is a weekend or calendar holiday."
               at end set eofjournal to true
           end-read.
           perform until eofjournal
               if not RJ-StepRow
                   move RJ-Date to LastRunDate
                   move RJ-NextExpected to LastNextExpected
               end-if
               read RunJournalFile
                   at end set eofjournal to true
               end-read

       1000-RunChain.
           move "CLEAN" to RunOutcome.
           if not ResumeMode
               perform 1020-TakeSnapshot
           end-if.
           perform 1050-PlaceToday.

           move 1 to JobSub.
           perform until JobSub > JobCount
               perform 1100-RunOneStep
               add 1 to JobSub
           end-perform.

      * the run got to the end - next run starts from the top
           call "C$DELETE" using "shared\data\chainstate.txt", 0.

      * BEFORE THE DAY'S FIRST STEP EVERY FILE IN THE SNAPSHOT SET IS
      * COPIED TO shared\snapshot\<YYYYMMDD>\ AND LISTED IN THAT
      * DIRECTORY'S MANIFEST WITH ITS SIZE AND MODIFICATION STAMP, SO
      * ROLLBACK CAN PUT THE WHOLE DAY BACK. A RESUMED RUN IS PART OF
      * THE SAME DAY AND TAKES NONE; A FORCED RERUN KEEPS THE FIRST
      * SNAPSHOT OF THE DAY, SINCE THAT IS THE STATE TO GO BACK TO. THE
      * MANIFEST IS WRITTEN LAST - A DIRECTORY WITHOUT ONE IS NOT A
      * SNAPSHOT AND IS TAKEN AGAIN.
       1020-TakeSnapshot.
           move spaces to SnapshotDir.
           string "shared\snapshot\" delimited by size
               TodayStamp delimited by size
               into SnapshotDir.
           move spaces to ManifestPath.
           string SnapshotDir delimited by space
               "\manifest.txt" delimited by size
               into ManifestPath.
           call "CBL_CHECK_FILE_EXIST" using ManifestPath, ARGUMENT-2
           end-call.
           if return-code = zero
               string "Start-of-day snapshot for " TodayStamp
                   " already taken - kept as the day's restore point"
                   into msg
               perform 8000-Logs
               exit paragraph
           end-if.

           call "CBL_CREATE_DIR" using "shared\snapshot"
           end-call.
           call "CBL_CREATE_DIR" using SnapshotDir
           end-call.

           move zero to SnapshotCopied.
           move zero to SnapshotCopyFailed.
           open output SnapshotManifestFile.
           move 1 to SnapshotSub.
           perform until SnapshotSub > SnapshotFileCount
               perform 1030-SnapshotOneFile
               add 1 to SnapshotSub
           end-perform.
           close SnapshotManifestFile.

           open extend SnapshotCatalogFile.
           move spaces to SnapshotCatalogRecord.
           move TodayStamp to SCT-Date.
           move StartTimeStamp to SCT-Time.
           move SnapshotFileCount to SCT-FileCount.
           move SnapshotCopied to SCT-CopiedCount.
           write SnapshotCatalogRecord.
           close SnapshotCatalogFile.

           string "Start-of-day snapshot " SnapshotDir
               " taken - " SnapshotCopied " files copied" into msg.
           perform 8000-Logs.
           if SnapshotCopyFailed > zero
               string SnapshotCopyFailed " snapshot copies failed -"
                   " the day cannot be fully rolled back" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * A FILE NOT ON DISK AT THE START OF THE DAY IS STILL LISTED - IF
      * THE DAY CREATES IT, ROLLBACK REMOVES IT
       1030-SnapshotOneFile.
           move spaces to SnapshotManifestRecord.
           move SNP-Dir(SnapshotSub) to SNM-Dir.
           move SNP-Name(SnapshotSub) to SNM-Name.
           move SNP-Type(SnapshotSub) to SNM-Type.
           move "N" to SNM-PresentFlag.
           move zero to SNM-Size.

           move spaces to SnapshotLivePath.
           string SNP-Dir(SnapshotSub) delimited by space
               SNP-Name(SnapshotSub) delimited by space
               into SnapshotLivePath.
           call "CBL_CHECK_FILE_EXIST" using SnapshotLivePath,
               ARGUMENT-2
           end-call.
           if return-code = zero
               move "Y" to SNM-PresentFlag
               move File-Size-In-Bytes to SNM-Size
               move Mod-YYYY to MSW-YYYY
               move Mod-MO to MSW-MO
               move Mod-DD to MSW-DD
               move Mod-HH to MSW-HH
               move Mod-MM to MSW-MM
               move Mod-SS to MSW-SS
               move MODSTAMP-WORK to SNM-ModStamp
               move spaces to SnapshotCopyPath
               string SnapshotDir delimited by space
                   "\" delimited by size
                   SNP-Name(SnapshotSub) delimited by space
                   into SnapshotCopyPath
               call "C$COPY" using SnapshotLivePath,
                   SnapshotCopyPath, 0
               end-call
               if return-code = zero
                   add 1 to SnapshotCopied
               else
                   add 1 to SnapshotCopyFailed
                   string "Snapshot copy of " SnapshotLivePath
                       " failed" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
           end-if.
           write SnapshotManifestRecord.

      * MONTH-END IS THE LAST BUSINESS DAY OF THE MONTH - THE NEXT
      * BUSINESS DAY FALLS IN ANOTHER MONTH. THE BUSINESS DAY OF THE
      * MONTH COUNTS TODAY AND EVERY BUSINESS DAY BEFORE IT FROM THE
      * FIRST. A FORCED RUN ON A WEEKEND OR HOLIDAY IS NEITHER, SO
      * THE MONTHLY STEPS ARE NOT RUN TWICE.
       1050-PlaceToday.
           move "N" to MonthEndFlag.
           move zero to BusinessDayOfMonth.
           if TodayNonBusiness
               exit paragraph
           end-if.

           compute CandidateInt = TodayInt + 1.
           perform 2050-RollToBusinessDay.
           if WDN-Month not = CDT-Month
               set MonthEndToday to true
           end-if.

           compute CandidateInt = TodayInt - CDT-Day + 1.
           perform until CandidateInt > TodayInt
               compute WORK-DATE-NN =
                   function date-of-integer(CandidateInt)
               move WORK-DATE-NN to CandidateStamp
               perform 0400-CheckBusinessDay
               if not NonBusinessDay
                   add 1 to BusinessDayOfMonth
               end-if
               add 1 to CandidateInt
           end-perform.

       1100-RunOneStep.
           if JT-Status(JobSub) = "RESUMED"
               display "BatchDriver - " JT-StepName(JobSub)
                   " already complete on the chain state, skipping"
               exit paragraph
           end-if.
           if JT-Status(JobSub) = "FAILED"
               display "BatchDriver - " JT-StepName(JobSub)
                   " failed on the interrupted run, not re-run"
               move "EXCEPTION" to RunOutcome
               exit paragraph
           end-if.

           perform 1200-CheckDue.
           if not StepDue
               move "NOTDUE" to JT-Status(JobSub)
               exit paragraph
           end-if.

           perform 1300-CheckPrereqs.
           if StepHeld
               move "HELD" to JT-Status(JobSub)
               move zero to JT-ReturnCode(JobSub)
               display "BatchDriver - " JT-StepName(JobSub)
                   " held back, prerequisite " HeldByStep
                   " did not complete"
               string "Step " JT-StepName(JobSub)
                   " held back - prerequisite " HeldByStep
                   " did not complete" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               perform 1600-JournalStep
               exit paragraph
           end-if.

      * a step that must start in its home directory (the intake step
      * addresses its tree as files\... and the shared tree as
      * ..\shared\...) is run from there. every step shares the one
      * activity log, so the driver lets go of it before handing
      * control to a child that will write it
           move spaces to RunCommand.
           if JT-WorkDir(JobSub) = spaces
               string JT-Program(JobSub) delimited by space
                   into RunCommand
           else
               string "cd " delimited by size
                   JT-WorkDir(JobSub) delimited by space
                   " && " delimited by size
                   JT-Program(JobSub) delimited by space
                   into RunCommand
           end-if.
           perform 9000-CloseLog.
           call "SYSTEM" using RunCommand
           end-call.
           move return-code to StepReturnCode.
           move StepReturnCode to JT-ReturnCode(JobSub).

           if StepReturnCode = zero
               move "COMPLETE" to JT-Status(JobSub)
           else
               if JT-StopsDependents(JobSub)
                   move "FAILED" to JT-Status(JobSub)
                   move "EXCEPTION" to RunOutcome
                   display "BatchDriver - " JT-StepName(JobSub)
                       " reported exceptions (return-code "
                       StepReturnCode "), dependent steps held back"
                   string "Step " JT-StepName(JobSub)
                       " failed, return-code " StepReturnCode
                       " - dependent steps held back" into msg
                   move "ERROR" to LogSeverity
               else
                   move "WARNING" to JT-Status(JobSub)
                   if RunOutcome = "CLEAN"
                       move "WARNING" to RunOutcome
                   end-if
                   string "Step " JT-StepName(JobSub)
                       " returned " StepReturnCode
                       " - warning only, chain continues" into msg
                   move "WARN " to LogSeverity
               end-if
               perform 8000-Logs
           end-if.

           move JT-StepName(JobSub) to StepNameWork.
           perform 1500-RecordStepComplete.
           perform 1600-JournalStep.

       1200-CheckDue.
           move "N" to StepDueFlag.
           evaluate true
               when JT-Daily(JobSub)
                   set StepDue to true
               when JT-MonthEnd(JobSub)
                   if MonthEndToday
                       set StepDue to true
                   end-if
               when JT-DayOfMonth(JobSub)
                   if BusinessDayOfMonth = JT-BusinessDay(JobSub)
                       set StepDue to true
                   end-if
           end-evaluate.

      * ONLY A STEP AHEAD OF THIS ONE CAN BE ITS PREREQUISITE. ONE
      * THAT FAILED OR WAS ITSELF HELD BACK HOLDS THIS ONE BACK; ONE
      * THAT WARNED, WAS NOT DUE OR FINISHED ON AN EARLIER ATTEMPT
      * DOES NOT.
       1300-CheckPrereqs.
           move "N" to StepHeldFlag.
           move spaces to HeldByStep.
           move 1 to PrereqSub.
           perform 5 times
               if JT-Prereq(JobSub, PrereqSub) not = spaces
                   and not StepHeld
                   move JT-Prereq(JobSub, PrereqSub) to StepNameWork
                   perform 1900-FindStep
                   if LookupSub = zero or LookupSub not < JobSub
                       set StepHeld to true
                       move StepNameWork to HeldByStep
                   else
                       if JT-Status(LookupSub) = "FAILED"
                           or JT-Status(LookupSub) = "HELD"
                           set StepHeld to true
                           move StepNameWork to HeldByStep
                       end-if
                   end-if
               end-if
               add 1 to PrereqSub
           end-perform.

       1500-RecordStepComplete.
           open extend ChainStateFile.
           move spaces to ChainStateRecord.
           move StepNameWork to CS-StepName.
           move JT-Status(JobSub) to CS-Status.
           write ChainStateRecord.
           close ChainStateFile.

       1600-JournalStep.
           open extend RunJournalFile.
           move spaces to RunJournalRecord.
           move TodayStamp to RJS-Date.
           move JT-StepName(JobSub) to RJS-StepName.
           move JT-ReturnCode(JobSub) to RJS-ReturnCode.
           move JT-Status(JobSub) to RJS-Status.
           move "S" to RJ-RowType.
           write RunJournalRecord.
           close RunJournalFile.

       1900-FindStep.
           move 1 to LookupSub.
           perform until LookupSub > JobCount
               if JT-StepName(LookupSub) = StepNameWork
                   exit paragraph
               end-if
               add 1 to LookupSub
           end-perform.
           move zero to LookupSub.

       2000-ComputeNextExpected.
           compute CandidateInt = TodayInt + 1.
           perform 2050-RollToBusinessDay.
