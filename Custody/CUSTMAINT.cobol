      ******************************************************************
      * Collateral document custody maintenance - the vault log book   *
      * becomes a file. Applies actions from Custody\custmaint.txt to  *
      * the custody file at shared\data\doccustody.txt: I checks a     *
      * document in (a new one with its received date, vault location  *
      * and custodian; one coming home from check-out back into its    *
      * location), O checks it out to whoever borrowed it, R releases  *
      * it for good, L records the lien release (date and recording    *
      * reference) on a loan paid in full. Loans POSTPAY and           *
      * PAYOFFEXEC closed paid in full come off                        *
      * shared\data\releasequeue.txt onto the tracking file            *
      * shared\data\lienreleases.txt with their lien release and note  *
      * return deadlines - the days the property's state allows after  *
      * payoff, off shared\data\releaserules.txt. Releasing the NOTE   *
      * of a tracked loan is its return to the borrower; a tracked     *
      * loan is complete once both are done, and one done after its    *
      * deadline is logged as a WARN. Every action, applied or         *
      * rejected, goes to the register at Custody\custmaintreport.txt  *
      * and through LOGGER; the action file is removed once applied so *
      * a rerun cannot check the same document in twice.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. CUSTMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Custody\custmaint.txt"
                   organization is line sequential.

               select optional DocCustodyFile ASSIGN TO
                   "shared\data\doccustody.txt"
                   organization is line sequential.

               select optional ReleaseQueueFile ASSIGN TO
                   "shared\data\releasequeue.txt"
                   organization is line sequential.

               select optional LienReleaseFile ASSIGN TO
                   "shared\data\lienreleases.txt"
                   organization is line sequential.

               select optional ReleaseRuleFile ASSIGN TO
                   "shared\data\releaserules.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select MaintReportFile ASSIGN TO
                   "Custody\custmaintreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-CheckIn    value "I".
                   88  Maint-CheckOut   value "O".
                   88  Maint-Release    value "R".
                   88  Maint-LienRelease value "L".
               05  MaintAccountIn       PIC X(10).
               05  MaintDocTypeIn       PIC X(4).
               05  MaintDateIn          PIC X(10).
               05  MaintLocationIn      PIC X(20).
               05  MaintCustodianIn     PIC X(15).

       FD  DocCustodyFile.
           copy "../shared/copybooks/doccust.cpy".

       FD  ReleaseQueueFile.
           copy "../shared/copybooks/releaseq.cpy".

       FD  LienReleaseFile.
           copy "../shared/copybooks/lienrel.cpy".

       FD  ReleaseRuleFile.
           01 ReleaseRuleRecord.
               05  RRI-State        PIC XX.
               05  RRI-ReleaseDays  PIC 999.
               05  RRI-NoteDays     PIC 999.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  MaintReportFile.
           01 MaintReportLine       PIC X(132).

       working-storage section.
      * EVERY DOCUMENT ON FILE IN ACCOUNT AND DOCUMENT TYPE ORDER - THE
      * FIRST 14 BYTES OF THE RECORD ARE THE KEY
       01  CUSTODY-TABLE.
           05  CustodyEntry occurs 8000 times.
               10  CST-Record       PIC X(105).
       01  CustodyCount             PIC 9(4) value zero.
       01  CustodySub               PIC 9(4) value zero.
       01  CustodyShiftSub          PIC 9(4) value zero.
       01  CustodyKey               PIC X(14) value spaces.
       01  CustodyFoundFlag         PIC X value "N".
           88  CustodyFound         value "Y".

       01  RELEASE-TABLE.
           05  ReleaseEntry occurs 2000 times.
               10  RLT-Record       PIC X(102).
       01  ReleaseCount             PIC 9(4) value zero.
       01  ReleaseSub               PIC 9(4) value zero.
       01  ReleaseFoundFlag         PIC X value "N".
           88  ReleaseFound         value "Y".

       01  RELEASE-RULE-TABLE.
           05  ReleaseRuleEntry occurs 60 times.
               10  RRT-State        PIC XX.
               10  RRT-ReleaseDays  PIC 999.
               10  RRT-NoteDays     PIC 999.
       01  ReleaseRuleCount         PIC 99 value zero.
       01  ReleaseRuleSub           PIC 99 value zero.
      * "**" ROW, OR THESE WITH NO TABLE ON FILE
       01  DefaultReleaseDays       PIC 999 value 30.
       01  DefaultNoteDays          PIC 999 value 30.
       01  ReleaseDays              PIC 999 value zero.
       01  NoteDays                 PIC 999 value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  CollateralOpenFlag       PIC X value "N".
           88  CollateralOpen       value "Y".
       01  DateValidFlag            PIC X value "N".
           88  DateValid            value "Y".

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-custody-file         PIC X value "N".
           88  eof-custody          value "Y".
       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".
       01  eof-release-file         PIC X value "N".
           88  eof-release          value "Y".
       01  eof-rule-file            PIC X value "N".
           88  eof-rule             value "Y".

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  CheckedIn                PIC 9(4) value zero.
       01  CheckedOut               PIC 9(4) value zero.
       01  Released                 PIC 9(4) value zero.
       01  ReleasesQueued           PIC 9(4) value zero.
       01  ReleasesCompleted        PIC 9(4) value zero.
       01  DoneLate                 PIC 9(4) value zero.

       01  ActionDate               PIC X(10) value spaces.
       01  DueInteger               PIC 9(7) value zero.
       01  DueDays                  PIC 999 value zero.
       01  DueDateOut               PIC X(10) value spaces.
       01  StepName                 PIC X(12) value spaces.

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
       01  LogProgramName           PIC X(14) value "CUSTMAINT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "CUSTMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open input CollateralFile.
           if CollateralStatus = "00"
               set CollateralOpen to true
           else
               string "No collateral master at "
                   "shared\data\collateral.dat status "
                   CollateralStatus
                   " - releases take the default deadlines" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           perform 1000-LoadCustody.
           perform 1100-LoadReleaseRules.
           perform 1200-LoadReleases.

           open output MaintReportFile.
           move spaces to MaintReportLine.
           string "DOCUMENT CUSTODY MAINTENANCE REGISTER   Run "
               TodayDate into MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           write MaintReportLine.

           perform 2000-TakeReleaseQueue.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-CheckIn
                       perform 3000-CheckIn
                   when Maint-CheckOut
                       perform 3100-CheckOut
                   when Maint-Release
                       perform 3200-Release
                   when Maint-LienRelease
                       perform 3300-LienRelease
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown custody action "
                           MaintActionIn " for account "
                           MaintAccountIn into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.
           close MaintFile.

           perform 4000-RewriteCustody.
           perform 4100-RewriteReleases.

           if CollateralOpen
               close CollateralFile
           end-if.
           close LoanMasterFile.

           move spaces to MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Checked in " CheckedIn
                  " Checked out " CheckedOut
                  " Released " Released
                  into MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Paid-in-full loans queued for release "
                  ReleasesQueued
                  "  Releases completed " ReleasesCompleted
                  "  Steps done late " DoneLate
                  into MaintReportLine.
           write MaintReportLine.
           close MaintReportFile.

      * the actions have been applied - a rerun must not check the
      * same document in twice
           call "C$DELETE" using "Custody\custmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " In " CheckedIn
               " Out " CheckedOut
               " Released " Released
               " Queued for release " ReleasesQueued
               " Completed " ReleasesCompleted
               " Late " DoneLate into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadCustody.
           open input DocCustodyFile.
           read DocCustodyFile
               at end set eof-custody to true
           end-read.
           perform until eof-custody
               move DocCustodyRecord(1:14) to CustodyKey
               perform 1500-FindDocument
               if CustodyFound
                   string "Duplicate custody row " DC-Account " "
                       DC-DocType " dropped" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               else
                   perform 1600-InsertDocument
               end-if
               read DocCustodyFile
                   at end set eof-custody to true
               end-read
           end-perform.
           close DocCustodyFile.

       1100-LoadReleaseRules.
           open input ReleaseRuleFile.
           read ReleaseRuleFile
               at end set eof-rule to true
           end-read.
           perform until eof-rule
               if RRI-State = "**"
                   move RRI-ReleaseDays to DefaultReleaseDays
                   move RRI-NoteDays to DefaultNoteDays
               else
                   if ReleaseRuleCount < 60
                       add 1 to ReleaseRuleCount
                       move RRI-State to RRT-State(ReleaseRuleCount)
                       move RRI-ReleaseDays
                           to RRT-ReleaseDays(ReleaseRuleCount)
                       move RRI-NoteDays
                           to RRT-NoteDays(ReleaseRuleCount)
                   end-if
               end-if
               read ReleaseRuleFile
                   at end set eof-rule to true
               end-read
           end-perform.
           close ReleaseRuleFile.

       1200-LoadReleases.
           open input LienReleaseFile.
           read LienReleaseFile
               at end set eof-release to true
           end-read.
           perform until eof-release
               if ReleaseCount < 2000
                   add 1 to ReleaseCount
                   move LienReleaseRecord to RLT-Record(ReleaseCount)
               else
                   string "Release table full at 2000 - "
                       LR-Account " not loaded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read LienReleaseFile
                   at end set eof-release to true
               end-read
           end-perform.
           close LienReleaseFile.

      * CustodySub COMES BACK AT THE DOCUMENT, OR AT THE SLOT IT WOULD
      * TAKE TO KEEP THE TABLE IN KEY ORDER
       1500-FindDocument.
           move "N" to CustodyFoundFlag.
           move 1 to CustodySub.
           perform until CustodySub > CustodyCount
               if CST-Record(CustodySub)(1:14) = CustodyKey
                   set CustodyFound to true
                   exit perform
               end-if
               if CST-Record(CustodySub)(1:14) > CustodyKey
                   exit perform
               end-if
               add 1 to CustodySub
           end-perform.

      * DocCustodyRecord GOES IN AT CustodySub
       1600-InsertDocument.
           if CustodyCount >= 8000
               string "Custody table full at 8000 - " DC-Account " "
                   DC-DocType " not kept" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           move CustodyCount to CustodyShiftSub.
           perform until CustodyShiftSub < CustodySub
               move CST-Record(CustodyShiftSub)
                   to CST-Record(CustodyShiftSub + 1)
               subtract 1 from CustodyShiftSub
           end-perform.
           move DocCustodyRecord to CST-Record(CustodySub).
           add 1 to CustodyCount.

      * THE OPEN TRACKING ROW FOR MaintAccountIn INTO LienReleaseRecord
       1700-FindRelease.
           move "N" to ReleaseFoundFlag.
           move 1 to ReleaseSub.
           perform until ReleaseSub > ReleaseCount
               move RLT-Record(ReleaseSub) to LienReleaseRecord
               if LR-Account = MaintAccountIn and LR-Open
                   set ReleaseFound to true
                   exit perform
               end-if
               add 1 to ReleaseSub
           end-perform.

      * THE ACTION DATE - TODAY WHEN LEFT BLANK
       1800-ActionDate.
           move "Y" to DateValidFlag.
           if MaintDateIn = spaces
               move TodayDate to ActionDate
           else
               move MaintDateIn to ActionDate
               move MaintDateIn to WORK-DATE
               if WORK-MONTH not numeric or WORK-DAY not numeric
                   or WORK-YEAR not numeric
                   or WORK-MONTH < 1 or WORK-MONTH > 12
                   or WORK-DAY < 1 or WORK-DAY > 31
                   move "N" to DateValidFlag
               end-if
           end-if.

      * EACH LOAN CLOSED PAID IN FULL SINCE THE LAST RUN GETS ITS
      * TRACKING ROW, DEADLINES BY THE PROPERTY STATE; THE QUEUE IS
      * THEN EMPTIED
       2000-TakeReleaseQueue.
           open input ReleaseQueueFile.
           read ReleaseQueueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               move RLQ-Account to MaintAccountIn
               perform 1700-FindRelease
               if ReleaseFound
                   string "Release for " RLQ-Account
                       " already tracked from " LR-PaidDate
                       " - queue row from " RLQ-Program " dropped"
                       into msg
                   move "WARN " to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
               else
                   perform 2100-TrackRelease
               end-if
               read ReleaseQueueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close ReleaseQueueFile.
           open output ReleaseQueueFile.
           close ReleaseQueueFile.

       2100-TrackRelease.
           if ReleaseCount >= 2000
               string "Release table full at 2000 - " RLQ-Account
                   " not tracked" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move spaces to LienReleaseRecord.
           move RLQ-Account to LR-Account.
           move RLQ-PaidDate to LR-PaidDate.
           move RLQ-Program to LR-Source.
           set LR-Open to true.

           move DefaultReleaseDays to ReleaseDays.
           move DefaultNoteDays to NoteDays.
           if CollateralOpen
               move RLQ-Account to CL-Account
               read CollateralFile
                   invalid key
                       continue
                   not invalid key
                       move CL-State to LR-State
               end-read
           end-if.
           move 1 to ReleaseRuleSub.
           perform until ReleaseRuleSub > ReleaseRuleCount
               if RRT-State(ReleaseRuleSub) = LR-State
                   and LR-State not = spaces
                   move RRT-ReleaseDays(ReleaseRuleSub) to ReleaseDays
                   move RRT-NoteDays(ReleaseRuleSub) to NoteDays
                   exit perform
               end-if
               add 1 to ReleaseRuleSub
           end-perform.

           move ReleaseDays to DueDays.
           perform 7100-DueDate.
           move DueDateOut to LR-ReleaseDue.
           move NoteDays to DueDays.
           perform 7100-DueDate.
           move DueDateOut to LR-NoteDue.

           add 1 to ReleaseCount.
           move LienReleaseRecord to RLT-Record(ReleaseCount).
           add 1 to ReleasesQueued.

           string "RELEASE TRACKED " LR-Account " paid "
               LR-PaidDate " by " LR-Source " state " LR-State
               " lien release due " LR-ReleaseDue
               " note due " LR-NoteDue into msg.
           perform 8500-Register.
           perform 8000-Logs.

       3000-CheckIn.
           perform 1800-ActionDate.
           if MaintDocTypeIn = spaces or not DateValid
               add 1 to MaintRejectedCount
               string "REJECTED. Check-in for " MaintAccountIn
                   " - document type and an MM/DD/YYYY date"
                   " are required" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move spaces to CustodyKey.
           string MaintAccountIn MaintDocTypeIn delimited by size
               into CustodyKey.
           perform 1500-FindDocument.

           if CustodyFound
               move CST-Record(CustodySub) to DocCustodyRecord
               if not DC-CheckedOut
                   add 1 to MaintRejectedCount
                   string "REJECTED. Check-in " MaintAccountIn " "
                       MaintDocTypeIn " - already on file, status "
                       DC-Status into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
               end-if
               string "CHECKED IN " MaintAccountIn " "
                   MaintDocTypeIn " back from " DC-OutTo
                   " out since " DC-OutDate into msg
               set DC-InCustody to true
               move spaces to DC-OutDate
               move spaces to DC-OutTo
               if MaintLocationIn not = spaces
                   move MaintLocationIn to DC-Location
               end-if
               if MaintCustodianIn not = spaces
                   move MaintCustodianIn to DC-Custodian
               end-if
               move DocCustodyRecord to CST-Record(CustodySub)
           else
               move MaintAccountIn to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       add 1 to MaintRejectedCount
                       string "REJECTED. Check-in " MaintAccountIn " "
                           MaintDocTypeIn
                           " - loan is not on the master" into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
                       exit paragraph
               end-read
               if MaintLocationIn = spaces
                   or MaintCustodianIn = spaces
                   add 1 to MaintRejectedCount
                   string "REJECTED. Check-in " MaintAccountIn " "
                       MaintDocTypeIn
                       " - location and custodian are required"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
               end-if
               move spaces to DocCustodyRecord
               move MaintAccountIn to DC-Account
               move MaintDocTypeIn to DC-DocType
               move ActionDate to DC-Received
               move MaintLocationIn to DC-Location
               move MaintCustodianIn to DC-Custodian
               set DC-InCustody to true
               perform 1600-InsertDocument
               string "RECEIVED " MaintAccountIn " "
                   MaintDocTypeIn " on " ActionDate
                   " location " MaintLocationIn
                   " custodian " MaintCustodianIn into msg
           end-if.
           add 1 to MaintAppliedCount.
           add 1 to CheckedIn.
           perform 8500-Register.
           perform 8000-Logs.

       3100-CheckOut.
           perform 1800-ActionDate.
           move spaces to CustodyKey.
           string MaintAccountIn MaintDocTypeIn delimited by size
               into CustodyKey.
           perform 1500-FindDocument.
           if CustodyFound
               move CST-Record(CustodySub) to DocCustodyRecord
           end-if.
           if not CustodyFound or not DC-InCustody
               or not DateValid or MaintCustodianIn = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Check-out " MaintAccountIn " "
                   MaintDocTypeIn " - not in the vault, or no"
                   " date or borrower given" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           set DC-CheckedOut to true.
           move ActionDate to DC-OutDate.
           move MaintCustodianIn to DC-OutTo.
           move DocCustodyRecord to CST-Record(CustodySub).
           add 1 to MaintAppliedCount.
           add 1 to CheckedOut.
           string "CHECKED OUT " MaintAccountIn " "
               MaintDocTypeIn " to " MaintCustodianIn
               " on " ActionDate " from " DC-Location into msg.
           perform 8500-Register.
           perform 8000-Logs.

      * A DOCUMENT LEAVES CUSTODY FOR GOOD - THE NOTE OF A LOAN PAID IN
      * FULL GOING BACK TO THE BORROWER IS THE NOTE RETURN
       3200-Release.
           perform 1800-ActionDate.
           move spaces to CustodyKey.
           string MaintAccountIn MaintDocTypeIn delimited by size
               into CustodyKey.
           perform 1500-FindDocument.
           if CustodyFound
               move CST-Record(CustodySub) to DocCustodyRecord
           end-if.
           if not CustodyFound or not DC-InCustody or not DateValid
               add 1 to MaintRejectedCount
               string "REJECTED. Release " MaintAccountIn " "
                   MaintDocTypeIn " - not in the vault, or no"
                   " valid date given" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           set DC-Released to true.
           move ActionDate to DC-ReleaseDate.
           if MaintCustodianIn not = spaces
               move MaintCustodianIn to DC-OutTo
           end-if.
           move DocCustodyRecord to CST-Record(CustodySub).
           add 1 to MaintAppliedCount.
           add 1 to Released.
           string "RELEASED " MaintAccountIn " "
               MaintDocTypeIn " on " ActionDate into msg.
           perform 8500-Register.
           perform 8000-Logs.

           if MaintDocTypeIn = "NOTE"
               perform 1700-FindRelease
               if ReleaseFound
                   move ActionDate to LR-NoteDone
                   move "NOTE RETURN" to StepName
                   move LR-NoteDue to WORK-DATE
                   perform 3400-StepDone
               end-if
           end-if.

       3300-LienRelease.
           perform 1800-ActionDate.
           perform 1700-FindRelease.
           if not ReleaseFound or not DateValid
               or LR-ReleaseDone not = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Lien release for " MaintAccountIn
                   " - no open release tracked, already recorded,"
                   " or no valid date given" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move ActionDate to LR-ReleaseDone.
           move MaintLocationIn to LR-RecordingRef.
           add 1 to MaintAppliedCount.
           string "LIEN RELEASE RECORDED " MaintAccountIn
               " on " ActionDate " reference " MaintLocationIn
               into msg.
           perform 8500-Register.
           perform 8000-Logs.
           move "LIEN RELEASE" to StepName.
           move LR-ReleaseDue to WORK-DATE.
           perform 3400-StepDone.

      * ONE STEP OF A TRACKED RELEASE DONE ON ActionDate AGAINST THE
      * DEADLINE IN WORK-DATE; BOTH DONE CLOSES THE ROW
       3400-StepDone.
           move WORK-DATE to DueDateOut.
           perform 7000-DateToInteger.
           move DateInteger to DueInteger.
           move ActionDate to WORK-DATE.
           perform 7000-DateToInteger.
           if DateInteger > DueInteger
               add 1 to DoneLate
               string StepName delimited by "  "
                   " LATE for " LR-Account
                   " done " ActionDate " - deadline was "
                   DueDateOut into msg
               move "WARN " to LogSeverity
               perform 8500-Register
               perform 8000-Logs
           end-if.

           if LR-ReleaseDone not = spaces and LR-NoteDone not = spaces
               set LR-Complete to true
               add 1 to ReleasesCompleted
               string "RELEASE COMPLETE " LR-Account
                   " lien release " LR-ReleaseDone
                   " note returned " LR-NoteDone into msg
               perform 8500-Register
               perform 8000-Logs
           end-if.
           move LienReleaseRecord to RLT-Record(ReleaseSub).

       4000-RewriteCustody.
           open output DocCustodyFile.
           move 1 to CustodySub.
           perform CustodyCount times
               move CST-Record(CustodySub) to DocCustodyRecord
               write DocCustodyRecord
               add 1 to CustodySub
           end-perform.
           close DocCustodyFile.

       4100-RewriteReleases.
           open output LienReleaseFile.
           move 1 to ReleaseSub.
           perform ReleaseCount times
               move RLT-Record(ReleaseSub) to LienReleaseRecord
               write LienReleaseRecord
               add 1 to ReleaseSub
           end-perform.
           close LienReleaseFile.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

      * DueDays CALENDAR DAYS AFTER THE PAYOFF DATE
       7100-DueDate.
           move LR-PaidDate to WORK-DATE.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               move TodayDate to WORK-DATE
           end-if.
           perform 7000-DateToInteger.
           add DueDays to DateInteger.
           move function date-of-integer(DateInteger)
               to DATE-YYYYMMDD-N.
           move spaces to DueDateOut.
           string DY-Month "/" DY-Day "/" DY-Year
               delimited by size into DueDateOut.

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

       8500-Register.
           move spaces to MaintReportLine.
           move msg to MaintReportLine.
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

       end program CUSTMAINT.
