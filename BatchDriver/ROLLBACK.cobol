      ******************************************************************
      * Whole-day rollback - puts every data file the batch chain can  *
      * change back the way it stood before the day's first step, from *
      * the start-of-day snapshot BatchDriver took under               *
      * shared\snapshot\<YYYYMMDD>\. A bad batch that got through      *
      * intake and had payments, late fees, notices and GL postings    *
      * built on it comes out as a whole instead of by hand-editing.   *
      *                                                                *
      * Control: BatchDriver\rollback.txt, the snapshot date YYYYMMDD  *
      * (blank is today) and the mode - L lists what would be          *
      * reverted, R restores. No control file lists today. Either way  *
      * BatchDriver\rollbackreport.txt shows every file that changed   *
      * since the snapshot - changed, created or deleted that day -    *
      * with its record count in the snapshot and on disk now, and     *
      * what the restore does with it.                                 *
      *                                                                *
      * The rollback is refused outright when the GL feed register     *
      * shows a feed for that date already sent or accepted - the GL   *
      * has the day's postings and taking the loan side back alone     *
      * would put the two out of balance. A restore takes the          *
      * snapshot copies back, removes files the day created, clears    *
      * the chain state and the control file, and logs every file it   *
      * touched. The run journal still shows the day as run, so the    *
      * rerun needs FORCE in BatchDriver\runcontrol.txt.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ROLLBACK.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional RollbackControlFile ASSIGN TO
                   "BatchDriver\rollback.txt"
                   organization is line sequential.

               select optional SnapshotManifestFile ASSIGN TO
                   DYNAMIC ManifestPath
                   organization is line sequential.

               select optional FeedRegisterFile ASSIGN TO
                   "GLInterface\feedregister.txt"
                   organization is line sequential.

               select RollbackReportFile ASSIGN TO
                   "BatchDriver\rollbackreport.txt"
                   organization is line sequential.

               select optional CountTextFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is CountStatus.

               select BorrowerMasterFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is CountStatus.

               select BorrowerRoleFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is CountStatus.

               select CollateralFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CountStatus.

               select LineMasterFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is LN-Account
                   file status is CountStatus.

               select MortInsFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is MI-Account
                   file status is CountStatus.

               select OperatorFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is CountStatus.

               select ScheduleMasterFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is SCM-Key
                   file status is CountStatus.

               select ApplicationFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is APP-Number
                   file status is CountStatus.

               select BalanceMasterFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is BAL-Account
                   file status is CountStatus.

               select DeliveryPrefFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is DP-Account
                   file status is CountStatus.

               select PrepayPenaltyFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is PPN-Account
                   file status is CountStatus.

               select BuydownFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is BDN-Account
                   file status is CountStatus.

               select GradPayFile ASSIGN TO
                   DYNAMIC CountPath
                   organization is indexed
                   access mode is dynamic
                   record key is GPM-Account
                   file status is CountStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RollbackControlFile.
           01 RollbackControlRecord.
               05  RBK-Date         PIC X(8).
               05  FILLER           PIC X.
               05  RBK-Mode         PIC X.

       FD  SnapshotManifestFile.
           copy "../shared/copybooks/snapman.cpy".

       FD  FeedRegisterFile.
           01 FeedRegisterRecord.
               88  eoffeedregister  value high-values.
               05  FRG-FeedId       PIC X(30).
               05  FRG-Company      PIC X(3).
               05  FRG-FeedDate     PIC X(8).
               05  FRG-Entries      PIC 9(7).
               05  FRG-Debits       PIC 9(9)V99.
               05  FRG-Credits      PIC 9(9)V99.
               05  FRG-Status       PIC X.
                   88  FRG-Sent     value "S".
                   88  FRG-Accepted value "A".
                   88  FRG-Rejected value "R".
               05  FRG-AckDate      PIC X(10).
               05  FRG-Reason       PIC X(30).

       FD  RollbackReportFile.
           01 RollbackReportLine    PIC X(120).

       FD  CountTextFile.
           01 CountTextLine         PIC X(2000).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  LineMasterFile.
           copy "../shared/copybooks/linemaster.cpy".

       FD  MortInsFile.
           copy "../shared/copybooks/mortins.cpy".

       FD  OperatorFile.
           copy "../shared/copybooks/operator.cpy".

       FD  ScheduleMasterFile.
           copy "../shared/copybooks/schedmaster.cpy".

       FD  ApplicationFile.
           copy "../shared/copybooks/application.cpy".

       FD  BalanceMasterFile.
           01 BalanceMasterRecord.
               05  BAL-Account      PIC X(52).
               05  BAL-Balance      PIC S9(9)V99.

       FD  DeliveryPrefFile.
           copy "../shared/copybooks/delivpref.cpy".

       FD  PrepayPenaltyFile.
           copy "../shared/copybooks/prepaypen.cpy".

       FD  BuydownFile.
           copy "../shared/copybooks/buydown.cpy".

       FD  GradPayFile.
           copy "../shared/copybooks/gradpay.cpy".

       working-storage section.
       01  RollbackDate             PIC X(8) value spaces.
       01  RollbackMode             PIC X value "L".
           88  RestoreMode          value "R".
       01  SnapshotDir              PIC X(30) value spaces.
       01  ManifestPath             PIC X(60) value spaces.
       01  LivePath                 PIC X(60) value spaces.
       01  CopyPath                 PIC X(60) value spaces.
       01  CountPath                PIC X(60) value spaces.
       01  CountStatus              PIC XX value spaces.
       01  CountType                PIC X value spaces.
       01  CountName                PIC X(24) value spaces.
       01  RecordCount              PIC 9(9) value zero.

       01  eof-control-file         PIC X value "N".
           88  eof-control          value "Y".
       01  eof-count-file           PIC X value "N".
           88  eof-count            value "Y".

      * the files the day changed - R restores the snapshot copy, D
      * removes a file that was not there at the start of the day
       01  CHANGE-TABLE.
           05  ChangeEntry occurs 60 times.
               10  CHG-Dir          PIC X(24).
               10  CHG-Name         PIC X(24).
               10  CHG-Action       PIC X.
                   88  CHG-Restore  value "R".
                   88  CHG-Remove   value "D".
               10  CHG-Before       PIC 9(9).
               10  CHG-After        PIC 9(9).
       01  ChangeCount              PIC 99 value zero.
       01  ChangeSub                PIC 99 value zero.
       01  UnchangedCount           PIC 99 value zero.
       01  ManifestCount            PIC 99 value zero.
       01  RestoredCount            PIC 99 value zero.
       01  RemovedCount             PIC 99 value zero.
       01  FailedCount              PIC 99 value zero.

       01  FeedsSentCount           PIC 99 value zero.
       01  RefusedFlag              PIC X value "N".
           88  RollbackRefused      value "Y".

       01  LiveFlag                 PIC X value "N".
           88  LivePresent          value "Y".
       01  LiveSize                 PIC 9(12) value zero.
       01  LiveModStamp             PIC X(14) value spaces.
       01  ActionText               PIC X(34) value spaces.
       01  Disp-Count               PIC ZZZ,ZZZ,ZZ9.
       01  Disp-Count2              PIC ZZZ,ZZZ,ZZ9.

       01  ARGUMENT-2.
           05 File-Size-In-Bytes    PIC 9(18) COMP.
           05 Mod-DD                PIC 9(2) COMP.
           05 Mod-MO                PIC 9(2) COMP.
           05 Mod-YYYY              PIC 9(4) COMP.
           05 Mod-HH                PIC 9(2) COMP.
           05 Mod-MM                PIC 9(2) COMP.
           05 Mod-SS                PIC 9(2) COMP.
           05 FILLER                PIC 9(2) COMP.
       01  MODSTAMP-WORK.
           05  MSW-YYYY             PIC 9(4).
           05  MSW-MO               PIC 9(2).
           05  MSW-DD               PIC 9(2).
           05  MSW-HH               PIC 9(2).
           05  MSW-MM               PIC 9(2).
           05  MSW-SS               PIC 9(2).

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "ROLLBACK".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           perform 0500-ReadControl.

           move spaces to SnapshotDir.
           string "shared\snapshot\" delimited by size
               RollbackDate delimited by size
               into SnapshotDir.
           move spaces to ManifestPath.
           string SnapshotDir delimited by space
               "\manifest.txt" delimited by size
               into ManifestPath.
           call "CBL_CHECK_FILE_EXIST" using ManifestPath, ARGUMENT-2
           end-call.
           if return-code not = zero
               display "ROLLBACK - no snapshot for " RollbackDate
               string "Rollback not possible - no start-of-day"
                   " snapshot for " RollbackDate into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 9000-CloseLog
               move 1 to return-code
               stop run
           end-if.

           perform 1000-CheckFeedRegister.
           perform 2000-CompareFiles.

           if RestoreMode
               if RollbackRefused
                   display "ROLLBACK - REFUSED, the GL feed for "
                       RollbackDate " was already sent"
                   string "Rollback REFUSED for " RollbackDate " - "
                       FeedsSentCount " GL feed(s) already sent per"
                       " the feed register" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   perform 9000-CloseLog
                   move 1 to return-code
                   stop run
               end-if
               perform 3000-RestoreDay
           else
               display "ROLLBACK - " ChangeCount " file(s) would be"
                   " reverted, see BatchDriver\rollbackreport.txt"
               string "Rollback listed for " RollbackDate " - "
                   ChangeCount " file(s) changed since the snapshot"
                   into msg
               perform 8000-Logs
           end-if.

           perform 9000-CloseLog.
           stop run.

      * NO CONTROL FILE, OR A BLANK DATE, IS TODAY; ONLY AN R ON THE
      * LINE RESTORES - ANYTHING ELSE LISTS
       0500-ReadControl.
           move spaces to RollbackDate.
           string CDT-Year CDT-Month CDT-Day into RollbackDate.
           open input RollbackControlFile.
           read RollbackControlFile
               at end set eof-control to true
           end-read.
           if not eof-control
               if RBK-Date not = spaces
                   move RBK-Date to RollbackDate
               end-if
               if RBK-Mode = "R"
                   move "R" to RollbackMode
               end-if
           end-if.
           close RollbackControlFile.

      * A FEED FOR THE DAY THAT WAS SENT OR ACCEPTED IS IN THE GL - A
      * REJECTED ONE NEVER POSTED AND DOES NOT STAND IN THE WAY
       1000-CheckFeedRegister.
           move zero to FeedsSentCount.
           open input FeedRegisterFile.
           read FeedRegisterFile
               at end set eoffeedregister to true
           end-read.
           perform until eoffeedregister
               if FRG-FeedDate = RollbackDate
                   and (FRG-Sent or FRG-Accepted)
                   add 1 to FeedsSentCount
               end-if
               read FeedRegisterFile
                   at end set eoffeedregister to true
               end-read
           end-perform.
           close FeedRegisterFile.
           if FeedsSentCount > zero
               set RollbackRefused to true
           end-if.

      * A FILE IS TAKEN AS CHANGED WHEN IT APPEARED, DISAPPEARED, OR
      * ITS SIZE OR MODIFICATION STAMP MOVED SINCE THE SNAPSHOT
       2000-CompareFiles.
           open output RollbackReportFile.
           move spaces to RollbackReportLine.
           string "Rollback to start of day " RollbackDate
               "  mode " RollbackMode
               into RollbackReportLine.
           write RollbackReportLine.
           move spaces to RollbackReportLine.
           write RollbackReportLine.
           move spaces to RollbackReportLine.
           string "File                     "
               "     Snapshot          Now  Action"
               into RollbackReportLine.
           write RollbackReportLine.

           open input SnapshotManifestFile.
           read SnapshotManifestFile
               at end set eofmanifest to true
           end-read.
           perform until eofmanifest
               add 1 to ManifestCount
               perform 2100-CompareOneFile
               read SnapshotManifestFile
                   at end set eofmanifest to true
               end-read
           end-perform.
           close SnapshotManifestFile.

           move spaces to RollbackReportLine.
           write RollbackReportLine.
           move spaces to RollbackReportLine.
           string ManifestCount " files in the snapshot, "
               ChangeCount " changed, " UnchangedCount " unchanged"
               into RollbackReportLine.
           write RollbackReportLine.
           if RollbackRefused
               move spaces to RollbackReportLine
               string "REFUSED - " FeedsSentCount
                   " GL feed(s) for " RollbackDate
                   " already sent per GLInterface\feedregister.txt"
                   into RollbackReportLine
               write RollbackReportLine
           end-if.
           close RollbackReportFile.

       2100-CompareOneFile.
           move spaces to LivePath.
           string SNM-Dir delimited by space
               SNM-Name delimited by space
               into LivePath.
           move "N" to LiveFlag.
           move zero to LiveSize.
           move spaces to LiveModStamp.
           call "CBL_CHECK_FILE_EXIST" using LivePath, ARGUMENT-2
           end-call.
           if return-code = zero
               set LivePresent to true
               move File-Size-In-Bytes to LiveSize
               move Mod-YYYY to MSW-YYYY
               move Mod-MO to MSW-MO
               move Mod-DD to MSW-DD
               move Mod-HH to MSW-HH
               move Mod-MM to MSW-MM
               move Mod-SS to MSW-SS
               move MODSTAMP-WORK to LiveModStamp
           end-if.

           evaluate true
               when SNM-Present and LivePresent
                   if LiveSize = SNM-Size
                       and LiveModStamp = SNM-ModStamp
                       add 1 to UnchangedCount
                       exit paragraph
                   end-if
                   move "RESTORE - changed since snapshot"
                       to ActionText
               when SNM-Present
                   move "RESTORE - deleted since snapshot"
                       to ActionText
               when LivePresent
                   move "REMOVE - created since snapshot"
                       to ActionText
               when other
                   add 1 to UnchangedCount
                   exit paragraph
           end-evaluate.

           if ChangeCount not < 60
               exit paragraph
           end-if.
           add 1 to ChangeCount.
           move SNM-Dir to CHG-Dir(ChangeCount).
           move SNM-Name to CHG-Name(ChangeCount).
           if SNM-Present
               move "R" to CHG-Action(ChangeCount)
           else
               move "D" to CHG-Action(ChangeCount)
           end-if.

           move SNM-Type to CountType.
           move SNM-Name to CountName.
           move zero to CHG-Before(ChangeCount).
           if SNM-Present
               move spaces to CountPath
               string SnapshotDir delimited by space
                   "\" delimited by size
                   SNM-Name delimited by space
                   into CountPath
               perform 2200-CountRecords
               move RecordCount to CHG-Before(ChangeCount)
           end-if.
           move zero to CHG-After(ChangeCount).
           if LivePresent
               move LivePath to CountPath
               perform 2200-CountRecords
               move RecordCount to CHG-After(ChangeCount)
           end-if.

           move CHG-Before(ChangeCount) to Disp-Count.
           move CHG-After(ChangeCount) to Disp-Count2.
           move spaces to RollbackReportLine.
           string SNM-Name " " Disp-Count "  " Disp-Count2
               "  " ActionText
               into RollbackReportLine.
           write RollbackReportLine.

      * A TEXT FILE COUNTS LINES; AN INDEXED MASTER COUNTS RECORDS
      * READ THROUGH ITS OWN KEY
       2200-CountRecords.
           move zero to RecordCount.
           move "N" to eof-count-file.
           if CountType not = "I"
               open input CountTextFile
               read CountTextFile
                   at end set eof-count to true
               end-read
               perform until eof-count
                   add 1 to RecordCount
                   read CountTextFile
                       at end set eof-count to true
                   end-read
               end-perform
               close CountTextFile
               exit paragraph
           end-if.

           evaluate CountName
               when "loanmaster.dat"
                   perform 2210-CountLoanMaster
               when "borrowers.dat"
                   perform 2220-CountBorrowers
               when "borrroles.dat"
                   perform 2230-CountBorrowerRoles
               when "collateral.dat"
                   perform 2240-CountCollateral
               when "linemaster.dat"
                   perform 2250-CountLineMaster
               when "mortins.dat"
                   perform 2260-CountMortIns
               when "operators.dat"
                   perform 2270-CountOperators
               when "schedmaster.dat"
                   perform 2280-CountScheduleMaster
               when "applications.dat"
                   perform 2290-CountApplications
               when "balances.dat"
                   perform 2295-CountBalances
               when "delivpref.dat"
                   perform 2297-CountDeliveryPrefs
               when "prepaypen.dat"
                   perform 2298-CountPrepayPenalty
               when "buydown.dat"
                   perform 2299-CountBuydown
               when "gradpay.dat"
                   perform 2300-CountGradPay
           end-evaluate.

       2210-CountLoanMaster.
           open input LoanMasterFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read LoanMasterFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close LoanMasterFile.

       2220-CountBorrowers.
           open input BorrowerMasterFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read BorrowerMasterFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close BorrowerMasterFile.

       2230-CountBorrowerRoles.
           open input BorrowerRoleFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read BorrowerRoleFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close BorrowerRoleFile.

       2240-CountCollateral.
           open input CollateralFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read CollateralFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close CollateralFile.

       2250-CountLineMaster.
           open input LineMasterFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read LineMasterFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close LineMasterFile.

       2260-CountMortIns.
           open input MortInsFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read MortInsFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close MortInsFile.

       2270-CountOperators.
           open input OperatorFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read OperatorFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close OperatorFile.

       2280-CountScheduleMaster.
           open input ScheduleMasterFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read ScheduleMasterFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close ScheduleMasterFile.

       2290-CountApplications.
           open input ApplicationFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read ApplicationFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close ApplicationFile.

       2295-CountBalances.
           open input BalanceMasterFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read BalanceMasterFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close BalanceMasterFile.

       2297-CountDeliveryPrefs.
           open input DeliveryPrefFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read DeliveryPrefFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close DeliveryPrefFile.

       2298-CountPrepayPenalty.
           open input PrepayPenaltyFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read PrepayPenaltyFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close PrepayPenaltyFile.

       2299-CountBuydown.
           open input BuydownFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read BuydownFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close BuydownFile.

       2300-CountGradPay.
           open input GradPayFile.
           if CountStatus not = "00"
               exit paragraph
           end-if.
           perform until eof-count
               read GradPayFile next record
                   at end set eof-count to true
                   not at end add 1 to RecordCount
               end-read
           end-perform.
           close GradPayFile.

      * EVERY FILE THE DAY CHANGED GOES BACK, THEN THE CHAIN STATE IS
      * CLEARED SO THE RERUN STARTS FROM THE TOP RATHER THAN RESUMING
      * A DAY THAT NO LONGER HAPPENED
       3000-RestoreDay.
           move 1 to ChangeSub.
           perform until ChangeSub > ChangeCount
               perform 3100-RestoreOneFile
               add 1 to ChangeSub
           end-perform.

           call "C$DELETE" using "shared\data\chainstate.txt", 0.
           call "C$DELETE" using "BatchDriver\rollback.txt", 0.

           display "ROLLBACK - " RestoredCount " restored, "
               RemovedCount " removed, " FailedCount " failed".
           string "Rollback to start of " RollbackDate " done - "
               RestoredCount " restored, " RemovedCount " removed, "
               FailedCount " failed. Rerun the day with FORCE"
               into msg.
           if FailedCount > zero
               move "ERROR" to LogSeverity
               move 1 to return-code
           else
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.

       3100-RestoreOneFile.
           move spaces to LivePath.
           string CHG-Dir(ChangeSub) delimited by space
               CHG-Name(ChangeSub) delimited by space
               into LivePath.

           if CHG-Remove(ChangeSub)
               call "C$DELETE" using LivePath, 0
               end-call
               if return-code = zero
                   add 1 to RemovedCount
                   string "REMOVED " LivePath
                       " - created since the snapshot" into msg
                   move "WARN " to LogSeverity
               else
                   add 1 to FailedCount
                   string "Could not remove " LivePath into msg
                   move "ERROR" to LogSeverity
               end-if
               perform 8000-Logs
               exit paragraph
           end-if.

      * the snapshot copy itself can be missing if it failed to copy
      * at the start of the day - the live file is then left alone
           move spaces to CopyPath.
           string SnapshotDir delimited by space
               "\" delimited by size
               CHG-Name(ChangeSub) delimited by space
               into CopyPath.
           call "CBL_CHECK_FILE_EXIST" using CopyPath, ARGUMENT-2
           end-call.
           if return-code not = zero
               add 1 to FailedCount
               string "Snapshot copy " CopyPath
                   " missing - " LivePath " NOT restored" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           call "C$COPY" using CopyPath, LivePath, 0
           end-call.
           if return-code = zero
               add 1 to RestoredCount
               string "RESTORED " LivePath " from " CopyPath
                   " - snapshot " CHG-Before(ChangeSub)
                   " records, was " CHG-After(ChangeSub) into msg
               move "WARN " to LogSeverity
           else
               add 1 to FailedCount
               string "Could not restore " LivePath " from "
                   CopyPath into msg
               move "ERROR" to LogSeverity
           end-if.
           perform 8000-Logs.

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

       end program ROLLBACK.
