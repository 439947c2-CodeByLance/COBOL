      * removed - or that WOULD be removed in a dry run - is listed on *
      * Housekeeping\purgereport.txt with its age and size, and the    *
      * pass is logged through LOGGER.                                 *
      *                                                                *
      * The batch chain's start-of-day snapshots under                 *
      * shared\snapshot\<YYYYMMDD>\ age out the same way: a sixth      *
      * retention figure (default 7 days) after the mode, the          *
      * snapshots found off shared\snapshot\snapcatalog.txt, and each  *
      * one's copies off its own manifest. A purged snapshot leaves    *
      * the catalog, so ROLLBACK can only be offered a day that is     *
      * still on disk.                                                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. HOUSEKEEP.
                   "ProcessFiles\files\error\errorindex.new"
                   organization is line sequential.

               select optional SnapshotCatalogFile ASSIGN TO
                   "shared\snapshot\snapcatalog.txt"
                   organization is line sequential.

               select NewSnapshotCatalog ASSIGN TO
                   "shared\snapshot\snapcatalog.new"
                   organization is line sequential.

               select optional SnapshotManifestFile ASSIGN TO
                   DYNAMIC ManifestPath
                   organization is line sequential.

               select PurgeReportFile ASSIGN TO
                   "Housekeeping\purgereport.txt"
                   organization is line sequential.
               05  POL-CheckpointDays PIC 9(4).
               05  POL-ErrorDays    PIC 9(4).
               05  POL-Mode         PIC X.
               05  POL-SnapshotDays PIC 9(4).

       FD  IntakeAuditFile.
           01 IntakeAuditRecord.
               05  NE-Date          PIC X(10).
               05  NE-SourceDir     PIC X(40).

       FD  SnapshotCatalogFile.
           01 SnapshotCatalogRecord.
               88  eofcatalog       value high-values.
               05  SCT-Date         PIC 9(8).
               05  FILLER           PIC X(2).
               05  SCT-Time         PIC X(6).
               05  FILLER           PIC X(2).
               05  SCT-FileCount    PIC 99.
               05  FILLER           PIC X(2).
               05  SCT-CopiedCount  PIC 99.

       FD  NewSnapshotCatalog.
           01 NewCatalogRecord      PIC X(24).

       FD  SnapshotManifestFile.
           copy "../shared/copybooks/snapman.cpy".

       FD  PurgeReportFile.
           01 PurgeLine             PIC X(160).

       01  ReportDays               PIC 9(4) value 30.
       01  CheckpointDays           PIC 9(4) value 7.
       01  ErrorDays                PIC 9(4) value 30.
       01  SnapshotDays             PIC 9(4) value 7.
       01  PurgeModeFlag            PIC X value "D".
           88  PurgeForReal         value "P".

       01  ListedCount              PIC 9(5) value zero.
       01  ReportSub                PIC 9 value zero.
       01  ReportSuffix             PIC X(16) value spaces.
       01  SnapshotDir              PIC X(30) value spaces.
       01  ManifestPath             PIC X(60) value spaces.

       01  eof-audit-flag           PIC X value "N".
       01  eof-errindex-flag        PIC X value "N".
           perform 1000-ScanIntakeAudit.
           perform 2000-SweepReportsAndCheckpoints.
           perform 3000-SweepErrorFolder.
           perform 4000-SweepSnapshots.

           move spaces to PurgeLine.
           write PurgeLine.
               move POL-CheckpointDays to CheckpointDays
               move POL-ErrorDays to ErrorDays
               move POL-Mode to PurgeModeFlag
      * a policy line written before snapshots were kept has no
      * sixth figure - the default stands
               if POL-SnapshotDays is numeric
                   move POL-SnapshotDays to SnapshotDays
               end-if
           end-if.
           close RetentionPolicyFile.

                              into CandidatePath
                       end-string
                       perform 5000-PurgeCandidate
                       move spaces to CandidatePath
                       string "ProcessFiles\files\archive\"
                                  delimited by size
                              CandidateDate delimited by size
                              "/" delimited by size
                              IA-BatchKey delimited by space
                              "_xlat.csv" delimited by size
                              into CandidatePath
                       end-string
                       perform 5000-PurgeCandidate
                   end-if

                   perform 1500-NoteBatchSeen
           call "C$DELETE" using
               "ProcessFiles\files\error\errorindex.new", 0.

      * A SNAPSHOT PAST RETENTION GOES AS A WHOLE - EVERY COPY ITS
      * MANIFEST NAMES, THE MANIFEST, THEN THE DIRECTORY - AND LEAVES
      * THE CATALOG. A DRY RUN KEEPS THE CATALOG ROW.
       4000-SweepSnapshots.
           open output NewSnapshotCatalog.
           open input SnapshotCatalogFile.
           read SnapshotCatalogFile
               at end set eofcatalog to true
           end-read.
           perform until eofcatalog
               move SCT-Date to CandidateDate
               compute CandidateInt =
                   function integer-of-date(CandidateDate)
               compute AgeDays = TodayInt - CandidateInt

               if AgeDays > SnapshotDays
                   perform 4100-PurgeOneSnapshot
                   if not PurgeForReal
                       move SnapshotCatalogRecord to NewCatalogRecord
                       write NewCatalogRecord
                   end-if
               else
                   move SnapshotCatalogRecord to NewCatalogRecord
                   write NewCatalogRecord
               end-if

               read SnapshotCatalogFile
                   at end set eofcatalog to true
               end-read
           end-perform.
           close SnapshotCatalogFile.
           close NewSnapshotCatalog.

           if PurgeForReal
               call "C$COPY" using
                   "shared\snapshot\snapcatalog.new",
                   "shared\snapshot\snapcatalog.txt", 0
           end-if.
           call "C$DELETE" using
               "shared\snapshot\snapcatalog.new", 0.

       4100-PurgeOneSnapshot.
           move spaces to SnapshotDir.
           string "shared\snapshot\" delimited by size
                  SCT-Date delimited by size
                  into SnapshotDir
           end-string.
           move spaces to ManifestPath.
           string SnapshotDir delimited by space
                  "\manifest.txt" delimited by size
                  into ManifestPath
           end-string.

           open input SnapshotManifestFile.
           read SnapshotManifestFile
               at end set eofmanifest to true
           end-read.
           perform until eofmanifest
               if SNM-Present
                   move spaces to CandidatePath
                   string SnapshotDir delimited by space
                          "\" delimited by size
                          SNM-Name delimited by space
                          into CandidatePath
                   end-string
                   perform 5000-PurgeCandidate
               end-if
               read SnapshotManifestFile
                   at end set eofmanifest to true
               end-read
           end-perform.
           close SnapshotManifestFile.

           move ManifestPath to CandidatePath.
           perform 5000-PurgeCandidate.
           if PurgeForReal
               call "CBL_DELETE_DIR" using SnapshotDir
               end-call
           end-if.

      * ONE CANDIDATE AT A TIME: SKIP WHAT IS NOT ON DISK, LIST IT
      * WITH AGE AND SIZE, AND REMOVE IT ONLY IN PURGE MODE. EVERY
      * REMOVAL IS ALSO LOGGED THROUGH LOGGER.
