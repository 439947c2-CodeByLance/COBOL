      * counts and money totals - and removed from the live files.     *
      * SVCRETRIEVE pulls an archived loan's complete history back     *
      * out for a dispute or subpoena. The live files shrink; the      *
      * history stays producible. Every loan archived is also          *
      * catalogued on Housekeeping\archivecatalog.txt with its archive *
      * date so the life-of-loan history statement can find it.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. SVCARCHIVE.
                   DYNAMIC ManifestPath
                   organization is line sequential.

               select optional ArchiveCatalogFile ASSIGN TO
                   "Housekeeping\archivecatalog.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ConfigFile.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
       FD  ManifestFile.
           01 ManifestLine          PIC X(100).

       FD  ArchiveCatalogFile.
           copy "../shared/copybooks/archcat.cpy".

       working-storage section.
       01  CANDIDATE-TABLE.
           05  CandidateEntry occurs 200 times.
           perform 1900-SwapLiveFile.

       6000-WriteManifests.
           open extend ArchiveCatalogFile.
           move 1 to CandidateSub.
           perform CandidateCount times
               perform 6100-WriteOneManifest
               move CAN-Account(CandidateSub) to ACR-Account
               move ArchiveStamp to ACR-ArchiveStamp
               move TodayDate to ACR-ArchivedOn
               move CAN-PostedRows(CandidateSub) to ACR-PostedRows
               move CAN-LedgerRows(CandidateSub) to ACR-LedgerRows
               write ArchiveCatalogRecord
               string "ARCHIVED " CAN-Account(CandidateSub)
                   " status " CAN-StatusRows(CandidateSub)
                   " sched " CAN-SchedRows(CandidateSub)
               perform 8000-Logs
               add 1 to CandidateSub
           end-perform.
           close ArchiveCatalogFile.

       6100-WriteOneManifest.
           move spaces to ManifestPath.
