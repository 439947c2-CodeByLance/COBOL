      *****************************************************************
      * CLOSED-LOAN ARCHIVE CATALOG - Housekeeping\archivecatalog.txt.
      * SVCARCHIVE APPENDS ONE ROW PER LOAN IT MOVES INTO THE DATED
      * ARCHIVE, NAMING THE Housekeeping\closedarchive\YYYYMMDD
      * DIRECTORY THE LOAN'S FILES WENT TO, SO A LATER REPORT CAN
      * FIND AN ARCHIVED LOAN'S HISTORY WITHOUT BEING TOLD WHERE.
      *****************************************************************
       01  ArchiveCatalogRecord.
           05  ACR-Account          PIC X(10).
           05  ACR-ArchiveStamp     PIC X(8).
           05  ACR-ArchivedOn       PIC X(10).
           05  ACR-PostedRows       PIC 9(5).
           05  ACR-LedgerRows       PIC 9(5).
