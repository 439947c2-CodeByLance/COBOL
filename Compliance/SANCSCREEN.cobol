      ******************************************************************
      * Sanctions screening sweep - every name we might pay or take    *
      * money from is run through the shared matcher                   *
      * (wrkmodule/SANCSCRN) against the published list at             *
      * shared\data\sanctionlist.txt: every primary borrower on the    *
      * borrower master, every co-borrower and guarantor on the role   *
      * file, every escrow payee on Escrow\payeemaster.txt and every   *
      * investor on Investors\investormaster.txt. Boarding (BORRMAINT, *
      * BULKBOARD) and intake (FILEPROCESSING) screen as they go; this *
      * run catches a party who was clean when boarded but has since   *
      * been listed. A potential match is queued once per party and    *
      * list entry on shared\data\sanctionqueue.txt for SANCREVIEW. A  *
      * list publication date different from the one on                *
      * Compliance\sanclistdate.txt means the list was refreshed since *
      * the last run; the whole base is re-screened either way, the    *
      * report says so and the new date is recorded. The report        *
      * Compliance\sanctionscreen.txt lists new matches, cases still   *
      * awaiting review and confirmed hits still being held.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. SANCSCREEN.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional SanctionListFile ASSIGN TO
                   "shared\data\sanctionlist.txt"
                   organization is line sequential.

               select optional ListDateFile ASSIGN TO
                   "Compliance\sanclistdate.txt"
                   organization is line sequential.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select optional PayeeMasterFile ASSIGN TO
                   "Escrow\payeemaster.txt"
                   organization is line sequential.

               select optional InvestorMasterFile ASSIGN TO
                   "Investors\investormaster.txt"
                   organization is line sequential.

               select ScreenReportFile ASSIGN TO
                   "Compliance\sanctionscreen.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  SanctionListFile.
           copy "../shared/copybooks/sanclist.cpy".

       FD  ListDateFile.
           01 ListDateRecord.
               05  LDR-ListDate     PIC X(10).
               05  LDR-ScreenedOn   PIC X(10).

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  PayeeMasterFile.
           01 PayeeMasterRecord.
               05  PYM-Payee        PIC X(20).
               05  PYM-Type         PIC X.
               05  PYM-RemitAddr    PIC X(40).

       FD  InvestorMasterFile.
           01 InvestorMasterRecord.
               05  IVM-InvestorId   PIC X(10).
               05  IVM-Name         PIC X(30).
               05  FILLER           PIC X(31).

       FD  ScreenReportFile.
           01 ScreenLine            PIC X(132).

       working-storage section.
           copy "../shared/copybooks/sanccall.cpy".

       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.

       01  eof-list-file            PIC X value "N".
           88  eof-list             value "Y".
       01  eof-borrower-file        PIC X value "N".
           88  eof-borrower         value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  eof-payee-file           PIC X value "N".
           88  eof-payee            value "Y".
       01  eof-investor-file        PIC X value "N".
           88  eof-investor         value "Y".

       01  CurrentListDate          PIC X(10) value spaces.
       01  LastListDate             PIC X(10) value spaces.
       01  ListRefreshFlag          PIC X value "N".
           88  ListRefreshed        value "Y".

       01  PartiesScreened          PIC 9(6) value zero.
       01  NewMatches               PIC 9(5) value zero.
       01  PendingMatches           PIC 9(5) value zero.
       01  ConfirmedHits            PIC 9(5) value zero.
       01  ClearedMatches           PIC 9(5) value zero.

       01  PartyTypeText            PIC X(10) value spaces.
       01  StatusText               PIC X(24) value spaces.
       01  Disp-Score               PIC ZZ9.
       01  Disp-Count               PIC ZZZ,ZZ9.

       01  ScreenDetail.
           05  SD-Type              PIC X(10).
           05  FILLER               PIC X value space.
           05  SD-Key               PIC X(14).
           05  FILLER               PIC X value space.
           05  SD-Name              PIC X(30).
           05  FILLER               PIC X value space.
           05  SD-Score             PIC ZZ9.
           05  FILLER               PIC XX value spaces.
           05  SD-EntryId           PIC X(10).
           05  FILLER               PIC X value space.
           05  SD-ListName          PIC X(30).
           05  FILLER               PIC X value space.
           05  SD-CaseId            PIC Z(6)9.
           05  FILLER               PIC X value space.
           05  SD-Status            PIC X(20).

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
       01  LogProgramName           PIC X(14) value "SANCSCREEN".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           perform 1000-CheckListDate.
           if CurrentListDate = spaces
               move "ERROR" to LogSeverity
               string "No sanctions list at "
                   "shared\data\sanctionlist.txt - nobody screened"
                   into msg
               perform 8000-Logs
               perform 9000-CloseLog
               stop run
           end-if.

           open output ScreenReportFile.
           move spaces to ScreenLine.
           string "SANCTIONS SCREENING " TodayDate
               "   LIST PUBLISHED " CurrentListDate
               delimited by size into ScreenLine.
           write ScreenLine.
           move spaces to ScreenLine.
           if ListRefreshed
               string "LIST REFRESHED SINCE THE LAST RUN (WAS "
                   LastListDate ") - FULL RE-SCREEN"
                   delimited by size into ScreenLine
           else
               move "LIST UNCHANGED SINCE THE LAST RUN" to ScreenLine
           end-if.
           write ScreenLine.
           move spaces to ScreenLine.
           write ScreenLine.
           move spaces to ScreenLine.
           string "PARTY      KEY            NAME"
               "                            SCORE ENTRY      "
               "LIST NAME                         CASE STATUS"
               delimited by size into ScreenLine.
           write ScreenLine.

           move "SANCSCREEN" to SNC-Program.
           move spaces to SNC-SharedRoot.

           perform 2000-ScreenBorrowers.
           perform 3000-ScreenParties.
           perform 4000-ScreenPayees.
           perform 5000-ScreenInvestors.

           set SNC-Close to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.

           move spaces to ScreenLine.
           write ScreenLine.
           move PartiesScreened to Disp-Count.
           move spaces to ScreenLine.
           string "PARTIES SCREENED      " Disp-Count
               delimited by size into ScreenLine.
           write ScreenLine.
           move NewMatches to Disp-Count.
           move spaces to ScreenLine.
           string "NEW POTENTIAL MATCHES " Disp-Count
               delimited by size into ScreenLine.
           write ScreenLine.
           move PendingMatches to Disp-Count.
           move spaces to ScreenLine.
           string "AWAITING REVIEW       " Disp-Count
               delimited by size into ScreenLine.
           write ScreenLine.
           move ConfirmedHits to Disp-Count.
           move spaces to ScreenLine.
           string "CONFIRMED HITS HELD   " Disp-Count
               delimited by size into ScreenLine.
           write ScreenLine.
           move ClearedMatches to Disp-Count.
           move spaces to ScreenLine.
           string "CLEARED AS FALSE HITS " Disp-Count
               delimited by size into ScreenLine.
           write ScreenLine.
           close ScreenReportFile.

           open output ListDateFile.
           move CurrentListDate to LDR-ListDate.
           move TodayDate to LDR-ScreenedOn.
           write ListDateRecord.
           close ListDateFile.

           string "END. Screened " PartiesScreened
               " new " NewMatches
               " pending " PendingMatches
               " confirmed " ConfirmedHits
               " list " CurrentListDate into msg.
           if NewMatches > zero or ConfirmedHits > zero
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * THE LIST'S PUBLICATION DATE AGAINST THE ONE LAST SCREENED
       1000-CheckListDate.
           open input SanctionListFile.
           read SanctionListFile
               at end set eof-list to true
           end-read.
           if not eof-list and SNL-Header
               move SNL-ListDate to CurrentListDate
           end-if.
           close SanctionListFile.

           open input ListDateFile.
           read ListDateFile
               at end move spaces to LastListDate
               not at end move LDR-ListDate to LastListDate
           end-read.
           close ListDateFile.
           if CurrentListDate not = LastListDate
               set ListRefreshed to true
               string "Sanctions list refreshed - published "
                   CurrentListDate " (was " LastListDate
                   ") - re-screening every party" into msg
               perform 8000-Logs
           end-if.

       2000-ScreenBorrowers.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus not = "00"
               move "WARN " to LogSeverity
               string "No borrower master, status "
                   BorrowerMasterStatus
                   " - borrowers not screened" into msg
               perform 8000-Logs
               exit paragraph
           end-if.
           read BorrowerMasterFile next record
               at end set eof-borrower to true
           end-read.
           perform until eof-borrower
               if BW-Name not = spaces
                   move "B" to SNC-PartyType
                   move BW-Account to SNC-PartyKey
                   move BW-Account to SNC-Account
                   move BW-Name to SNC-Name
                   perform 6000-ScreenOne
               end-if
               read BorrowerMasterFile next record
                   at end set eof-borrower to true
               end-read
           end-perform.
           close BorrowerMasterFile.

      * SEQUENCE 00 IS THE PRIMARY, ALREADY SCREENED OFF THE MASTER
       3000-ScreenParties.
           open input BorrowerRoleFile.
           if BorrowerRoleStatus not = "00"
               exit paragraph
           end-if.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               if BR-Seq > zero and BR-Name not = spaces
                   move "R" to SNC-PartyType
                   move spaces to SNC-PartyKey
                   string BR-Account delimited by space
                       "-" BR-Seq delimited by size
                       into SNC-PartyKey
                   move BR-Account to SNC-Account
                   move BR-Name to SNC-Name
                   perform 6000-ScreenOne
               end-if
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.
           close BorrowerRoleFile.

       4000-ScreenPayees.
           open input PayeeMasterFile.
           read PayeeMasterFile
               at end set eof-payee to true
           end-read.
           perform until eof-payee
               if PYM-Payee not = spaces
                   move "Y" to SNC-PartyType
                   move PYM-Payee to SNC-PartyKey
                   move spaces to SNC-Account
                   move PYM-Payee to SNC-Name
                   perform 6000-ScreenOne
               end-if
               read PayeeMasterFile
                   at end set eof-payee to true
               end-read
           end-perform.
           close PayeeMasterFile.

       5000-ScreenInvestors.
           open input InvestorMasterFile.
           read InvestorMasterFile
               at end set eof-investor to true
           end-read.
           perform until eof-investor
               if IVM-Name not = spaces
                   move "I" to SNC-PartyType
                   move IVM-InvestorId to SNC-PartyKey
                   move spaces to SNC-Account
                   move IVM-Name to SNC-Name
                   perform 6000-ScreenOne
               end-if
               read InvestorMasterFile
                   at end set eof-investor to true
               end-read
           end-perform.
           close InvestorMasterFile.

       6000-ScreenOne.
           set SNC-Screen to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.
           add 1 to PartiesScreened.
           evaluate true
               when SNC-Queued
                   add 1 to NewMatches
                   move "NEW - REVIEW" to StatusText
                   perform 6100-ReportLine
                   move "WARN " to LogSeverity
                   move SNC-Score to Disp-Score
                   string "Potential sanctions match case " SNC-CaseId
                       " party " SNC-PartyType " "
                       SNC-PartyKey delimited by "  "
                       " score " Disp-Score
                       " list entry " SNC-EntryId into msg
                   perform 8000-Logs
               when SNC-Pending
                   add 1 to PendingMatches
                   move "AWAITING REVIEW" to StatusText
                   perform 6100-ReportLine
               when SNC-Hit
                   add 1 to ConfirmedHits
                   move "CONFIRMED - HELD" to StatusText
                   perform 6100-ReportLine
               when SNC-Cleared
                   add 1 to ClearedMatches
           end-evaluate.

       6100-ReportLine.
           evaluate SNC-PartyType
               when "B"
                   move "BORROWER" to PartyTypeText
               when "R"
                   move "PARTY" to PartyTypeText
               when "Y"
                   move "PAYEE" to PartyTypeText
               when "I"
                   move "INVESTOR" to PartyTypeText
           end-evaluate.
           move spaces to ScreenDetail.
           move PartyTypeText to SD-Type.
           move SNC-PartyKey to SD-Key.
           move SNC-Name to SD-Name.
           move SNC-Score to SD-Score.
           move SNC-EntryId to SD-EntryId.
           move SNC-ListName to SD-ListName.
           move SNC-CaseId to SD-CaseId.
           move StatusText to SD-Status.
           move ScreenDetail to ScreenLine.
           write ScreenLine.

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

       end program SANCSCREEN.
