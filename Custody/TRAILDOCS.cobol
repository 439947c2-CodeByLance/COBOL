      ******************************************************************
      * Trailing documents exception report - every open loan (active  *
      * or nonaccrual) on the shared master still missing a document   *
      * its loan type requires once the days allowed after boarding    *
      * have run. The requirements are shared\data\docrequirements.txt *
      * by LM-ProductType ("*" rows apply to every type). A loan's     *
      * boarding date is its first add to the loan master on the audit *
      * journal (shared\data\auditjournal.txt) - LOANMAINT and the     *
      * BULKBOARD bulk loads both journal the add, and the boarding    *
      * program is shown - falling back to LM-LoanDate for loans       *
      * boarded before the journal. A document counts as received once *
      * it is on the custody file (shared\data\doccustody.txt) in any  *
      * status. A second section lists every loan paid in full whose   *
      * lien release or note return is still open on                   *
      * shared\data\lienreleases.txt with its deadline; each one past  *
      * its deadline is logged as a WARN. The report is rewritten at   *
      * Custody\trailingdocs.txt each run.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. TRAILDOCS.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is sequential
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional DocRequirementFile ASSIGN TO
                   "shared\data\docrequirements.txt"
                   organization is line sequential.

               select optional DocCustodyFile ASSIGN TO
                   "shared\data\doccustody.txt"
                   organization is line sequential.

               select optional AuditJournalFile ASSIGN TO
                   "shared\data\auditjournal.txt"
                   organization is line sequential.

               select optional LienReleaseFile ASSIGN TO
                   "shared\data\lienreleases.txt"
                   organization is line sequential.

               select TrailReportFile ASSIGN TO
                   "Custody\trailingdocs.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  DocRequirementFile.
           copy "../shared/copybooks/docreq.cpy".

       FD  DocCustodyFile.
           copy "../shared/copybooks/doccust.cpy".

       FD  AuditJournalFile.
           copy "../shared/copybooks/auditjrnl.cpy".

       FD  LienReleaseFile.
           copy "../shared/copybooks/lienrel.cpy".

       FD  TrailReportFile.
           01 TrailLine             PIC X(110).

       working-storage section.
       01  REQUIREMENT-TABLE.
           05  RequirementEntry occurs 50 times.
               10  RQT-LoanType     PIC X.
               10  RQT-DocType      PIC X(4).
               10  RQT-Days         PIC 999.
       01  RequirementCount         PIC 99 value zero.
       01  RequirementSub           PIC 99 value zero.

      * THE CUSTODY FILE IS KEPT IN ACCOUNT AND DOCUMENT TYPE ORDER
       01  CUSTODY-TABLE.
           05  CustodyEntry occurs 8000 times.
               10  CST-Key          PIC X(14).
       01  CustodyCount             PIC 9(4) value zero.
       01  CustodySub               PIC 9(4) value zero.
       01  CustodyKey               PIC X(14) value spaces.
       01  CustodyFoundFlag         PIC X value "N".
           88  CustodyFound         value "Y".

      * FIRST ADD OF EACH ACCOUNT TO THE LOAN MASTER ON THE JOURNAL
       01  BOARDED-TABLE.
           05  BoardedEntry occurs 20000 times.
               10  BDT-Account      PIC X(10).
               10  BDT-Date         PIC X(8).
               10  BDT-Program      PIC X(14).
       01  BoardedCount             PIC 9(5) value zero.
       01  BoardedSub               PIC 9(5) value zero.
       01  BoardedFoundFlag         PIC X value "N".
           88  BoardedFound         value "Y".
       01  LastBoardedAccount       PIC X(10) value spaces.
       01  BoardedKey               PIC X(10) value spaces.

       01  LoanMasterStatus         PIC XX value spaces.
       01  eof-loan-file            PIC X value "N".
           88  eof-loan             value "Y".
       01  eof-requirement-file     PIC X value "N".
           88  eof-requirement      value "Y".
       01  eof-custody-file         PIC X value "N".
           88  eof-custody          value "Y".
       01  eof-journal-file         PIC X value "N".
           88  eof-journal          value "Y".
       01  eof-release-file         PIC X value "N".
           88  eof-release          value "Y".

       01  LoanType                 PIC X value spaces.
       01  BoardDate                PIC X(10) value spaces.
       01  BoardSource              PIC X(14) value spaces.
       01  BoardInteger             PIC 9(7) value zero.
       01  DueInteger               PIC 9(7) value zero.
       01  DueDate                  PIC X(10) value spaces.
       01  DaysOver                 PIC S9(5) value zero.
       01  StepName                 PIC X(12) value spaces.

       01  LoansRead                PIC 9(6) value zero.
       01  LoansMissing             PIC 9(6) value zero.
       01  DocsMissing              PIC 9(6) value zero.
       01  LoanMissingFlag          PIC X value "N".
           88  LoanMissing          value "Y".
       01  NoBoardDate              PIC 9(6) value zero.
       01  ReleasesOpen             PIC 9(6) value zero.
       01  ReleasesPastDue          PIC 9(6) value zero.

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
       01  DateValidFlag            PIC X value "N".
           88  DateValid            value "Y".

       01  TodayDate                PIC X(10) value spaces.
       01  TodayInteger             PIC 9(7) value zero.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  EXCEPTION-DETAIL.
           05  EXD-Account          PIC X(10).
           05                       PIC X(2) value spaces.
           05  EXD-LoanType         PIC X.
           05                       PIC X(4) value spaces.
           05  EXD-DocType          PIC X(4).
           05                       PIC X(3) value spaces.
           05  EXD-Boarded          PIC X(10).
           05                       PIC X(2) value spaces.
           05  EXD-Source           PIC X(14).
           05                       PIC X(2) value spaces.
           05  EXD-Days             PIC ZZ9.
           05                       PIC X(3) value spaces.
           05  EXD-DueDate          PIC X(10).
           05                       PIC X(2) value spaces.
           05  EXD-DaysOver         PIC ZZ,ZZ9.

       01  RELEASE-DETAIL.
           05  RLD-Account          PIC X(10).
           05                       PIC X(2) value spaces.
           05  RLD-PaidDate         PIC X(10).
           05                       PIC X(2) value spaces.
           05  RLD-Source           PIC X(14).
           05                       PIC X(2) value spaces.
           05  RLD-State            PIC XX.
           05                       PIC X(3) value spaces.
           05  RLD-Step             PIC X(12).
           05                       PIC X(2) value spaces.
           05  RLD-DueDate          PIC X(10).
           05                       PIC X(2) value spaces.
           05  RLD-Days             PIC -(4)9.
           05                       PIC X(2) value spaces.
           05  RLD-Flag             PIC X(9).

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "TRAILDOCS".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move TodayDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to TodayInteger.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "TRAILDOCS - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadRequirements.
           perform 1100-LoadCustody.
           perform 1200-LoadBoarding.

           open output TrailReportFile.
           move spaces to TrailLine.
           string "TRAILING DOCUMENTS EXCEPTIONS   Run " TodayDate
               into TrailLine.
           write TrailLine.
           move spaces to TrailLine.
           write TrailLine.
           move "MISSING DOCUMENTS PAST THEIR ALLOWED DAYS"
               to TrailLine.
           write TrailLine.
           move spaces to TrailLine.
           string "Account     Type Doc    Boarded     Boarded by"
               "      Days  Due         Days over" into TrailLine.
           write TrailLine.

           read LoanMasterFile next record
               at end set eof-loan to true
           end-read.
           perform until eof-loan
               if LM-StatusActive or LM-StatusNonaccrual
                   perform 2000-CheckOneLoan
               end-if
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
           end-perform.
           close LoanMasterFile.

           move spaces to TrailLine.
           write TrailLine.
           move spaces to TrailLine.
           string "Loans checked " LoansRead
               "  Loans missing documents " LoansMissing
               "  Documents missing " DocsMissing
               "  No boarding date " NoBoardDate into TrailLine.
           write TrailLine.

           perform 3000-OpenReleases.
           close TrailReportFile.

           string "END. Loans " LoansRead
               " missing documents " LoansMissing
               " documents " DocsMissing
               " releases open " ReleasesOpen
               " past due " ReleasesPastDue into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadRequirements.
           open input DocRequirementFile.
           read DocRequirementFile
               at end set eof-requirement to true
           end-read.
           perform until eof-requirement
               if RequirementCount < 50
                   add 1 to RequirementCount
                   move DRQ-LoanType to RQT-LoanType(RequirementCount)
                   move DRQ-DocType to RQT-DocType(RequirementCount)
                   move DRQ-Days to RQT-Days(RequirementCount)
               end-if
               read DocRequirementFile
                   at end set eof-requirement to true
               end-read
           end-perform.
           close DocRequirementFile.

           if RequirementCount = zero
               move "*"    to RQT-LoanType(1)
               move "NOTE" to RQT-DocType(1)
               move 30     to RQT-Days(1)
               move "*"    to RQT-LoanType(2)
               move "MORT" to RQT-DocType(2)
               move 120    to RQT-Days(2)
               move "*"    to RQT-LoanType(3)
               move "TITL" to RQT-DocType(3)
               move 180    to RQT-Days(3)
               move 3 to RequirementCount
               string "No requirements at "
                   "shared\data\docrequirements.txt - NOTE 30,"
                   " MORT 120, TITL 180 days for every loan" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1100-LoadCustody.
           open input DocCustodyFile.
           read DocCustodyFile
               at end set eof-custody to true
           end-read.
           perform until eof-custody
               if CustodyCount < 8000
                   add 1 to CustodyCount
                   move DocCustodyRecord(1:14) to CST-Key(CustodyCount)
               end-if
               read DocCustodyFile
                   at end set eof-custody to true
               end-read
           end-perform.
           close DocCustodyFile.

      * ONE ADD WRITES A JOURNAL ROW PER FIELD - ONLY THE FIRST ROW OF
      * AN ACCOUNT NOT ALREADY IN THE TABLE IS KEPT
       1200-LoadBoarding.
           open input AuditJournalFile.
           read AuditJournalFile
               at end set eof-journal to true
           end-read.
           perform until eof-journal
               if AJ-File = "LM" and AJ-Action = "A"
                   and AJ-Key not = LastBoardedAccount
                   move AJ-Key to LastBoardedAccount
                   move AJ-Key to BoardedKey
                   perform 1300-FindBoarded
                   if not BoardedFound and BoardedCount < 20000
                       add 1 to BoardedCount
                       move AJ-Key to BDT-Account(BoardedCount)
                       move AJ-Timestamp(1:8)
                           to BDT-Date(BoardedCount)
                       move AJ-Program to BDT-Program(BoardedCount)
                   end-if
               end-if
               read AuditJournalFile
                   at end set eof-journal to true
               end-read
           end-perform.
           close AuditJournalFile.

       1300-FindBoarded.
           move "N" to BoardedFoundFlag.
           move 1 to BoardedSub.
           perform until BoardedSub > BoardedCount
               if BDT-Account(BoardedSub) = BoardedKey
                   set BoardedFound to true
                   exit perform
               end-if
               add 1 to BoardedSub
           end-perform.

       1400-FindDocument.
           move "N" to CustodyFoundFlag.
           move 1 to CustodySub.
           perform until CustodySub > CustodyCount
               if CST-Key(CustodySub) = CustodyKey
                   set CustodyFound to true
                   exit perform
               end-if
               if CST-Key(CustodySub) > CustodyKey
                   exit perform
               end-if
               add 1 to CustodySub
           end-perform.

       2000-CheckOneLoan.
           add 1 to LoansRead.
           move "N" to LoanMissingFlag.

           move LM-ProductType to LoanType.
           if LoanType = space
               move "A" to LoanType
           end-if.

           move LM-LoanAccount to BoardedKey.
           perform 1300-FindBoarded.
           if BoardedFound
               move BDT-Date(BoardedSub) to DATE-YYYYMMDD
               move spaces to BoardDate
               string DY-Month "/" DY-Day "/" DY-Year
                   delimited by size into BoardDate
               move BDT-Program(BoardedSub) to BoardSource
           else
               move LM-LoanDate to BoardDate
               move "LOAN DATE" to BoardSource
           end-if.
           move BoardDate to WORK-DATE.
           perform 7050-CheckDate.
           if not DateValid
               add 1 to NoBoardDate
               string "No usable boarding date for " LM-LoanAccount
                   " - trailing documents not checked" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           perform 7000-DateToInteger.
           move DateInteger to BoardInteger.

           move 1 to RequirementSub.
           perform RequirementCount times
               if RQT-LoanType(RequirementSub) = "*"
                   or RQT-LoanType(RequirementSub) = LoanType
                   perform 2100-CheckOneDocument
               end-if
               add 1 to RequirementSub
           end-perform.

           if LoanMissing
               add 1 to LoansMissing
           end-if.

       2100-CheckOneDocument.
           compute DueInteger = BoardInteger
               + RQT-Days(RequirementSub).
           if TodayInteger not > DueInteger
               exit paragraph
           end-if.

           move spaces to CustodyKey.
           string LM-LoanAccount RQT-DocType(RequirementSub)
               delimited by size into CustodyKey.
           perform 1400-FindDocument.
           if CustodyFound
               exit paragraph
           end-if.

           set LoanMissing to true.
           add 1 to DocsMissing.
           move function date-of-integer(DueInteger)
               to DATE-YYYYMMDD-N.
           move spaces to DueDate.
           string DY-Month "/" DY-Day "/" DY-Year
               delimited by size into DueDate.
           move LM-LoanAccount to EXD-Account.
           move LoanType to EXD-LoanType.
           move RQT-DocType(RequirementSub) to EXD-DocType.
           move BoardDate to EXD-Boarded.
           move BoardSource to EXD-Source.
           move RQT-Days(RequirementSub) to EXD-Days.
           move DueDate to EXD-DueDate.
           compute DaysOver = TodayInteger - DueInteger.
           move DaysOver to EXD-DaysOver.
           move EXCEPTION-DETAIL to TrailLine.
           write TrailLine.

      * PAID-IN-FULL LOANS WHOSE LIEN RELEASE OR NOTE RETURN IS OPEN
       3000-OpenReleases.
           move spaces to TrailLine.
           write TrailLine.
           move "LIEN RELEASES AND NOTE RETURNS OPEN" to TrailLine.
           write TrailLine.
           move spaces to TrailLine.
           string "Account     Paid        Paid by         State"
               " Step          Due         Days over/left"
               into TrailLine.
           write TrailLine.

           open input LienReleaseFile.
           read LienReleaseFile
               at end set eof-release to true
           end-read.
           perform until eof-release
               if LR-Open
                   add 1 to ReleasesOpen
                   if LR-ReleaseDone = spaces
                       move "LIEN RELEASE" to StepName
                       move LR-ReleaseDue to DueDate
                       perform 3100-ReleaseLine
                   end-if
                   if LR-NoteDone = spaces
                       move "NOTE RETURN" to StepName
                       move LR-NoteDue to DueDate
                       perform 3100-ReleaseLine
                   end-if
               end-if
               read LienReleaseFile
                   at end set eof-release to true
               end-read
           end-perform.
           close LienReleaseFile.

           move spaces to TrailLine.
           write TrailLine.
           move spaces to TrailLine.
           string "Releases open " ReleasesOpen
               "  Steps past deadline " ReleasesPastDue
               into TrailLine.
           write TrailLine.

       3100-ReleaseLine.
           move LR-Account to RLD-Account.
           move LR-PaidDate to RLD-PaidDate.
           move LR-Source to RLD-Source.
           move LR-State to RLD-State.
           move StepName to RLD-Step.
           move DueDate to RLD-DueDate.
           move spaces to RLD-Flag.
           move zero to DaysOver.
           move DueDate to WORK-DATE.
           perform 7050-CheckDate.
           if DateValid
               perform 7000-DateToInteger
               compute DaysOver = TodayInteger - DateInteger
           end-if.
           move DaysOver to RLD-Days.
           if DaysOver > zero
               move "PAST DUE" to RLD-Flag
               add 1 to ReleasesPastDue
               string StepName delimited by "  "
                   " PAST DUE for " LR-Account " paid " LR-PaidDate
                   " - due " DueDate into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.
           move RELEASE-DETAIL to TrailLine.
           write TrailLine.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

       7050-CheckDate.
           move "Y" to DateValidFlag.
           if WORK-MONTH not numeric or WORK-DAY not numeric
               or WORK-YEAR not numeric
               or WORK-MONTH < 1 or WORK-MONTH > 12
               or WORK-DAY < 1 or WORK-DAY > 31
               or WORK-YEAR < 1601
               move "N" to DateValidFlag
           end-if.

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

       end program TRAILDOCS.
