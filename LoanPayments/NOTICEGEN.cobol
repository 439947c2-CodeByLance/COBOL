      * delinquency starts the ladder fresh. Letters carry the         *
      * borrower master address block; bad-address accounts go on the  *
      * address-research list instead of the mail.                     *
      * An account under a forbearance plan that is active or whose    *
      * repayment plan is being kept (shared\data\forbearance.txt)     *
      * gets no dunning letter; the suppression is evidenced on        *
      * Legal\stopregister.txt under status FB.                        *
      * A co-borrower or guarantor on the borrower role file who asked *
      * for their own copy gets the letter behind their own address    *
      * block, filed beside the primary's as <name>_<role><seq>.txt.   *
      * Once its party copies are made, each notice is handed to the   *
      * shared EDELIVER callable: a borrower who chose electronic      *
      * delivery gets it through the e-delivery staging area and       *
      * manifest, unless the notice level (document type NOTC plus the *
      * level's days) is listed as paper-only on                       *
      * shared\data\paperdocs.txt.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. NOTICEGEN.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select CopySourceFile ASSIGN TO DYNAMIC NoticeLetterName
                   organization is line sequential.

               select PartyCopyFile ASSIGN TO DYNAMIC PartyCopyName
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.
                   "Legal\stopregister.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  AgingExtractFile.
       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CopySourceFile.
           01 CopySourceLine        PIC X(90).

       FD  PartyCopyFile.
           01 PartyCopyLine         PIC X(90).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  STP-Detail       PIC X(60).

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       working-storage section.
       01  LEGAL-TABLE.
           05  LegalEntry occurs 500 times.
       01  eof-legal-file           PIC X value "N".
           88  eof-legal            value "Y".
       01  NoticesSuppressed        PIC 9(4) value zero.

       01  FORB-TABLE.
           05  ForbAccount          PIC X(10) occurs 500 times.
       01  ForbCount                PIC 999 value zero.
       01  ForbSub                  PIC 999 value zero.
       01  ForbPlanFlag             PIC X value "N".
           88  AccountInForbearance value "Y".
       01  eof-forb-file            PIC X value "N".
           88  eof-forb             value "Y".
       01  ForbSuppressed           PIC 9(4) value zero.
       01  LEVEL-TABLE.
           05  LevelEntry occurs 10 times.
               10  LVL-Days         PIC 9(3).

       01  ExtractFileStatus        PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  eof-copy-source-file     PIC X value "N".
           88  eof-copy-source      value "Y".
       01  PartyCopyName            PIC X(60) value spaces.
       01  PartyCopiesSent          PIC 9(4) value zero.
       01  NoticeLetterName         PIC X(60) value spaces.

       01  eof-extract-file         PIC X value "N".
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

           perform 1100-LoadHistory.
           perform 1200-LoadLegalStatus.
           perform 1400-LoadForbearance.

           open extend StopRegisterFile.

           call "CBL_CREATE_DIR" using NoticeDirPath.

           perform 1500-OpenBorrowerMaster.
      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.
           open extend AddressResearchFile.

           open output NoticeRegisterFile.
               "  Episodes closed " EpisodesClosed
               "  Bad-address held " BadAddressSkipped
               "  Legal-hold suppressed " NoticesSuppressed
               "  Forbearance suppressed " ForbSuppressed
               into NoticeRegisterLine.
           write NoticeRegisterLine.
           close NoticeRegisterFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           close AddressResearchFile.

      * no extract means nothing was sent and nothing cured - the

           string "END. Notices " NoticesSent
               " episodes closed " EpisodesClosed
               " bad-address held " BadAddressSkipped
               " party copies " PartyCopiesSent into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               add 1 to LegalSub
           end-perform.

      * ONLY PLANS STILL PROTECTING THE ACCOUNT - ACTIVE, OR IN A
      * REPAYMENT PLAN THE BORROWER IS KEEPING
       1400-LoadForbearance.
           open input ForbearanceFile.
           read ForbearanceFile
               at end set eof-forb to true
           end-read.
           perform until eof-forb
               if FBP-Protecting and ForbCount < 500
                   add 1 to ForbCount
                   move FBP-Account to ForbAccount(ForbCount)
               end-if
               read ForbearanceFile
                   at end set eof-forb to true
               end-read
           end-perform.
           close ForbearanceFile.

       1450-CheckForbearance.
           move "N" to ForbPlanFlag.
           move 1 to ForbSub.
           perform until ForbSub > ForbCount
               if ForbAccount(ForbSub) = AGX-Account
                   set AccountInForbearance to true
                   exit perform
               end-if
               add 1 to ForbSub
           end-perform.

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               exit paragraph
           end-if.

           perform 1450-CheckForbearance.
           if AccountInForbearance
               add 1 to ForbSuppressed
               move spaces to StopRegisterRecord
               move TodayDate to STP-Date
               move LogProgramName to STP-Program
               move AGX-Account to STP-Account
               move "FB" to STP-Status
               string "NOTICE SUPPRESSED at bucket "
                   AGX-WorstBucket " - forbearance plan"
                   into STP-Detail
               write StopRegisterRecord
               move spaces to NoticeRegisterLine
               string "HELD  " AGX-Account
                   "  forbearance plan - notice suppressed"
                   into NoticeRegisterLine
               write NoticeRegisterLine
               exit paragraph
           end-if.

           move 1 to LevelSub.
           perform LevelCount times
               if AGX-WorstBucket >= LVL-Days(LevelSub)
           end-if.

           perform 2500-WriteNoticeLetter.
           perform 2600-SendPartyCopies.
           perform 2700-DeliverNotice.

           if HistoryCount < 3000
               add 1 to HistoryCount
           end-perform.
           close NoticeHistoryFile.

      * A CO-BORROWER OR GUARANTOR WHO ASKED FOR THEIR OWN COPY GETS
      * THE SAME NOTICE BEHIND THEIR OWN ADDRESS BLOCK, FILED NEXT TO
      * THE PRIMARY'S WITH THE ROLE AND PARTY SEQUENCE ON THE NAME; A
      * PARTY WITH A DEAD ADDRESS GOES ON THE RESEARCH LIST INSTEAD
       2600-SendPartyCopies.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move AGX-Account to BR-Account.
           move 1 to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = AGX-Account
               evaluate true
                   when not BR-MailCopy
                       continue
                   when BR-AddressBad
                       move "CO-PARTY RETURNED MAIL" to ResearchReason
                       perform 2400-ListForResearch
                   when other
                       perform 2650-WritePartyCopy
               end-evaluate
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

       2650-WritePartyCopy.
           move spaces to PartyCopyName.
           string NoticeLetterName delimited by ".txt"
                  "_" delimited by size
                  BR-Role delimited by size
                  BR-Seq delimited by size
                  ".txt" delimited by size
                  into PartyCopyName
           end-string.
           open output PartyCopyFile.

           move spaces to PartyCopyLine.
           if BR-Guarantor
               string "COPY FOR GUARANTOR - ACCOUNT " AGX-Account
                   into PartyCopyLine
           else
               string "COPY FOR CO-BORROWER - ACCOUNT " AGX-Account
                   into PartyCopyLine
           end-if.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Name to PartyCopyLine.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Addr1 to PartyCopyLine.
           write PartyCopyLine.
           if BR-Addr2 not = spaces
               move spaces to PartyCopyLine
               move BR-Addr2 to PartyCopyLine
               write PartyCopyLine
           end-if.
           move spaces to PartyCopyLine.
           string BR-City delimited by "  "
                  ", " delimited by size
                  BR-State delimited by size
                  " " delimited by size
                  BR-Zip delimited by size
                  into PartyCopyLine
           end-string.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           write PartyCopyLine.

           move "N" to eof-copy-source-file.
           open input CopySourceFile.
           read CopySourceFile
               at end set eof-copy-source to true
           end-read.
           perform until eof-copy-source
               move CopySourceLine to PartyCopyLine
               write PartyCopyLine
               read CopySourceFile
                   at end set eof-copy-source to true
               end-read
           end-perform.
           close CopySourceFile.
           close PartyCopyFile.
           add 1 to PartyCopiesSent.

       2700-DeliverNotice.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move AGX-Account to EDC-Account.
           move spaces to EDC-DocType.
           string "NOTC" LVL-Days(LevelSub) delimited by size
               into EDC-DocType.
           move spaces to EDC-Period.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into EDC-Period.
           move NoticeLetterName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
