      * omitted, and the account lands on                              *
      * Statements\addressresearch.txt so it is researched instead     *
      * of mailed; its change record still goes to ESCAPPLY.           *
      * A co-borrower or guarantor on the borrower role file who asked *
      * for their own copy gets the statement behind their own address *
      * block, filed beside the primary's as <name>_<role><seq>.txt.   *
      *                                                                *
      * Loans whose escrow changed mid-year (a lender-placed policy    *
      * bound or cancelled by FORCEPLACE) wait on                      *
      * Escrow\reanalysisqueue.txt. A scope of Q behind the year on    *
      * analysisyear.txt runs an off-cycle analysis of just the queued *
      * loans, the revised amount effective next month instead of next *
      * January. Either run consumes the queue.                        *
      *                                                                *
      * Once its party copies are made, each analysis statement is     *
      * handed to the shared EDELIVER callable: a borrower who chose   *
      * electronic delivery gets it through the e-delivery staging     *
      * area and manifest instead of, or as well as, the mail.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ESCANALYSIS.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select CopySourceFile ASSIGN TO DYNAMIC StatementFileName
                   organization is line sequential.

               select PartyCopyFile ASSIGN TO DYNAMIC PartyCopyName
                   organization is line sequential.

               select optional ReanalysisQueueFile ASSIGN TO
                   "Escrow\reanalysisqueue.txt"
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.
       FD  AnalysisYearFile.
           01 AnalysisYearRecord.
               05  AYR-Year         PIC 9(4).
               05  AYR-Scope        PIC X.
                   88  AYR-QueuedOnly value "Q".

       FD  DisbursementFile.
           01 DisbursementRecord.
       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CopySourceFile.
           01 CopySourceLine        PIC X(100).

       FD  PartyCopyFile.
           01 PartyCopyLine         PIC X(100).

       FD  ReanalysisQueueFile.
           01 ReanalysisQueueRecord.
               05  RAQ-Account      PIC X(10).
               05  RAQ-Date         PIC X(10).
               05  RAQ-Program      PIC X(14).
               05  RAQ-Reason       PIC X(30).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
       01  DisbCount                PIC 999 value zero.
       01  DisbSub                  PIC 999 value zero.

       01  QUEUE-TABLE.
           05  QUE-Account          PIC X(10) occurs 200 times.
       01  QueueCount               PIC 999 value zero.
       01  QueueSub                 PIC 999 value zero.
       01  QueueRead                PIC 9(4) value zero.
       01  QueuedFoundFlag          PIC X value "N".
           88  QueuedFound          value "Y".
       01  eof-queue-file           PIC X value "N".
           88  eof-queue            value "Y".
       01  AnalysisScope            PIC X value space.
           88  ScopeQueuedOnly      value "Q".
       01  OffCycleSkipped          PIC 9(4) value zero.

       01  YearFileStatus           PIC XX value spaces.
       01  DisbFileStatus           PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
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
       01  StatementFileName        PIC X(50) value spaces.

       01  BorrowerMasterOpenFlag   PIC X value "N".
       01  Disp-TotDep              PIC $$$,$$$9.99.
       01  Disp-TotDisb             PIC $$$,$$$9.99.

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               stop run
           end-if.
           move AYR-Year to AnalysisYear.
           move AYR-Scope to AnalysisScope.
           close AnalysisYearFile.

           perform 1500-LoadQueue.
           perform 1000-LoadDisbursements.

           if EscrowAccountCount = zero
           open output EscrowChangeFile.

           perform 2500-OpenBorrowerMaster.
      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.
           open extend AddressResearchFile.

           move 1 to EscSub.
           perform EscrowAccountCount times
               perform 1600-CheckQueued
               if ScopeQueuedOnly and not QueuedFound
                   add 1 to OffCycleSkipped
               else
                   perform 3000-AnalyzeOneAccount
               end-if
               add 1 to EscSub
           end-perform.

      * EVERY QUEUED LOAN HAS NOW BEEN ANALYZED, BY THIS RUN OR THE
      * FULL ONE
           if QueueRead > zero
               call "C$DELETE" using "Escrow\reanalysisqueue.txt", 0
           end-if.

           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           close AddressResearchFile.

           close EscrowChangeFile.
           string "END. Analysis year " AnalysisYear
               " statements " StatementsWritten
               " address research " ResearchListed
               " changes emitted " ChangesEmitted
               " party copies " PartyCopiesSent
               " scope " AnalysisScope
               " queued " QueueCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               perform 8000-Logs
           end-if.

       1500-LoadQueue.
           open input ReanalysisQueueFile.
           read ReanalysisQueueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               add 1 to QueueRead
               move RAQ-Account to DSB-Account
               perform 1550-AddQueued
               read ReanalysisQueueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close ReanalysisQueueFile.

       1550-AddQueued.
           move 1 to QueueSub.
           perform until QueueSub > QueueCount
               if QUE-Account(QueueSub) = DSB-Account
                   exit paragraph
               end-if
               add 1 to QueueSub
           end-perform.
           if QueueCount < 200
               add 1 to QueueCount
               move DSB-Account to QUE-Account(QueueCount)
           else
               string "Re-analysis queue table full at 200 - account "
                   DSB-Account " waits for the annual run" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

       1600-CheckQueued.
           move "N" to QueuedFoundFlag.
           move 1 to QueueSub.
           perform until QueueSub > QueueCount
               if QUE-Account(QueueSub) = ESC-Account(EscSub)
                   set QueuedFound to true
                   exit perform
               end-if
               add 1 to QueueSub
           end-perform.

      * ESCROW COLLECTED IS READ OFF THE SCHEDULE ROWS WHOSE DUE DATE
      * FALLS IN THE ANALYSIS YEAR, MONTH BY MONTH, SO NON-MONTHLY
      * FREQUENCIES DEPOSIT IN THE MONTHS THEY ACTUALLY PAY.
           close StatementFile.

           add 1 to StatementsWritten.
           perform 2800-SendPartyCopies.
           perform 2900-DeliverStatement.

      * the revised figure the statement just promised the borrower
      * goes on the change file, effective january of the coming
      * analysis emits nothing to apply
           if RevisedEscrow not = ESC-CurrentEscrow(EscSub)
               move ESC-Account(EscSub) to ECH-Account
               if ScopeQueuedOnly
                   if CDT-Month = 12
                       move 01 to ECH-EffMonth
                       compute ECH-EffYear = CDT-Year + 1
                   else
                       compute ECH-EffMonth = CDT-Month + 1
                       move CDT-Year to ECH-EffYear
                   end-if
               else
                   move 01 to ECH-EffMonth
                   compute ECH-EffYear = AnalysisYear + 1
               end-if
               move RevisedEscrow to ECH-NewEscrow
               write EscrowChangeRecord
               add 1 to ChangesEmitted
           write AddressResearchRecord.
           add 1 to ResearchListed.

      * A CO-BORROWER OR GUARANTOR WHO ASKED FOR THEIR OWN COPY GETS
      * THE SAME STATEMENT BEHIND THEIR OWN ADDRESS BLOCK, FILED NEXT TO
      * THE PRIMARY'S WITH THE ROLE AND PARTY SEQUENCE ON THE NAME; A
      * PARTY WITH A DEAD ADDRESS GOES ON THE RESEARCH LIST INSTEAD
       2800-SendPartyCopies.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move ESC-Account(EscSub) to BR-Account.
           move 1 to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = ESC-Account(EscSub)
               evaluate true
                   when not BR-MailCopy
                       continue
                   when BR-AddressBad
                       move "CO-PARTY RETURNED MAIL" to ResearchReason
                       perform 2700-ListForResearch
                   when other
                       perform 2850-WritePartyCopy
               end-evaluate
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

       2850-WritePartyCopy.
           move spaces to PartyCopyName.
           string StatementFileName delimited by ".txt"
                  "_" delimited by size
                  BR-Role delimited by size
                  BR-Seq delimited by size
                  ".txt" delimited by size
                  into PartyCopyName
           end-string.
           open output PartyCopyFile.

           move spaces to PartyCopyLine.
           if BR-Guarantor
               string "COPY FOR GUARANTOR - ACCOUNT "
                   ESC-Account(EscSub)
                   into PartyCopyLine
           else
               string "COPY FOR CO-BORROWER - ACCOUNT "
                   ESC-Account(EscSub)
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

       2900-DeliverStatement.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move ESC-Account(EscSub) to EDC-Account.
           move "ESCANLYS" to EDC-DocType.
           move AnalysisYear to EDC-Period.
           move StatementFileName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
