      * Alongside the printed report each run writes the machine       *
      * extract LoanPayments\agingextract.txt (account, worst bucket,  *
      * total past due) that feeds the collections work queue.         *
      * Periods excused by a live forbearance or repayment plan on     *
      * shared\data\forbearance.txt are not delinquent - they stay     *
      * out of the buckets and the extract and are counted on their    *
      * own portfolio line instead. A loan sold away through XFEROUT   *
      * (transferred status on shared\data\loanmaster.dat) belongs to  *
      * the new servicer's collectors - its periods are skipped and    *
      * counted on their own line.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. AGING.
                   "LoanPayments\agingextract.txt"
                   organization is line sequential.

               select optional ForbearanceFile ASSIGN TO
                   "shared\data\forbearance.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PaymentStatusFile.
               05  AGX-WorstBucket  PIC 9(3).
               05  AGX-PastDueAmt   PIC 9(8)V99.

       FD  ForbearanceFile.
           copy "../shared/copybooks/forbplan.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       working-storage section.
       01  LOAN-AGING-TABLE.
           05  AgingEntry occurs 500 times.
           88  eof-legal            value "Y".
       01  LegalMarkWork            PIC X(12) value spaces.

      * THE PERIOD WINDOW EACH LIVE PLAN EXCUSES, AS FORBMAINT LAST
      * DREW IT
       01  FORB-TABLE.
           05  ForbEntry occurs 500 times.
               10  FBT-Account      PIC X(10).
               10  FBT-ExcuseFrom   PIC 9(4).
               10  FBT-ExcuseThru   PIC 9(4).
       01  ForbCount                PIC 999 value zero.
       01  ForbSub                  PIC 999 value zero.
       01  ForbExcusedFlag          PIC X value "N".
           88  PeriodExcused        value "Y".
       01  eof-forb-file            PIC X value "N".
           88  eof-forb             value "Y".
       01  ExcusedCount             PIC 9(5) value zero.
       01  ExcusedAmt               PIC 9(8)V99 value zero.

      * A SOLD LOAN'S PERIODS ARE THE NEW SERVICER'S TO CHASE - THE
      * MASTER IS READ ONCE PER ACCOUNT AND THE ANSWER KEPT
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  CheckedAccount           PIC X(10) value spaces.
       01  TransferredFlag          PIC X value "N".
           88  AccountTransferred   value "Y".
       01  TransferredSkipped       PIC 9(5) value zero.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               stop run
           end-if.

           perform 4600-LoadForbearance.
           perform 4700-OpenLoanMaster.

           read PaymentStatusFile
               at end set eof-status to true
           end-read.
               end-read
           end-perform.
           close PaymentStatusFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.

           perform 4500-LoadLegalStatus.

               " 30+ " TOT-Bucket30Count
               " 60+ " TOT-Bucket60Count
               " 90+ " TOT-Bucket90Count
               " 120+ " TOT-Bucket120Count
               " Forbearance excused " ExcusedCount
               " Transferred skipped " TransferredSkipped into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               exit paragraph
           end-if.

           perform 1300-CheckTransferred.
           if AccountTransferred
               add 1 to TransferredSkipped
               exit paragraph
           end-if.

           perform 1200-CheckForbearance.
           if PeriodExcused
               add 1 to ExcusedCount
               add PS-AmountDue to ExcusedAmt
               exit paragraph
           end-if.

           perform 1100-FindAgingEntry.
           if not AgingFound
               exit paragraph
               end-if
           end-if.

      * A PERIOD INSIDE A LIVE PLAN'S EXCUSED WINDOW IS NOT DELINQUENT
       1200-CheckForbearance.
           move "N" to ForbExcusedFlag.
           move 1 to ForbSub.
           perform until ForbSub > ForbCount
               if FBT-Account(ForbSub) = PS-Account
                   and PS-Period >= FBT-ExcuseFrom(ForbSub)
                   and PS-Period <= FBT-ExcuseThru(ForbSub)
                   set PeriodExcused to true
                   exit perform
               end-if
               add 1 to ForbSub
           end-perform.

      * THE ANSWER FOR THE LAST ACCOUNT LOOKED UP STANDS UNTIL THE
      * ACCOUNT CHANGES - AN ACCOUNT'S PERIODS RUN TOGETHER ON FILE
       1300-CheckTransferred.
           if PS-Account = CheckedAccount
               exit paragraph
           end-if.
           move PS-Account to CheckedAccount.
           move "N" to TransferredFlag.
           if not LoanMasterOpen
               exit paragraph
           end-if.
           move PS-Account to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   if LM-StatusTransferred
                       set AccountTransferred to true
                   end-if
           end-read.

       5000-WriteReport.
           open output AgingReportFile.

                  " amount " Disp-BucketAmt into AgingLine.
           write AgingLine.

           move ExcusedAmt to Disp-BucketAmt.
           move spaces to AgingLine.
           string "Forbearance excused periods " ExcusedCount
                  " amount " Disp-BucketAmt into AgingLine.
           write AgingLine.

           move spaces to AgingLine.
           string "Transferred-out periods skipped " TransferredSkipped
                  into AgingLine.
           write AgingLine.

           move TOT-PDPrincipal to Disp-BucketAmt.
           move spaces to AgingLine.
           string "Portfolio past-due principal " Disp-BucketAmt
           end-perform.
           close LegalStatusFile.

       4600-LoadForbearance.
           open input ForbearanceFile.
           read ForbearanceFile
               at end set eof-forb to true
           end-read.
           perform until eof-forb
               if FBP-Protecting and FBP-ExcuseFrom > zero
                   and ForbCount < 500
                   add 1 to ForbCount
                   move FBP-Account to FBT-Account(ForbCount)
                   move FBP-ExcuseFrom to FBT-ExcuseFrom(ForbCount)
                   move FBP-ExcuseThru to FBT-ExcuseThru(ForbCount)
               end-if
               read ForbearanceFile
                   at end set eof-forb to true
               end-read
           end-perform.
           close ForbearanceFile.

       4700-OpenLoanMaster.
           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           else
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus
                   " - transferred loans cannot be skipped" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * THE COLLECTOR SEES THE FLAG ON THE ACCOUNT'S OWN LINE - NO
      * CONTACT ON A LEGALLY PROTECTED ACCOUNT
       5100-MarkLegalStatus.
