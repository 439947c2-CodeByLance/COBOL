      * Every figure comes off participations.txt and                  *
      * paymentstatus.txt by exactly the arithmetic REMIT wires with,  *
      * so the statement can never disagree with the settlement file.  *
      * Each statement is handed to the shared EDELIVER callable once  *
      * written; an investor who asked for electronic delivery         *
      * (delivery preference keyed by investor ID) gets it through the *
      * e-delivery staging area and manifest instead of, or as well    *
      * as, the mail.                                                  *
      * An investor on scheduled/scheduled remittance (type S on the   *
      * investor master) is not paid off the posted payments, so its   *
      * figures come instead off the rows REMIT registers on           *
      * shared\data\schedremit.txt - every installment remitted to it  *
      * as collected, advanced or late - and its detail lines show the *
      * installment's due date.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. INVSTMT.
                   "Investors\investormaster.txt"
                   organization is line sequential.

               select optional SchedRemitFile ASSIGN TO
                   "shared\data\schedremit.txt"
                   organization is line sequential.

               select StatementFile ASSIGN TO DYNAMIC StatementPath
                   organization is line sequential.

               05  IVM-Routing      PIC X(9).
               05  IVM-BankAcct     PIC X(17).
               05  IVM-Method       PIC X(4).
               05  IVM-RemitType    PIC X.

       FD  SchedRemitFile.
           copy "../shared/copybooks/schedremit.cpy".

       FD  StatementFile.
           01 StatementLine         PIC X(120).
           05  InvMasterEntry occurs 100 times.
               10  IMT-InvestorId   PIC X(10).
               10  IMT-Name         PIC X(30).
               10  IMT-RemitType    PIC X.
       01  InvMasterCount           PIC 999 value zero.
       01  ScheduledInvestors       PIC 999 value zero.
       01  InvestorTypeFlag         PIC X value space.
           88  InvestorScheduled    value "S".
       01  InvMasterSub             PIC 999 value zero.
       01  InvestorDispName         PIC X(30) value spaces.

           88  eof-status           value "Y".
       01  eof-invmaster-file       PIC X value "N".
           88  eof-invmaster        value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterIsOpen     value "Y".

       01  SharePrincipal           PIC 9(7)V99 value zero.
       01  ShareInterest            PIC 9(7)V99 value zero.
       01  ServiceFeeAmt            PIC 9(6)V99 value zero.
       01  ShareAccount             PIC X(10) value spaces.
       01  SharePeriod              PIC 9(4) value zero.
       01  ShareDate                PIC X(10) value spaces.
       01  ClosingParticipated      PIC 9(9)V99 value zero.
       01  OpeningParticipated      PIC 9(9)V99 value zero.
       01  ShareBalance             PIC 9(8)V99 value zero.
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           end-if.

           perform 2000-WalkPostedPayments.
           perform 2500-WalkSchedRemit.

           call "CBL_CREATE_DIR" using "Investors/statements".

                   move IVM-InvestorId to
                       IMT-InvestorId(InvMasterCount)
                   move IVM-Name to IMT-Name(InvMasterCount)
                   move IVM-RemitType to IMT-RemitType(InvMasterCount)
                   if IVM-RemitType = "S"
                       add 1 to ScheduledInvestors
                   end-if
               end-if
               read InvestorMasterFile
                   at end set eof-invmaster to true
           end-perform.
           close PaymentStatusFile.

      * A SCHEDULED/SCHEDULED INVESTOR IS NOT PAID OFF THE POSTED
      * PAYMENTS - REMIT REGISTERS EVERY INSTALLMENT IT REMITTED THEM
      * (COLLECTED, ADVANCED OR LATE) ON schedremit.txt, AND THOSE
      * ROWS FEED THE SAME MONTH, YTD AND DETAIL FIGURES HERE
       2500-WalkSchedRemit.
           if ScheduledInvestors = zero
               exit paragraph
           end-if.
           open input SchedRemitFile.
           read SchedRemitFile
               at end set eof-register to true
           end-read.
           perform until eof-register
               if SRR-RemitYear = RemitYear
                   and SRR-RemitMonth <= RemitMonth
                   move "N" to InRemitMonthFlag
                   if SRR-RemitMonth = RemitMonth
                       set InRemitMonth to true
                   end-if
                   move SRR-Principal to SharePrincipal
                   move SRR-Interest to ShareInterest
                   move SRR-ServiceFee to ServiceFeeAmt
                   move SRR-InvestorId to WorkInvestorId
                   move SRR-Account to ShareAccount
                   move SRR-Period to SharePeriod
                   move SRR-DueDate to ShareDate
                   perform 3150-AddShares
               end-if
               read SchedRemitFile
                   at end set eof-register to true
               end-read
           end-perform.
           close SchedRemitFile.

       3000-ShareOnePeriod.
           move PS-PaidDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
               if PTB-Account(PartSub) = PS-Account
                   perform 3050-CheckRowInEffect
                   if RowInEffect
                       perform 3060-FindRemitType
                       if not InvestorScheduled
                           perform 3100-ShareOneInvestor
                       end-if
                   end-if
               end-if
               add 1 to PartSub
               ShareInterest * PTB-ServiceBps(PartSub) / 10000.

           move PTB-InvestorId(PartSub) to WorkInvestorId.
           move PS-Account to ShareAccount.
           move PS-Period to SharePeriod.
           move PS-PaidDate to ShareDate.
           perform 3150-AddShares.

       3150-AddShares.
           perform 3200-FindInvestor.
           if not InvFound
               exit paragraph
                   + SharePrincipal + ShareInterest - ServiceFeeAmt
               if DetailCount < 2000
                   add 1 to DetailCount
                   move WorkInvestorId to
                       DTL-InvestorId(DetailCount)
                   move ShareAccount to DTL-Account(DetailCount)
                   move SharePeriod to DTL-Period(DetailCount)
                   move ShareDate to DTL-PaidDate(DetailCount)
                   move SharePrincipal to DTL-Principal(DetailCount)
                   move ShareInterest to DTL-Interest(DetailCount)
                   move ServiceFeeAmt to DTL-Fee(DetailCount)
               end-if
           end-if.

       3060-FindRemitType.
           move space to InvestorTypeFlag.
           move 1 to InvMasterSub.
           perform until InvMasterSub > InvMasterCount
               if IMT-InvestorId(InvMasterSub) =
                       PTB-InvestorId(PartSub)
                   move IMT-RemitType(InvMasterSub) to
                       InvestorTypeFlag
                   exit perform
               end-if
               add 1 to InvMasterSub
           end-perform.

       3200-FindInvestor.
           move "N" to InvFoundFlag.
           move 1 to InvSub.

           close StatementFile.
           add 1 to StatementsWritten.
           perform 5900-DeliverStatement.

           string "STATEMENT " INV-InvestorId(InvSub)
               " net " INV-NetRemit(InvSub) into msg.
           perform 8000-Logs.

       5900-DeliverStatement.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move INV-InvestorId(InvSub) to EDC-Account.
           move "INVSTMT" to EDC-DocType.
           move spaces to EDC-Period.
           string RemitYear RemitMonth delimited by size
               into EDC-Period.
           move StatementPath to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
