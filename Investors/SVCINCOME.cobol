      * payable (we wire that much less), CR servicing fee income -    *
      * so accounting stops journaling the figure by hand off the      *
      * printed report.                                                *
      * An investor on scheduled/scheduled remittance (type S on the   *
      * investor master) had its fee netted from the installments      *
      * REMIT remitted to it - collected, advanced or late - so its    *
      * fee lines come off REMIT's register at                         *
      * shared\data\schedremit.txt instead of the posted payments, and *
      * the income still ties to the wire.                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. SVCINCOME.
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select optional InvestorMasterFile ASSIGN TO
                   "Investors\investormaster.txt"
                   organization is line sequential.

               select optional SchedRemitFile ASSIGN TO
                   "shared\data\schedremit.txt"
                   organization is line sequential.

               select IncomeRegisterFile ASSIGN TO
                   "Investors\svcincome.txt"
                   organization is line sequential.
       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  InvestorMasterFile.
           01 InvestorMasterRecord.
               05  IVM-InvestorId   PIC X(10).
               05  IVM-Name         PIC X(30).
               05  IVM-Routing      PIC X(9).
               05  IVM-BankAcct     PIC X(17).
               05  IVM-Method       PIC X(4).
               05  IVM-RemitType    PIC X.

       FD  SchedRemitFile.
           copy "../shared/copybooks/schedremit.cpy".

       FD  IncomeRegisterFile.
           01 IncomeRegisterLine    PIC X(120).

       01  InvSub                   PIC 999 value zero.
       01  InvFoundFlag             PIC X value "N".
           88  InvFound             value "Y".
       01  WorkInvestorId           PIC X(10) value spaces.
       01  WorkAccount              PIC X(10) value spaces.
       01  WorkPeriod               PIC 9(4) value zero.

      * INVESTORS ON SCHEDULED/SCHEDULED REMITTANCE - THEIR FEE COMES
      * OFF REMIT'S REGISTER, NOT OFF THE POSTED PAYMENTS
       01  SCHEDULED-INVESTORS.
           05  ScheduledInvestorId occurs 100 times PIC X(10).
       01  ScheduledInvestors       PIC 999 value zero.
       01  SchedSub                 PIC 999 value zero.
       01  InvestorTypeFlag         PIC X value space.
           88  InvestorScheduled    value "S".

       01  COMPANY-FEE-TOTALS.
           05  CompanyFeeEntry occurs 20 times.
       01  WorkCompany              PIC X(3) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
           88  eof-part             value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".
       01  eof-invmaster-file       PIC X value "N".
           88  eof-invmaster        value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".

       01  RemitMonth               PIC 9(2) value zero.
       01  RemitYear                PIC 9(4) value zero.
           end-if.

           perform 1200-LoadChart.
           perform 1500-LoadScheduledInvestors.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
           write IncomeRegisterLine.

           perform 2000-WalkPostedPayments.
           perform 2500-WalkSchedRemit.

           perform 5000-WriteTotals.
           close IncomeRegisterFile.
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
           end-perform.
           close ChartOfAccountsFile.

       1500-LoadScheduledInvestors.
           open input InvestorMasterFile.
           read InvestorMasterFile
               at end set eof-invmaster to true
           end-read.
           perform until eof-invmaster
               if IVM-RemitType = "S"
                   and ScheduledInvestors < 100
                   add 1 to ScheduledInvestors
                   move IVM-InvestorId to
                       ScheduledInvestorId(ScheduledInvestors)
               end-if
               read InvestorMasterFile
                   at end set eof-invmaster to true
               end-read
           end-perform.
           close InvestorMasterFile.

      * THE SAME WALK REMIT MAKES: EVERY PAYMENT POSTED IN THE MONTH,
      * SHARED TO THE ROWS IN EFFECT ON ITS PAID DATE, FEE COMPUTED
      * WITH THE SAME ROUNDING - THE TWO REPORTS CANNOT DISAGREE
           end-perform.
           close PaymentStatusFile.

      * A SCHEDULED/SCHEDULED INVESTOR'S FEE WAS NETTED FROM THE
      * INSTALLMENTS REMIT REGISTERED FOR IT THIS MONTH - COLLECTED,
      * ADVANCED OR LATE - SO THE FEE IS TAKEN FROM THOSE ROWS
       2500-WalkSchedRemit.
           if ScheduledInvestors = zero
               exit paragraph
           end-if.
           open input SchedRemitFile.
           read SchedRemitFile
               at end set eof-register to true
           end-read.
           perform until eof-register
               if SRR-RemitMonth = RemitMonth
                   and SRR-RemitYear = RemitYear
                   and SRR-ServiceFee > zero
                   move SRR-Account to WorkAccount
                   perform 3400-FindLoanCompany
                   move SRR-ServiceFee to ServiceFeeAmt
                   move SRR-InvestorId to WorkInvestorId
                   move SRR-Period to WorkPeriod
                   perform 3150-RecordFee
               end-if
               read SchedRemitFile
                   at end set eof-register to true
               end-read
           end-perform.
           close SchedRemitFile.

       3000-FeeOnePeriod.
           move PS-PaidDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           compute PaidDateInt =
               function integer-of-date(DATE-YYYYMMDD-N).

           move PS-Account to WorkAccount.
           perform 3400-FindLoanCompany.

           move 1 to PartSub.
               if PTB-Account(PartSub) = PS-Account
                   perform 3050-CheckRowInEffect
                   if RowInEffect
                       perform 3060-FindRemitType
                       if not InvestorScheduled
                           perform 3100-FeeOneInvestor
                       end-if
                   end-if
               end-if
               add 1 to PartSub
               exit paragraph
           end-if.

           move PTB-InvestorId(PartSub) to WorkInvestorId.
           move PS-Period to WorkPeriod.
           perform 3150-RecordFee.

       3150-RecordFee.
           add ServiceFeeAmt to FeeIncomeTotal.
           add 1 to FeeLineCount.

           move ServiceFeeAmt to Disp-Fee.
           move spaces to IncomeRegisterLine.
           string WorkAccount
               " " WorkPeriod
               "    " WorkInvestorId
               "  " Disp-Fee
               into IncomeRegisterLine.
           write IncomeRegisterLine.
           perform 3200-AccumulateInvestor.
           perform 3300-AccumulateCompany.

       3060-FindRemitType.
           move space to InvestorTypeFlag.
           move 1 to SchedSub.
           perform until SchedSub > ScheduledInvestors
               if ScheduledInvestorId(SchedSub) =
                       PTB-InvestorId(PartSub)
                   move "S" to InvestorTypeFlag
                   exit perform
               end-if
               add 1 to SchedSub
           end-perform.

       3200-AccumulateInvestor.
           move "N" to InvFoundFlag.
           move 1 to InvSub.
           perform until InvSub > InvestorCount
               if IFT-InvestorId(InvSub) = WorkInvestorId
                   set InvFound to true
                   exit perform
               end-if
               end-if
               add 1 to InvestorCount
               move InvestorCount to InvSub
               move WorkInvestorId to IFT-InvestorId(InvSub)
               move zero to IFT-Fee(InvSub)
           end-if.
           add ServiceFeeAmt to IFT-Fee(InvSub).
           if not LoanMasterIsOpen
               exit paragraph
           end-if.
           move WorkAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   continue
