      ******************************************************************
      * Year-end cancellation-of-debt (1099-C) reporting. For the tax  *
      * year in Statements\stmtyear.txt, every "C" row dated in the    *
      * year on Chargeoff\chargeoffregister.txt is debt the borrower   *
      * no longer owes, less what has come back since - the "R" rows   *
      * on the register and the receipts still waiting on              *
      * Chargeoff\recoveries.txt for the same account in the year.     *
      * Principal LOANMOD forgave in the year                          *
      * (Modification\termshistory.txt) is added on top. Each account  *
      * at or over the reporting threshold gets a borrower 1099-C      *
      * statement with the borrower master's name and address (bad     *
      * addresses go to the research file instead) and a payee record  *
      * on the electronic submission file at Statements\irs1099c.txt,  *
      * in the same header / detail / end-of-file shape as the 1098.   *
      * The identifiable event code says why: A bankruptcy for an      *
      * account under BK on shared\data\legalstatus.txt, F forgiven by *
      * agreement for a modification, G a decision to stop collecting  *
      * for a charge-off. The control listing ties the e-file back to  *
      * the charge-off register's own totals for the year.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DEBTCANCEL.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select StatementYearFile ASSIGN TO
                   "Statements\stmtyear.txt"
                   organization is line sequential
                   file status is YearFileStatus.

               select optional ChargeoffRegister ASSIGN TO
                   "Chargeoff\chargeoffregister.txt"
                   organization is line sequential.

               select optional RecoveryFile ASSIGN TO
                   "Chargeoff\recoveries.txt"
                   organization is line sequential.

               select optional TermsHistoryFile ASSIGN TO
                   "Modification\termshistory.txt"
                   organization is line sequential.

               select optional LegalStatusFile ASSIGN TO
                   "shared\data\legalstatus.txt"
                   organization is line sequential.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select StatementFile ASSIGN TO DYNAMIC StatementFileName
                   organization is line sequential.

               select SubmissionFile ASSIGN TO
                   "Statements\irs1099c.txt"
                   organization is line sequential.

               select ControlListFile ASSIGN TO
                   "Statements\debtcancelcontrol.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  StatementYearFile.
           01 StatementYearRecord.
               05  SYR-Year         PIC 9(4).

       FD  ChargeoffRegister.
           01 ChargeoffRegisterRecord.
               05  COR-Type         PIC X.
                   88  COR-ChargeOff value "C".
                   88  COR-Recovery  value "R".
               05  COR-Account      PIC X(10).
               05  COR-Date         PIC X(10).
               05  COR-Principal    PIC 9(7)V99.
               05  COR-Interest     PIC 9(7)V99.
               05  COR-Escrow       PIC 9(6)V99.
               05  COR-Fees         PIC 9(6)V99.
               05  COR-Total        PIC 9(8)V99.

       FD  RecoveryFile.
           01 RecoveryRecord.
               05  RCV-Account      PIC X(10).
               05  RCV-Date         PIC X(10).
               05  RCV-Amount       PIC 9(6)V99.

       FD  TermsHistoryFile.
           01 TermsHistoryRecord.
               05  MTH-Account      PIC X(10).
               05  MTH-EffPeriod    PIC 9(4).
               05  MTH-Rate         PIC 99V99.
               05  MTH-TermMonths   PIC 999.
               05  MTH-CapAmount    PIC 9(6)V99.
               05  MTH-ModDate      PIC X(10).
               05  MTH-Forgiven     PIC 9(6)V99.

       FD  LegalStatusFile.
           copy "../shared/copybooks/legalstat.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Program      PIC X(14).
               05  FILLER           PIC X.
               05  ARX-Date         PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  StatementFile.
           01 StatementLine         PIC X(90).

       FD  SubmissionFile.
           01 SubmissionLine        PIC X(80).

       FD  ControlListFile.
           01 ControlLine           PIC X(110).

       working-storage section.
       01  SubmissionDetail.
           05  SUB-Tag              PIC X.
           05  SUB-Account          PIC X(10).
           05  SUB-EventDate        PIC X(10).
           05  SUB-Discharged       PIC 9(8)V99.
           05  SUB-Interest         PIC 9(8)V99.
           05  SUB-EventCode        PIC X.
       01  EfileCount               PIC 9(5) value zero.
       01  EfileTotal               PIC 9(9)V99 value zero.
       01  Disp-EfileTotal          PIC $$$,$$$,$$9.99.

      * ONE ENTRY PER ACCOUNT WITH DEBT CANCELLED IN THE TAX YEAR
       01  CANCEL-TABLE.
           05  CancelEntry occurs 1000 times.
               10  CXL-Account      PIC X(10).
               10  CXL-EventDate    PIC X(10).
               10  CXL-ChargedOff   PIC 9(8)V99.
               10  CXL-Interest     PIC 9(8)V99.
               10  CXL-Recovered    PIC 9(8)V99.
               10  CXL-Forgiven     PIC 9(8)V99.
               10  CXL-Discharged   PIC 9(8)V99.
               10  CXL-EventCode    PIC X.
       01  CancelCount              PIC 9(4) value zero.
       01  CancelSub                PIC 9(4) value zero.
       01  CancelFoundFlag          PIC X value "N".
           88  CancelFound          value "Y".
       01  CancelKey                PIC X(10) value spaces.

       01  BANKRUPTCY-TABLE.
           05  BankruptAccount occurs 500 times PIC X(10).
       01  BankruptCount            PIC 999 value zero.
       01  BankruptSub              PIC 999 value zero.

       01  YearFileStatus           PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  StatementFileName        PIC X(50) value spaces.

       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  ResearchReason           PIC X(30) value spaces.

       01  eof-year-file            PIC X value "N".
           88  eof-year             value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-recovery-file        PIC X value "N".
           88  eof-recovery         value "Y".
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".
       01  eof-legal-file           PIC X value "N".
           88  eof-legal            value "Y".

       01  TaxYear                  PIC 9(4) value zero.
      * THE IRS FILING THRESHOLD FOR A 1099-C
       01  ReportThreshold          PIC 9(4)V99 value 600.00.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           05                       PIC X.
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).

      * REGISTER TOTALS FOR THE YEAR - THE PROOF THE E-FILE TIES BACK
       01  RegisterChargeoffs       PIC 9(9)V99 value zero.
       01  RegisterRecoveries       PIC 9(9)V99 value zero.
       01  RecoveriesThisYear       PIC 9(9)V99 value zero.
       01  RecoveriesPriorYears     PIC 9(9)V99 value zero.
       01  PendingRecoveries        PIC 9(9)V99 value zero.
       01  ForgivenTotal            PIC 9(9)V99 value zero.
       01  NetChargeoffs            PIC 9(9)V99 value zero.
       01  ExpectedTotal            PIC 9(9)V99 value zero.
       01  ReportedTotal            PIC 9(9)V99 value zero.
       01  BelowThresholdTotal      PIC 9(9)V99 value zero.
       01  ReportedCount            PIC 9(4) value zero.
       01  BelowThresholdCount      PIC 9(4) value zero.
       01  BankruptcyCoded          PIC 9(4) value zero.
       01  StatementsWritten        PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  RecoveredPart            PIC 9(8)V99 value zero.

       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Interest            PIC $$$,$$$,$$9.99.
       01  Disp-ChargedOff          PIC $$$,$$$,$$9.99.
       01  Disp-Recovered           PIC $$$,$$$,$$9.99.
       01  Disp-Forgiven            PIC $$$,$$$,$$9.99.
       01  Disp-Total               PIC $$$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "DEBTCANCEL".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input StatementYearFile.
           if YearFileStatus not = "00"
               display "DEBTCANCEL - no statement year at "
                   "Statements\stmtyear.txt, status " YearFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read StatementYearFile
               at end set eof-year to true
           end-read.
           if eof-year
               display "DEBTCANCEL - statement year file is empty"
               close StatementYearFile
               perform 9000-CloseLog
               stop run
           end-if.
           move SYR-Year to TaxYear.
           close StatementYearFile.

           perform 1000-LoadChargeoffs.
           perform 1100-LoadRecoveries.
           perform 1200-LoadPendingRecoveries.
           perform 1300-LoadForgiveness.
           perform 1400-LoadBankruptcies.
           perform 1500-SettleAccounts.

           perform 2000-OpenBorrowerMaster.
           open extend AddressResearchFile.
           move 1 to CancelSub.
           perform CancelCount times
               if CXL-Discharged(CancelSub) >= ReportThreshold
                   perform 3000-WriteStatement
               end-if
               add 1 to CancelSub
           end-perform.
           close AddressResearchFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.

           perform 4000-WriteSubmissionFile.
           perform 5000-WriteControlList.

           string "END. Year " TaxYear
               " accounts " CancelCount
               " reported " ReportedCount
               " below threshold " BelowThresholdCount
               " bankruptcy coded " BankruptcyCoded
               " statements " StatementsWritten
               " e-file total " EfileTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * EVERY CHARGE-OFF DATED IN THE TAX YEAR OPENS AN ACCOUNT;
      * RECOVERY ROWS ARE TAKEN ON THE SECOND PASS ONCE EVERY ACCOUNT
      * CHARGED OFF IN THE YEAR IS KNOWN
       1000-LoadChargeoffs.
           open input ChargeoffRegister.
           read ChargeoffRegister
               at end set eof-register to true
           end-read.
           perform until eof-register
               move COR-Date to WORK-DATE
               if COR-ChargeOff and WORK-YEAR = TaxYear
                   add COR-Total to RegisterChargeoffs
                   move COR-Account to CancelKey
                   perform 1600-FindOrAddAccount
                   if CancelFound
                       add COR-Total to CXL-ChargedOff(CancelSub)
                       add COR-Interest to CXL-Interest(CancelSub)
                       move COR-Date to CXL-EventDate(CancelSub)
                       move "G" to CXL-EventCode(CancelSub)
                   end-if
               end-if
               read ChargeoffRegister
                   at end set eof-register to true
               end-read
           end-perform.
           close ChargeoffRegister.

      * MONEY RECOVERED IN THE YEAR ON AN ACCOUNT CHARGED OFF IN THE
      * YEAR WAS NOT CANCELLED AFTER ALL. RECOVERIES ON EARLIER YEARS'
      * CHARGE-OFFS ARE LISTED FOR THE PROOF BUT REPORT NOTHING.
       1100-LoadRecoveries.
           move "N" to eof-register-file.
           open input ChargeoffRegister.
           read ChargeoffRegister
               at end set eof-register to true
           end-read.
           perform until eof-register
               move COR-Date to WORK-DATE
               if COR-Recovery and WORK-YEAR = TaxYear
                   add COR-Total to RegisterRecoveries
                   move COR-Account to CancelKey
                   perform 1700-FindAccount
                   if CancelFound
                       add COR-Total to CXL-Recovered(CancelSub)
                       add COR-Total to RecoveriesThisYear
                   else
                       add COR-Total to RecoveriesPriorYears
                   end-if
               end-if
               read ChargeoffRegister
                   at end set eof-register to true
               end-read
           end-perform.
           close ChargeoffRegister.

      * RECEIPTS POSTPAY ROUTED TO RECOVERIES THAT CHARGEOFF HAS NOT
      * YET MOVED ONTO THE REGISTER
       1200-LoadPendingRecoveries.
           open input RecoveryFile.
           read RecoveryFile
               at end set eof-recovery to true
           end-read.
           perform until eof-recovery
               move RCV-Date to WORK-DATE
               if WORK-YEAR = TaxYear
                   move RCV-Account to CancelKey
                   perform 1700-FindAccount
                   if CancelFound
                       add RCV-Amount to CXL-Recovered(CancelSub)
                       add RCV-Amount to PendingRecoveries
                   end-if
               end-if
               read RecoveryFile
                   at end set eof-recovery to true
               end-read
           end-perform.
           close RecoveryFile.

       1300-LoadForgiveness.
           open input TermsHistoryFile.
           read TermsHistoryFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               move MTH-ModDate to WORK-DATE
               if MTH-Forgiven is numeric
                   and MTH-Forgiven > zero
                   and WORK-YEAR = TaxYear
                   add MTH-Forgiven to ForgivenTotal
                   move MTH-Account to CancelKey
                   perform 1600-FindOrAddAccount
                   if CancelFound
                       add MTH-Forgiven to CXL-Forgiven(CancelSub)
                       if CXL-EventCode(CancelSub) = space
                           move "F" to CXL-EventCode(CancelSub)
                           move MTH-ModDate to
                               CXL-EventDate(CancelSub)
                       end-if
                   end-if
               end-if
               read TermsHistoryFile
                   at end set eof-history to true
               end-read
           end-perform.
           close TermsHistoryFile.

       1400-LoadBankruptcies.
           open input LegalStatusFile.
           read LegalStatusFile
               at end set eof-legal to true
           end-read.
           perform until eof-legal
               if LGL-Bankruptcy and BankruptCount < 500
                   add 1 to BankruptCount
                   move LGL-Account to BankruptAccount(BankruptCount)
               end-if
               read LegalStatusFile
                   at end set eof-legal to true
               end-read
           end-perform.
           close LegalStatusFile.

      * THE DISCHARGED AMOUNT AND THE EVENT CODE PER ACCOUNT - A
      * DISCHARGE IN BANKRUPTCY IS CODE A WHATEVER ELSE HAPPENED
       1500-SettleAccounts.
           move 1 to CancelSub.
           perform CancelCount times
               if CXL-Recovered(CancelSub) > CXL-ChargedOff(CancelSub)
                   move CXL-ChargedOff(CancelSub) to RecoveredPart
               else
                   move CXL-Recovered(CancelSub) to RecoveredPart
               end-if
               compute CXL-Discharged(CancelSub) =
                   CXL-ChargedOff(CancelSub) - RecoveredPart
                   + CXL-Forgiven(CancelSub)
               if CXL-Interest(CancelSub) > CXL-Discharged(CancelSub)
                   move CXL-Discharged(CancelSub) to
                       CXL-Interest(CancelSub)
               end-if

               move 1 to BankruptSub
               perform BankruptCount times
                   if BankruptAccount(BankruptSub) =
                       CXL-Account(CancelSub)
                       move "A" to CXL-EventCode(CancelSub)
                   end-if
                   add 1 to BankruptSub
               end-perform
               if CXL-EventCode(CancelSub) = "A"
                   add 1 to BankruptcyCoded
               end-if

               if CXL-Discharged(CancelSub) >= ReportThreshold
                   add 1 to ReportedCount
                   add CXL-Discharged(CancelSub) to ReportedTotal
               else
                   add 1 to BelowThresholdCount
                   add CXL-Discharged(CancelSub) to
                       BelowThresholdTotal
               end-if
               add 1 to CancelSub
           end-perform.

       1600-FindOrAddAccount.
           perform 1700-FindAccount.
           if CancelFound
               exit paragraph
           end-if.
           if CancelCount >= 1000
               string "Cancellation table full at 1000 - "
                   CancelKey " not reported, rerun" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to CancelCount.
           move CancelCount to CancelSub.
           move CancelKey to CXL-Account(CancelSub).
           move spaces to CXL-EventDate(CancelSub).
           move zero to CXL-ChargedOff(CancelSub).
           move zero to CXL-Interest(CancelSub).
           move zero to CXL-Recovered(CancelSub).
           move zero to CXL-Forgiven(CancelSub).
           move zero to CXL-Discharged(CancelSub).
           move space to CXL-EventCode(CancelSub).
           set CancelFound to true.

       1700-FindAccount.
           move "N" to CancelFoundFlag.
           move 1 to CancelSub.
           perform until CancelSub > CancelCount
               if CXL-Account(CancelSub) = CancelKey
                   set CancelFound to true
                   exit paragraph
               end-if
               add 1 to CancelSub
           end-perform.

       2000-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - 1099-C statements go out without address"
                   " blocks" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * A BAD-ADDRESS ACCOUNT GETS NO PAPER 1099-C - IT GOES ON THE
      * RESEARCH LIST. THE E-FILE STILL CARRIES ITS PAYEE RECORD.
       3000-WriteStatement.
           perform 3500-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move "RETURNED MAIL - BAD ADDRESS" to ResearchReason
               perform 3700-ListForResearch
               exit paragraph
           end-if.
           if BorrowerMasterOpen and not BorrowerFound
               move "NO ADDRESS ON FILE" to ResearchReason
               perform 3700-ListForResearch
           end-if.

           move spaces to StatementFileName.
           string "Statements/" delimited by size
                  CXL-Account(CancelSub) delimited by space
                  "_1099c.txt" delimited by size
                  into StatementFileName
           end-string.

           open output StatementFile.

           move spaces to StatementLine.
           string "FORM 1099-C  CANCELLATION OF DEBT    Tax year "
                  TaxYear into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           string "Account " CXL-Account(CancelSub)
                  "    Prepared " TodayDate into StatementLine.
           write StatementLine.

           if BorrowerFound
               perform 3600-WriteAddressBlock
           end-if.

           move spaces to StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           string "Box 1  Date of identifiable event   "
                  CXL-EventDate(CancelSub) into StatementLine.
           write StatementLine.

           move CXL-Discharged(CancelSub) to Disp-Amount.
           move spaces to StatementLine.
           string "Box 2  Amount of debt discharged  " Disp-Amount
                  into StatementLine.
           write StatementLine.

           move CXL-Interest(CancelSub) to Disp-Interest.
           move spaces to StatementLine.
           string "Box 3  Interest, if included      " Disp-Interest
                  into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           string "Box 6  Identifiable event code    "
                  CXL-EventCode(CancelSub) into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           evaluate CXL-EventCode(CancelSub)
               when "A"
                   string "Debt discharged in bankruptcy."
                       into StatementLine
               when "F"
                   string "Debt forgiven by agreement under your loan"
                       " modification." into StatementLine
               when other
                   string "We have stopped collecting this debt under"
                       " our charge-off policy." into StatementLine
           end-evaluate.
           write StatementLine.
           move spaces to StatementLine.
           string "The amount discharged is reported to the IRS and"
                  " may be taxable" into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "income to you unless an exclusion applies."
                  into StatementLine.
           write StatementLine.

           close StatementFile.
           add 1 to StatementsWritten.

       3500-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move CXL-Account(CancelSub) to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       3600-WriteAddressBlock.
           move spaces to StatementLine.
           move BW-Name to StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           move BW-Addr1 to StatementLine.
           write StatementLine.
           if BW-Addr2 not = spaces
               move spaces to StatementLine
               move BW-Addr2 to StatementLine
               write StatementLine
           end-if.
           move spaces to StatementLine.
           string BW-City delimited by "  "
                  ", " delimited by size
                  BW-State delimited by size
                  " " delimited by size
                  BW-Zip delimited by size
                  into StatementLine
           end-string.
           write StatementLine.

       3700-ListForResearch.
           move spaces to AddressResearchRecord.
           move CXL-Account(CancelSub) to ARX-Account.
           move LogProgramName to ARX-Program.
           move TodayDate to ARX-Date.
           move ResearchReason to ARX-Reason.
           write AddressResearchRecord.

      * FIXED-RECORD ELECTRONIC SUBMISSION - T TRANSMITTER HEADER,
      * ONE P PAYEE RECORD PER REPORTABLE ACCOUNT, F END-OF-FILE WITH
      * COUNT AND TOTAL - THE SAME SHAPE AS THE 1098 FILE
       4000-WriteSubmissionFile.
           open output SubmissionFile.

           move spaces to SubmissionLine.
           string "T" TaxYear " LOANSERVICING " TodayDate
               into SubmissionLine.
           write SubmissionLine.

           move 1 to CancelSub.
           perform CancelCount times
               if CXL-Discharged(CancelSub) >= ReportThreshold
                   move spaces to SubmissionDetail
                   move "P" to SUB-Tag
                   move CXL-Account(CancelSub) to SUB-Account
                   move CXL-EventDate(CancelSub) to SUB-EventDate
                   move CXL-Discharged(CancelSub) to SUB-Discharged
                   move CXL-Interest(CancelSub) to SUB-Interest
                   move CXL-EventCode(CancelSub) to SUB-EventCode
                   move spaces to SubmissionLine
                   move SubmissionDetail to SubmissionLine
                   write SubmissionLine
                   add 1 to EfileCount
                   add CXL-Discharged(CancelSub) to EfileTotal
               end-if
               add 1 to CancelSub
           end-perform.

           move spaces to SubmissionLine.
           string "F" EfileCount EfileTotal
               into SubmissionLine.
           write SubmissionLine.

           close SubmissionFile.

       5000-WriteControlList.
           open output ControlListFile.

           move spaces to ControlLine.
           string "Cancellation of Debt (1099-C) Control Listing"
                  "  Year " TaxYear "  Run " TodayDate
                  into ControlLine.
           write ControlLine.

           move spaces to ControlLine.
           string "Account     Event       Code     Charged off"
                  "       Recovered        Forgiven      Discharged"
                  into ControlLine.
           write ControlLine.

           move 1 to CancelSub.
           perform CancelCount times
               move CXL-ChargedOff(CancelSub) to Disp-ChargedOff
               move CXL-Recovered(CancelSub) to Disp-Recovered
               move CXL-Forgiven(CancelSub) to Disp-Forgiven
               move CXL-Discharged(CancelSub) to Disp-Amount
               move spaces to ControlLine
               if CXL-Discharged(CancelSub) >= ReportThreshold
                   string CXL-Account(CancelSub) "  "
                          CXL-EventDate(CancelSub) "   "
                          CXL-EventCode(CancelSub) "  "
                          Disp-ChargedOff "  "
                          Disp-Recovered "  "
                          Disp-Forgiven "  "
                          Disp-Amount
                          into ControlLine
               else
                   string CXL-Account(CancelSub) "  "
                          CXL-EventDate(CancelSub) "   "
                          CXL-EventCode(CancelSub) "  "
                          Disp-ChargedOff "  "
                          Disp-Recovered "  "
                          Disp-Forgiven "  "
                          Disp-Amount "  BELOW THRESHOLD"
                          into ControlLine
               end-if
               write ControlLine
               add 1 to CancelSub
           end-perform.

           move spaces to ControlLine.
           write ControlLine.

           move RegisterChargeoffs to Disp-Total.
           move spaces to ControlLine.
           string "Charge-off register " TaxYear
                  "  C rows        " Disp-Total into ControlLine.
           write ControlLine.
           move RegisterRecoveries to Disp-Total.
           move spaces to ControlLine.
           string "Charge-off register " TaxYear
                  "  R rows        " Disp-Total into ControlLine.
           write ControlLine.
           move RecoveriesPriorYears to Disp-Total.
           move spaces to ControlLine.
           string "  of which on earlier years' charge-offs "
                  Disp-Total into ControlLine.
           write ControlLine.
           move PendingRecoveries to Disp-Total.
           move spaces to ControlLine.
           string "Recoveries pending on recoveries.txt   "
                  Disp-Total into ControlLine.
           write ControlLine.
           move ForgivenTotal to Disp-Total.
           move spaces to ControlLine.
           string "Modification principal forgiven        "
                  Disp-Total into ControlLine.
           write ControlLine.

           move BelowThresholdTotal to Disp-Total.
           move spaces to ControlLine.
           string "Below the " ReportThreshold " threshold "
                  BelowThresholdCount " account(s)  " Disp-Total
                  into ControlLine.
           write ControlLine.

      * THE PROOF - WHAT THE REGISTER SAYS WAS CHARGED OFF AND KEPT
      * CHARGED OFF, PLUS FORGIVENESS, IS EXACTLY WHAT WENT ON THE
      * E-FILE PLUS WHAT FELL UNDER THE THRESHOLD
           compute NetChargeoffs = RegisterChargeoffs
               - RegisterRecoveries + RecoveriesPriorYears
               - PendingRecoveries.
           compute ExpectedTotal = NetChargeoffs + ForgivenTotal
               - BelowThresholdTotal.
           move EfileTotal to Disp-EfileTotal.
           move ExpectedTotal to Disp-Total.
           move spaces to ControlLine.
           if EfileTotal = ExpectedTotal
               string "E-file total " Disp-EfileTotal
                      " agrees with the charge-off register"
                      " and forgiveness totals" into ControlLine
           else
               string "E-FILE OUT OF BALANCE - e-file "
                      Disp-EfileTotal
                      " register " Disp-Total
                      " (recoveries above a charge-off?)"
                      into ControlLine
           end-if.
           write ControlLine.

           close ControlListFile.

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

       end program DEBTCANCEL.
