      ******************************************************************
      * Annual interest on escrow - the hand calculation off the       *
      * escrow trial report becomes a run. For the year in             *
      * Escrow\escintyear.txt, every account's day-by-day escrow       *
      * balance is rebuilt from the running balances on                *
      * shared\data\escrowledger.txt and earns interest at the annual  *
      * rate for the borrower's state (BW-State off the borrower       *
      * master) in Escrow\escrowrates.txt; a state with no row pays    *
      * none and a shortage (negative balance) earns nothing. Each     *
      * credit is dated the last day of the year and recorded on       *
      * Escrow\escrowinterest.txt, which ESCLEDGER merges into the     *
      * ledger as its own entry type; it posts DR escrow interest      *
      * expense / CR escrow liability to shared\data\glwork.txt        *
      * through the chart-of-accounts mapping. A borrower 1099-INT     *
      * statement is written per account (bad addresses go to the      *
      * research file instead), with the electronic submission file    *
      * at Statements\irs1099int.txt in the same transmitter header /  *
      * payee detail / end-of-file shape as the 1098 file, and a       *
      * control listing proving the e-file total. An account already   *
      * credited for the year is not credited again on a rerun - its   *
      * recorded credit is reported as it stands.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ESCINTEREST.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select InterestYearFile ASSIGN TO
                   "Escrow\escintyear.txt"
                   organization is line sequential
                   file status is YearFileStatus.

               select optional EscrowRateFile ASSIGN TO
                   "Escrow\escrowrates.txt"
                   organization is line sequential.

               select EscrowLedgerFile ASSIGN TO
                   "shared\data\escrowledger.txt"
                   organization is line sequential
                   file status is LedgerFileStatus.

               select optional EscrowInterestFile ASSIGN TO
                   "Escrow\escrowinterest.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional ChartOfAccountsFile ASSIGN TO
                   "shared\data\chartofaccounts.txt"
                   organization is line sequential.

               select optional GLWorkFile ASSIGN TO
                   "shared\data\glwork.txt"
                   organization is line sequential.

               select StatementFile ASSIGN TO DYNAMIC StatementFileName
                   organization is line sequential.

               select SubmissionFile ASSIGN TO
                   "Statements\irs1099int.txt"
                   organization is line sequential.

               select ControlListFile ASSIGN TO
                   "Escrow\escintcontrol.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  InterestYearFile.
           01 InterestYearRecord.
               05  IYR-Year         PIC 9(4).

       FD  EscrowRateFile.
           01 EscrowRateRecord.
               05  ERT-StateIn      PIC XX.
               05  ERT-RateIn       PIC 99V9999.

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               05  ELG-Date         PIC X(10).
               05  ELG-Type         PIC X.
               05  ELG-Payee        PIC X(20).
               05  ELG-Amount       PIC 9(6)V99.
               05  ELG-Balance      PIC S9(7)V99 sign leading separate.

       FD  EscrowInterestFile.
           01 EscrowInterestRecord.
               05  EIN-Account      PIC X(10).
               05  EIN-Date         PIC X(10).
               05  EIN-Year         PIC 9(4).
               05  EIN-State        PIC XX.
               05  EIN-Rate         PIC 99V9999.
               05  EIN-Amount       PIC 9(6)V99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

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

       FD  ChartOfAccountsFile.
           01 ChartOfAccountsRecord.
               05  COA-PostTypeIn   PIC X(4).
               05  COA-AcctNoIn     PIC X(8).
               05  COA-AcctNameIn   PIC X(24).

       FD  GLWorkFile.
           copy "../shared/copybooks/glwork.cpy".

       FD  StatementFile.
           01 StatementLine         PIC X(90).

       FD  SubmissionFile.
           01 SubmissionLine        PIC X(80).

       FD  ControlListFile.
           01 ControlLine           PIC X(100).

       working-storage section.
       01  SubmissionDetail.
           05  SUB-Tag              PIC X.
           05  SUB-Account          PIC X(10).
           05  SUB-Interest         PIC 9(8)V99.
           05  SUB-State            PIC XX.
       01  EfileCount               PIC 9(5) value zero.
       01  EfileInterestTotal       PIC 9(9)V99 value zero.
       01  Disp-EfileTotal          PIC $$$,$$$,$$9.99.

       01  RATE-TABLE.
           05  RateEntry occurs 60 times.
               10  RTE-State        PIC XX.
               10  RTE-Rate         PIC 99V9999.
       01  RateCount                PIC 99 value zero.
       01  RateSub                  PIC 99 value zero.

      * ONE ENTRY PER ACCOUNT CREDITED FOR THE YEAR - THIS RUN'S NEW
      * CREDITS AND ANY ALREADY ON THE INTEREST FILE FROM AN EARLIER
      * RUN, WHICH ARE REPORTED BUT NEVER POSTED A SECOND TIME
       01  CREDIT-TABLE.
           05  CreditEntry occurs 2000 times.
               10  CRD-Account      PIC X(10).
               10  CRD-State        PIC XX.
               10  CRD-Rate         PIC 99V9999.
               10  CRD-Amount       PIC 9(6)V99.
               10  CRD-AvgBalance   PIC S9(7)V99.
               10  CRD-Origin       PIC X.
                   88  CRD-New      value "N".
                   88  CRD-Prior    value "P".
       01  CreditCount              PIC 9(4) value zero.
       01  CreditSub                PIC 9(4) value zero.
       01  CreditFoundFlag          PIC X value "N".
           88  CreditFound          value "Y".

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  YearFileStatus           PIC XX value spaces.
       01  LedgerFileStatus         PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  StatementFileName        PIC X(50) value spaces.

       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".

       01  eof-year-file            PIC X value "N".
           88  eof-year             value "Y".
       01  eof-rate-file            PIC X value "N".
           88  eof-rate             value "Y".
       01  eof-ledger-file          PIC X value "N".
           88  eof-ledger           value "Y".
       01  eof-interest-file        PIC X value "N".
           88  eof-interest         value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  InterestYear             PIC 9(4) value zero.
       01  YearEndDate              PIC X(10) value spaces.
       01  YearStartInteger         PIC 9(7) value zero.
       01  YearEndInteger           PIC 9(7) value zero.
       01  DaysInYear               PIC 999 value zero.

      * THE ACCOUNT BEING WALKED - ITS BALANCE SINCE SegStartInteger
      * AND THE BALANCE-DAYS BUILT UP SO FAR IN THE YEAR
       01  CurrentAccount           PIC X(10) value spaces.
       01  SegStartInteger          PIC 9(7) value zero.
       01  SegBalance               PIC S9(7)V99 value zero.
       01  BalanceDays              PIC S9(11)V99 value zero.
       01  HeldDays                 PIC 9(4) value zero.
       01  InterestAmount           PIC 9(6)V99 value zero.
       01  AverageBalance           PIC S9(7)V99 value zero.
       01  AccountRate              PIC 99V9999 value zero.
       01  AccountState             PIC XX value spaces.

       01  AccountsWalked           PIC 9(5) value zero.
       01  CreditsPosted            PIC 9(4) value zero.
       01  PriorCredits             PIC 9(4) value zero.
       01  NoRateAccounts           PIC 9(4) value zero.
       01  StatementsWritten        PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  ResearchReason           PIC X(30) value spaces.
       01  TotalInterestAll         PIC 9(9)V99 value zero.
       01  NewInterestTotal         PIC 9(9)V99 value zero.

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

       01  Disp-Interest            PIC $$$,$$9.99.
       01  Disp-Balance             PIC -$$,$$$,$$9.99.
       01  Disp-Rate                PIC Z9.9999.
       01  Disp-TotalAll            PIC $$$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "ESCINTEREST".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input InterestYearFile.
           if YearFileStatus not = "00"
               display "ESCINTEREST - no interest year at "
                   "Escrow\escintyear.txt, status " YearFileStatus
               perform 9000-CloseLog
               stop run
           end-if.
           read InterestYearFile
               at end set eof-year to true
           end-read.
           if eof-year
               display "ESCINTEREST - interest year file is empty"
               close InterestYearFile
               perform 9000-CloseLog
               stop run
           end-if.
           move IYR-Year to InterestYear.
           close InterestYearFile.

           move InterestYear to DY-Year.
           move 1 to DY-Month.
           move 1 to DY-Day.
           compute YearStartInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           move 12 to DY-Month.
           move 31 to DY-Day.
           compute YearEndInteger =
               function integer-of-date(DATE-YYYYMMDD-N).
           compute DaysInYear = YearEndInteger - YearStartInteger + 1.
           move spaces to YearEndDate.
           string "12/31/" InterestYear into YearEndDate.

           perform 1000-LoadRates.
           perform 1100-LoadPriorCredits.
           perform 1200-LoadChart.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           end-if.
           perform 1500-OpenBorrowerMaster.

           open extend EscrowInterestFile.
           open extend GLWorkFile.
           perform 2000-WalkLedger.
           close EscrowInterestFile.
           close GLWorkFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.

           open extend AddressResearchFile.
           move 1 to CreditSub.
           perform CreditCount times
               perform 4000-WriteStatement
               add 1 to CreditSub
           end-perform.
           close AddressResearchFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.

           perform 5000-WriteSubmissionFile.
           perform 6000-WriteControlList.

           string "END. Year " InterestYear
               " accounts walked " AccountsWalked
               " credited " CreditsPosted
               " already credited " PriorCredits
               " no state rate " NoRateAccounts
               " new interest " NewInterestTotal
               " statements " StatementsWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * ANNUAL RATE PER STATE THAT REQUIRES INTEREST ON ESCROW
       1000-LoadRates.
           open input EscrowRateFile.
           read EscrowRateFile
               at end set eof-rate to true
           end-read.
           perform until eof-rate
               if RateCount < 60
                   add 1 to RateCount
                   move ERT-StateIn to RTE-State(RateCount)
                   move ERT-RateIn to RTE-Rate(RateCount)
               end-if
               read EscrowRateFile
                   at end set eof-rate to true
               end-read
           end-perform.
           close EscrowRateFile.
           if RateCount = zero
               string "No state rates on Escrow\escrowrates.txt"
                   " - no escrow interest is owed" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * CREDITS ALREADY TAKEN FOR THIS YEAR - A RERUN REPORTS THEM BUT
      * DOES NOT CREDIT OR POST THEM AGAIN
       1100-LoadPriorCredits.
           open input EscrowInterestFile.
           read EscrowInterestFile
               at end set eof-interest to true
           end-read.
           perform until eof-interest
               if EIN-Year = InterestYear and CreditCount < 2000
                   add 1 to CreditCount
                   add 1 to PriorCredits
                   move EIN-Account to CRD-Account(CreditCount)
                   move EIN-State to CRD-State(CreditCount)
                   move EIN-Rate to CRD-Rate(CreditCount)
                   move EIN-Amount to CRD-Amount(CreditCount)
                   move zero to CRD-AvgBalance(CreditCount)
                   move "P" to CRD-Origin(CreditCount)
                   add EIN-Amount to TotalInterestAll
               end-if
               read EscrowInterestFile
                   at end set eof-interest to true
               end-read
           end-perform.
           close EscrowInterestFile.

       1200-LoadChart.
           open input ChartOfAccountsFile.
           read ChartOfAccountsFile
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
                   move COA-AcctNameIn to COA-AcctName(ChartCount)
               end-if
               read ChartOfAccountsFile
                   at end set eof-chart to true
               end-read
           end-perform.
           close ChartOfAccountsFile.

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - no state is known, no escrow interest is paid"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * THE LEDGER IS IN ACCOUNT AND DATE ORDER WITH A RUNNING BALANCE
      * ON EVERY ENTRY, SO THE BALANCE ON ANY DAY IS THE BALANCE AFTER
      * THE LAST ENTRY ON OR BEFORE IT. EACH STRETCH BETWEEN ENTRIES
      * CONTRIBUTES BALANCE TIMES DAYS HELD.
       2000-WalkLedger.
           open input EscrowLedgerFile.
           if LedgerFileStatus not = "00"
               string "No escrow ledger at "
                   "shared\data\escrowledger.txt status "
                   LedgerFileStatus " - run ESCLEDGER first" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           move spaces to CurrentAccount.
           read EscrowLedgerFile
               at end set eof-ledger to true
           end-read.
           perform until eof-ledger
               if ELG-Account not = CurrentAccount
                   if CurrentAccount not = spaces
                       perform 3000-FinishAccount
                   end-if
                   move ELG-Account to CurrentAccount
                   move YearStartInteger to SegStartInteger
                   move zero to SegBalance
                   move zero to BalanceDays
               end-if
               perform 2100-ApplyEntry
               read EscrowLedgerFile
                   at end set eof-ledger to true
               end-read
           end-perform.
           if CurrentAccount not = spaces
               perform 3000-FinishAccount
           end-if.
           close EscrowLedgerFile.

       2100-ApplyEntry.
           move ELG-Date to WORK-DATE.
           perform 7000-DateToInteger.
           evaluate true
               when DateInteger < YearStartInteger
                   move ELG-Balance to SegBalance
               when DateInteger > YearEndInteger
                   continue
      * a prior run's credit for this year earns nothing on itself
               when ELG-Type = "I" and DateInteger = YearEndInteger
                   continue
               when other
                   perform 2200-CloseSegment
                   move DateInteger to SegStartInteger
                   move ELG-Balance to SegBalance
           end-evaluate.

      * A SHORTAGE IS THE BORROWER OWING THE ESCROW ACCOUNT - IT
      * EARNS NO INTEREST EITHER WAY
       2200-CloseSegment.
           compute HeldDays = DateInteger - SegStartInteger.
           if SegBalance > zero
               compute BalanceDays = BalanceDays
                   + SegBalance * HeldDays
           end-if.

       3000-FinishAccount.
           add 1 to AccountsWalked.
           compute DateInteger = YearEndInteger + 1.
           perform 2200-CloseSegment.

           move "N" to CreditFoundFlag.
           move 1 to CreditSub.
           perform until CreditSub > CreditCount
               if CRD-Account(CreditSub) = CurrentAccount
                   set CreditFound to true
                   exit perform
               end-if
               add 1 to CreditSub
           end-perform.
           if CreditFound
               exit paragraph
           end-if.
           if BalanceDays <= zero
               exit paragraph
           end-if.

           move spaces to AccountState.
           move zero to AccountRate.
           move CurrentAccount to BW-Account.
           perform 3100-ReadBorrower.
           if BorrowerFound
               move BW-State to AccountState
               move 1 to RateSub
               perform until RateSub > RateCount
                   if RTE-State(RateSub) = AccountState
                       move RTE-Rate(RateSub) to AccountRate
                       exit perform
                   end-if
                   add 1 to RateSub
               end-perform
           end-if.
           if AccountRate = zero
               add 1 to NoRateAccounts
               exit paragraph
           end-if.

           compute InterestAmount rounded =
               BalanceDays * AccountRate / 100 / DaysInYear.
           if InterestAmount = zero
               exit paragraph
           end-if.
           compute AverageBalance rounded = BalanceDays / DaysInYear.

           if CreditCount >= 2000
               string "Credit table full at 2000 - escrow interest"
                   " for " CurrentAccount " not credited, rerun"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to CreditCount.
           move CurrentAccount to CRD-Account(CreditCount).
           move AccountState to CRD-State(CreditCount).
           move AccountRate to CRD-Rate(CreditCount).
           move InterestAmount to CRD-Amount(CreditCount).
           move AverageBalance to CRD-AvgBalance(CreditCount).
           move "N" to CRD-Origin(CreditCount).
           add 1 to CreditsPosted.
           add InterestAmount to TotalInterestAll.
           add InterestAmount to NewInterestTotal.

           move spaces to EscrowInterestRecord.
           move CurrentAccount to EIN-Account.
           move YearEndDate to EIN-Date.
           move InterestYear to EIN-Year.
           move AccountState to EIN-State.
           move AccountRate to EIN-Rate.
           move InterestAmount to EIN-Amount.
           write EscrowInterestRecord.

           perform 3200-PostInterest.

           string "ESCROW INTEREST " CurrentAccount
               " state " AccountState " rate " AccountRate
               " avg balance " AverageBalance
               " credit " InterestAmount into msg.
           perform 8000-Logs.

       3100-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

      * THE SERVICER PAYS THE INTEREST INTO THE BORROWER'S ESCROW:
      * DR ESCROW INTEREST EXPENSE / CR ESCROW LIABILITY
       3200-PostInterest.
           move spaces to LM-CompanyCode.
           if LoanMasterOpen
               move CurrentAccount to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move spaces to LM-CompanyCode
               end-read
           end-if.

           move "ESIE" to GLPostType.
           perform 3300-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move CurrentAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move InterestAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "ESCR" to GLPostType.
           perform 3300-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move CurrentAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move InterestAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

       3300-MapGLAccount.
           move spaces to GLW-AcctNo.
           move 1 to ChartSub.
           perform until ChartSub > ChartCount
               if COA-PostType(ChartSub) = GLPostType
                   move COA-AcctNo(ChartSub) to GLW-AcctNo
                   move COA-AcctName(ChartSub) to GLW-AcctName
                   exit paragraph
               end-if
               add 1 to ChartSub
           end-perform.
           evaluate GLPostType
               when "ESIE"
                   move "Escrow Interest Expense" to GLW-AcctName
               when "ESCR"
                   move "Escrow Liability" to GLW-AcctName
           end-evaluate.

      * A BAD-ADDRESS ACCOUNT GETS NO PAPER 1099-INT - IT GOES ON THE
      * RESEARCH LIST. THE E-FILE STILL CARRIES ITS PAYEE RECORD.
       4000-WriteStatement.
           move CRD-Account(CreditSub) to BW-Account.
           perform 3100-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move "RETURNED MAIL - BAD ADDRESS" to ResearchReason
               perform 4700-ListForResearch
               exit paragraph
           end-if.
           if BorrowerMasterOpen and not BorrowerFound
               move "NO ADDRESS ON FILE" to ResearchReason
               perform 4700-ListForResearch
           end-if.

           move spaces to StatementFileName.
           string "Statements/" delimited by size
                  CRD-Account(CreditSub) delimited by space
                  "_1099int.txt" delimited by size
                  into StatementFileName
           end-string.

           open output StatementFile.

           move spaces to StatementLine.
           string "FORM 1099-INT  INTEREST INCOME    Tax year "
                  InterestYear
                  into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           string "Account " CRD-Account(CreditSub)
                  "    Prepared " TodayDate
                  into StatementLine.
           write StatementLine.

           if BorrowerFound
               perform 4600-WriteAddressBlock
           end-if.

           move spaces to StatementLine.
           write StatementLine.

           move CRD-Amount(CreditSub) to Disp-Interest.
           move spaces to StatementLine.
           string "Box 1  Interest income           " Disp-Interest
                  into StatementLine.
           write StatementLine.

           move CRD-Rate(CreditSub) to Disp-Rate.
           move spaces to StatementLine.
           string "Rate paid on escrow (" CRD-State(CreditSub)
                  ")        " Disp-Rate "%"
                  into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           string "This is the interest credited to your escrow"
                  " account for the" into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "calendar year shown, as required in your state."
                  into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "It is reported to the IRS and may be taxable"
                  " income to you." into StatementLine.
           write StatementLine.

           close StatementFile.
           add 1 to StatementsWritten.

       4600-WriteAddressBlock.
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

       4700-ListForResearch.
           move spaces to AddressResearchRecord.
           move CRD-Account(CreditSub) to ARX-Account.
           move LogProgramName to ARX-Program.
           move TodayDate to ARX-Date.
           move ResearchReason to ARX-Reason.
           write AddressResearchRecord.

      * FIXED-RECORD ELECTRONIC SUBMISSION - T TRANSMITTER HEADER,
      * ONE P PAYEE RECORD PER ACCOUNT WITH THE YEAR'S ESCROW
      * INTEREST, F END-OF-FILE WITH COUNT AND TOTAL - THE SAME
      * SHAPE AS THE 1098 FILE
       5000-WriteSubmissionFile.
           open output SubmissionFile.

           move spaces to SubmissionLine.
           string "T" InterestYear " LOANSERVICING " TodayDate
               into SubmissionLine.
           write SubmissionLine.

           move 1 to CreditSub.
           perform CreditCount times
               move spaces to SubmissionDetail
               move "P" to SUB-Tag
               move CRD-Account(CreditSub) to SUB-Account
               move CRD-Amount(CreditSub) to SUB-Interest
               move CRD-State(CreditSub) to SUB-State
               move spaces to SubmissionLine
               move SubmissionDetail to SubmissionLine
               write SubmissionLine
               add 1 to EfileCount
               add CRD-Amount(CreditSub) to EfileInterestTotal
               add 1 to CreditSub
           end-perform.

           move spaces to SubmissionLine.
           string "F" EfileCount EfileInterestTotal
               into SubmissionLine.
           write SubmissionLine.

           close SubmissionFile.

       6000-WriteControlList.
           open output ControlListFile.

           move spaces to ControlLine.
           string "Escrow Interest / 1099-INT Control Listing  Year "
                  InterestYear "  Run " TodayDate
                  into ControlLine.
           write ControlLine.

           move spaces to ControlLine.
           string "Account     State  Rate     Average balance"
                  "      Interest"
                  into ControlLine.
           write ControlLine.

           move 1 to CreditSub.
           perform CreditCount times
               move CRD-Rate(CreditSub) to Disp-Rate
               move CRD-AvgBalance(CreditSub) to Disp-Balance
               move CRD-Amount(CreditSub) to Disp-Interest
               move spaces to ControlLine
               if CRD-Prior(CreditSub)
                   string CRD-Account(CreditSub) "  "
                          CRD-State(CreditSub) "   "
                          Disp-Rate "  "
                          "  credited earlier  "
                          Disp-Interest
                          into ControlLine
               else
                   string CRD-Account(CreditSub) "  "
                          CRD-State(CreditSub) "   "
                          Disp-Rate "  "
                          Disp-Balance "  "
                          Disp-Interest
                          into ControlLine
               end-if
               write ControlLine
               add 1 to CreditSub
           end-perform.

           move spaces to ControlLine.
           write ControlLine.

           move TotalInterestAll to Disp-TotalAll.
           move spaces to ControlLine.
           string "Accounts " CreditCount
                  "  credited this run " CreditsPosted
                  "  no state rate " NoRateAccounts
                  "  Total interest " Disp-TotalAll
                  into ControlLine.
           write ControlLine.

      * the proof line - the e-file went out with exactly the money
      * this listing shows, or the run says so in capitals
           move EfileInterestTotal to Disp-EfileTotal.
           move spaces to ControlLine.
           if EfileInterestTotal = TotalInterestAll
               string "E-file total " Disp-EfileTotal
                      " agrees with the control total"
                      into ControlLine
           else
               string "E-FILE OUT OF BALANCE - e-file "
                      Disp-EfileTotal
                      " control " Disp-TotalAll
                      into ControlLine
           end-if.
           write ControlLine.

           close ControlListFile.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

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

       end program ESCINTEREST.
