      ******************************************************************
      * Monthly loan-to-value report - "what is our LTV on the book"   *
      * answered off the system instead of a spreadsheet. Walks every  *
      * open loan (active or nonaccrual) on the shared master, reads   *
      * its collateral on shared\data\collateral.dat, and computes the *
      * current LTV as LM-CurrentBalance over the latest value on the  *
      * collateral master. Loans are stratified into LTV bands (to     *
      * 60, 70, 80, 90, 95, 100 and over 100 percent) by company with  *
      * count, balance, value and the balance-weighted LTV of each     *
      * band, followed by the portfolio strata and a list of every     *
      * loan over 100 percent. Loans with no collateral on file are    *
      * counted on their own line so the gaps get boarded. The report  *
      * is rewritten at Collateral\ltvreport.txt each run.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LTVREPORT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is sequential
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select LtvReportFile ASSIGN TO
                   "Collateral\ltvreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  LtvReportFile.
           01 LtvLine               PIC X(110).

       working-storage section.
      * BAND CEILINGS IN PERCENT; BAND 7 IS EVERYTHING OVER 100 AND
      * BAND 8 THE LOANS WITH NO USABLE VALUE ON FILE
       01  BAND-LIMITS-VALUES.
           05  FILLER               PIC X(19) value
               "06000LTV to 60     ".
           05  FILLER               PIC X(19) value
               "0700060.01 - 70    ".
           05  FILLER               PIC X(19) value
               "0800070.01 - 80    ".
           05  FILLER               PIC X(19) value
               "0900080.01 - 90    ".
           05  FILLER               PIC X(19) value
               "0950090.01 - 95    ".
           05  FILLER               PIC X(19) value
               "1000095.01 - 100   ".
           05  FILLER               PIC X(19) value
               "99999over 100      ".
           05  FILLER               PIC X(19) value
               "00000no value      ".
       01  BAND-LIMITS redefines BAND-LIMITS-VALUES.
           05  BandLimitEntry occurs 8 times.
               10  BND-Ceiling      PIC 999V99.
               10  BND-Label        PIC X(14).

       01  COMPANY-TABLE.
           05  CompanyEntry occurs 20 times.
               10  CMP-Code         PIC X(3).
               10  CMP-Band occurs 8 times.
                   15  CBD-Count    PIC 9(5).
                   15  CBD-Balance  PIC 9(11)V99.
                   15  CBD-Value    PIC 9(11)V99.
       01  CompanyCount             PIC 99 value zero.
       01  CompanySub               PIC 99 value zero.
       01  CompanyFoundFlag         PIC X value "N".
           88  CompanyFound         value "Y".

       01  PORTFOLIO-BANDS.
           05  PortfolioBand occurs 8 times.
               10  PBD-Count        PIC 9(5).
               10  PBD-Balance      PIC 9(11)V99.
               10  PBD-Value        PIC 9(11)V99.

       01  UNDERWATER-TABLE.
           05  UnderwaterEntry occurs 500 times.
               10  UWT-Account      PIC X(10).
               10  UWT-Company      PIC X(3).
               10  UWT-Balance      PIC 9(7)V99.
               10  UWT-Value        PIC 9(9)V99.
               10  UWT-Ltv          PIC 9(4)V99.
       01  UnderwaterCount          PIC 999 value zero.
       01  UnderwaterSub            PIC 999 value zero.

       01  BandSub                  PIC 9 value zero.
       01  LoanLtv                  PIC 9(4)V99 value zero.
       01  BandLtv                  PIC 9(4)V99 value zero.
       01  LoansRead                PIC 9(5) value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  CollateralOpenFlag       PIC X value "N".
           88  CollateralOpen       value "Y".
       01  CollateralFoundFlag      PIC X value "N".
           88  CollateralFound      value "Y".
       01  eof-loan-file            PIC X value "N".
           88  eof-loan             value "Y".

       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Balance             PIC $$$,$$$,$$$,$$9.99.
       01  Disp-Value               PIC $$$,$$$,$$$,$$9.99.
       01  Disp-Ltv                 PIC ZZZ9.99.

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
       01  LogProgramName           PIC X(14) value "LTVREPORT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "LTVREPORT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open input CollateralFile.
           if CollateralStatus = "00"
               set CollateralOpen to true
           else
               string "No collateral master at "
                   "shared\data\collateral.dat status "
                   CollateralStatus
                   " - every loan reports with no value" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           initialize PORTFOLIO-BANDS.

           read LoanMasterFile next record
               at end set eof-loan to true
           end-read.
           perform until eof-loan
               if LM-StatusActive or LM-StatusNonaccrual
                   perform 2000-StratifyOneLoan
               end-if
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
           end-perform.
           close LoanMasterFile.
           if CollateralOpen
               close CollateralFile
           end-if.

           perform 5000-WriteReport.

           string "END. Loans " LoansRead
               " companies " CompanyCount
               " over 100 LTV " UnderwaterCount
               " no value " PBD-Count(8) into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       2000-StratifyOneLoan.
           add 1 to LoansRead.
           move "N" to CollateralFoundFlag.
           if CollateralOpen
               move LM-LoanAccount to CL-Account
               read CollateralFile
                   invalid key
                       continue
                   not invalid key
                       set CollateralFound to true
               end-read
           end-if.

           if not CollateralFound or CL-CurrValue = zero
               move 8 to BandSub
               move zero to CL-CurrValue
               move zero to LoanLtv
           else
               compute LoanLtv rounded =
                   LM-CurrentBalance * 100 / CL-CurrValue
                   on size error move 9999.99 to LoanLtv
               end-compute
               move 1 to BandSub
               perform until BandSub = 7
                   if LoanLtv <= BND-Ceiling(BandSub)
                       exit perform
                   end-if
                   add 1 to BandSub
               end-perform
           end-if.

           perform 2100-FindCompany.
           if CompanyFound
               add 1 to CBD-Count(CompanySub, BandSub)
               add LM-CurrentBalance to CBD-Balance(CompanySub, BandSub)
               add CL-CurrValue to CBD-Value(CompanySub, BandSub)
           end-if.
           add 1 to PBD-Count(BandSub).
           add LM-CurrentBalance to PBD-Balance(BandSub).
           add CL-CurrValue to PBD-Value(BandSub).

           if BandSub = 7 and UnderwaterCount < 500
               add 1 to UnderwaterCount
               move LM-LoanAccount to UWT-Account(UnderwaterCount)
               move LM-CompanyCode to UWT-Company(UnderwaterCount)
               move LM-CurrentBalance to UWT-Balance(UnderwaterCount)
               move CL-CurrValue to UWT-Value(UnderwaterCount)
               move LoanLtv to UWT-Ltv(UnderwaterCount)
           end-if.

       2100-FindCompany.
           move "N" to CompanyFoundFlag.
           move 1 to CompanySub.
           perform until CompanySub > CompanyCount
               if CMP-Code(CompanySub) = LM-CompanyCode
                   set CompanyFound to true
                   exit perform
               end-if
               add 1 to CompanySub
           end-perform.
           if not CompanyFound
               if CompanyCount >= 20
                   string "Company table full at 20 - company "
                       LM-CompanyCode " loan " LM-LoanAccount
                       " in the portfolio strata only" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               end-if
               add 1 to CompanyCount
               move CompanyCount to CompanySub
               initialize CompanyEntry(CompanySub)
               move LM-CompanyCode to CMP-Code(CompanySub)
               set CompanyFound to true
           end-if.

       5000-WriteReport.
           open output LtvReportFile.
           move spaces to LtvLine.
           string "LOAN-TO-VALUE STRATIFICATION   Run " TodayDate
               into LtvLine.
           write LtvLine.

           move 1 to CompanySub.
           perform CompanyCount times
               move spaces to LtvLine
               write LtvLine
               move spaces to LtvLine
               if CMP-Code(CompanySub) = spaces
                   string "Company (legacy book)" into LtvLine
               else
                   string "Company " CMP-Code(CompanySub)
                       into LtvLine
               end-if
               write LtvLine
               perform 5100-BandHeading
               move 1 to BandSub
               perform 8 times
                   move CBD-Count(CompanySub, BandSub) to Disp-Count
                   move CBD-Balance(CompanySub, BandSub)
                       to Disp-Balance
                   move CBD-Value(CompanySub, BandSub) to Disp-Value
                   move zero to BandLtv
                   if CBD-Value(CompanySub, BandSub) > zero
                       compute BandLtv rounded =
                           CBD-Balance(CompanySub, BandSub) * 100
                           / CBD-Value(CompanySub, BandSub)
                           on size error move 9999.99 to BandLtv
                       end-compute
                   end-if
                   perform 5200-BandLine
                   add 1 to BandSub
               end-perform
               add 1 to CompanySub
           end-perform.

           move spaces to LtvLine.
           write LtvLine.
           move spaces to LtvLine.
           string "PORTFOLIO" into LtvLine.
           write LtvLine.
           perform 5100-BandHeading.
           move 1 to BandSub.
           perform 8 times
               move PBD-Count(BandSub) to Disp-Count
               move PBD-Balance(BandSub) to Disp-Balance
               move PBD-Value(BandSub) to Disp-Value
               move zero to BandLtv
               if PBD-Value(BandSub) > zero
                   compute BandLtv rounded =
                       PBD-Balance(BandSub) * 100 / PBD-Value(BandSub)
                       on size error move 9999.99 to BandLtv
                   end-compute
               end-if
               perform 5200-BandLine
               add 1 to BandSub
           end-perform.

           move spaces to LtvLine.
           write LtvLine.
           move spaces to LtvLine.
           string "LOANS OVER 100 PERCENT LTV" into LtvLine.
           write LtvLine.
           move spaces to LtvLine.
           string "Account    Co   Balance              Value"
               "                  LTV" into LtvLine.
           write LtvLine.
           move 1 to UnderwaterSub.
           perform UnderwaterCount times
               move UWT-Balance(UnderwaterSub) to Disp-Balance
               move UWT-Value(UnderwaterSub) to Disp-Value
               move UWT-Ltv(UnderwaterSub) to Disp-Ltv
               move spaces to LtvLine
               string UWT-Account(UnderwaterSub)
                   " " UWT-Company(UnderwaterSub)
                   "  " Disp-Balance
                   "  " Disp-Value
                   "  " Disp-Ltv
                   into LtvLine
               write LtvLine
               add 1 to UnderwaterSub
           end-perform.
           if UnderwaterCount = zero
               move spaces to LtvLine
               string "  (none)" into LtvLine
               write LtvLine
           end-if.

           move spaces to LtvLine.
           write LtvLine.
           move spaces to LtvLine.
           string "Loans stratified " LoansRead
               "  with no value on file " PBD-Count(8)
               into LtvLine.
           write LtvLine.
           close LtvReportFile.

       5100-BandHeading.
           move spaces to LtvLine.
           string "  Band              Loans  Balance"
               "                Value                   Wtd LTV"
               into LtvLine.
           write LtvLine.

       5200-BandLine.
           move BandLtv to Disp-Ltv.
           move spaces to LtvLine.
           string "  " BND-Label(BandSub)
               "  " Disp-Count
               "  " Disp-Balance
               "  " Disp-Value
               "  " Disp-Ltv
               into LtvLine.
           write LtvLine.

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

       end program LTVREPORT.
