      * against them so one pass produces the per-loan break-even      *
      * documents, and the retention report ranks every candidate by   *
      * spread over market with the estimated monthly saving.          *
      * A maximum LTV on the market rate row screens out loans whose   *
      * current balance over the latest value on the collateral        *
      * master (shared\data\collateral.dat) is above it - or that have *
      * no value on file - and the report counts what it excluded.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. REFISCREEN.
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select RefiRequestFile ASSIGN TO
                   "Refinance\refirequest.txt"
                   organization is line sequential.
               05  MKT-MinRemTerm   PIC 999.
               05  MKT-NewTerm      PIC 999.
               05  MKT-Costs        PIC 9(6)V99.
      * ZERO MEANS NO LTV SCREEN
               05  MKT-MaxLtv       PIC 999V99.

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".
       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  RefiRequestFile.
           01 RefiRequestRecord.
               05  REF-Account      PIC X(10).

       01  MarketFileStatus         PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  CollateralStatus         PIC XX value spaces.
       01  CollateralOpenFlag       PIC X value "N".
           88  CollateralOpen       value "Y".

       01  eof-market-file          PIC X value "N".
           88  eof-market           value "Y".
       01  MinRemTerm               PIC 999 value 12.
       01  ProposedTerm             PIC 999 value zero.
       01  ProposedCosts            PIC 9(6)V99 value zero.
       01  MaxLtv                   PIC 999V99 value zero.
       01  LoanLtv                  PIC 9(4)V99 value zero.
       01  LtvExcluded              PIC 9(4) value zero.

       01  LoanSpread               PIC S99V99 value zero.
       01  SeedRate                 PIC 9V9(7) value zero.
           end-if.
           move MKT-NewTerm to ProposedTerm.
           move MKT-Costs to ProposedCosts.
           move MKT-MaxLtv to MaxLtv.
           close MarketRateFile.

           if MaxLtv > zero
               open input CollateralFile
               if CollateralStatus = "00"
                   set CollateralOpen to true
               else
                   string "No collateral master at "
                       "shared\data\collateral.dat status "
                       CollateralStatus " - max LTV " MaxLtv
                       " screens out every loan" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
               end-if
           end-if.

           perform 1000-GatherRemaining.
           perform 2000-ScreenMaster.
           if CollateralOpen
               close CollateralFile
           end-if.
           perform 4000-WriteRequests.
           perform 5000-RetentionReport.


           string "END. Market " MarketRate
               " spread " MinSpread
               " max LTV " MaxLtv
               " candidates " CandidateCount
               " over LTV " LtvExcluded into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               exit paragraph
           end-if.

           if MaxLtv > zero
               perform 2200-CheckLtv
               if LoanLtv > MaxLtv
                   add 1 to LtvExcluded
                   exit paragraph
               end-if
           end-if.

      * ESTIMATED MONTHLY SAVING: THE LEVEL PAYMENT ON THE CURRENT
      * BALANCE AT THE CURRENT RATE VERSUS THE MARKET RATE, OVER THE
      * REMAINING TERM - THE RANKING FIGURE, NOT THE QUOTE

           perform 3000-RankCandidate.

      * CURRENT BALANCE OVER THE LATEST VALUE ON THE COLLATERAL
      * MASTER; NO VALUE ON FILE CANNOT BE SHOWN TO QUALIFY
       2200-CheckLtv.
           move 9999.99 to LoanLtv.
           if not CollateralOpen
               exit paragraph
           end-if.
           move LM-LoanAccount to CL-Account.
           read CollateralFile
               invalid key
                   exit paragraph
           end-read.
           if CL-CurrValue > zero
               compute LoanLtv rounded =
                   LM-CurrentBalance * 100 / CL-CurrValue
                   on size error move 9999.99 to LoanLtv
               end-compute
           end-if.

      * WIDEST SPREAD FIRST - THE LIST RETENTION CALLS DOWN
       3000-RankCandidate.
           if CandidateCount >= 500
               into RetentionLine.
           write RetentionLine.

           if MaxLtv > zero
               move spaces to RetentionLine
               string "Maximum LTV " MaxLtv
                   "%   loans screened out over it " LtvExcluded
                   into RetentionLine
               write RetentionLine
           end-if.

           move spaces to RetentionLine.
           string "Rank Account    Rate    Spread  Balance"
                  "          RemTerm  Est monthly saving"
