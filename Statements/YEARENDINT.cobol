      * off the shared borrower master; a bad-address account gets no  *
      * paper statement (it lands on Statements\addressresearch.txt)   *
      * but keeps its payee record on the e-file.                      *
      * An account assumed during the year is split on the dated       *
      * borrower history at shared\data\borrowerhist.txt - payments    *
      * posted before the assumption date belong to the outgoing       *
      * borrower, who gets their own statement at the address kept on  *
      * the history (Statements/<acct>_interest_<yyyymmdd>.txt) and    *
      * their own payee record, and the incoming borrower's statement  *
      * carries only what was posted from that date on.                *
      * The 1098 is reported to the primary borrower under the         *
      * taxpayer ID on role sequence 00 of the borrower role file at   *
      * shared\data\borrroles.dat; the co-borrowers on the role file   *
      * are listed on the primary's statement and counted on the       *
      * control listing.                                               *
      * A simple-interest loan's paid periods carry the interest its   *
      * payment was actually split to (POSTPAY off SIACCRUE), not the  *
      * projected split, so its figure is the interest really earned.  *
      * Each statement is handed to the shared EDELIVER callable once  *
      * written, so a borrower who chose electronic delivery gets it   *
      * through the e-delivery staging area and manifest. An outgoing  *
      * borrower's statement always prints - the preference on file is *
      * the current borrower's.                                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. YEARENDINT.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select optional BorrowerHistoryFile ASSIGN TO
                   "shared\data\borrowerhist.txt"
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.
       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  BorrowerHistoryFile.
           copy "../shared/copybooks/borrhist.cpy".

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
           05  SUB-Interest         PIC 9(8)V99.
           05  SUB-Principal        PIC 9(8)V99.
           05  SUB-Payments         PIC 9(4).
           05  SUB-Name             PIC X(30).
           05  SUB-TaxId            PIC X(9).
       01  EfileCount               PIC 9(5) value zero.
       01  EfileInterestTotal       PIC 9(9)V99 value zero.
       01  Disp-EfileTotal          PIC $$$,$$$,$$9.99.
               10  INT-Interest     PIC 9(7)V99.
               10  INT-Principal    PIC 9(7)V99.
               10  INT-Payments     PIC 9(4).
      * 0 - THE BORROWER ON THE MASTER; OTHERWISE THE HISTORY ROW OF
      * THE OUTGOING BORROWER WHO OWNED THESE PAYMENTS
               10  INT-Owner        PIC 999.
               10  INT-Name         PIC X(30).
               10  INT-TaxId        PIC X(9).
               10  INT-CoBorrowers  PIC 99.
       01  InterestCount            PIC 999 value zero.
       01  IntSub                   PIC 999 value zero.
       01  IntFoundFlag             PIC X value "N".
           88  IntFound             value "Y".

       01  HISTORY-TABLE.
           05  HistoryEntry occurs 500 times.
               10  HST-Account      PIC X(10).
               10  HST-EndDate      PIC X(10).
               10  HST-EndInteger   PIC 9(7).
               10  HST-Name         PIC X(30).
               10  HST-Addr1        PIC X(30).
               10  HST-Addr2        PIC X(30).
               10  HST-City         PIC X(20).
               10  HST-State        PIC XX.
               10  HST-Zip          PIC X(10).
               10  HST-AddressFlag  PIC X.
               10  HST-TaxId        PIC X(9).
       01  HistoryCount             PIC 999 value zero.
       01  HistSub                  PIC 999 value zero.
       01  OwnerSub                 PIC 999 value zero.
       01  eof-history-file         PIC X value "N".
           88  eof-history          value "Y".
       01  PaidInteger              PIC 9(7) value zero.
       01  AssumedSince             PIC X(10) value spaces.
       01  AssumedSinceInteger      PIC 9(7) value zero.
       01  PriorOwnerStatements     PIC 9(4) value zero.

       01  YearFileStatus           PIC XX value spaces.
       01  StatusFileStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  StatementFileName        PIC X(50) value spaces.

       01  BorrowerMasterOpenFlag   PIC X value "N".
           05 WORK-DAY              PIC 9(2).
           05                       PIC X.
           05 WORK-YEAR             PIC 9(4).
       01  DATE-YYYYMMDD.
           05 DY-Year               PIC 9(4).
           05 DY-Month              PIC 9(2).
           05 DY-Day                PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).
       01  DateInteger              PIC 9(7) value zero.

       01  TotalInterestAll         PIC 9(8)V99 value zero.
       01  StatementsWritten        PIC 9(4) value zero.
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
           move SYR-Year to StatementYear.
           close StatementYearFile.

           perform 1050-LoadHistory.
           perform 1000-SumInterestPaid.

           perform 1500-OpenBorrowerMaster.
      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.
           open extend AddressResearchFile.

           move 1 to IntSub.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           close AddressResearchFile.

           perform 4000-WriteSubmissionFile.

           string "END. Year " StatementYear
               " statements " StatementsWritten
               " prior-borrower " PriorOwnerStatements
               " bad-address skipped " BadAddressSkipped
               " e-file records " EfileCount
               " total interest " TotalInterestAll into msg.
           end-perform.
           close PaymentStatusFile.

      * EVERY BORROWER WHO HAS LEFT AN ACCOUNT, WITH THE DATE THEY
      * STOPPED OWNING ITS PAYMENTS
       1050-LoadHistory.
           open input BorrowerHistoryFile.
           read BorrowerHistoryFile
               at end set eof-history to true
           end-read.
           perform until eof-history
               move BWH-EndDate to WORK-DATE
               if WORK-MONTH numeric and WORK-DAY numeric
                   and WORK-YEAR numeric
                   if HistoryCount < 500
                       add 1 to HistoryCount
                       move BWH-Account to HST-Account(HistoryCount)
                       move BWH-EndDate to HST-EndDate(HistoryCount)
                       perform 7000-DateToInteger
                       move DateInteger to HST-EndInteger(HistoryCount)
                       move BWH-Name to HST-Name(HistoryCount)
                       move BWH-Addr1 to HST-Addr1(HistoryCount)
                       move BWH-Addr2 to HST-Addr2(HistoryCount)
                       move BWH-City to HST-City(HistoryCount)
                       move BWH-State to HST-State(HistoryCount)
                       move BWH-Zip to HST-Zip(HistoryCount)
                       move BWH-AddressFlag
                           to HST-AddressFlag(HistoryCount)
                       move BWH-TaxId to HST-TaxId(HistoryCount)
                   else
                       string "History table full at 500 - "
                           BWH-Account " interest not split" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read BorrowerHistoryFile
                   at end set eof-history to true
               end-read
           end-perform.
           close BorrowerHistoryFile.

      * A PAYMENT BELONGS TO THE EARLIEST BORROWER WHO LEFT THE
      * ACCOUNT AFTER IT WAS POSTED; NONE MEANS THE CURRENT BORROWER
       1150-FindOwner.
           move zero to OwnerSub.
           perform 7000-DateToInteger.
           move DateInteger to PaidInteger.
           move 1 to HistSub.
           perform HistoryCount times
               if HST-Account(HistSub) = PS-Account
                   and HST-EndInteger(HistSub) > PaidInteger
                   if OwnerSub = zero
                       move HistSub to OwnerSub
                   else
                       if HST-EndInteger(HistSub)
                               < HST-EndInteger(OwnerSub)
                           move HistSub to OwnerSub
                       end-if
                   end-if
               end-if
               add 1 to HistSub
           end-perform.

       1100-AccumulateAccount.
           perform 1150-FindOwner.
           move "N" to IntFoundFlag.
           move 1 to IntSub.
           perform until IntSub > InterestCount
               if INT-Account(IntSub) = PS-Account
                   and INT-Owner(IntSub) = OwnerSub
                   set IntFound to true
                   exit perform
               end-if
                   add 1 to InterestCount
                   move InterestCount to IntSub
                   move PS-Account to INT-Account(IntSub)
                   move OwnerSub to INT-Owner(IntSub)
                   move spaces to INT-Name(IntSub)
                   move spaces to INT-TaxId(IntSub)
                   move zero to INT-CoBorrowers(IntSub)
                   move zero to INT-Interest(IntSub)
                   move zero to INT-Principal(IntSub)
                   move zero to INT-Payments(IntSub)
               end-if
           end-if.

      * a paid simple-interest period already carries what the payment
      * actually went to, so no loan type needs a different sum here
           add PS-InterestDue to INT-Interest(IntSub).
           add PS-PrincipalDue to INT-Principal(IntSub).
           add 1 to INT-Payments(IntSub).
      * RECORD; THE FILING OBLIGATION DOES NOT LAPSE WITH THE ADDRESS.
       2000-WriteStatement.
           perform 2500-ReadBorrower.
           if BorrowerFound
               move BW-Name to INT-Name(IntSub)
           end-if.
           perform 2100-FindTaxId.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move "RETURNED MAIL - BAD ADDRESS" to ResearchReason
           end-if.

           move spaces to StatementFileName.
           if INT-Owner(IntSub) > zero
               move HST-EndDate(INT-Owner(IntSub)) to WORK-DATE
               string "Statements/" delimited by size
                      INT-Account(IntSub) delimited by space
                      "_interest_" delimited by size
                      WORK-YEAR WORK-MONTH WORK-DAY delimited by size
                      ".txt" delimited by size
                      into StatementFileName
               end-string
               add 1 to PriorOwnerStatements
           else
               string "Statements/" delimited by size
                      INT-Account(IntSub) delimited by space
                      "_interest.txt" delimited by size
                      into StatementFileName
               end-string
           end-if.

           open output StatementFile.

           if BorrowerFound
               perform 2600-WriteAddressBlock
           end-if.
           if INT-Owner(IntSub) = zero
               perform 2200-ListCoBorrowers
           end-if.

           move spaces to StatementLine.
           write StatementLine.
                  " records." into StatementLine.
           write StatementLine.

      * A SPLIT ACCOUNT SAYS WHICH SIDE OF THE ASSUMPTION DATE THE
      * STATEMENT COVERS
           if INT-Owner(IntSub) > zero
               move spaces to StatementLine
               string "It covers only payments posted before "
                      HST-EndDate(INT-Owner(IntSub))
                      ", when the loan was assumed."
                      into StatementLine
               write StatementLine
           else
               perform 2050-FindAssumedSince
               if AssumedSince not = spaces
                   move spaces to StatementLine
                   string "It covers only payments posted on or after "
                          AssumedSince
                          ", when you assumed the loan."
                          into StatementLine
                   write StatementLine
               end-if
           end-if.

           close StatementFile.
           add 1 to StatementsWritten.
           perform 2900-DeliverStatement.

      * THE PAYEE'S TAXPAYER ID - AN OUTGOING BORROWER'S CAME ALONG ON
      * THE HISTORY ROW, THE CURRENT PRIMARY'S IS ON ROLE SEQUENCE 00
       2100-FindTaxId.
           if INT-Owner(IntSub) > zero
               move HST-TaxId(INT-Owner(IntSub)) to INT-TaxId(IntSub)
               exit paragraph
           end-if.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move INT-Account(IntSub) to BR-Account.
           move zero to BR-Seq.
           read BorrowerRoleFile
               invalid key
                   continue
               not invalid key
                   move BR-TaxId to INT-TaxId(IntSub)
           end-read.

      * THE 1098 GOES TO THE PRIMARY ALONE; THE CO-BORROWERS WHO SHARE
      * THE INTEREST ARE NAMED ON IT SO EACH CAN CLAIM THEIR PART
       2200-ListCoBorrowers.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move INT-Account(IntSub) to BR-Account.
           move 1 to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = INT-Account(IntSub)
               if BR-CoBorrower
                   add 1 to INT-CoBorrowers(IntSub)
                   move spaces to StatementLine
                   string "Co-borrower: " BR-Name
                          into StatementLine
                   write StatementLine
               end-if
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

      * THE LATEST ASSUMPTION INSIDE THE STATEMENT YEAR, IF ANY - THE
      * CURRENT BORROWER OWNS ONLY WHAT WAS POSTED FROM THAT DATE ON
       2050-FindAssumedSince.
           move spaces to AssumedSince.
           move zero to AssumedSinceInteger.
           move 1 to HistSub.
           perform HistoryCount times
               if HST-Account(HistSub) = INT-Account(IntSub)
                   and HST-EndInteger(HistSub) > AssumedSinceInteger
                   move HST-EndDate(HistSub) to WORK-DATE
                   if WORK-YEAR = StatementYear
                       move HST-EndDate(HistSub) to AssumedSince
                       move HST-EndInteger(HistSub)
                           to AssumedSinceInteger
                   end-if
               end-if
               add 1 to HistSub
           end-perform.

      * AN OUTGOING BORROWER'S BLOCK COMES OFF THE HISTORY ROW, NOT THE
      * MASTER - THE MASTER NOW NAMES WHOEVER ASSUMED THE LOAN
       2500-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if INT-Owner(IntSub) > zero
               move INT-Owner(IntSub) to HistSub
               move HST-Account(HistSub) to BW-Account
               move HST-Name(HistSub) to BW-Name
               move HST-Addr1(HistSub) to BW-Addr1
               move HST-Addr2(HistSub) to BW-Addr2
               move HST-City(HistSub) to BW-City
               move HST-State(HistSub) to BW-State
               move HST-Zip(HistSub) to BW-Zip
               move HST-AddressFlag(HistSub) to BW-AddressFlag
               set BorrowerFound to true
               exit paragraph
           end-if.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           perform InterestCount times
               move INT-Interest(IntSub) to Disp-Interest
               move spaces to ControlLine
               if INT-Owner(IntSub) > zero
                   string INT-Account(IntSub) "      "
                          INT-Payments(IntSub) "   "
                          Disp-Interest
                          "  PRIOR BORROWER TO "
                          HST-EndDate(INT-Owner(IntSub))
                          into ControlLine
               else
                   if INT-CoBorrowers(IntSub) > zero
                       string INT-Account(IntSub) "      "
                              INT-Payments(IntSub) "   "
                              Disp-Interest
                              "  CO-BORROWERS LISTED "
                              INT-CoBorrowers(IntSub)
                              into ControlLine
                   else
                       string INT-Account(IntSub) "      "
                              INT-Payments(IntSub) "   "
                              Disp-Interest
                              into ControlLine
                   end-if
               end-if
               write ControlLine
               add 1 to IntSub
           end-perform.
               move INT-Interest(IntSub) to SUB-Interest
               move INT-Principal(IntSub) to SUB-Principal
               move INT-Payments(IntSub) to SUB-Payments
               move INT-Name(IntSub) to SUB-Name
               move INT-TaxId(IntSub) to SUB-TaxId
               move spaces to SubmissionLine
               move SubmissionDetail to SubmissionLine
               write SubmissionLine

           close SubmissionFile.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

       2900-DeliverStatement.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move INT-Account(IntSub) to EDC-Account.
           move "YEAREND" to EDC-DocType.
           move StatementYear to EDC-Period.
           move StatementFileName to EDC-DocPath.
           if INT-Owner(IntSub) > zero
               move "Y" to EDC-PaperFlag
           else
               move "N" to EDC-PaperFlag
           end-if.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
