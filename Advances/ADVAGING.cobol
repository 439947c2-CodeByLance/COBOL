      ******************************************************************
      * Monthly aged corporate advances report - nets every advance on *
      * the sub-ledger shared\data\corpadvances.txt (advanced less     *
      * reimbursed and written off, reversed reimbursements added      *
      * back) and ages what is still open on the recoverable ones by   *
      * the date each was paid: current to 30 days, 31-90, 91-180,     *
      * 181-365 and over a year. Prints Advances\advaging.txt by loan  *
      * and advance type with a loan total, flags open advances on a   *
      * loan that is closed, transferred out or no longer on the       *
      * master (those can only be collected by hand now), and closes   *
      * with the totals by type and for the portfolio - the balance to *
      * tie to advances receivable on the ledger.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ADVAGING.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional CorpAdvanceFile ASSIGN TO
                   "shared\data\corpadvances.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select AgingReportFile ASSIGN TO
                   "Advances\advaging.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  CorpAdvanceFile.
           copy "../shared/copybooks/corpadv.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  AgingReportFile.
           01 AgingLine             PIC X(132).

       working-storage section.
       01  ADVANCE-TABLE.
           05  AdvanceEntry occurs 5000 times.
               10  AVT-Account      PIC X(10).
               10  AVT-Ref          PIC 9(8).
               10  AVT-AdvType      PIC XX.
               10  AVT-Date         PIC X(10).
               10  AVT-Recoverable  PIC X.
               10  AVT-Open         PIC S9(7)V99.
       01  AdvanceCount             PIC 9(4) value zero.
       01  AdvanceSub               PIC 9(4) value zero.
       01  AdvanceFoundFlag         PIC X value "N".
           88  AdvanceFound         value "Y".
       01  OrphanRows               PIC 9(4) value zero.

      * ONE ROW PER LOAN AND ADVANCE TYPE, KEPT IN ACCOUNT/TYPE ORDER
       01  AGING-TABLE.
           05  AgingEntry occurs 2000 times.
               10  AGT-Account      PIC X(10).
               10  AGT-AdvType      PIC XX.
               10  AGT-Items        PIC 9(4).
               10  AGT-Bucket       PIC S9(7)V99 occurs 5 times.
       01  AgingCount               PIC 9(4) value zero.
       01  AgingSub                 PIC 9(4) value zero.
       01  InsertAt                 PIC 9(4) value zero.
       01  ShiftSub                 PIC 9(4) value zero.
       01  BucketSub                PIC 9 value zero.

       01  TYPE-TOTALS.
           05  TypeTotalEntry occurs 6 times.
               10  TTL-AdvType      PIC XX.
               10  TTL-Bucket       PIC S9(8)V99 occurs 5 times.
       01  TypeSub                  PIC 9 value zero.
       01  TYPE-CODES               PIC X(12) value "FABKINBPPPOT".

       01  LoanBuckets.
           05  LoanBucket           PIC S9(8)V99 occurs 5 times.
       01  PortfolioBuckets.
           05  PortfolioBucket      PIC S9(9)V99 occurs 5 times.
       01  RowTotal                 PIC S9(9)V99 value zero.
       01  PriorAccount             PIC X(10) value spaces.
       01  LoanFlag                 PIC X(20) value spaces.
       01  LoansWithAdvances        PIC 9(4) value zero.
       01  LoansFlagged             PIC 9(4) value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  eof-advance-file         PIC X value "N".
           88  eof-advance          value "Y".

       01  AgeDays                  PIC S9(6) value zero.
       01  TodayInteger             PIC 9(8) value zero.

       01  Disp-B1                  PIC -$$$,$$$,$$9.99.
       01  Disp-B2                  PIC -$$$,$$$,$$9.99.
       01  Disp-B3                  PIC -$$$,$$$,$$9.99.
       01  Disp-B4                  PIC -$$$,$$$,$$9.99.
       01  Disp-B5                  PIC -$$$,$$$,$$9.99.
       01  Disp-Total               PIC -$$$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).
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

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "ADVAGING".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.
           move CDT-Year to DY-Year.
           move CDT-Month to DY-Month.
           move CDT-Day to DY-Day.
           compute TodayInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           perform 1000-LoadLedger.
           perform 2000-AgeAdvances.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           else
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus
                   " - closed loans cannot be flagged" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           open output AgingReportFile.
           perform 3000-WriteReport.
           close AgingReportFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.

           compute RowTotal = PortfolioBucket(1) + PortfolioBucket(2)
               + PortfolioBucket(3) + PortfolioBucket(4)
               + PortfolioBucket(5).
           string "END. Loans with open advances " LoansWithAdvances
               " flagged " LoansFlagged
               " open recoverable " RowTotal into msg.
           if OrphanRows > zero or LoansFlagged > zero
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * EVERY ROW AFTER THE ADVANCE ITSELF CARRIES ITS REFERENCE
       1000-LoadLedger.
           open input CorpAdvanceFile.
           read CorpAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if CAD-Advance
                   if AdvanceCount < 5000
                       add 1 to AdvanceCount
                       move CAD-Account to AVT-Account(AdvanceCount)
                       move CAD-Ref to AVT-Ref(AdvanceCount)
                       move CAD-AdvType to AVT-AdvType(AdvanceCount)
                       move CAD-Date to AVT-Date(AdvanceCount)
                       move CAD-Recoverable to
                           AVT-Recoverable(AdvanceCount)
                       move CAD-Amount to AVT-Open(AdvanceCount)
                   else
                       string "Advance table full at 5000 - ref "
                           CAD-Ref " not aged" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               else
                   perform 1100-ApplyRow
               end-if
               read CorpAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close CorpAdvanceFile.

       1100-ApplyRow.
           move "N" to AdvanceFoundFlag.
           move 1 to AdvanceSub.
           perform until AdvanceSub > AdvanceCount
               if AVT-Ref(AdvanceSub) = CAD-Ref
                   and AVT-Account(AdvanceSub) = CAD-Account
                   set AdvanceFound to true
                   exit perform
               end-if
               add 1 to AdvanceSub
           end-perform.
           if not AdvanceFound
               add 1 to OrphanRows
               string "Ledger row " CAD-EntryType " ref " CAD-Ref
                   " on " CAD-Account " names no advance" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if CAD-Reversed
               add CAD-Amount to AVT-Open(AdvanceSub)
           else
               subtract CAD-Amount from AVT-Open(AdvanceSub)
           end-if.

       2000-AgeAdvances.
           move 1 to AdvanceSub.
           perform AdvanceCount times
               if AVT-Recoverable(AdvanceSub) = "Y"
                   and AVT-Open(AdvanceSub) not = zero
                   perform 2100-AgeOne
               end-if
               add 1 to AdvanceSub
           end-perform.

       2100-AgeOne.
           move AVT-Date(AdvanceSub) to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute AgeDays = TodayInteger
               - function integer-of-date(DATE-YYYYMMDD-N).

           perform 2200-FindAgingRow.
           if InsertAt = zero
               exit paragraph
           end-if.

           evaluate true
               when AgeDays <= 30
                   move 1 to BucketSub
               when AgeDays <= 90
                   move 2 to BucketSub
               when AgeDays <= 180
                   move 3 to BucketSub
               when AgeDays <= 365
                   move 4 to BucketSub
               when other
                   move 5 to BucketSub
           end-evaluate.
           add 1 to AGT-Items(InsertAt).
           add AVT-Open(AdvanceSub) to AGT-Bucket(InsertAt, BucketSub).

      * FIND THE LOAN/TYPE ROW, OR OPEN ONE IN ITS SORTED PLACE
       2200-FindAgingRow.
           move 1 to InsertAt.
           perform until InsertAt > AgingCount
               if AGT-Account(InsertAt) = AVT-Account(AdvanceSub)
                   and AGT-AdvType(InsertAt) = AVT-AdvType(AdvanceSub)
                   exit paragraph
               end-if
               if AGT-Account(InsertAt) > AVT-Account(AdvanceSub)
                   exit perform
               end-if
               if AGT-Account(InsertAt) = AVT-Account(AdvanceSub)
                   and AGT-AdvType(InsertAt) > AVT-AdvType(AdvanceSub)
                   exit perform
               end-if
               add 1 to InsertAt
           end-perform.

           if AgingCount >= 2000
               string "Aging table full at 2000 - "
                   AVT-Account(AdvanceSub) " not reported" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               move zero to InsertAt
               exit paragraph
           end-if.

           move AgingCount to ShiftSub.
           perform until ShiftSub < InsertAt
               move AgingEntry(ShiftSub) to AgingEntry(ShiftSub + 1)
               subtract 1 from ShiftSub
           end-perform.
           add 1 to AgingCount.
           move AVT-Account(AdvanceSub) to AGT-Account(InsertAt).
           move AVT-AdvType(AdvanceSub) to AGT-AdvType(InsertAt).
           move zero to AGT-Items(InsertAt).
           move 1 to BucketSub.
           perform 5 times
               move zero to AGT-Bucket(InsertAt, BucketSub)
               add 1 to BucketSub
           end-perform.

       3000-WriteReport.
           move spaces to AgingLine.
           string "AGED CORPORATE ADVANCES   Run " TodayDate
               "   open recoverable balance by days since paid"
               into AgingLine.
           write AgingLine.
           move spaces to AgingLine.
           write AgingLine.
           move spaces to AgingLine.
           string "Account     Type Items"
               "        0-30 days       31-90 days"
               "      91-180 days     181-365 days"
               "     Over 1 year           Total"
               into AgingLine.
           write AgingLine.

           move 1 to TypeSub.
           perform 6 times
               move TYPE-CODES((TypeSub * 2) - 1:2) to
                   TTL-AdvType(TypeSub)
               move 1 to BucketSub
               perform 5 times
                   move zero to TTL-Bucket(TypeSub, BucketSub)
                   add 1 to BucketSub
               end-perform
               add 1 to TypeSub
           end-perform.
           move 1 to BucketSub.
           perform 5 times
               move zero to PortfolioBucket(BucketSub)
               move zero to LoanBucket(BucketSub)
               add 1 to BucketSub
           end-perform.

           move spaces to PriorAccount.
           move 1 to AgingSub.
           perform AgingCount times
               if AGT-Account(AgingSub) not = PriorAccount
                   if PriorAccount not = spaces
                       perform 3200-WriteLoanTotal
                   end-if
                   move AGT-Account(AgingSub) to PriorAccount
                   add 1 to LoansWithAdvances
               end-if
               perform 3100-WriteDetail
               add 1 to AgingSub
           end-perform.
           if PriorAccount not = spaces
               perform 3200-WriteLoanTotal
           end-if.

           perform 3300-WriteTypeTotals.

       3100-WriteDetail.
           move AGT-Bucket(AgingSub, 1) to Disp-B1.
           move AGT-Bucket(AgingSub, 2) to Disp-B2.
           move AGT-Bucket(AgingSub, 3) to Disp-B3.
           move AGT-Bucket(AgingSub, 4) to Disp-B4.
           move AGT-Bucket(AgingSub, 5) to Disp-B5.
           compute RowTotal = AGT-Bucket(AgingSub, 1)
               + AGT-Bucket(AgingSub, 2) + AGT-Bucket(AgingSub, 3)
               + AGT-Bucket(AgingSub, 4) + AGT-Bucket(AgingSub, 5).
           move RowTotal to Disp-Total.
           move spaces to AgingLine.
           string AGT-Account(AgingSub) "  " AGT-AdvType(AgingSub)
               "   " AGT-Items(AgingSub)
               Disp-B1 "  " Disp-B2 "  " Disp-B3 "  " Disp-B4
               "  " Disp-B5 "  " Disp-Total
               into AgingLine.
           write AgingLine.

           move 1 to TypeSub.
           perform until TypeSub > 6
               if TTL-AdvType(TypeSub) = AGT-AdvType(AgingSub)
                   exit perform
               end-if
               add 1 to TypeSub
           end-perform.
      * an unrecognized type code is carried with OT
           if TypeSub > 6
               move 6 to TypeSub
           end-if.
           move 1 to BucketSub.
           perform 5 times
               add AGT-Bucket(AgingSub, BucketSub) to
                   LoanBucket(BucketSub)
               add AGT-Bucket(AgingSub, BucketSub) to
                   TTL-Bucket(TypeSub, BucketSub)
               add AGT-Bucket(AgingSub, BucketSub) to
                   PortfolioBucket(BucketSub)
               add 1 to BucketSub
           end-perform.

      * AN OPEN ADVANCE ON A LOAN THAT HAS CLOSED OR LEFT THE MASTER
      * WILL NEVER COME IN THROUGH A PAYMENT
       3200-WriteLoanTotal.
           move spaces to LoanFlag.
           if LoanMasterOpen
               move PriorAccount to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       move "** NOT ON MASTER" to LoanFlag
                   not invalid key
                       evaluate true
                           when LM-StatusClosed
                               move "** LOAN CLOSED" to LoanFlag
                           when LM-StatusTransferred
                               move "** LOAN TRANSFERRED" to LoanFlag
                       end-evaluate
               end-read
           end-if.
           if LoanFlag not = spaces
               add 1 to LoansFlagged
           end-if.

           move LoanBucket(1) to Disp-B1.
           move LoanBucket(2) to Disp-B2.
           move LoanBucket(3) to Disp-B3.
           move LoanBucket(4) to Disp-B4.
           move LoanBucket(5) to Disp-B5.
           compute RowTotal = LoanBucket(1) + LoanBucket(2)
               + LoanBucket(3) + LoanBucket(4) + LoanBucket(5).
           move RowTotal to Disp-Total.
           move spaces to AgingLine.
           string "  Loan total      "
               Disp-B1 "  " Disp-B2 "  " Disp-B3 "  " Disp-B4
               "  " Disp-B5 "  " Disp-Total " " LoanFlag
               into AgingLine.
           write AgingLine.
           move spaces to AgingLine.
           write AgingLine.

           move 1 to BucketSub.
           perform 5 times
               move zero to LoanBucket(BucketSub)
               add 1 to BucketSub
           end-perform.

       3300-WriteTypeTotals.
           move spaces to AgingLine.
           string "TOTALS BY ADVANCE TYPE" into AgingLine.
           write AgingLine.
           move 1 to TypeSub.
           perform 6 times
               move TTL-Bucket(TypeSub, 1) to Disp-B1
               move TTL-Bucket(TypeSub, 2) to Disp-B2
               move TTL-Bucket(TypeSub, 3) to Disp-B3
               move TTL-Bucket(TypeSub, 4) to Disp-B4
               move TTL-Bucket(TypeSub, 5) to Disp-B5
               compute RowTotal = TTL-Bucket(TypeSub, 1)
                   + TTL-Bucket(TypeSub, 2) + TTL-Bucket(TypeSub, 3)
                   + TTL-Bucket(TypeSub, 4) + TTL-Bucket(TypeSub, 5)
               move RowTotal to Disp-Total
               move spaces to AgingLine
               string "            " TTL-AdvType(TypeSub) "      "
                   Disp-B1 "  " Disp-B2 "  " Disp-B3 "  " Disp-B4
                   "  " Disp-B5 "  " Disp-Total
                   into AgingLine
               write AgingLine
               add 1 to TypeSub
           end-perform.

           move PortfolioBucket(1) to Disp-B1.
           move PortfolioBucket(2) to Disp-B2.
           move PortfolioBucket(3) to Disp-B3.
           move PortfolioBucket(4) to Disp-B4.
           move PortfolioBucket(5) to Disp-B5.
           compute RowTotal = PortfolioBucket(1) + PortfolioBucket(2)
               + PortfolioBucket(3) + PortfolioBucket(4)
               + PortfolioBucket(5).
           move RowTotal to Disp-Total.
           move spaces to AgingLine.
           write AgingLine.
           move spaces to AgingLine.
           string "PORTFOLIO         "
               Disp-B1 "  " Disp-B2 "  " Disp-B3 "  " Disp-B4
               "  " Disp-B5 "  " Disp-Total
               into AgingLine.
           write AgingLine.
           move spaces to AgingLine.
           string "Loans with open recoverable advances "
               LoansWithAdvances
               "   closed or off the master " LoansFlagged
               "   ledger rows naming no advance " OrphanRows
               into AgingLine.
           write AgingLine.

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

       end program ADVAGING.
