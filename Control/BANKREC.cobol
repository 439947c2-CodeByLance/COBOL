      ******************************************************************
      * Daily bank statement cash reconciliation - RECONCILE proves    *
      * our stages agree with each other; this proves they agree with  *
      * the bank. Reads the bank's prior-day statement file            *
      * Control\bankstatement.txt (H header with the statement date    *
      * and account, D details - DEP deposit totals, ACH credits, RTN  *
      * returned items, CHK paid checks - and a T trailer with count   *
      * and money total) and matches it item for item against the      *
      * book side of the same day: deposits are the payments on        *
      * shared\data\postedpmts.txt paid that day less the autopay      *
      * drafts, ACH credits are the drafts on Autopay\achdebit.txt     *
      * dated that day, returns are the rows on LoanPayments\          *
      * returns.txt (so this runs ahead of NSFUNWIND), and each paid   *
      * check must be on CHECKISSUE's register Escrow\                 *
      * checkregister.txt at the amount paid. Anything on either side  *
      * that does not match is carried on Control\bankrecopen.txt and  *
      * offered for matching again every day until it clears. The      *
      * report Control\bankrec.txt lists matched items, unmatched bank *
      * items, unmatched book items with their age, and the aged       *
      * outstanding check list. The statement file is consumed.        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BANKREC.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select BankStatementFile ASSIGN TO
                   "Control\bankstatement.txt"
                   organization is line sequential
                   file status is StatementFileStatus.

               select optional CarriedItemFile ASSIGN TO
                   "Control\bankrecopen.txt"
                   organization is line sequential.

               select optional PostedPaymentFile ASSIGN TO
                   "shared\data\postedpmts.txt"
                   organization is line sequential.

               select optional AchDebitFile ASSIGN TO
                   "Autopay\achdebit.txt"
                   organization is line sequential.

               select optional ReturnFile ASSIGN TO
                   "LoanPayments\returns.txt"
                   organization is line sequential.

               select optional CheckRegisterFile ASSIGN TO
                   "Escrow\checkregister.txt"
                   organization is line sequential.

               select BankRecReport ASSIGN TO
                   "Control\bankrec.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  BankStatementFile.
           01 BankStatementRecord   PIC X(80).
           01 BankStatementHeader.
               05  BSH-RecType      PIC X.
               05  BSH-StatementDate PIC X(10).
               05  BSH-BankAccount  PIC X(12).
           01 BankStatementDetail.
               05  BSD-RecType      PIC X.
               05  BSD-TranCode     PIC X(3).
               05  BSD-Amount       PIC 9(9)V99.
               05  BSD-CheckNo      PIC 9(8).
               05  BSD-Reference    PIC X(16).
           01 BankStatementTrailer.
               05  BST-RecType      PIC X.
               05  BST-ItemCount    PIC 9(6).
               05  BST-Total        PIC 9(11)V99.

       FD  CarriedItemFile.
           01 CarriedItemRecord.
      * B BANK SIDE, L BOOK (LEDGER) SIDE
               05  CRI-Side         PIC X.
               05  CRI-Type         PIC X(3).
               05  CRI-Date         PIC X(10).
               05  CRI-Amount       PIC 9(9)V99.
               05  CRI-CheckNo      PIC 9(8).
               05  CRI-Reference    PIC X(16).

       FD  PostedPaymentFile.
           01 PostedPaymentRecord.
               05  PPH-Account      PIC X(10).
               05  PPH-Period       PIC 9(4).
               05  PPH-PaidDate     PIC X(10).
               05  PPH-PaidAmount   PIC 9(6)V99.
               05  FILLER           PIC X(49).

       FD  AchDebitFile.
           01 AchDebitLine          PIC X(80).

       FD  ReturnFile.
           01 ReturnRecord.
               05  RTN-Account      PIC X(10).
               05  RTN-PaidDate     PIC X(10).
               05  RTN-Amount       PIC 9(6)V99.
               05  RTN-Reason       PIC X(20).

       FD  CheckRegisterFile.
           01 CheckRegisterRecord.
               05  CHK-Number       PIC 9(8).
               05  CHK-Account      PIC X(10).
               05  CHK-Payee        PIC X(20).
               05  CHK-Amount       PIC 9(6)V99.
               05  CHK-IssueDate    PIC X(10).
               05  CHK-Status       PIC X.
               05  CHK-ClearedDate  PIC X(10).

       FD  BankRecReport.
           01 BankRecLine           PIC X(132).

       working-storage section.
      * EVERY OPEN ITEM FROM BOTH SIDES - THE CARRIED ONES FIRST,
      * THEN TODAY'S. MATCHED ITEMS ARE REPORTED AND DROPPED
       01  ITEM-TABLE.
           05  ItemEntry occurs 1500 times.
               10  ITM-Side         PIC X.
                   88  ITM-BankSide value "B".
                   88  ITM-BookSide value "L".
               10  ITM-Type         PIC X(3).
               10  ITM-Date         PIC X(10).
               10  ITM-Amount       PIC 9(9)V99.
               10  ITM-CheckNo      PIC 9(8).
               10  ITM-Reference    PIC X(16).
               10  ITM-Carried      PIC X.
               10  ITM-MatchFlag    PIC X.
                   88  ITM-Matched  value "Y".
       01  ItemCount                PIC 9(4) value zero.
       01  ItemSub                  PIC 9(4) value zero.
       01  PairSub                  PIC 9(4) value zero.

       01  CHECK-TABLE.
           05  CheckEntry occurs 2000 times.
               10  CKT-Number       PIC 9(8).
               10  CKT-Account      PIC X(10).
               10  CKT-Payee        PIC X(20).
               10  CKT-Amount       PIC 9(6)V99.
               10  CKT-IssueDate    PIC X(10).
               10  CKT-Status       PIC X.
       01  CheckCount               PIC 9(4) value zero.
       01  CheckSub                 PIC 9(4) value zero.

       01  AchDebitDetail.
           05  ACH-Tag              PIC X(3).
           05  ACH-Routing          PIC X(9).
           05  ACH-BankAcct         PIC X(17).
           05  ACH-Amount           PIC 9(6)V99.
           05  ACH-DraftDate        PIC X(10).
           05  ACH-LoanAccount      PIC X(10).

       01  StatementFileStatus      PIC XX value spaces.
       01  StatementDate            PIC X(10) value spaces.
       01  BankAccount              PIC X(12) value spaces.

       01  eof-statement-file       PIC X value "N".
           88  eof-statement        value "Y".
       01  eof-carried-file         PIC X value "N".
           88  eof-carried          value "Y".
       01  eof-posted-file          PIC X value "N".
           88  eof-posted           value "Y".
       01  eof-ach-file             PIC X value "N".
           88  eof-ach              value "Y".
       01  eof-return-file          PIC X value "N".
           88  eof-return           value "Y".
       01  eof-check-file           PIC X value "N".
           88  eof-check            value "Y".

       01  BankItemCount            PIC 9(6) value zero.
       01  BankItemTotal            PIC 9(11)V99 value zero.
       01  TrailerSeenFlag          PIC X value "N".
           88  TrailerSeen          value "Y".
       01  TrailerCount             PIC 9(6) value zero.
       01  TrailerTotal             PIC 9(11)V99 value zero.

       01  PostedDayTotal           PIC 9(9)V99 value zero.
       01  AchDayTotal              PIC 9(9)V99 value zero.
       01  DepositDayTotal          PIC S9(9)V99 value zero.

       01  MatchedCount             PIC 9(4) value zero.
       01  MatchedTotal             PIC 9(11)V99 value zero.
       01  OpenBankCount            PIC 9(4) value zero.
       01  OpenBankTotal            PIC 9(11)V99 value zero.
       01  OpenBookCount            PIC 9(4) value zero.
       01  OpenBookTotal            PIC 9(11)V99 value zero.
       01  OutstandingCount         PIC 9(4) value zero.
       01  OutstandingTotal         PIC 9(11)V99 value zero.

      * OUTSTANDING CHECK AGE BUCKETS - 0-30, 31-60, 61-90, OVER 90
       01  AGE-BUCKETS.
           05  AgeBucket occurs 4 times.
               10  AGB-Count        PIC 9(4).
               10  AGB-Total        PIC 9(9)V99.
       01  BucketSub                PIC 9 value zero.

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
       01  DateInteger              PIC 9(8) value zero.
       01  StatementInteger         PIC 9(8) value zero.
       01  ItemAgeDays              PIC S9(5) value zero.

       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Total               PIC $$,$$$,$$$,$$9.99.
       01  Disp-Age                 PIC ZZZZ9.
       01  BookType                 PIC X(3) value spaces.
       01  CarriedText              PIC X(8) value spaces.

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
       01  LogProgramName           PIC X(14) value "BANKREC".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input BankStatementFile.
           if StatementFileStatus not = "00"
               string "No bank statement at "
                   "Control\bankstatement.txt, status "
                   StatementFileStatus " - nothing reconciled"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               display "BANKREC - no bank statement, status "
                   StatementFileStatus
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadCarried.
           perform 1100-ReadStatement.
           if StatementDate = spaces
               string "Bank statement has no header record - "
                   "nothing reconciled" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "BANKREC - bank statement has no header"
               perform 9000-CloseLog
               stop run
           end-if.
           move StatementDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to StatementInteger.

           perform 1200-LoadChecks.
           perform 1300-BookAchCredits.
           perform 1400-BookDeposits.
           perform 1500-BookReturns.

           open output BankRecReport.
           move spaces to BankRecLine.
           string "BANK RECONCILIATION     Statement " StatementDate
               "   Account " BankAccount "   Run " TodayDate
               into BankRecLine.
           write BankRecLine.
           if TrailerSeen
               and (TrailerCount not = BankItemCount
                    or TrailerTotal not = BankItemTotal)
               move spaces to BankRecLine
               string "*** Statement trailer says " TrailerCount
                   " items " TrailerTotal " - file carried "
                   BankItemCount " items " BankItemTotal
                   into BankRecLine
               write BankRecLine
               string "Bank statement trailer out of balance - "
                   TrailerCount " vs " BankItemCount " items"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

           perform 2000-MatchItems.
           perform 3000-ReportMatched.
           perform 3100-ReportOpen.
           perform 3200-OutstandingChecks.
           perform 3300-Summary.
           close BankRecReport.

           perform 4000-RewriteCarried.
           call "C$DELETE" using "Control\bankstatement.txt", 0.

           display "BANKREC " StatementDate
               " matched " MatchedCount
               " open bank " OpenBankCount
               " open book " OpenBookCount.
           string "END. Statement " StatementDate
               " matched " MatchedCount
               " open bank items " OpenBankCount
               " open book items " OpenBookCount
               " outstanding checks " OutstandingCount into msg.
           if OpenBankCount > zero or OpenBookCount > zero
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadCarried.
           open input CarriedItemFile.
           read CarriedItemFile
               at end set eof-carried to true
           end-read.
           perform until eof-carried
               if ItemCount < 1500
                   add 1 to ItemCount
                   move CRI-Side to ITM-Side(ItemCount)
                   move CRI-Type to ITM-Type(ItemCount)
                   move CRI-Date to ITM-Date(ItemCount)
                   move CRI-Amount to ITM-Amount(ItemCount)
                   move CRI-CheckNo to ITM-CheckNo(ItemCount)
                   move CRI-Reference to ITM-Reference(ItemCount)
                   move "Y" to ITM-Carried(ItemCount)
                   move "N" to ITM-MatchFlag(ItemCount)
               end-if
               read CarriedItemFile
                   at end set eof-carried to true
               end-read
           end-perform.
           close CarriedItemFile.

       1100-ReadStatement.
           read BankStatementFile
               at end set eof-statement to true
           end-read.
           perform until eof-statement
               evaluate BSD-RecType
                   when "H"
                       move BSH-StatementDate to StatementDate
                       move BSH-BankAccount to BankAccount
                   when "D"
                       add 1 to BankItemCount
                       add BSD-Amount to BankItemTotal
                       perform 1150-AddBankItem
                   when "T"
                       set TrailerSeen to true
                       move BST-ItemCount to TrailerCount
                       move BST-Total to TrailerTotal
               end-evaluate
               read BankStatementFile
                   at end set eof-statement to true
               end-read
           end-perform.
           close BankStatementFile.

       1150-AddBankItem.
           if ItemCount >= 1500
               string "Bank rec item table full at 1500 - bank "
                   BSD-TranCode " " BSD-Amount " not reconciled"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to ItemCount.
           move "B" to ITM-Side(ItemCount).
           move BSD-TranCode to ITM-Type(ItemCount).
           move StatementDate to ITM-Date(ItemCount).
           move BSD-Amount to ITM-Amount(ItemCount).
           move BSD-CheckNo to ITM-CheckNo(ItemCount).
           move BSD-Reference to ITM-Reference(ItemCount).
           move "N" to ITM-Carried(ItemCount).
           move "N" to ITM-MatchFlag(ItemCount).

       1160-AddBookItem.
           if ItemCount >= 1500
               string "Bank rec item table full at 1500 - book "
                   BookType " not reconciled" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           add 1 to ItemCount.
           move "L" to ITM-Side(ItemCount).
           move BookType to ITM-Type(ItemCount).
           move StatementDate to ITM-Date(ItemCount).
           move zero to ITM-CheckNo(ItemCount).
           move spaces to ITM-Reference(ItemCount).
           move "N" to ITM-Carried(ItemCount).
           move "N" to ITM-MatchFlag(ItemCount).

       1200-LoadChecks.
           open input CheckRegisterFile.
           read CheckRegisterFile
               at end set eof-check to true
           end-read.
           perform until eof-check
               if CheckCount < 2000
                   add 1 to CheckCount
                   move CHK-Number to CKT-Number(CheckCount)
                   move CHK-Account to CKT-Account(CheckCount)
                   move CHK-Payee to CKT-Payee(CheckCount)
                   move CHK-Amount to CKT-Amount(CheckCount)
                   move CHK-IssueDate to CKT-IssueDate(CheckCount)
                   move CHK-Status to CKT-Status(CheckCount)
               end-if
               read CheckRegisterFile
                   at end set eof-check to true
               end-read
           end-perform.
           close CheckRegisterFile.

      * THE DAY'S DRAFTS SETTLE AS ONE ACH CREDIT
       1300-BookAchCredits.
           open input AchDebitFile.
           read AchDebitFile
               at end set eof-ach to true
           end-read.
           perform until eof-ach
               move AchDebitLine to AchDebitDetail
               if ACH-Tag = "DTL"
                   and ACH-DraftDate = StatementDate
                   add ACH-Amount to AchDayTotal
               end-if
               read AchDebitFile
                   at end set eof-ach to true
               end-read
           end-perform.
           close AchDebitFile.

           if AchDayTotal > zero
               move "ACH" to BookType
               perform 1160-AddBookItem
               move AchDayTotal to ITM-Amount(ItemCount)
               move "AUTOPAY DRAFTS" to ITM-Reference(ItemCount)
           end-if.

      * THE DRAFTED PAYMENTS POST LIKE ANY OTHER, SO THE DAY'S DEPOSIT
      * IS EVERYTHING POSTED FOR THE DAY LESS THE ACH SETTLEMENT
       1400-BookDeposits.
           open input PostedPaymentFile.
           read PostedPaymentFile
               at end set eof-posted to true
           end-read.
           perform until eof-posted
               if PPH-PaidDate = StatementDate
                   add PPH-PaidAmount to PostedDayTotal
               end-if
               read PostedPaymentFile
                   at end set eof-posted to true
               end-read
           end-perform.
           close PostedPaymentFile.

           compute DepositDayTotal = PostedDayTotal - AchDayTotal.
           if DepositDayTotal > zero
               move "DEP" to BookType
               perform 1160-AddBookItem
               move DepositDayTotal to ITM-Amount(ItemCount)
               move "POSTED PAYMENTS" to ITM-Reference(ItemCount)
           end-if.

       1500-BookReturns.
           open input ReturnFile.
           read ReturnFile
               at end set eof-return to true
           end-read.
           perform until eof-return
               move "RTN" to BookType
               perform 1160-AddBookItem
               move RTN-Amount to ITM-Amount(ItemCount)
               move RTN-Account to ITM-Reference(ItemCount)
               read ReturnFile
                   at end set eof-return to true
               end-read
           end-perform.
           close ReturnFile.

      * A BANK ITEM MATCHES THE FIRST OPEN BOOK ITEM OF THE SAME TYPE
      * AND AMOUNT; A PAID CHECK MATCHES ITS OWN REGISTER ROW BY
      * NUMBER AND AMOUNT
       2000-MatchItems.
           move 1 to ItemSub.
           perform ItemCount times
               if ITM-BankSide(ItemSub) and not ITM-Matched(ItemSub)
                   if ITM-Type(ItemSub) = "CHK"
                       perform 2200-MatchCheck
                   else
                       perform 2100-MatchBookItem
                   end-if
               end-if
               add 1 to ItemSub
           end-perform.

       2100-MatchBookItem.
           move 1 to PairSub.
           perform until PairSub > ItemCount
               if ITM-BookSide(PairSub)
                   and not ITM-Matched(PairSub)
                   and ITM-Type(PairSub) = ITM-Type(ItemSub)
                   and ITM-Amount(PairSub) = ITM-Amount(ItemSub)
                   set ITM-Matched(PairSub) to true
                   set ITM-Matched(ItemSub) to true
                   add 1 to MatchedCount
                   add ITM-Amount(ItemSub) to MatchedTotal
                   exit perform
               end-if
               add 1 to PairSub
           end-perform.

       2200-MatchCheck.
           move 1 to CheckSub.
           perform until CheckSub > CheckCount
               if CKT-Number(CheckSub) = ITM-CheckNo(ItemSub)
                   if CKT-Amount(CheckSub) = ITM-Amount(ItemSub)
                       and CKT-Status(CheckSub) not = "V"
                       set ITM-Matched(ItemSub) to true
                       add 1 to MatchedCount
                       add ITM-Amount(ItemSub) to MatchedTotal
                   end-if
                   exit perform
               end-if
               add 1 to CheckSub
           end-perform.

       3000-ReportMatched.
           move spaces to BankRecLine.
           write BankRecLine.
           move "MATCHED ITEMS" to BankRecLine.
           write BankRecLine.
           move spaces to BankRecLine.
           string "Type  Date        Check no           Amount  "
                  "Reference"
                  into BankRecLine.
           write BankRecLine.
           move 1 to ItemSub.
           perform ItemCount times
               if ITM-BankSide(ItemSub) and ITM-Matched(ItemSub)
                   perform 3900-ItemLine
               end-if
               add 1 to ItemSub
           end-perform.

       3100-ReportOpen.
           move spaces to BankRecLine.
           write BankRecLine.
           move "UNMATCHED BANK ITEMS" to BankRecLine.
           write BankRecLine.
           move 1 to ItemSub.
           perform ItemCount times
               if ITM-BankSide(ItemSub) and not ITM-Matched(ItemSub)
                   add 1 to OpenBankCount
                   add ITM-Amount(ItemSub) to OpenBankTotal
                   perform 3900-ItemLine
               end-if
               add 1 to ItemSub
           end-perform.

           move spaces to BankRecLine.
           write BankRecLine.
           move "UNMATCHED BOOK ITEMS" to BankRecLine.
           write BankRecLine.
           move 1 to ItemSub.
           perform ItemCount times
               if ITM-BookSide(ItemSub) and not ITM-Matched(ItemSub)
                   add 1 to OpenBookCount
                   add ITM-Amount(ItemSub) to OpenBookTotal
                   perform 3900-ItemLine
               end-if
               add 1 to ItemSub
           end-perform.

      * EVERY ESCROW CHECK STILL OUTSTANDING ON THE REGISTER, AGED
      * FROM ITS ISSUE DATE TO THE STATEMENT DATE
       3200-OutstandingChecks.
           initialize AGE-BUCKETS.
           move spaces to BankRecLine.
           write BankRecLine.
           move "OUTSTANDING CHECKS" to BankRecLine.
           write BankRecLine.
           move spaces to BankRecLine.
           string "Check no  Account    Payee                "
                  "        Amount  Issued       Age"
                  into BankRecLine.
           write BankRecLine.
           move 1 to CheckSub.
           perform CheckCount times
               if CKT-Status(CheckSub) = "I"
                   perform 3250-AgeOneCheck
               end-if
               add 1 to CheckSub
           end-perform.

           move 1 to BucketSub.
           perform 4 times
               move AGB-Total(BucketSub) to Disp-Amount
               move spaces to BankRecLine
               evaluate BucketSub
                   when 1
                       string "   0-30 days   " AGB-Count(BucketSub)
                           "  " Disp-Amount into BankRecLine
                   when 2
                       string "  31-60 days   " AGB-Count(BucketSub)
                           "  " Disp-Amount into BankRecLine
                   when 3
                       string "  61-90 days   " AGB-Count(BucketSub)
                           "  " Disp-Amount into BankRecLine
                   when other
                       string "  over 90 days " AGB-Count(BucketSub)
                           "  " Disp-Amount into BankRecLine
               end-evaluate
               write BankRecLine
               add 1 to BucketSub
           end-perform.

       3250-AgeOneCheck.
           move CKT-IssueDate(CheckSub) to WORK-DATE.
           perform 7000-DateToInteger.
           compute ItemAgeDays = StatementInteger - DateInteger.
           evaluate true
               when ItemAgeDays <= 30
                   move 1 to BucketSub
               when ItemAgeDays <= 60
                   move 2 to BucketSub
               when ItemAgeDays <= 90
                   move 3 to BucketSub
               when other
                   move 4 to BucketSub
           end-evaluate.
           add 1 to AGB-Count(BucketSub).
           add CKT-Amount(CheckSub) to AGB-Total(BucketSub).
           add 1 to OutstandingCount.
           add CKT-Amount(CheckSub) to OutstandingTotal.

           move CKT-Amount(CheckSub) to Disp-Amount.
           move ItemAgeDays to Disp-Age.
           move spaces to BankRecLine.
           string CKT-Number(CheckSub) "  " CKT-Account(CheckSub) " "
                  CKT-Payee(CheckSub) " " Disp-Amount "  "
                  CKT-IssueDate(CheckSub) "  " Disp-Age
                  into BankRecLine.
           write BankRecLine.

       3300-Summary.
           move spaces to BankRecLine.
           write BankRecLine.
           move MatchedTotal to Disp-Total.
           move spaces to BankRecLine.
           string "Matched            " MatchedCount "  " Disp-Total
               into BankRecLine.
           write BankRecLine.
           move OpenBankTotal to Disp-Total.
           move spaces to BankRecLine.
           string "Open bank items    " OpenBankCount "  " Disp-Total
               into BankRecLine.
           write BankRecLine.
           move OpenBookTotal to Disp-Total.
           move spaces to BankRecLine.
           string "Open book items    " OpenBookCount "  " Disp-Total
               into BankRecLine.
           write BankRecLine.
           move OutstandingTotal to Disp-Total.
           move spaces to BankRecLine.
           string "Outstanding checks " OutstandingCount "  "
               Disp-Total into BankRecLine.
           write BankRecLine.
           move spaces to BankRecLine.
           if OpenBankCount = zero and OpenBookCount = zero
               move "RECONCILED - every item matched" to BankRecLine
           else
               move "NOT RECONCILED - open items carried forward"
                   to BankRecLine
           end-if.
           write BankRecLine.

       3900-ItemLine.
           move ITM-Amount(ItemSub) to Disp-Amount.
           if ITM-Carried(ItemSub) = "Y"
               move "carried" to CarriedText
           else
               move spaces to CarriedText
           end-if.
           move ITM-Date(ItemSub) to WORK-DATE.
           perform 7000-DateToInteger.
           compute ItemAgeDays = StatementInteger - DateInteger.
           move ItemAgeDays to Disp-Age.
           move spaces to BankRecLine.
           string ITM-Type(ItemSub) "   " ITM-Date(ItemSub) "  "
                  ITM-CheckNo(ItemSub) " " Disp-Amount "  "
                  ITM-Reference(ItemSub) "  " CarriedText
                  " age " Disp-Age
                  into BankRecLine.
           write BankRecLine.

      * WHAT DID NOT MATCH ROLLS FORWARD TO TOMORROW'S STATEMENT
       4000-RewriteCarried.
           open output CarriedItemFile.
           move 1 to ItemSub.
           perform ItemCount times
               if not ITM-Matched(ItemSub)
                   move ITM-Side(ItemSub) to CRI-Side
                   move ITM-Type(ItemSub) to CRI-Type
                   move ITM-Date(ItemSub) to CRI-Date
                   move ITM-Amount(ItemSub) to CRI-Amount
                   move ITM-CheckNo(ItemSub) to CRI-CheckNo
                   move ITM-Reference(ItemSub) to CRI-Reference
                   write CarriedItemRecord
               end-if
               add 1 to ItemSub
           end-perform.
           close CarriedItemFile.

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

       end program BANKREC.
