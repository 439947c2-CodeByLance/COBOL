      ******************************************************************
      * Bank lockbox remittance intake - the mailed payments that come *
      * back through the bank lockbox no longer get re-keyed into LP   *
      * rows by hand. Reads the bank's daily file Lockbox\lockbox.txt  *
      * (H header with the deposit date, one D detail per coupon and   *
      * check the bank's reader captured, T trailer with item count    *
      * and money total) and proves every item against the payment     *
      * coupon BILLING actually issued: the scan line must be legible, *
      * its check digit must recompute through the shared SCANLINE     *
      * callable, it must match the latest coupon on the issued-coupon *
      * register shared\data\coupons.txt for that account and month,   *
      * the remitted amount must be present, the loan must still be    *
      * serviced here (not closed or transferred out on the loan       *
      * master), and the same coupon and check may not appear twice in *
      * one file. Items that pass are staged into                      *
      * ProcessFiles\files\pending as supplemental batch "lockbox"     *
      * with its meta record and a manifest line, exactly the way      *
      * AUTOPAY stages drafts, so FILEPROCESSING and POSTPAY post them *
      * like any other payment batch at the remitted amount. Items     *
      * that fail are never posted - they are listed with the reason   *
      * on Lockbox\lockboxexceptions.txt for a clerk to research, and  *
      * a trailer that does not agree with the details is flagged on   *
      * the same report. The bank file is removed once it is read so   *
      * the same deposit cannot be staged twice.                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOCKBOX.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional LockboxFile ASSIGN TO
                   "Lockbox\lockbox.txt"
                   organization is line sequential
                   file status is LockboxFileStatus.

               select optional CouponRegister ASSIGN TO
                   "shared\data\coupons.txt"
                   organization is line sequential.

               select ExceptionReport ASSIGN TO
                   "Lockbox\lockboxexceptions.txt"
                   organization is line sequential.

               select SupplementalFile ASSIGN TO
                   "ProcessFiles\files\pending\lockbox.csv"
                   organization is line sequential.

               select SupplementalMeta ASSIGN TO
                   "ProcessFiles\files\pending\lockboxmeta.csv"
                   organization is line sequential.

               select optional ManifestFile ASSIGN TO
                   "ProcessFiles\files\pending\manifest.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LockboxFile.
           01 LockboxRecord.
               05  LBX-Tag          PIC X.
                   88  LBX-Header   value "H".
                   88  LBX-Detail   value "D".
                   88  LBX-Trailer  value "T".
               05  FILLER           PIC X(79).
           01 LockboxHeader.
               05  FILLER           PIC X.
               05  LBH-DepositDate  PIC X(10).
               05  LBH-BankId       PIC X(10).
               05  FILLER           PIC X(59).
           01 LockboxDetail.
               05  FILLER           PIC X.
               05  LBD-ItemSeq      PIC 9(5).
               05  LBD-ScanLine.
                   10  LBD-Account  PIC X(10).
                   10  LBD-Month    PIC X(2).
                   10  LBD-Year     PIC X(4).
                   10  LBD-Amount   PIC X(9).
                   10  LBD-Digit    PIC X.
               05  LBD-ScanBody redefines LBD-ScanLine.
                   10  LBD-Body     PIC X(25).
                   10  FILLER       PIC X.
               05  LBD-Remitted     PIC X(9).
               05  LBD-RemittedN redefines LBD-Remitted
                                    PIC 9(7)V99.
               05  LBD-DepositDate  PIC X(10).
               05  LBD-CheckNumber  PIC X(10).
               05  FILLER           PIC X(19).
           01 LockboxTrailer.
               05  FILLER           PIC X.
               05  LBT-ItemCount    PIC 9(5).
               05  LBT-Total        PIC 9(9)V99.
               05  FILLER           PIC X(63).

       FD  CouponRegister.
           copy "../shared/copybooks/coupon.cpy".

       FD  ExceptionReport.
           01 ExceptionLine         PIC X(132).

       FD  SupplementalFile.
           01 SupplementalRecord.
               05  SUP-xdate        PIC X(10).
               05  SUP-description  PIC X(100).
               05  SUP-amount       PIC X(9).
               05  SUP-type         PIC X(2).
               05  SUP-catagory     PIC X(22).
               05  SUP-accountName  PIC X(49).
               05  SUP-SubBatchId   PIC X(10).
               05  SUP-loanAccount  PIC X(10).
               05  SUP-refDate      PIC X(10).
               05  SUP-currencyCode PIC X(3).
               05  SUP-recordSeq    PIC X(7).
               05  SUP-companyCode  PIC X(3).

       FD  SupplementalMeta.
           01 SupplementalMetaRecord.
               05  SMR-RecCount     PIC 9(7).
               05  SMR-DRSum        PIC X(10).
               05  SMR-CRSum        PIC X(10).
               05  SMR-SubBatchId   PIC X(10).
               05  SMR-FXSum        PIC X(10).
               05  SMR-TRSum        PIC X(10).

       FD  ManifestFile.
           01 ManifestRecord.
               05  MAN-BatchName    PIC X(20).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       working-storage section.
      * ISSUED COUPONS - ONE ENTRY PER ACCOUNT AND STATEMENT MONTH; A
      * LATER REGISTER ROW FOR THE SAME PAIR REPLACES THE EARLIER ONE
       01  COUPON-TABLE.
           05  CouponEntry occurs 3000 times.
               10  ISS-ScanLine     PIC X(26).
               10  ISS-Key redefines ISS-ScanLine.
                   15  ISS-Account  PIC X(10).
                   15  ISS-Month    PIC 9(2).
                   15  ISS-Year     PIC 9(4).
                   15  FILLER       PIC X(10).
       01  CouponCount              PIC 9(4) value zero.
       01  CouponSub                PIC 9(4) value zero.

      * ITEMS THAT PASSED - KEPT FOR THE DUPLICATE TEST AND STAGING
       01  ACCEPT-TABLE.
           05  AcceptEntry occurs 1000 times.
               10  ACC-ScanLine     PIC X(26).
               10  ACC-Account      PIC X(10).
               10  ACC-CheckNumber  PIC X(10).
               10  ACC-Remitted     PIC 9(7)V99.
               10  ACC-DepositDate  PIC X(10).
       01  AcceptCount              PIC 9(4) value zero.
       01  AcceptSub                PIC 9(4) value zero.

       01  LockboxFileStatus        PIC XX value spaces.
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpen           PIC X value "N".
           88  LoanMasterIsOpen     value "Y".

       01  eof-lockbox-file         PIC X value "N".
           88  eof-lockbox          value "Y".
       01  eof-coupon-file          PIC X value "N".
           88  eof-coupon           value "Y".

       01  ItemResult               PIC X value "A".
           88  ItemAccepted         value "A".
           88  ItemRejected         value "R".
       01  RejectReason             PIC X(40) value spaces.
       01  ItemMonth                PIC 9(2) value zero.
       01  ItemYear                 PIC 9(4) value zero.
       01  SeekAccount              PIC X(10) value spaces.
       01  ItemFound                PIC X value "N".
           88  ItemCouponFound      value "Y".
       01  RecomputedDigit          PIC 9 value zero.
       01  ItemDepositDate          PIC X(10) value spaces.

       01  HeaderDepositDate        PIC X(10) value spaces.
       01  HeaderBankId             PIC X(10) value spaces.
       01  TrailerSeen              PIC X value "N".
           88  TrailerWasSeen       value "Y".
       01  TrailerCount             PIC 9(5) value zero.
       01  TrailerTotal             PIC 9(9)V99 value zero.

       01  ItemsRead                PIC 9(5) value zero.
       01  ItemsRejected            PIC 9(5) value zero.
       01  FileTotal                PIC 9(9)V99 value zero.
       01  AcceptedTotal            PIC 9(9)V99 value zero.
       01  RejectedTotal            PIC 9(9)V99 value zero.

       01  CURRENT-DATE-AND-TIME.
           05  CDT-Year             PIC 9(4).
           05  CDT-Month            PIC 9(2).
           05  CDT-Day              PIC 9(2).
           05  FILLER               PIC X(13).
       01  TodayDate                PIC X(10) value spaces.

       01  Disp-Amount              PIC Z,ZZZ,ZZ9.99.
       01  Disp-Total               PIC ZZZ,ZZZ,ZZ9.99.
       01  Disp-Count               PIC ZZ,ZZ9.
       01  AmountEdited             PIC 9(6).99.
       01  MetaSumEdited            PIC 9(7).99.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "LOCKBOX".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LockboxFile.
           if LockboxFileStatus not = "00"
               string "No lockbox file at Lockbox\lockbox.txt"
                   " - nothing to stage" into msg
               perform 8000-Logs
               close LockboxFile
               perform 9000-CloseLog
               stop run
           end-if.

           perform 1000-LoadCoupons.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterIsOpen to true
           else
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus
                   " - closed and transferred loans cannot be "
                   "screened" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           open output ExceptionReport.
           move spaces to ExceptionLine.
           string "LOCKBOX EXCEPTIONS - RUN " TodayDate
               into ExceptionLine.
           write ExceptionLine.
           move spaces to ExceptionLine.
           write ExceptionLine.
           move spaces to ExceptionLine.
           string "ITEM  ACCOUNT     CHECK NO    "
                  "     REMITTED  REASON"
               into ExceptionLine.
           write ExceptionLine.

           read LockboxFile
               at end set eof-lockbox to true
           end-read.
           perform until eof-lockbox
               evaluate true
                   when LBX-Header
                       move LBH-DepositDate to HeaderDepositDate
                       move LBH-BankId to HeaderBankId
                   when LBX-Detail
                       perform 2000-ProcessOneItem
                   when LBX-Trailer
                       set TrailerWasSeen to true
                       if LBT-ItemCount numeric
                           move LBT-ItemCount to TrailerCount
                       end-if
                       if LBT-Total numeric
                           move LBT-Total to TrailerTotal
                       end-if
                   when other
                       continue
               end-evaluate
               read LockboxFile
                   at end set eof-lockbox to true
               end-read
           end-perform.
           close LockboxFile.
           if LoanMasterIsOpen
               close LoanMasterFile
           end-if.

           perform 3000-CheckTrailer.
           perform 3500-WriteSummary.
           close ExceptionReport.

           if AcceptCount > zero
               perform 4000-StagePaymentBatch
           end-if.

           call "C$DELETE" using "Lockbox\lockbox.txt", 0.

           display "LOCKBOX read " ItemsRead " items, staged "
               AcceptCount ", exceptions " ItemsRejected.

           string "END. Bank " HeaderBankId
               " deposit " HeaderDepositDate
               " items " ItemsRead
               " staged " AcceptCount
               " exceptions " ItemsRejected
               " staged total " AcceptedTotal into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadCoupons.
           open input CouponRegister.
           read CouponRegister
               at end set eof-coupon to true
           end-read.
           perform until eof-coupon
               move CPN-Account to SeekAccount
               move CPN-Month to ItemMonth
               move CPN-Year to ItemYear
               perform 1100-FindCoupon
               evaluate true
                   when ItemCouponFound
                       move CPN-ScanLine to ISS-ScanLine(CouponSub)
                   when CouponCount < 3000
                       add 1 to CouponCount
                       move CPN-ScanLine to ISS-ScanLine(CouponCount)
                   when other
                       string "Coupon table full at 3000 - "
                           CPN-Account " " CPN-Month "/" CPN-Year
                           " dropped" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
               end-evaluate
               read CouponRegister
                   at end set eof-coupon to true
               end-read
           end-perform.
           close CouponRegister.

       1100-FindCoupon.
           move "N" to ItemFound.
           move 1 to CouponSub.
           perform CouponCount times
               if ISS-Account(CouponSub) = SeekAccount
                   and ISS-Month(CouponSub) = ItemMonth
                   and ISS-Year(CouponSub) = ItemYear
                   set ItemCouponFound to true
                   exit perform
               end-if
               add 1 to CouponSub
           end-perform.

      * EACH TEST BELOW STOPS AT THE FIRST FAILURE - THE REPORT GIVES
      * THE CLERK ONE REASON PER ITEM, THE MOST BASIC ONE
       2000-ProcessOneItem.
           add 1 to ItemsRead.
           set ItemAccepted to true.
           move spaces to RejectReason.
           if LBD-Remitted numeric
               add LBD-RemittedN to FileTotal
           end-if.
           move LBD-DepositDate to ItemDepositDate.
           if ItemDepositDate = spaces
               move HeaderDepositDate to ItemDepositDate
           end-if.

           perform 2100-ValidateItem.

           if ItemRejected
               perform 2500-WriteException
               exit paragraph
           end-if.

           add 1 to AcceptCount.
           move LBD-ScanLine to ACC-ScanLine(AcceptCount).
           move LBD-Account to ACC-Account(AcceptCount).
           move LBD-CheckNumber to ACC-CheckNumber(AcceptCount).
           move LBD-RemittedN to ACC-Remitted(AcceptCount).
           move ItemDepositDate to ACC-DepositDate(AcceptCount).
           add LBD-RemittedN to AcceptedTotal.

       2100-ValidateItem.
           if LBD-Account = spaces
               or LBD-Month not numeric
               or LBD-Year not numeric
               or LBD-Amount not numeric
               or LBD-Digit not numeric
               set ItemRejected to true
               move "SCAN LINE UNREADABLE" to RejectReason
               exit paragraph
           end-if.
           move LBD-Month to ItemMonth.
           move LBD-Year to ItemYear.
           if ItemMonth < 1 or ItemMonth > 12
               set ItemRejected to true
               move "SCAN LINE UNREADABLE" to RejectReason
               exit paragraph
           end-if.

           call "shared\wrkmodule\SCANLINE" using
                   LBD-Body,
                   RecomputedDigit
           end-call.
           if LBD-Digit not = RecomputedDigit
               set ItemRejected to true
               move "CHECK DIGIT DOES NOT VERIFY" to RejectReason
               exit paragraph
           end-if.

           move LBD-Account to SeekAccount.
           perform 1100-FindCoupon.
           if not ItemCouponFound
               set ItemRejected to true
               move "NO COUPON ISSUED FOR ACCOUNT AND MONTH"
                   to RejectReason
               exit paragraph
           end-if.
           if ISS-ScanLine(CouponSub) not = LBD-ScanLine
               set ItemRejected to true
               move "SCAN LINE DIFFERS FROM COUPON ISSUED"
                   to RejectReason
               exit paragraph
           end-if.

           if LBD-Remitted not numeric
               or LBD-RemittedN = zero
               set ItemRejected to true
               move "NO REMITTED AMOUNT" to RejectReason
               exit paragraph
           end-if.

           if LoanMasterIsOpen
               move LBD-Account to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       set ItemRejected to true
                       move "LOAN NOT ON MASTER" to RejectReason
                   not invalid key
                       evaluate true
                           when LM-StatusClosed
                               set ItemRejected to true
                               move "LOAN IS CLOSED" to RejectReason
                           when LM-StatusTransferred
                               set ItemRejected to true
                               move "LOAN TRANSFERRED OUT - FORWARD"
                                   to RejectReason
                       end-evaluate
               end-read
               if ItemRejected
                   exit paragraph
               end-if
           end-if.

           move 1 to AcceptSub.
           perform AcceptCount times
               if ACC-ScanLine(AcceptSub) = LBD-ScanLine
                   and ACC-CheckNumber(AcceptSub) = LBD-CheckNumber
                   set ItemRejected to true
                   move "DUPLICATE ITEM IN FILE" to RejectReason
                   exit perform
               end-if
               add 1 to AcceptSub
           end-perform.
           if ItemRejected
               exit paragraph
           end-if.

           if AcceptCount >= 1000
               set ItemRejected to true
               move "ACCEPTED ITEM TABLE FULL" to RejectReason
           end-if.

       2500-WriteException.
           add 1 to ItemsRejected.
           move zero to Disp-Amount.
           if LBD-Remitted numeric
               move LBD-RemittedN to Disp-Amount
               add LBD-RemittedN to RejectedTotal
           end-if.
           move spaces to ExceptionLine.
           string LBD-ItemSeq " " LBD-Account "  " LBD-CheckNumber
                  "  " Disp-Amount "  " RejectReason
               into ExceptionLine.
           write ExceptionLine.
           move spaces to ExceptionLine.
           string "      SCAN LINE " LBD-ScanLine
                  "  DEPOSITED " ItemDepositDate
               into ExceptionLine.
           write ExceptionLine.

           string "REJECTED. Lockbox item " LBD-ItemSeq
               " account " LBD-Account " check " LBD-CheckNumber
               " - " RejectReason into msg.
           move "ERROR" to LogSeverity.
           perform 8000-Logs.

      * THE BANK'S TRAILER PROVES THE FILE ARRIVED WHOLE - A MISMATCH
      * IS REPORTED BUT DOES NOT HOLD BACK THE ITEMS THAT PROVED
       3000-CheckTrailer.
           if not TrailerWasSeen
               move spaces to ExceptionLine
               write ExceptionLine
               move spaces to ExceptionLine
               string "*** NO TRAILER RECORD - FILE MAY BE INCOMPLETE"
                   into ExceptionLine
               write ExceptionLine
               string "Lockbox file has no trailer record"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           if TrailerCount not = ItemsRead
               or TrailerTotal not = FileTotal
               move spaces to ExceptionLine
               write ExceptionLine
               move TrailerTotal to Disp-Total
               move spaces to ExceptionLine
               string "*** TRAILER OUT OF BALANCE - TRAILER ITEMS "
                   TrailerCount " TOTAL " Disp-Total
                   into ExceptionLine
               write ExceptionLine
               move FileTotal to Disp-Total
               move spaces to ExceptionLine
               string "                               DETAIL ITEMS  "
                   ItemsRead " TOTAL " Disp-Total
                   into ExceptionLine
               write ExceptionLine
               string "Lockbox trailer out of balance - trailer "
                   TrailerCount " / " TrailerTotal " detail "
                   ItemsRead " / " FileTotal into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       3500-WriteSummary.
           move spaces to ExceptionLine.
           write ExceptionLine.
           move spaces to ExceptionLine.
           string "BANK " HeaderBankId "  DEPOSIT " HeaderDepositDate
               into ExceptionLine.
           write ExceptionLine.
           move ItemsRead to Disp-Count.
           move FileTotal to Disp-Total.
           move spaces to ExceptionLine.
           string "ITEMS READ      " Disp-Count "  " Disp-Total
               into ExceptionLine.
           write ExceptionLine.
           move AcceptCount to Disp-Count.
           move AcceptedTotal to Disp-Total.
           move spaces to ExceptionLine.
           string "ITEMS STAGED    " Disp-Count "  " Disp-Total
               into ExceptionLine.
           write ExceptionLine.
           move ItemsRejected to Disp-Count.
           move RejectedTotal to Disp-Total.
           move spaces to ExceptionLine.
           string "ITEMS EXCEPTED  " Disp-Count "  " Disp-Total
               into ExceptionLine.
           write ExceptionLine.

      * SAME STAGING AS AUTOPAY - ONE LP ROW PER ITEM AT THE AMOUNT
      * THE BORROWER ACTUALLY SENT, A META RECORD AND A MANIFEST LINE
       4000-StagePaymentBatch.
           open output SupplementalFile.
           move 1 to AcceptSub.
           perform AcceptCount times
               move spaces to SupplementalRecord
               move ACC-DepositDate(AcceptSub) to SUP-xdate
               move spaces to SUP-description
               string "Lockbox " ACC-CheckNumber(AcceptSub)
                      delimited by space
                      " " ACC-Account(AcceptSub)
                      delimited by size
                      into SUP-description
               move ACC-Remitted(AcceptSub) to AmountEdited
               move AmountEdited to SUP-amount
               move "LP" to SUP-type
               move "Loan Payment" to SUP-catagory
               move "Lockbox Clearing" to SUP-accountName
               move spaces to SUP-SubBatchId
               move ACC-Account(AcceptSub) to SUP-loanAccount
               move spaces to SUP-refDate
               move spaces to SUP-currencyCode
               move spaces to SUP-recordSeq
               move spaces to SUP-companyCode
               write SupplementalRecord
               add 1 to AcceptSub
           end-perform.
           close SupplementalFile.

           open output SupplementalMeta.
           move spaces to SupplementalMetaRecord.
           move AcceptCount to SMR-RecCount.
           move zero to MetaSumEdited.
           move MetaSumEdited to SMR-DRSum.
           move MetaSumEdited to SMR-CRSum.
           move spaces to SMR-SubBatchId.
           move MetaSumEdited to SMR-FXSum.
           move MetaSumEdited to SMR-TRSum.
           write SupplementalMetaRecord.
           close SupplementalMeta.

           open extend ManifestFile.
           move spaces to ManifestRecord.
           move "lockbox" to MAN-BatchName.
           write ManifestRecord.
           close ManifestFile.

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

       end program LOCKBOX.
