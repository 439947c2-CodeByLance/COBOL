      ******************************************************************
      * Life-of-loan transaction history statement - on request, one   *
      * dated, chronological document per loan merging every money     *
      * event the system holds for it: payments and their splits off   *
      * postedpmts.txt, postings later backed out (returned items and  *
      * misapplied transfers, off shared\data\returnhistory.txt) with  *
      * their reversals, suspense holds and movements off              *
      * shared\data\suspensejournal.txt, late fees assessed and waived *
      * off latefees.txt, modifications off                            *
      * Modification\termshistory.txt, escrow disbursements, interest  *
      * and refunds off escrowledger.txt, and corporate advances off   *
      * corpadvances.txt. Each line shows the transaction type, how    *
      * the money split across interest, principal, escrow, fees and   *
      * suspense, and the running principal and escrow balances.       *
      * Requests come from Statements\historyrequests.txt (account,    *
      * optional from and to dates, optional archive date); each       *
      * statement goes to Statements/<acct>_history.txt, opening with  *
      * the borrower master address block. Loans SVCARCHIVE has moved  *
      * to the closed-loan archive are found through                   *
      * Housekeeping\archivecatalog.txt (or the archive date on the    *
      * request) and their archived payment and escrow rows are read   *
      * from Housekeeping/closedarchive/YYYYMMDD. Balances are carried *
      * from boarding so a ranged statement opens with the balance     *
      * brought forward, and the statement closes by proving the life- *
      * to-date principal against LM-CurrentBalance on the master and  *
      * the escrow against the last escrow ledger balance.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. LOANHIST.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional HistoryRequestFile ASSIGN TO
                   "Statements\historyrequests.txt"
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

               select optional ArchiveCatalogFile ASSIGN TO
                   "Housekeeping\archivecatalog.txt"
                   organization is line sequential.

               select optional PostedPaymentFile ASSIGN TO
                   DYNAMIC PostedPaymentPath
                   organization is line sequential.

               select optional EscrowLedgerFile ASSIGN TO
                   DYNAMIC EscrowLedgerPath
                   organization is line sequential.

               select optional SuspenseJournalFile ASSIGN TO
                   "shared\data\suspensejournal.txt"
                   organization is line sequential.

               select optional ReturnHistoryFile ASSIGN TO
                   "shared\data\returnhistory.txt"
                   organization is line sequential.

               select optional LateFeeRegister ASSIGN TO
                   "shared\data\latefees.txt"
                   organization is line sequential.

               select optional TermsHistoryFile ASSIGN TO
                   "Modification\termshistory.txt"
                   organization is line sequential.

               select optional CorpAdvanceFile ASSIGN TO
                   "shared\data\corpadvances.txt"
                   organization is line sequential.

               select StatementFile ASSIGN TO DYNAMIC StatementFileName
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  HistoryRequestFile.
           01 HistoryRequestRecord.
               05  HRQ-Account      PIC X(10).
               05  HRQ-FromDate     PIC X(10).
               05  HRQ-ToDate       PIC X(10).
               05  HRQ-ArchiveStamp PIC X(8).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  ArchiveCatalogFile.
           copy "../shared/copybooks/archcat.cpy".

       FD  PostedPaymentFile.
           01 PostedPaymentRecord.
               05  PPH-Account      PIC X(10).
               05  PPH-Period       PIC 9(4).
               05  PPH-PaidDate     PIC X(10).
               05  PPH-PaidAmount   PIC 9(6)V99.
               05  PPH-OverShort    PIC S9(6)V99 sign leading separate.
               05  PPH-ToInterest   PIC 9(6)V99.
               05  PPH-ToPrincipal  PIC 9(6)V99.
               05  PPH-ToEscrow     PIC 9(6)V99.
               05  PPH-ToFee        PIC 9(6)V99.
               05  PPH-ToLateFee    PIC 9(6)V99.
               05  PPH-ToAdvance    PIC 9(6)V99.

       FD  EscrowLedgerFile.
           01 EscrowLedgerRecord.
               05  ELG-Account      PIC X(10).
               05  ELG-Date         PIC X(10).
               05  ELG-Type         PIC X.
               05  ELG-Payee        PIC X(20).
               05  ELG-Amount       PIC 9(6)V99.
               05  ELG-Balance      PIC S9(7)V99 sign leading separate.

       FD  SuspenseJournalFile.
           copy "../shared/copybooks/suspjrnl.cpy".

       FD  ReturnHistoryFile.
           copy "../shared/copybooks/rethist.cpy".

       FD  LateFeeRegister.
           01 LateFeeRegisterRecord.
               05  LFR-Account      PIC X(10).
               05  LFR-Period       PIC 9(4).
               05  LFR-AssessDate   PIC X(10).
               05  LFR-DueDate      PIC X(10).
               05  LFR-PaidDate     PIC X(10).
               05  LFR-DaysLate     PIC 9(4).
               05  LFR-FeeAmount    PIC 9(4)V99.
               05  LFR-Basis        PIC X.
               05  LFR-RuleSource   PIC X(10).
               05  LFR-PaidAmt      PIC 9(4)V99.
               05  LFR-WaivedFlag   PIC X.
               05  LFR-WaiveDate    PIC X(10).
               05  LFR-WaiveReason  PIC X(2).
               05  LFR-WaiveOper    PIC X(10).

       FD  TermsHistoryFile.
           01 TermsHistoryRecord.
               05  MTH-Account      PIC X(10).
               05  MTH-EffPeriod    PIC 9(4).
               05  MTH-Rate         PIC 99V99.
               05  MTH-TermMonths   PIC 999.
               05  MTH-CapAmount    PIC 9(6)V99.
               05  MTH-ModDate      PIC X(10).
               05  MTH-Forgiven     PIC 9(6)V99.

       FD  CorpAdvanceFile.
           copy "../shared/copybooks/corpadv.cpy".

       FD  StatementFile.
           01 StatementLine         PIC X(150).

       working-storage section.
      * EVERY EVENT ON THE LOAN, KEPT IN DATE ORDER AS IT IS LOADED -
      * EVENTS ON THE SAME DAY STAY IN THE ORDER THEY WERE FOUND
       01  EVENT-TABLE.
           05  EventEntry occurs 3000 times.
               10  EVT-DateKey      PIC 9(8).
               10  EVT-Date         PIC X(10).
               10  EVT-Desc         PIC X(26).
               10  EVT-Amount       PIC S9(7)V99.
               10  EVT-Interest     PIC S9(7)V99.
               10  EVT-Principal    PIC S9(7)V99.
               10  EVT-Escrow       PIC S9(7)V99.
               10  EVT-Fees         PIC S9(7)V99.
               10  EVT-Suspense     PIC S9(7)V99.
      * THE MOVE IN THE RUNNING BALANCES - PRINCIPAL PAID BRINGS THE
      * PRINCIPAL DOWN, A CAPITALISATION PUTS IT UP
               10  EVT-PrinMove     PIC S9(7)V99.
               10  EVT-EscMove      PIC S9(7)V99.
       01  EventCount               PIC 9(4) value zero.
       01  EventSub                 PIC 9(4) value zero.
       01  InsertAt                 PIC 9(4) value zero.
       01  ShiftSub                 PIC 9(4) value zero.
       01  EventsDropped            PIC 9(4) value zero.

       01  NEW-EVENT.
           05  NEW-DateKey          PIC 9(8).
           05  NEW-Date             PIC X(10).
           05  NEW-Desc             PIC X(26).
           05  NEW-Amount           PIC S9(7)V99.
           05  NEW-Interest         PIC S9(7)V99.
           05  NEW-Principal        PIC S9(7)V99.
           05  NEW-Escrow           PIC S9(7)V99.
           05  NEW-Fees             PIC S9(7)V99.
           05  NEW-Suspense         PIC S9(7)V99.
           05  NEW-PrinMove         PIC S9(7)V99.
           05  NEW-EscMove          PIC S9(7)V99.

      * PERIODS SUSPENSE PAID - THE POSTED ROW FOR ONE OF THESE IS A
      * RELEASE OUT OF SUSPENSE, NOT NEW MONEY
       01  RELEASE-TABLE.
           05  ReleaseEntry occurs 500 times.
               10  RLS-Period       PIC 9(4).
               10  RLS-UsedFlag     PIC X.
                   88  RLS-Used     value "Y".
       01  ReleaseCount             PIC 999 value zero.
       01  ReleaseSub               PIC 999 value zero.
       01  ReleaseFoundFlag         PIC X value "N".
           88  ReleaseFound         value "Y".

       01  HST-Line.
           05  HSL-Date             PIC X(10).
           05  FILLER               PIC X value space.
           05  HSL-Desc             PIC X(26).
           05  HSL-Amount           PIC -,---,--9.99.
           05  HSL-Interest         PIC -,---,--9.99.
           05  HSL-Principal        PIC -,---,--9.99.
           05  HSL-Escrow           PIC -,---,--9.99.
           05  HSL-Fees             PIC -,---,--9.99.
           05  HSL-Suspense         PIC -,---,--9.99.
           05  HSL-PrinBalance      PIC --,---,--9.99.
           05  HSL-EscBalance       PIC --,---,--9.99.

       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  LoanFoundFlag            PIC X value "N".
           88  LoanFound            value "Y".

       01  StatementFileName        PIC X(50) value spaces.
       01  PostedPaymentPath        PIC X(80) value spaces.
       01  EscrowLedgerPath         PIC X(80) value spaces.
       01  ArchiveStampUsed         PIC X(8) value spaces.

       01  eof-request-file         PIC X value "N".
           88  eof-request          value "Y".
       01  eof-catalog-file         PIC X value "N".
           88  eof-catalog          value "Y".
       01  eof-posted-file          PIC X value "N".
           88  eof-posted           value "Y".
       01  eof-ledger-file          PIC X value "N".
           88  eof-ledger           value "Y".
       01  eof-journal-file         PIC X value "N".
           88  eof-journal          value "Y".
       01  eof-return-file          PIC X value "N".
           88  eof-return           value "Y".
       01  eof-latefee-file         PIC X value "N".
           88  eof-latefee          value "Y".
       01  eof-terms-file           PIC X value "N".
           88  eof-terms            value "Y".
       01  eof-advance-file         PIC X value "N".
           88  eof-advance          value "Y".

       01  FromKey                  PIC 9(8) value zero.
       01  ToKey                    PIC 9(8) value zero.
       01  DateKey                  PIC 9(8) value zero.
       01  ForwardWrittenFlag       PIC X value "N".
           88  ForwardWritten       value "Y".

       01  RunningPrincipal         PIC S9(7)V99 value zero.
       01  RunningEscrow            PIC S9(7)V99 value zero.
       01  LedgerEscrow             PIC S9(7)V99 value zero.
       01  LedgerFoundFlag          PIC X value "N".
           88  LedgerFound          value "Y".
       01  ProofDifference          PIC S9(7)V99 value zero.
       01  RangeAmount              PIC S9(7)V99 value zero.
       01  RangeInterest            PIC S9(7)V99 value zero.
       01  RangePrincipal           PIC S9(7)V99 value zero.
       01  RangeEscrow              PIC S9(7)V99 value zero.
       01  RangeFees                PIC S9(7)V99 value zero.
       01  RangeSuspense            PIC S9(7)V99 value zero.
       01  RangeLines               PIC 9(4) value zero.
       01  SplitPart                PIC 9(6)V99 value zero.

       01  RequestsRead             PIC 9(4) value zero.
       01  StatementsWritten        PIC 9(4) value zero.
       01  NotOnMaster              PIC 9(4) value zero.
       01  OutOfBalance             PIC 9(4) value zero.

       01  Disp-Money               PIC --,---,--9.99.
       01  Disp-Other               PIC --,---,--9.99.
       01  Disp-Rate                PIC Z9.99.

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
       01  LogProgramName           PIC X(14) value "LOANHIST".
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
               display "LOANHIST - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.
           perform 0500-OpenBorrowerMaster.

           open input HistoryRequestFile.
           read HistoryRequestFile
               at end set eof-request to true
           end-read.
           perform until eof-request
               if HRQ-Account not = spaces
                   add 1 to RequestsRead
                   perform 1000-OneRequest
               end-if
               read HistoryRequestFile
                   at end set eof-request to true
               end-read
           end-perform.
           close HistoryRequestFile.

           close LoanMasterFile.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.

           display "LOANHIST requests " RequestsRead
               " statements " StatementsWritten
               " out of balance " OutOfBalance.
           string "END. Requests " RequestsRead
               " statements " StatementsWritten
               " not on master " NotOnMaster
               " out of balance " OutOfBalance into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * NO BORROWER MASTER STILL GETS THE HISTORY OUT, WITHOUT THE
      * ADDRESS BLOCK
       0500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - statements go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       1000-OneRequest.
           move HRQ-Account to LM-LoanAccount.
           move "N" to LoanFoundFlag.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   set LoanFound to true
           end-read.
           if not LoanFound
               add 1 to NotOnMaster
               string "History request " HRQ-Account
                   " - loan not on the master, no statement" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

      * A BLANK OR UNREADABLE FROM DATE IS THE START OF THE LOAN, A
      * BLANK OR UNREADABLE TO DATE IS TODAY
           move zero to FromKey.
           if HRQ-FromDate not = spaces
               move HRQ-FromDate to WORK-DATE
               perform 7000-DateKey
               move DateKey to FromKey
           end-if.
           move 99999999 to ToKey.
           if HRQ-ToDate not = spaces
               move HRQ-ToDate to WORK-DATE
               perform 7000-DateKey
               if DateKey > zero
                   move DateKey to ToKey
               end-if
           end-if.

           perform 1100-FindArchive.

           move zero to EventCount.
           move zero to EventsDropped.
           move zero to ReleaseCount.
           move zero to LedgerEscrow.
           move "N" to LedgerFoundFlag.

           perform 2000-LoadSuspenseJournal.

           move "shared\data\postedpmts.txt" to PostedPaymentPath.
           perform 2100-LoadPostedPayments.
           move "shared\data\escrowledger.txt" to EscrowLedgerPath.
           perform 2600-LoadEscrowLedger.
           if ArchiveStampUsed not = spaces
               move spaces to PostedPaymentPath
               string "Housekeeping/closedarchive/" delimited by size
                      ArchiveStampUsed delimited by space
                      "/" delimited by size
                      HRQ-Account delimited by space
                      "_posted.txt" delimited by size
                      into PostedPaymentPath
               end-string
               perform 2100-LoadPostedPayments
               move spaces to EscrowLedgerPath
               string "Housekeeping/closedarchive/" delimited by size
                      ArchiveStampUsed delimited by space
                      "/" delimited by size
                      HRQ-Account delimited by space
                      "_escrow.txt" delimited by size
                      into EscrowLedgerPath
               end-string
               perform 2600-LoadEscrowLedger
           end-if.

           perform 2300-LoadReturnHistory.
           perform 2400-LoadLateFees.
           perform 2500-LoadModifications.
           perform 2700-LoadAdvances.

           if EventsDropped > zero
               string "History " HRQ-Account " event table full at "
                   "3000 - " EventsDropped " event(s) left off"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.

           perform 3000-WriteStatement.

      * THE REQUEST'S OWN ARCHIVE DATE WINS; OTHERWISE THE LATEST
      * CATALOG ROW FOR THE LOAN. NEITHER MEANS THE LOAN IS STILL LIVE.
       1100-FindArchive.
           move HRQ-ArchiveStamp to ArchiveStampUsed.
           if ArchiveStampUsed not = spaces
               exit paragraph
           end-if.
           move "N" to eof-catalog-file.
           open input ArchiveCatalogFile.
           read ArchiveCatalogFile
               at end set eof-catalog to true
           end-read.
           perform until eof-catalog
               if ACR-Account = HRQ-Account
                   move ACR-ArchiveStamp to ArchiveStampUsed
               end-if
               read ArchiveCatalogFile
                   at end set eof-catalog to true
               end-read
           end-perform.
           close ArchiveCatalogFile.

      * HOLDS AND OUTWARD MOVEMENTS ARE EVENTS IN THEIR OWN RIGHT; A
      * RELEASE ONLY MARKS THE PERIOD SO ITS POSTED ROW READS AS ONE
       2000-LoadSuspenseJournal.
           move "N" to eof-journal-file.
           open input SuspenseJournalFile.
           read SuspenseJournalFile
               at end set eof-journal to true
           end-read.
           perform until eof-journal
               if SJR-Account = HRQ-Account
                   perform 2010-TakeJournalRow
               end-if
               read SuspenseJournalFile
                   at end set eof-journal to true
               end-read
           end-perform.
           close SuspenseJournalFile.

       2010-TakeJournalRow.
           if SJR-Released
               if ReleaseCount < 500
                   add 1 to ReleaseCount
                   move SJR-Period to RLS-Period(ReleaseCount)
                   move "N" to RLS-UsedFlag(ReleaseCount)
               end-if
               exit paragraph
           end-if.

           perform 2900-ClearNewEvent.
           move SJR-Date to NEW-Date.
           evaluate true
               when SJR-Held
                   move "HELD IN SUSPENSE" to NEW-Desc
                   move SJR-Amount to NEW-Amount
                   move SJR-Amount to NEW-Suspense
               when SJR-BackedOut
                   move "SUSPENSE - ITEM RETURNED" to NEW-Desc
                   compute NEW-Amount = zero - SJR-Amount
                   move NEW-Amount to NEW-Suspense
               when SJR-TransferOut
                   move "SUSPENSE - TRANSFERRED" to NEW-Desc
                   compute NEW-Amount = zero - SJR-Amount
                   move NEW-Amount to NEW-Suspense
               when SJR-Refunded
                   move "SUSPENSE - REFUNDED" to NEW-Desc
                   compute NEW-Amount = zero - SJR-Amount
                   move NEW-Amount to NEW-Suspense
               when other
                   exit paragraph
           end-evaluate.
           perform 2950-InsertEvent.

      * POSTED PAYMENTS - THE LIVE FILE, THEN (FOR AN ARCHIVED LOAN)
      * THE ARCHIVED COPY; ROWS WRITTEN BEFORE ADVANCES WERE SPLIT
      * OUT CARRY NO ADVANCE PORTION
       2100-LoadPostedPayments.
           move "N" to eof-posted-file.
           open input PostedPaymentFile.
           read PostedPaymentFile
               at end set eof-posted to true
           end-read.
           perform until eof-posted
               if PPH-Account = HRQ-Account
                   perform 2110-TakePostedRow
               end-if
               read PostedPaymentFile
                   at end set eof-posted to true
               end-read
           end-perform.
           close PostedPaymentFile.

       2110-TakePostedRow.
           perform 2900-ClearNewEvent.
           move PPH-PaidDate to NEW-Date.
           move PPH-PaidAmount to NEW-Amount.
           if PPH-ToInterest numeric
               move PPH-ToInterest to NEW-Interest
           end-if.
           if PPH-ToPrincipal numeric
               move PPH-ToPrincipal to NEW-Principal
           end-if.
           if PPH-ToEscrow numeric
               move PPH-ToEscrow to NEW-Escrow
           end-if.
           if PPH-ToFee numeric
               add PPH-ToFee to NEW-Fees
           end-if.
           if PPH-ToLateFee numeric
               add PPH-ToLateFee to NEW-Fees
           end-if.
           if PPH-ToAdvance numeric
               add PPH-ToAdvance to NEW-Fees
           end-if.
           compute NEW-PrinMove = zero - NEW-Principal.
           move NEW-Escrow to NEW-EscMove.

           move "N" to ReleaseFoundFlag.
           move 1 to ReleaseSub.
           perform until ReleaseSub > ReleaseCount
               if RLS-Period(ReleaseSub) = PPH-Period
                   and not RLS-Used(ReleaseSub)
                   set RLS-Used(ReleaseSub) to true
                   set ReleaseFound to true
                   exit perform
               end-if
               add 1 to ReleaseSub
           end-perform.
           if ReleaseFound
               move spaces to NEW-Desc
               string "SUSPENSE APPLIED PD " PPH-Period
                   into NEW-Desc
               compute NEW-Suspense = zero - PPH-PaidAmount
           else
               move spaces to NEW-Desc
               string "PAYMENT PERIOD " PPH-Period
                   into NEW-Desc
           end-if.
           perform 2950-InsertEvent.

      * A POSTING BACKED OUT OF postedpmts.txt - THE ORIGINAL PAYMENT
      * ON ITS PAID DATE AND THE REVERSAL ON THE DAY IT CAME OUT
       2300-LoadReturnHistory.
           move "N" to eof-return-file.
           open input ReturnHistoryFile.
           read ReturnHistoryFile
               at end set eof-return to true
           end-read.
           perform until eof-return
               if RTH-Account = HRQ-Account
                   perform 2310-TakeReturnRow
               end-if
               read ReturnHistoryFile
                   at end set eof-return to true
               end-read
           end-perform.
           close ReturnHistoryFile.

       2310-TakeReturnRow.
           perform 2900-ClearNewEvent.
           move RTH-PaidDate to NEW-Date.
           move spaces to NEW-Desc.
           string "PAYMENT PERIOD " RTH-Period into NEW-Desc.
           move RTH-Amount to NEW-Amount.
           move RTH-ToInterest to NEW-Interest.
           move RTH-ToPrincipal to NEW-Principal.
           move RTH-ToEscrow to NEW-Escrow.
           compute NEW-Fees = RTH-ToFee + RTH-ToLateFee
               + RTH-ToAdvance.
           compute NEW-PrinMove = zero - NEW-Principal.
           move NEW-Escrow to NEW-EscMove.
           perform 2950-InsertEvent.

           move RTH-ReverseDate to NEW-Date.
           move spaces to NEW-Desc.
           if RTH-Transferred
               string "MOVED TO " RTH-OtherAccount into NEW-Desc
           else
               string "RETURNED ITEM PD " RTH-Period into NEW-Desc
           end-if.
           compute NEW-Amount = zero - NEW-Amount.
           compute NEW-Interest = zero - NEW-Interest.
           compute NEW-Principal = zero - NEW-Principal.
           compute NEW-Escrow = zero - NEW-Escrow.
           compute NEW-Fees = zero - NEW-Fees.
           compute NEW-PrinMove = zero - NEW-PrinMove.
           compute NEW-EscMove = zero - NEW-EscMove.
           perform 2950-InsertEvent.

      * A LATE FEE IS A CHARGE, NOT MONEY RECEIVED - IT SHOWS ON THE
      * DAY IT WAS ASSESSED AND, IF WAIVED, ON THE DAY IT WAS WAIVED;
      * WHAT WAS PAID ON IT IS IN THE FEES COLUMN OF THE PAYMENT
       2400-LoadLateFees.
           move "N" to eof-latefee-file.
           open input LateFeeRegister.
           read LateFeeRegister
               at end set eof-latefee to true
           end-read.
           perform until eof-latefee
               if LFR-Account = HRQ-Account
                   and LFR-FeeAmount numeric
                   perform 2900-ClearNewEvent
                   move LFR-AssessDate to NEW-Date
                   move spaces to NEW-Desc
                   string "LATE FEE ASSESSED PD " LFR-Period
                       into NEW-Desc
                   move LFR-FeeAmount to NEW-Amount
                   perform 2950-InsertEvent
                   if LFR-WaivedFlag = "W"
                       move LFR-WaiveDate to NEW-Date
                       move spaces to NEW-Desc
                       string "LATE FEE WAIVED PD " LFR-Period
                           into NEW-Desc
                       compute NEW-Amount = zero - LFR-FeeAmount
                       perform 2950-InsertEvent
                   end-if
               end-if
               read LateFeeRegister
                   at end set eof-latefee to true
               end-read
           end-perform.
           close LateFeeRegister.

      * A MODIFICATION MOVES PRINCIPAL WITHOUT MONEY CHANGING HANDS -
      * ARREARS CAPITALISED PUT IT UP, PRINCIPAL FORGIVEN BRINGS IT
      * DOWN; THE PRINCIPAL COLUMN SHOWS THE NET THE WAY A PAYMENT
      * WOULD (POSITIVE BRINGS THE BALANCE DOWN)
       2500-LoadModifications.
           move "N" to eof-terms-file.
           open input TermsHistoryFile.
           read TermsHistoryFile
               at end set eof-terms to true
           end-read.
           perform until eof-terms
               if MTH-Account = HRQ-Account
                   perform 2900-ClearNewEvent
                   move MTH-ModDate to NEW-Date
                   move spaces to NEW-Desc
                   move MTH-Rate to Disp-Rate
                   string "MODIFIED " Disp-Rate "% "
                       MTH-TermMonths " MO" into NEW-Desc
                   if MTH-CapAmount numeric
                       add MTH-CapAmount to NEW-PrinMove
                   end-if
                   if MTH-Forgiven numeric
                       subtract MTH-Forgiven from NEW-PrinMove
                   end-if
                   compute NEW-Principal = zero - NEW-PrinMove
                   perform 2950-InsertEvent
               end-if
               read TermsHistoryFile
                   at end set eof-terms to true
               end-read
           end-perform.
           close TermsHistoryFile.

      * ESCROW COLLECTIONS ARE ALREADY ON THE PAYMENTS THAT MADE THEM,
      * SO ONLY THE MONEY THAT MOVED ESCROW ANY OTHER WAY IS TAKEN;
      * THE LAST ROW'S BALANCE IS WHAT THE ESCROW PROOF CHECKS AGAINST
       2600-LoadEscrowLedger.
           move "N" to eof-ledger-file.
           open input EscrowLedgerFile.
           read EscrowLedgerFile
               at end set eof-ledger to true
           end-read.
           perform until eof-ledger
               if ELG-Account = HRQ-Account
                   move ELG-Balance to LedgerEscrow
                   set LedgerFound to true
                   perform 2610-TakeLedgerRow
               end-if
               read EscrowLedgerFile
                   at end set eof-ledger to true
               end-read
           end-perform.
           close EscrowLedgerFile.

       2610-TakeLedgerRow.
           perform 2900-ClearNewEvent.
           move ELG-Date to NEW-Date.
           evaluate ELG-Type
               when "D"
                   move spaces to NEW-Desc
                   string "ESCROW PAID " ELG-Payee into NEW-Desc
                   compute NEW-Amount = zero - ELG-Amount
               when "I"
                   move "ESCROW INTEREST CREDITED" to NEW-Desc
                   move ELG-Amount to NEW-Amount
               when "R"
                   move "FORCE-PLACED PREMIUM RFND" to NEW-Desc
                   move ELG-Amount to NEW-Amount
               when other
                   exit paragraph
           end-evaluate.
           move NEW-Amount to NEW-Escrow.
           move NEW-Amount to NEW-EscMove.
           perform 2950-InsertEvent.

      * CORPORATE ADVANCES - PAID OUT, WRITTEN OFF, AND REIMBURSED BY
      * HAND; A REIMBURSEMENT A PAYMENT MADE (OR ITS UNWIND) IS ALREADY
      * IN THAT PAYMENT'S FEES COLUMN
       2700-LoadAdvances.
           move "N" to eof-advance-file.
           open input CorpAdvanceFile.
           read CorpAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if CAD-Account = HRQ-Account
                   perform 2710-TakeAdvanceRow
               end-if
               read CorpAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close CorpAdvanceFile.

       2710-TakeAdvanceRow.
           perform 2900-ClearNewEvent.
           move CAD-Date to NEW-Date.
           evaluate true
               when CAD-Advance
                   move spaces to NEW-Desc
                   string "ADVANCE " CAD-AdvType " " CAD-Vendor
                       into NEW-Desc
                   move CAD-Amount to NEW-Amount
               when CAD-WrittenOff
                   move spaces to NEW-Desc
                   string "ADVANCE " CAD-Ref " WRITTEN OFF"
                       into NEW-Desc
                   compute NEW-Amount = zero - CAD-Amount
               when CAD-Reimbursed and CAD-Source = "ADVENTRY"
                   move spaces to NEW-Desc
                   string "ADVANCE " CAD-Ref " REIMBURSED"
                       into NEW-Desc
                   move CAD-Amount to NEW-Amount
                   move CAD-Amount to NEW-Fees
               when other
                   exit paragraph
           end-evaluate.
           perform 2950-InsertEvent.

       2900-ClearNewEvent.
           move spaces to NEW-Date.
           move spaces to NEW-Desc.
           move zero to NEW-DateKey NEW-Amount NEW-Interest
               NEW-Principal NEW-Escrow NEW-Fees NEW-Suspense
               NEW-PrinMove NEW-EscMove.

      * INSERTED AFTER EVERY EVENT ON THE SAME DAY OR EARLIER, SO THE
      * TABLE STAYS IN DATE ORDER AND SAME-DAY EVENTS KEEP THEIR ORDER
       2950-InsertEvent.
           if EventCount >= 3000
               add 1 to EventsDropped
               exit paragraph
           end-if.
           move NEW-Date to WORK-DATE.
           perform 7000-DateKey.
           move DateKey to NEW-DateKey.

           move 1 to InsertAt.
           perform until InsertAt > EventCount
               if EVT-DateKey(InsertAt) > NEW-DateKey
                   exit perform
               end-if
               add 1 to InsertAt
           end-perform.

           move EventCount to ShiftSub.
           perform until ShiftSub < InsertAt
               move EventEntry(ShiftSub) to EventEntry(ShiftSub + 1)
               subtract 1 from ShiftSub
           end-perform.

           add 1 to EventCount.
           move NEW-EVENT to EventEntry(InsertAt).

       3000-WriteStatement.
           move spaces to StatementFileName.
           string "Statements/" delimited by size
                  HRQ-Account delimited by space
                  "_history.txt" delimited by size
                  into StatementFileName
           end-string.

           open output StatementFile.

           move spaces to StatementLine.
           string "LIFE-OF-LOAN TRANSACTION HISTORY    Account "
                  HRQ-Account "    Prepared " TodayDate
                  into StatementLine.
           write StatementLine.

           perform 3500-ReadBorrower.
           if BorrowerFound
               perform 3600-WriteAddressBlock
           end-if.

           move spaces to StatementLine.
           write StatementLine.

           move LM-LoanAmount to Disp-Money.
           move spaces to StatementLine.
           string "Loan date " LM-LoanDate
                  "    Original principal " Disp-Money
                  "    Rate " LM-AnnualRate
                  "    Term " LM-TermMonths " months"
                  into StatementLine.
           write StatementLine.

           move spaces to StatementLine.
           evaluate true
               when HRQ-FromDate = spaces and HRQ-ToDate = spaces
                   move "Covering the life of the loan to date"
                       to StatementLine
               when HRQ-ToDate = spaces
                   string "Covering " HRQ-FromDate " to date"
                       into StatementLine
               when HRQ-FromDate = spaces
                   string "Covering the start of the loan to "
                       HRQ-ToDate into StatementLine
               when other
                   string "Covering " HRQ-FromDate " to "
                       HRQ-ToDate into StatementLine
           end-evaluate.
           write StatementLine.
           if ArchiveStampUsed not = spaces
               move spaces to StatementLine
               string "Closed loan - history includes the archive "
                      "of " ArchiveStampUsed into StatementLine
               write StatementLine
           end-if.

           move spaces to StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "Date       Transaction                      Amount"
                  "    Interest   Principal      Escrow        Fees"
                  "    Suspense  Principal Bal  Escrow Bal"
                  into StatementLine.
           write StatementLine.

           move LM-LoanAmount to RunningPrincipal.
           move zero to RunningEscrow.
           move zero to RangeAmount RangeInterest RangePrincipal
               RangeEscrow RangeFees RangeSuspense RangeLines.
           move "N" to ForwardWrittenFlag.
           if FromKey = zero
               perform 3150-WriteForward
           end-if.

           move 1 to EventSub.
           perform EventCount times
               add EVT-PrinMove(EventSub) to RunningPrincipal
               add EVT-EscMove(EventSub) to RunningEscrow
               if EVT-DateKey(EventSub) >= FromKey
                   and EVT-DateKey(EventSub) <= ToKey
                   perform 3100-WriteEventLine
               end-if
               add 1 to EventSub
           end-perform.
           if not ForwardWritten
               perform 3150-WriteForward
           end-if.

           move spaces to StatementLine.
           write StatementLine.
           move spaces to HST-Line.
           move "TOTALS" to HSL-Desc.
           move RangeAmount to HSL-Amount.
           move RangeInterest to HSL-Interest.
           move RangePrincipal to HSL-Principal.
           move RangeEscrow to HSL-Escrow.
           move RangeFees to HSL-Fees.
           move RangeSuspense to HSL-Suspense.
           move HST-Line to StatementLine.
           write StatementLine.

           perform 3800-WriteProof.

           close StatementFile.
           add 1 to StatementsWritten.
           string "History statement " HRQ-Account " lines "
               RangeLines " written to " StatementFileName into msg.
           perform 8000-Logs.

      * THE FIRST EVENT INSIDE THE RANGE IS PRECEDED BY THE BALANCES
      * EVERYTHING BEFORE IT LEFT
       3100-WriteEventLine.
           if not ForwardWritten
               subtract EVT-PrinMove(EventSub) from RunningPrincipal
               subtract EVT-EscMove(EventSub) from RunningEscrow
               perform 3150-WriteForward
               add EVT-PrinMove(EventSub) to RunningPrincipal
               add EVT-EscMove(EventSub) to RunningEscrow
           end-if.

           move spaces to HST-Line.
           move EVT-Date(EventSub) to HSL-Date.
           move EVT-Desc(EventSub) to HSL-Desc.
           move EVT-Amount(EventSub) to HSL-Amount.
           move EVT-Interest(EventSub) to HSL-Interest.
           move EVT-Principal(EventSub) to HSL-Principal.
           move EVT-Escrow(EventSub) to HSL-Escrow.
           move EVT-Fees(EventSub) to HSL-Fees.
           move EVT-Suspense(EventSub) to HSL-Suspense.
           move RunningPrincipal to HSL-PrinBalance.
           move RunningEscrow to HSL-EscBalance.
           move HST-Line to StatementLine.
           write StatementLine.

           add EVT-Amount(EventSub) to RangeAmount.
           add EVT-Interest(EventSub) to RangeInterest.
           add EVT-Principal(EventSub) to RangePrincipal.
           add EVT-Escrow(EventSub) to RangeEscrow.
           add EVT-Fees(EventSub) to RangeFees.
           add EVT-Suspense(EventSub) to RangeSuspense.
           add 1 to RangeLines.

       3150-WriteForward.
           move spaces to HST-Line.
           if FromKey = zero
               move LM-LoanDate to HSL-Date
               move "ORIGINAL PRINCIPAL" to HSL-Desc
           else
               move HRQ-FromDate to HSL-Date
               move "BALANCE FORWARD" to HSL-Desc
           end-if.
           move RunningPrincipal to HSL-PrinBalance.
           move RunningEscrow to HSL-EscBalance.
           move HST-Line to StatementLine.
           write StatementLine.
           set ForwardWritten to true.

       3500-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move HRQ-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

      * THE HISTORY IS OFTEN ASKED FOR IN A DISPUTE - A KNOWN-BAD
      * ADDRESS STILL GETS THE STATEMENT, FLAGGED SO IT IS NOT MAILED
      * THERE BLIND
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
           if BW-AddressBad
               move spaces to StatementLine
               string "*** ADDRESS ON FILE IS MARKED BAD - CONFIRM "
                      "BEFORE MAILING ***" into StatementLine
               write StatementLine
           end-if.

      * THE PROOF - PRINCIPAL BROUGHT FORWARD THROUGH EVERY EVENT ON
      * THE LOAN MUST LAND ON THE MASTER'S BALANCE, AND ESCROW ON THE
      * LEDGER'S LAST BALANCE, OR THE STATEMENT SAYS SO IN CAPITALS
       3800-WriteProof.
           move spaces to StatementLine.
           write StatementLine.

           move RunningPrincipal to Disp-Money.
           move LM-CurrentBalance to Disp-Other.
           compute ProofDifference = RunningPrincipal
               - LM-CurrentBalance.
           move spaces to StatementLine.
           if ProofDifference = zero
               string "Principal per history " Disp-Money
                      "  master " Disp-Other "  PROVED"
                      into StatementLine
           else
               move ProofDifference to HSL-Amount
               string "Principal per history " Disp-Money
                      "  master " Disp-Other
                      "  OUT OF BALANCE BY " HSL-Amount
                      into StatementLine
           end-if.
           write StatementLine.

           move RunningEscrow to Disp-Money.
           move LedgerEscrow to Disp-Other.
           compute ProofDifference = RunningEscrow - LedgerEscrow.
           move spaces to StatementLine.
           evaluate true
               when not LedgerFound
                   string "Escrow per history    " Disp-Money
                          "  no escrow ledger rows - not proved"
                          into StatementLine
               when ProofDifference = zero
                   string "Escrow per history    " Disp-Money
                          "  ledger " Disp-Other "  PROVED"
                          into StatementLine
               when other
                   move ProofDifference to HSL-Amount
                   string "Escrow per history    " Disp-Money
                          "  ledger " Disp-Other
                          "  OUT OF BALANCE BY " HSL-Amount
                          into StatementLine
           end-evaluate.
           write StatementLine.

           if RunningPrincipal not = LM-CurrentBalance
               or (LedgerFound and RunningEscrow not = LedgerEscrow)
               add 1 to OutOfBalance
               string "History " HRQ-Account " out of balance -"
                   " principal " RunningPrincipal
                   " master " LM-CurrentBalance
                   " escrow " RunningEscrow
                   " ledger " LedgerEscrow into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * MM/DD/YYYY TO A SORTABLE YYYYMMDD; ANYTHING UNREADABLE SORTS
      * TO THE FRONT AS ZERO
       7000-DateKey.
           move zero to DateKey.
           if WORK-MONTH numeric and WORK-DAY numeric
               and WORK-YEAR numeric
               move WORK-YEAR to DY-Year
               move WORK-MONTH to DY-Month
               move WORK-DAY to DY-Day
               move DATE-YYYYMMDD-N to DateKey
           end-if.

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

       end program LOANHIST.
