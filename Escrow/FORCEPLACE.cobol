      ******************************************************************
      * Force-placed hazard insurance - a lapse on BILLTRACK's report  *
      * no longer just sits there while our collateral goes uninsured. *
      * Every insurance item BILLTRACK has aged past due on            *
      * Escrow\billtracking.txt (the lapse report's own rows, payee    *
      * type I on the payee master) opens a placement episode on       *
      * Escrow\fpiplacements.txt and the borrower gets a first notice; *
      * SecondDays after it a second notice; PlaceDays after that,     *
      * with the lapse still not cured, lender-placed coverage is      *
      * bound - the policy is recorded on the payee master             *
      * (Escrow\payeemaster.txt) under the placement carrier, the      *
      * annual premium is added to the expected escrow disbursements   *
      * on shared\data\escrowdisb.txt for CHECKISSUE to pay, and the   *
      * loan is queued on Escrow\reanalysisqueue.txt for an off-cycle  *
      * escrow analysis. Intervals, carrier and premium rate come from *
      * Escrow\fpiconfig.txt. The lapsed bill being paid cures an      *
      * episode before placement; proof of the borrower's own coverage *
      * keyed to Escrow\fpiproof.txt cures it at any stage - after     *
      * placement it cancels the policy, takes the premium off the     *
      * expected disbursements and refunds the unearned part pro rata  *
      * from the later of the proof's effective date and the placement *
      * date: back into escrow through Escrow\fpirefunds.txt (merged   *
      * by ESCLEDGER) with DR cash / CR escrow liability to glwork.txt *
      * when the premium was already paid, or simply never charged     *
      * when it was not. Notices print under Escrow\fpinotices behind  *
      * the borrower master address block (a bad address goes on the   *
      * research list, the clock still runs); every step goes on the   *
      * per-loan placement history Escrow\fpihistory.txt and the run's *
      * actions on Escrow\forceplacereport.txt.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. FORCEPLACE.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional FpiConfigFile ASSIGN TO
                   "Escrow\fpiconfig.txt"
                   organization is line sequential.

               select optional PayeeMasterFile ASSIGN TO
                   "Escrow\payeemaster.txt"
                   organization is line sequential.

               select optional BillTrackingFile ASSIGN TO
                   "Escrow\billtracking.txt"
                   organization is line sequential.

               select optional PlacementFile ASSIGN TO
                   "Escrow\fpiplacements.txt"
                   organization is line sequential.

               select optional ProofFile ASSIGN TO
                   "Escrow\fpiproof.txt"
                   organization is line sequential.

               select optional DisbExpectFile ASSIGN TO
                   "shared\data\escrowdisb.txt"
                   organization is line sequential.

               select optional CheckRegisterFile ASSIGN TO
                   "Escrow\checkregister.txt"
                   organization is line sequential.

               select optional PlacementHistoryFile ASSIGN TO
                   "Escrow\fpihistory.txt"
                   organization is line sequential.

               select optional ReanalysisQueueFile ASSIGN TO
                   "Escrow\reanalysisqueue.txt"
                   organization is line sequential.

               select optional FpiRefundFile ASSIGN TO
                   "Escrow\fpirefunds.txt"
                   organization is line sequential.

               select FpiLetterFile ASSIGN TO DYNAMIC FpiLetterName
                   organization is line sequential.

               select ForcePlaceReport ASSIGN TO
                   "Escrow\forceplacereport.txt"
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

       DATA DIVISION.
       FILE SECTION.
       FD  FpiConfigFile.
           01 FpiConfigRecord.
               05  FPC-SecondDays   PIC 9(3).
               05  FPC-PlaceDays    PIC 9(3).
               05  FPC-PremiumRate  PIC 9V9(4).
               05  FPC-Carrier      PIC X(20).
               05  FPC-CarrierAddr  PIC X(40).

      * A PAYEE ROW; A PLACED POLICY IS A CARRIER ROW CARRYING THE
      * POLICY FIELDS BEHIND THE REMIT ADDRESS (BILLTRACK READS ONLY
      * THE FIRST 61 BYTES)
       FD  PayeeMasterFile.
           01 PayeeMasterRecord.
               05  PYM-Payee        PIC X(20).
               05  PYM-Type         PIC X.
               05  PYM-RemitAddr    PIC X(40).
               05  PYM-PolicyAccount PIC X(10).
               05  PYM-PolicyNo     PIC X(12).
               05  PYM-PolicyEff    PIC X(10).
               05  PYM-PolicyExp    PIC X(10).
               05  PYM-PolicyPremium PIC 9(6)V99.
               05  PYM-PolicyStatus PIC X.
                   88  PYM-PolicyInForce  value "P".
                   88  PYM-PolicyCancelled value "X".

       FD  BillTrackingFile.
           01 BillTrackingRecord.
               05  BTR-Account      PIC X(10).
               05  BTR-Payee        PIC X(20).
               05  BTR-DueMonth     PIC 9(2).
               05  BTR-DueYear      PIC 9(4).
               05  BTR-Amount       PIC 9(6)V99.
               05  BTR-State        PIC X.
               05  BTR-StateDate    PIC X(10).

       FD  PlacementFile.
           01 PlacementRecord.
               05  FPL-Account      PIC X(10).
               05  FPL-LapsedPayee  PIC X(20).
               05  FPL-LapseDue     PIC X(7).
               05  FPL-Stage        PIC X.
               05  FPL-FirstDate    PIC X(10).
               05  FPL-SecondDate   PIC X(10).
               05  FPL-PlacedDate   PIC X(10).
               05  FPL-PolicyNo     PIC X(12).
               05  FPL-Premium      PIC 9(6)V99.
               05  FPL-PolicyExp    PIC X(10).
               05  FPL-CloseDate    PIC X(10).
               05  FPL-Refund       PIC 9(6)V99.

       FD  ProofFile.
           01 ProofRecord.
               05  FPR-Account      PIC X(10).
               05  FPR-Carrier      PIC X(20).
               05  FPR-PolicyNo     PIC X(12).
               05  FPR-EffDate      PIC X(10).

       FD  DisbExpectFile.
           01 DisbExpectRecord.
               05  DSB-Account      PIC X(10).
               05  DSB-DueMonth     PIC 9(2).
               05  DSB-Payee        PIC X(20).
               05  DSB-Amount       PIC 9(6)V99.

       FD  CheckRegisterFile.
           01 CheckRegisterRecord.
               05  CHK-Number       PIC 9(8).
               05  CHK-Account      PIC X(10).
               05  CHK-Payee        PIC X(20).
               05  CHK-Amount       PIC 9(6)V99.
               05  CHK-IssueDate    PIC X(10).
               05  CHK-Status       PIC X.
                   88  CHK-Void     value "V".

       FD  PlacementHistoryFile.
           01 PlacementHistoryRecord.
               05  FPH-Date         PIC X(10).
               05  FILLER           PIC X.
               05  FPH-Account      PIC X(10).
               05  FILLER           PIC X.
               05  FPH-Step         PIC X(12).
               05  FILLER           PIC X.
               05  FPH-Detail       PIC X(70).

       FD  ReanalysisQueueFile.
           01 ReanalysisQueueRecord.
               05  RAQ-Account      PIC X(10).
               05  RAQ-Date         PIC X(10).
               05  RAQ-Program      PIC X(14).
               05  RAQ-Reason       PIC X(30).

       FD  FpiRefundFile.
           01 FpiRefundRecord.
               05  FRF-Account      PIC X(10).
               05  FRF-Date         PIC X(10).
               05  FRF-Payee        PIC X(20).
               05  FRF-Amount       PIC 9(6)V99.

       FD  FpiLetterFile.
           01 FpiLetterLine         PIC X(90).

       FD  ForcePlaceReport.
           01 ForcePlaceLine        PIC X(132).

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

       working-storage section.
       01  PAYEE-TABLE.
           05  PayeeEntry occurs 500 times.
               10  PYT-Record       PIC X(120).
               10  PYT-View redefines PYT-Record.
                   15  PYT-Payee    PIC X(20).
                   15  PYT-Type     PIC X.
                   15  PYT-RemitAddr PIC X(40).
                   15  PYT-PolicyAccount PIC X(10).
                   15  PYT-PolicyNo PIC X(12).
                   15  FILLER       PIC X(37).
       01  PayeeCount               PIC 999 value zero.
       01  PayeeSub                 PIC 999 value zero.
       01  PayeeChangedFlag         PIC X value "N".
           88  PayeeChanged         value "Y".
       01  PayeeTypeFound           PIC X value space.
       01  CarrierOnMasterFlag      PIC X value "N".
           88  CarrierOnMaster      value "Y".

       01  TRACK-TABLE.
           05  TrackEntry occurs 1000 times.
               10  TRK-Account      PIC X(10).
               10  TRK-Payee        PIC X(20).
               10  TRK-DueMonth     PIC 9(2).
               10  TRK-DueYear      PIC 9(4).
               10  TRK-State        PIC X.
       01  TrackCount               PIC 9(4) value zero.
       01  TrackSub                 PIC 9(4) value zero.

       01  PLACEMENT-TABLE.
           05  PlacementEntry occurs 1000 times.
               10  FPT-Account      PIC X(10).
               10  FPT-LapsedPayee  PIC X(20).
               10  FPT-LapseDue     PIC X(7).
               10  FPT-Stage        PIC X.
                   88  FPT-FirstSent   value "1".
                   88  FPT-SecondSent  value "2".
                   88  FPT-Placed      value "P".
                   88  FPT-Cured       value "C".
                   88  FPT-Cancelled   value "X".
                   88  FPT-Open        value "1" "2" "P".
               10  FPT-FirstDate    PIC X(10).
               10  FPT-SecondDate   PIC X(10).
               10  FPT-PlacedDate   PIC X(10).
               10  FPT-PolicyNo     PIC X(12).
               10  FPT-Premium      PIC 9(6)V99.
               10  FPT-PolicyExp    PIC X(10).
               10  FPT-CloseDate    PIC X(10).
               10  FPT-Refund       PIC 9(6)V99.
       01  PlacementCount           PIC 9(4) value zero.
       01  PlacementSub             PIC 9(4) value zero.
       01  OpenFoundFlag            PIC X value "N".
           88  OpenFound            value "Y".

       01  DISB-TABLE.
           05  DisbEntry occurs 2000 times.
               10  DTB-Account      PIC X(10).
               10  DTB-DueMonth     PIC 9(2).
               10  DTB-Payee        PIC X(20).
               10  DTB-Amount       PIC 9(6)V99.
               10  DTB-Removed      PIC X.
       01  DisbCount                PIC 9(4) value zero.
       01  DisbSub                  PIC 9(4) value zero.
       01  DisbChangedFlag          PIC X value "N".
           88  DisbChanged          value "Y".

       01  CHART-TABLE.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
       01  ChartCount               PIC 99 value zero.
       01  ChartSub                 PIC 99 value zero.
       01  GLPostType               PIC X(4) value spaces.

       01  LETTER-BODY.
           05  LetterText           PIC X(80) occurs 8 times.
       01  LetterLines              PIC 9 value zero.
       01  LetterSub                PIC 9 value zero.
       01  LetterTitle              PIC X(60) value spaces.
       01  LetterSuffix             PIC X(10) value spaces.
       01  FpiLetterName            PIC X(60) value spaces.
       01  FpiNoticeDirPath         PIC X(30) value
               "Escrow/fpinotices".

       01  SecondDays               PIC 9(3) value 30.
       01  PlaceDays                PIC 9(3) value 15.
       01  PremiumRate              PIC 9V9(4) value 0.0150.
       01  CarrierName              PIC X(20) value
               "LENDER PLACED INS".
       01  CarrierAddr              PIC X(40) value spaces.

       01  LoanMasterStatus         PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  LoanFoundFlag            PIC X value "N".
           88  LoanFound            value "Y".
       01  PremiumPaidFlag          PIC X value "N".
           88  PremiumPaid          value "Y".

       01  eof-config-file          PIC X value "N".
           88  eof-config           value "Y".
       01  eof-payee-file           PIC X value "N".
           88  eof-payee            value "Y".
       01  eof-track-file           PIC X value "N".
           88  eof-track            value "Y".
       01  eof-placement-file       PIC X value "N".
           88  eof-placement        value "Y".
       01  eof-proof-file           PIC X value "N".
           88  eof-proof            value "Y".
       01  eof-disb-file            PIC X value "N".
           88  eof-disb             value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-chart-file           PIC X value "N".
           88  eof-chart            value "Y".

       01  HistoryStep              PIC X(12) value spaces.
       01  HistoryDetail            PIC X(70) value spaces.
       01  ProofsRead               PIC 9(4) value zero.
       01  EpisodesOpened           PIC 9(4) value zero.
       01  SecondNotices            PIC 9(4) value zero.
       01  PoliciesPlaced           PIC 9(4) value zero.
       01  EpisodesCured            PIC 9(4) value zero.
       01  PoliciesCancelled        PIC 9(4) value zero.
       01  RefundTotal              PIC 9(7)V99 value zero.
       01  PolicySeq                PIC 9(4) value zero.
       01  RefundAmount             PIC 9(6)V99 value zero.
       01  ActionAccount            PIC X(10) value spaces.

       01  TodayDate                PIC X(10) value spaces.
       01  TodayInteger             PIC 9(8) value zero.
       01  DateInteger              PIC 9(8) value zero.
       01  PlacedInteger            PIC 9(8) value zero.
       01  ExpiryInteger            PIC 9(8) value zero.
       01  StartInteger             PIC 9(8) value zero.
       01  ElapsedDays              PIC S9(6) value zero.
       01  DateOut                  PIC X(10) value spaces.

       01  Disp-Amount              PIC $$$,$$9.99.
       01  Disp-Rate                PIC 9.9999.

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
       01  LogProgramName           PIC X(14) value "FORCEPLACE".
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

           perform 1000-ReadConfig.
           perform 1100-LoadPayees.
           perform 1200-LoadTracking.
           perform 1300-LoadPlacements.
           perform 1400-LoadDisbursements.
           perform 1500-LoadChart.

           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           else
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus
                   " - nothing can be placed this run" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
           end-if.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - notices go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           call "CBL_CREATE_DIR" using FpiNoticeDirPath.
           open extend PlacementHistoryFile.
           open extend ReanalysisQueueFile.
           open extend FpiRefundFile.
           open extend GLWorkFile.
           open extend AddressResearchFile.

           open output ForcePlaceReport.
           move PremiumRate to Disp-Rate.
           move spaces to ForcePlaceLine.
           string "FORCE-PLACED INSURANCE   Run " TodayDate
               "   2nd notice +" SecondDays
               " days  place +" PlaceDays
               " days  carrier " CarrierName
               "  rate " Disp-Rate into ForcePlaceLine.
           write ForcePlaceLine.
           move spaces to ForcePlaceLine.
           write ForcePlaceLine.

           perform 2000-ApplyProofs.
           perform 3000-AdvanceEpisodes.
           perform 4000-OpenNewEpisodes.

           if PayeeChanged
               perform 6100-RewritePayees
           end-if.
           if DisbChanged
               perform 6200-RewriteDisbursements
           end-if.
           perform 6000-RewritePlacements.

           close PlacementHistoryFile.
           close ReanalysisQueueFile.
           close FpiRefundFile.
           close GLWorkFile.
           close AddressResearchFile.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.

           move RefundTotal to Disp-Amount.
           move spaces to ForcePlaceLine.
           write ForcePlaceLine.
           move spaces to ForcePlaceLine.
           string "Opened " EpisodesOpened
               "  second notices " SecondNotices
               "  placed " PoliciesPlaced
               "  cured " EpisodesCured
               "  cancelled " PoliciesCancelled
               "  refunded " Disp-Amount
               into ForcePlaceLine.
           write ForcePlaceLine.
           close ForcePlaceReport.

           string "END. Opened " EpisodesOpened
               " second notices " SecondNotices
               " placed " PoliciesPlaced
               " cured " EpisodesCured
               " cancelled " PoliciesCancelled
               " refunded " RefundTotal into msg.
           if PoliciesPlaced > zero
               move "WARN " to LogSeverity
           end-if.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-ReadConfig.
           open input FpiConfigFile.
           read FpiConfigFile
               at end set eof-config to true
           end-read.
           if not eof-config
               if FPC-SecondDays > zero
                   move FPC-SecondDays to SecondDays
               end-if
               if FPC-PlaceDays > zero
                   move FPC-PlaceDays to PlaceDays
               end-if
               if FPC-PremiumRate > zero
                   move FPC-PremiumRate to PremiumRate
               end-if
               if FPC-Carrier not = spaces
                   move FPC-Carrier to CarrierName
               end-if
               move FPC-CarrierAddr to CarrierAddr
           end-if.
           close FpiConfigFile.

       1100-LoadPayees.
           open input PayeeMasterFile.
           read PayeeMasterFile
               at end set eof-payee to true
           end-read.
           perform until eof-payee
               if PayeeCount < 500
                   add 1 to PayeeCount
                   move PayeeMasterRecord to PYT-Record(PayeeCount)
                   if PYM-Payee = CarrierName
                       set CarrierOnMaster to true
                   end-if
               else
                   string "Payee table full at 500 - " PYM-Payee
                       " not loaded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read PayeeMasterFile
                   at end set eof-payee to true
               end-read
           end-perform.
           close PayeeMasterFile.

      * THE CARRIER MUST BE A KNOWN INSURANCE PAYEE OR BILLTRACK FLAGS
      * ITS PREMIUM AS AN UNKNOWN PAYEE
           if not CarrierOnMaster and PayeeCount < 500
               add 1 to PayeeCount
               move spaces to PYT-Record(PayeeCount)
               move CarrierName to PYT-Payee(PayeeCount)
               move "I" to PYT-Type(PayeeCount)
               move CarrierAddr to PYT-RemitAddr(PayeeCount)
               set PayeeChanged to true
               set CarrierOnMaster to true
           end-if.

       1200-LoadTracking.
           open input BillTrackingFile.
           read BillTrackingFile
               at end set eof-track to true
           end-read.
           perform until eof-track
               if TrackCount < 1000
                   add 1 to TrackCount
                   move BTR-Account to TRK-Account(TrackCount)
                   move BTR-Payee to TRK-Payee(TrackCount)
                   move BTR-DueMonth to TRK-DueMonth(TrackCount)
                   move BTR-DueYear to TRK-DueYear(TrackCount)
                   move BTR-State to TRK-State(TrackCount)
               end-if
               read BillTrackingFile
                   at end set eof-track to true
               end-read
           end-perform.
           close BillTrackingFile.

       1300-LoadPlacements.
           open input PlacementFile.
           read PlacementFile
               at end set eof-placement to true
           end-read.
           perform until eof-placement
               if PlacementCount < 1000
                   add 1 to PlacementCount
                   move PlacementRecord to
                       PlacementEntry(PlacementCount)
               else
                   string "Placement table full at 1000 - "
                       FPL-Account " not loaded" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read PlacementFile
                   at end set eof-placement to true
               end-read
           end-perform.
           close PlacementFile.

       1400-LoadDisbursements.
           open input DisbExpectFile.
           read DisbExpectFile
               at end set eof-disb to true
           end-read.
           perform until eof-disb
               if DisbCount < 2000
                   add 1 to DisbCount
                   move DSB-Account to DTB-Account(DisbCount)
                   move DSB-DueMonth to DTB-DueMonth(DisbCount)
                   move DSB-Payee to DTB-Payee(DisbCount)
                   move DSB-Amount to DTB-Amount(DisbCount)
                   move "N" to DTB-Removed(DisbCount)
               else
                   string "Disbursement table full at 2000 - the "
                       "expectation file cannot be changed this run"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               read DisbExpectFile
                   at end set eof-disb to true
               end-read
           end-perform.
           close DisbExpectFile.

       1500-LoadChart.
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

      * PROOF OF THE BORROWER'S OWN COVERAGE ENDS THE EPISODE AT ANY
      * STAGE. THE KEYED FILE IS CONSUMED AND CLEARED.
       2000-ApplyProofs.
           open input ProofFile.
           read ProofFile
               at end set eof-proof to true
           end-read.
           perform until eof-proof
               add 1 to ProofsRead
               move FPR-Account to ActionAccount
               perform 5000-FindOpenEpisode
               if not OpenFound
                   move "PROOF" to HistoryStep
                   move spaces to HistoryDetail
                   string "Coverage proof " FPR-Carrier " "
                       FPR-PolicyNo " - no open placement episode"
                       into HistoryDetail
                   perform 5900-WriteHistory
               else
                   if FPT-Placed(PlacementSub)
                       perform 2200-CancelPlacement
                   else
                       move spaces to HistoryDetail
                       string "Borrower coverage " FPR-Carrier " "
                           FPR-PolicyNo " eff " FPR-EffDate
                           " - proof before placement"
                           into HistoryDetail
                       perform 2100-CureEpisode
                   end-if
               end-if
               read ProofFile
                   at end set eof-proof to true
               end-read
           end-perform.
           close ProofFile.

           if ProofsRead > zero
               call "C$DELETE" using "Escrow\fpiproof.txt", 0
           end-if.

       2100-CureEpisode.
           move "C" to FPT-Stage(PlacementSub).
           move TodayDate to FPT-CloseDate(PlacementSub).
           add 1 to EpisodesCured.
           move "CURED" to HistoryStep.
           perform 5900-WriteHistory.
           move spaces to ForcePlaceLine.
           string "CURED      " ActionAccount "  " HistoryDetail
               into ForcePlaceLine.
           write ForcePlaceLine.

      * THE POLICY COMES OFF THE PAYEE MASTER AND THE PREMIUM OFF THE
      * EXPECTED DISBURSEMENTS. THE UNEARNED PART RUNS FROM THE LATER
      * OF THE BORROWER'S EFFECTIVE DATE AND OURS TO OUR EXPIRY - PAID
      * PREMIUM GOES BACK INTO ESCROW, UNPAID WAS NEVER CHARGED
       2200-CancelPlacement.
           move FPT-PlacedDate(PlacementSub) to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to PlacedInteger.
           move FPT-PolicyExp(PlacementSub) to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to ExpiryInteger.
           if FPR-EffDate = spaces
               move TodayInteger to StartInteger
           else
               move FPR-EffDate to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to StartInteger
           end-if.
           if StartInteger < PlacedInteger
               move PlacedInteger to StartInteger
           end-if.

           move zero to RefundAmount.
           if StartInteger < ExpiryInteger
               and ExpiryInteger > PlacedInteger
               compute RefundAmount rounded =
                   FPT-Premium(PlacementSub)
                   * (ExpiryInteger - StartInteger)
                   / (ExpiryInteger - PlacedInteger)
           end-if.

           perform 2300-CheckPremiumPaid.
           perform 2400-RemoveExpectation.
           perform 2500-CancelOnPayeeMaster.

           move "X" to FPT-Stage(PlacementSub).
           move TodayDate to FPT-CloseDate(PlacementSub).
           add 1 to PoliciesCancelled.

           move spaces to HistoryDetail.
           string "Policy " FPT-PolicyNo(PlacementSub)
               " cancelled - borrower coverage " FPR-Carrier " "
               FPR-PolicyNo " eff " FPR-EffDate into HistoryDetail.
           move "CANCELLED" to HistoryStep.
           perform 5900-WriteHistory.

           if PremiumPaid
               move RefundAmount to FPT-Refund(PlacementSub)
               if RefundAmount > zero
                   perform 2600-RefundToEscrow
               end-if
               move RefundAmount to Disp-Amount
               move spaces to HistoryDetail
               string "Unearned premium " Disp-Amount
                   " credited back to escrow" into HistoryDetail
           else
               move zero to FPT-Refund(PlacementSub)
               move spaces to HistoryDetail
               string "Premium not yet paid - taken off the expected "
                   "disbursements, nothing charged" into HistoryDetail
           end-if.
           move "REFUND" to HistoryStep.
           perform 5900-WriteHistory.

           move spaces to ForcePlaceLine.
           string "CANCELLED  " ActionAccount
               "  policy " FPT-PolicyNo(PlacementSub)
               "  " HistoryDetail into ForcePlaceLine.
           write ForcePlaceLine.

           move "CANCELLATION OF LENDER-PLACED INSURANCE" to
               LetterTitle.
           move "_fpicancel" to LetterSuffix.
           move spaces to LETTER-BODY.
           string "We have received proof of your own hazard "
               "insurance (" FPR-Carrier ")." into LetterText(1).
           string "The insurance we placed on your property, policy "
               FPT-PolicyNo(PlacementSub) ", is cancelled."
               into LetterText(2).
           if PremiumPaid and RefundAmount > zero
               move RefundAmount to Disp-Amount
               string "The unearned premium of " Disp-Amount
                   " has been credited to your escrow account."
                   into LetterText(3)
           else
               move "No premium for that policy has been charged to "
                   & "your escrow account." to LetterText(3)
           end-if.
           move "Your escrow account will be re-analyzed and any "
               & "payment change confirmed in writing."
               to LetterText(4).
           move 4 to LetterLines.
           perform 5500-SendLetter.

           move "LENDER-PLACED POLICY CANCELLED" to RAQ-Reason.
           perform 5800-QueueReanalysis.

           string "FPI CANCELLED " ActionAccount
               " policy " FPT-PolicyNo(PlacementSub)
               " refund " RefundAmount into msg.
           perform 8000-Logs.

      * A LIVE CHECK TO THE CARRIER FOR THE ACCOUNT SINCE PLACEMENT
      * MEANS CHECKISSUE HAS ALREADY PAID THE PREMIUM OUT OF ESCROW
       2300-CheckPremiumPaid.
           move "N" to PremiumPaidFlag.
           move "N" to eof-register-file.
           open input CheckRegisterFile.
           read CheckRegisterFile
               at end set eof-register to true
           end-read.
           perform until eof-register
               if CHK-Account = ActionAccount
                   and CHK-Payee = CarrierName
                   and not CHK-Void
                   move CHK-IssueDate to WORK-DATE
                   perform 7000-DateToInteger
                   if DateInteger >= PlacedInteger
                       set PremiumPaid to true
                   end-if
               end-if
               read CheckRegisterFile
                   at end set eof-register to true
               end-read
           end-perform.
           close CheckRegisterFile.

       2400-RemoveExpectation.
           move 1 to DisbSub.
           perform until DisbSub > DisbCount
               if DTB-Account(DisbSub) = ActionAccount
                   and DTB-Payee(DisbSub) = CarrierName
                   and DTB-Amount(DisbSub) = FPT-Premium(PlacementSub)
                   and DTB-Removed(DisbSub) = "N"
                   move "Y" to DTB-Removed(DisbSub)
                   set DisbChanged to true
                   exit perform
               end-if
               add 1 to DisbSub
           end-perform.

       2500-CancelOnPayeeMaster.
           move 1 to PayeeSub.
           perform until PayeeSub > PayeeCount
               if PYT-PolicyAccount(PayeeSub) = ActionAccount
                   and PYT-PolicyNo(PayeeSub) =
                       FPT-PolicyNo(PlacementSub)
                   move PYT-Record(PayeeSub) to PayeeMasterRecord
                   move "X" to PYM-PolicyStatus
                   move PayeeMasterRecord to PYT-Record(PayeeSub)
                   set PayeeChanged to true
                   exit perform
               end-if
               add 1 to PayeeSub
           end-perform.

      * THE CARRIER RETURNS THE UNEARNED PREMIUM; IT GOES BACK INTO
      * THE BORROWER'S ESCROW: DR CASH / CR ESCROW LIABILITY
       2600-RefundToEscrow.
           move spaces to FpiRefundRecord.
           move ActionAccount to FRF-Account.
           move TodayDate to FRF-Date.
           move CarrierName to FRF-Payee.
           move RefundAmount to FRF-Amount.
           write FpiRefundRecord.
           add RefundAmount to RefundTotal.

           perform 5100-ReadLoan.
           if not LoanFound
               move spaces to LM-CompanyCode
           end-if.
           move "CASH" to GLPostType.
           perform 7500-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move ActionAccount to GLW-Account.
           move "DR" to GLW-DRCR.
           move RefundAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

           move "ESCR" to GLPostType.
           perform 7500-MapGLAccount.
           move LogProgramName to GLW-Source.
           move TodayDate to GLW-Date.
           move ActionAccount to GLW-Account.
           move "CR" to GLW-DRCR.
           move RefundAmount to GLW-Amount.
           move LM-CompanyCode to GLW-Company.
           write GLWorkRecord.

      * AN OPEN EPISODE WHOSE LAPSED BILL HAS SINCE BEEN PAID IS CURED;
      * OTHERWISE THE CLOCK MOVES IT TO THE SECOND NOTICE AND THEN TO
      * PLACEMENT
       3000-AdvanceEpisodes.
           move 1 to PlacementSub.
           perform until PlacementSub > PlacementCount
               if FPT-FirstSent(PlacementSub)
                   or FPT-SecondSent(PlacementSub)
                   move FPT-Account(PlacementSub) to ActionAccount
                   perform 3100-AdvanceOneEpisode
               end-if
               add 1 to PlacementSub
           end-perform.

       3100-AdvanceOneEpisode.
           move 1 to TrackSub.
           perform until TrackSub > TrackCount
               if TRK-Account(TrackSub) = ActionAccount
                   and TRK-Payee(TrackSub) =
                       FPT-LapsedPayee(PlacementSub)
                   and TRK-State(TrackSub) = "P"
                   move spaces to HistoryDetail
                   string "Lapsed bill " FPT-LapsedPayee(PlacementSub)
                       " paid - episode cured before placement"
                       into HistoryDetail
                   perform 2100-CureEpisode
                   exit paragraph
               end-if
               add 1 to TrackSub
           end-perform.

           perform 5100-ReadLoan.
           if not LoanFound or not LM-StatusActive
               move spaces to HistoryDetail
               string "Loan no longer active - episode closed"
                   into HistoryDetail
               perform 2100-CureEpisode
               exit paragraph
           end-if.

           if FPT-FirstSent(PlacementSub)
               move FPT-FirstDate(PlacementSub) to WORK-DATE
               perform 7000-DateToInteger
               compute ElapsedDays = TodayInteger - DateInteger
               if ElapsedDays >= SecondDays
                   perform 3200-SendSecondNotice
               end-if
           else
               move FPT-SecondDate(PlacementSub) to WORK-DATE
               perform 7000-DateToInteger
               compute ElapsedDays = TodayInteger - DateInteger
               if ElapsedDays >= PlaceDays
                   perform 3300-PlaceCoverage
               end-if
           end-if.

       3200-SendSecondNotice.
           move "2" to FPT-Stage(PlacementSub).
           move TodayDate to FPT-SecondDate(PlacementSub).
           add 1 to SecondNotices.

           move "SECOND NOTICE - EVIDENCE OF HAZARD INSURANCE REQUIRED"
               to LetterTitle.
           move "_fpi2" to LetterSuffix.
           perform 5600-LapseLetterBody.
           compute ElapsedDays = PlaceDays.
           string "This is our second notice. If we do not receive "
               "proof of coverage within " ElapsedDays " days,"
               into LetterText(4).
           move "we will buy insurance to protect our interest in "
               & "the property and charge its cost" to LetterText(5).
           move "to your escrow account. That insurance may cost "
               & "more and cover less than your own."
               to LetterText(6).
           move 6 to LetterLines.
           perform 5500-SendLetter.

           move "2ND NOTICE" to HistoryStep.
           move spaces to HistoryDetail.
           string "Second notice - lapsed "
               FPT-LapsedPayee(PlacementSub)
               " due " FPT-LapseDue(PlacementSub) into HistoryDetail.
           perform 5900-WriteHistory.
           move spaces to ForcePlaceLine.
           string "2ND NOTICE " ActionAccount "  "
               HistoryDetail into ForcePlaceLine.
           write ForcePlaceLine.

      * LENDER-PLACED COVERAGE: ONE YEAR FROM TODAY, PREMIUM AT THE
      * CONFIGURED RATE ON THE LOAN BALANCE, RECORDED ON THE PAYEE
      * MASTER, EXPECTED OUT OF ESCROW THIS MONTH AND EVERY YEAR AFTER
      * UNTIL CANCELLED
       3300-PlaceCoverage.
           if PayeeCount >= 500 or DisbCount >= 2000
               string "FPI NOT PLACED " ActionAccount
                   " - payee or disbursement table full" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to PolicySeq.
           move spaces to FPT-PolicyNo(PlacementSub).
           string "FP" CDT-Year(3:2) CDT-Month CDT-Day PolicySeq
               into FPT-PolicyNo(PlacementSub).
           compute FPT-Premium(PlacementSub) rounded =
               LM-CurrentBalance * PremiumRate.
           move TodayDate to FPT-PlacedDate(PlacementSub).
           compute DateInteger = TodayInteger + 365.
           perform 7100-IntegerToDate.
           move DateOut to FPT-PolicyExp(PlacementSub).
           move "P" to FPT-Stage(PlacementSub).
           add 1 to PoliciesPlaced.

           add 1 to PayeeCount.
           move spaces to PayeeMasterRecord.
           move CarrierName to PYM-Payee.
           move "I" to PYM-Type.
           move CarrierAddr to PYM-RemitAddr.
           move ActionAccount to PYM-PolicyAccount.
           move FPT-PolicyNo(PlacementSub) to PYM-PolicyNo.
           move TodayDate to PYM-PolicyEff.
           move FPT-PolicyExp(PlacementSub) to PYM-PolicyExp.
           move FPT-Premium(PlacementSub) to PYM-PolicyPremium.
           move "P" to PYM-PolicyStatus.
           move PayeeMasterRecord to PYT-Record(PayeeCount).
           set PayeeChanged to true.

           add 1 to DisbCount.
           move ActionAccount to DTB-Account(DisbCount).
           move CDT-Month to DTB-DueMonth(DisbCount).
           move CarrierName to DTB-Payee(DisbCount).
           move FPT-Premium(PlacementSub) to DTB-Amount(DisbCount).
           move "N" to DTB-Removed(DisbCount).
           set DisbChanged to true.

           move "LENDER-PLACED POLICY BOUND" to RAQ-Reason.
           perform 5800-QueueReanalysis.

           move FPT-Premium(PlacementSub) to Disp-Amount.
           move "PLACED" to HistoryStep.
           move spaces to HistoryDetail.
           string "Policy " FPT-PolicyNo(PlacementSub) " "
               CarrierName " premium " Disp-Amount
               " to " FPT-PolicyExp(PlacementSub) into HistoryDetail.
           perform 5900-WriteHistory.
           move spaces to ForcePlaceLine.
           string "PLACED     " ActionAccount "  "
               HistoryDetail into ForcePlaceLine.
           write ForcePlaceLine.

           move "NOTICE OF LENDER-PLACED HAZARD INSURANCE" to
               LetterTitle.
           move "_fpiplaced" to LetterSuffix.
           move spaces to LETTER-BODY.
           string "We have not received proof that your property "
               "is insured, so we have bought" into LetterText(1).
           string "insurance from " CarrierName ", policy "
               FPT-PolicyNo(PlacementSub) ", through "
               FPT-PolicyExp(PlacementSub) "." into LetterText(2).
           string "The annual premium of " Disp-Amount
               " will be paid from your escrow account,"
               into LetterText(3).
           move "which will be re-analyzed; your payment may "
               & "increase." to LetterText(4).
           move "If you send proof of your own coverage we will "
               & "cancel this policy and refund" to LetterText(5).
           move "any premium for the period you were covered."
               to LetterText(6).
           move 6 to LetterLines.
           perform 5500-SendLetter.

           string "FPI PLACED " ActionAccount
               " policy " FPT-PolicyNo(PlacementSub)
               " premium " FPT-Premium(PlacementSub) into msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

      * A PAST-DUE INSURANCE ITEM ON A LOAN WITH NO OPEN EPISODE
      * STARTS ONE WITH THE FIRST NOTICE. THE PLACEMENT CARRIER'S OWN
      * PREMIUM IS NEVER ITSELF A LAPSE.
       4000-OpenNewEpisodes.
           move 1 to TrackSub.
           perform until TrackSub > TrackCount
               if TRK-State(TrackSub) = "D"
                   and TRK-Payee(TrackSub) not = CarrierName
                   perform 4050-CheckPayeeType
                   if PayeeTypeFound = "I"
                       move TRK-Account(TrackSub) to ActionAccount
                       perform 5000-FindOpenEpisode
                       if not OpenFound
                           perform 4060-FindWorkedLapse
                       end-if
                       if not OpenFound
                           perform 4100-OpenEpisode
                       end-if
                   end-if
               end-if
               add 1 to TrackSub
           end-perform.

       4050-CheckPayeeType.
           move space to PayeeTypeFound.
           move 1 to PayeeSub.
           perform until PayeeSub > PayeeCount
               if PYT-Payee(PayeeSub) = TRK-Payee(TrackSub)
                   move PYT-Type(PayeeSub) to PayeeTypeFound
                   exit perform
               end-if
               add 1 to PayeeSub
           end-perform.

      * A LAPSE ALREADY WORKED TO A CURE OR CANCELLATION IS NOT
      * REOPENED WHILE BILLTRACK STILL CARRIES THE OLD BILL PAST DUE
       4060-FindWorkedLapse.
           move spaces to DateOut.
           string TRK-DueMonth(TrackSub) "/" TRK-DueYear(TrackSub)
               into DateOut.
           move 1 to PlacementSub.
           perform until PlacementSub > PlacementCount
               if FPT-Account(PlacementSub) = ActionAccount
                   and FPT-LapsedPayee(PlacementSub) =
                       TRK-Payee(TrackSub)
                   and FPT-LapseDue(PlacementSub) = DateOut(1:7)
                   set OpenFound to true
                   exit perform
               end-if
               add 1 to PlacementSub
           end-perform.

       4100-OpenEpisode.
           perform 5100-ReadLoan.
           if not LoanFound or not LM-StatusActive
               exit paragraph
           end-if.
           if PlacementCount >= 1000
               string "Placement table full at 1000 - lapse on "
                   ActionAccount " not worked" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to PlacementCount.
           move PlacementCount to PlacementSub.
           initialize PlacementEntry(PlacementSub).
           move ActionAccount to FPT-Account(PlacementSub).
           move TRK-Payee(TrackSub) to FPT-LapsedPayee(PlacementSub).
           string TRK-DueMonth(TrackSub) "/" TRK-DueYear(TrackSub)
               into FPT-LapseDue(PlacementSub).
           move "1" to FPT-Stage(PlacementSub).
           move TodayDate to FPT-FirstDate(PlacementSub).
           add 1 to EpisodesOpened.

           move "FIRST NOTICE - EVIDENCE OF HAZARD INSURANCE REQUIRED"
               to LetterTitle.
           move "_fpi1" to LetterSuffix.
           perform 5600-LapseLetterBody.
           compute ElapsedDays = SecondDays.
           string "Please send proof of current coverage within "
               ElapsedDays " days." into LetterText(4).
           move "If we do not receive it we may buy insurance to "
               & "protect our interest in the" to LetterText(5).
           move "property and charge its cost to your escrow account."
               to LetterText(6).
           move 6 to LetterLines.
           perform 5500-SendLetter.

           move "1ST NOTICE" to HistoryStep.
           move spaces to HistoryDetail.
           string "First notice - lapsed "
               FPT-LapsedPayee(PlacementSub)
               " due " FPT-LapseDue(PlacementSub) into HistoryDetail.
           perform 5900-WriteHistory.
           move spaces to ForcePlaceLine.
           string "1ST NOTICE " ActionAccount "  "
               HistoryDetail into ForcePlaceLine.
           write ForcePlaceLine.

       5000-FindOpenEpisode.
           move "N" to OpenFoundFlag.
           move 1 to PlacementSub.
           perform until PlacementSub > PlacementCount
               if FPT-Account(PlacementSub) = ActionAccount
                   and FPT-Open(PlacementSub)
                   set OpenFound to true
                   exit perform
               end-if
               add 1 to PlacementSub
           end-perform.

       5100-ReadLoan.
           move "N" to LoanFoundFlag.
           if not LoanMasterOpen
               exit paragraph
           end-if.
           move ActionAccount to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   continue
               not invalid key
                   set LoanFound to true
           end-read.

      * ONE LETTER FILE PER NOTICE, BORROWER ADDRESS BLOCK FIRST; A
      * KNOWN-BAD ADDRESS IS LISTED FOR RESEARCH AND NOT WRITTEN
       5500-SendLetter.
           move "N" to BorrowerFoundFlag.
           if BorrowerMasterOpen
               move ActionAccount to BW-Account
               read BorrowerMasterFile
                   invalid key
                       continue
                   not invalid key
                       set BorrowerFound to true
               end-read
           end-if.
           if BorrowerFound and BW-AddressBad
               move spaces to AddressResearchRecord
               move ActionAccount to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               move "NOT MAILED" to HistoryStep
               move spaces to HistoryDetail
               string LetterTitle " - bad address, on the research "
                   "list" into HistoryDetail
               perform 5900-WriteHistory
               exit paragraph
           end-if.

           move spaces to FpiLetterName.
           string "Escrow/fpinotices/" delimited by size
                  ActionAccount delimited by space
                  LetterSuffix delimited by space
                  ".txt" delimited by size
                  into FpiLetterName
           end-string.
           open output FpiLetterFile.

           move spaces to FpiLetterLine.
           string LetterTitle "   " TodayDate into FpiLetterLine.
           write FpiLetterLine.
           move spaces to FpiLetterLine.
           string "Account " ActionAccount into FpiLetterLine.
           write FpiLetterLine.
           if BorrowerFound
               move spaces to FpiLetterLine
               move BW-Name to FpiLetterLine
               write FpiLetterLine
               move spaces to FpiLetterLine
               move BW-Addr1 to FpiLetterLine
               write FpiLetterLine
               if BW-Addr2 not = spaces
                   move spaces to FpiLetterLine
                   move BW-Addr2 to FpiLetterLine
                   write FpiLetterLine
               end-if
               move spaces to FpiLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into FpiLetterLine
               end-string
               write FpiLetterLine
           end-if.
           move spaces to FpiLetterLine.
           write FpiLetterLine.

           move 1 to LetterSub.
           perform LetterLines times
               move spaces to FpiLetterLine
               move LetterText(LetterSub) to FpiLetterLine
               write FpiLetterLine
               add 1 to LetterSub
           end-perform.
           close FpiLetterFile.

       5600-LapseLetterBody.
           move spaces to LETTER-BODY.
           string "Our records show the hazard insurance bill from "
               FPT-LapsedPayee(PlacementSub) into LetterText(1).
           string "due " FPT-LapseDue(PlacementSub)
               " has not been paid and the coverage on your property"
               into LetterText(2).
           move "may have lapsed. Your loan requires the property "
               & "to stay insured." to LetterText(3).

       5800-QueueReanalysis.
           move ActionAccount to RAQ-Account.
           move TodayDate to RAQ-Date.
           move LogProgramName to RAQ-Program.
           write ReanalysisQueueRecord.

       5900-WriteHistory.
           move spaces to PlacementHistoryRecord.
           move TodayDate to FPH-Date.
           move ActionAccount to FPH-Account.
           move HistoryStep to FPH-Step.
           move HistoryDetail to FPH-Detail.
           write PlacementHistoryRecord.

       6000-RewritePlacements.
           open output PlacementFile.
           move 1 to PlacementSub.
           perform PlacementCount times
               move PlacementEntry(PlacementSub) to PlacementRecord
               write PlacementRecord
               add 1 to PlacementSub
           end-perform.
           close PlacementFile.

       6100-RewritePayees.
           open output PayeeMasterFile.
           move 1 to PayeeSub.
           perform PayeeCount times
               move PYT-Record(PayeeSub) to PayeeMasterRecord
               write PayeeMasterRecord
               add 1 to PayeeSub
           end-perform.
           close PayeeMasterFile.

       6200-RewriteDisbursements.
           open output DisbExpectFile.
           move 1 to DisbSub.
           perform DisbCount times
               if DTB-Removed(DisbSub) = "N"
                   move DTB-Account(DisbSub) to DSB-Account
                   move DTB-DueMonth(DisbSub) to DSB-DueMonth
                   move DTB-Payee(DisbSub) to DSB-Payee
                   move DTB-Amount(DisbSub) to DSB-Amount
                   write DisbExpectRecord
               end-if
               add 1 to DisbSub
           end-perform.
           close DisbExpectFile.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

       7100-IntegerToDate.
           compute DATE-YYYYMMDD-N =
               function date-of-integer(DateInteger).
           move spaces to DateOut.
           string DY-Month "/" DY-Day "/" DY-Year into DateOut.

       7500-MapGLAccount.
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
               when "CASH"
                   move "Cash" to GLW-AcctName
               when "ESCR"
                   move "Escrow Liability" to GLW-AcctName
           end-evaluate.

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

       end program FORCEPLACE.
