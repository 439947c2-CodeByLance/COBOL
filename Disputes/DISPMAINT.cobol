      ******************************************************************
      * Dispute and qualified written request case maintenance - a     *
      * dispute stops being a DP note and a collector's memory and     *
      * becomes a case with a clock on it. Applies actions from        *
      * Disputes\dispmaint.txt to the case file at                     *
      * shared\data\disputes.txt: N opens a case (account on the loan  *
      * master, type P payment, S escrow, F fee, C credit reporting,   *
      * E notice of error, R information request, received date,       *
      * assigned operator on the operator master); A records the       *
      * acknowledgment; R reassigns it; X takes the one 15 business    *
      * day extension; C closes it with a resolution code (EC error    *
      * corrected, NE no error found, IP information provided, WD      *
      * withdrawn, DU duplicate). The acknowledgment is due 5 and the  *
      * resolution 30 business days after receipt, counted day by day  *
      * through wrkmodule/BUSDAY so weekends and the holiday calendar  *
      * never count. The acknowledgment, extension and resolution      *
      * letters go out off the borrower master to Disputes\letters     *
      * and through EDELIVER; a known-bad address goes to address      *
      * research instead. Opening and closing a case leave a DP note   *
      * on shared\data\servicingnotes.txt so the inquiry screen shows  *
      * it. Every action, applied or rejected, goes to the register at *
      * Disputes\dispmaintreport.txt and through LOGGER; the action    *
      * file is removed once applied so a rerun cannot open a case     *
      * twice. A case file too large to hold is never rewritten: the   *
      * run stops with an ERROR and the action file waits.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DISPMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional MaintFile ASSIGN TO
                   "Disputes\dispmaint.txt"
                   organization is line sequential.

               select optional DisputeFile ASSIGN TO
                   "shared\data\disputes.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select OperatorFile ASSIGN TO
                   "shared\data\operators.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is OPR-Id
                   file status is OperatorStatus.

               select BorrowerMasterFile ASSIGN TO
                   "shared\data\borrowers.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional ServicingNotesFile ASSIGN TO
                   "shared\data\servicingnotes.txt"
                   organization is line sequential.

               select DisputeLetterFile ASSIGN TO
                   DYNAMIC DisputeLetterName
                   organization is line sequential.

               select MaintReportFile ASSIGN TO
                   "Disputes\dispmaintreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-New        value "N".
                   88  Maint-Acknowledge value "A".
                   88  Maint-Reassign   value "R".
                   88  Maint-Extend     value "X".
                   88  Maint-Close      value "C".
               05  MaintCaseIdIn        PIC 9(7).
               05  MaintAccountIn       PIC X(10).
               05  MaintTypeIn          PIC X.
               05  MaintDateIn          PIC X(10).
               05  MaintOperatorIn      PIC X(10).
               05  MaintResolutionIn    PIC X(2).
               05  MaintSummaryIn       PIC X(40).

       FD  DisputeFile.
           copy "../shared/copybooks/dispute.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  OperatorFile.
           copy "../shared/copybooks/operator.cpy".

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

       FD  ServicingNotesFile.
           01 ServicingNoteRecord.
               05  SVN-Account      PIC X(10).
               05  FILLER           PIC X.
               05  SVN-Stamp        PIC X(14).
               05  FILLER           PIC X.
               05  SVN-Operator     PIC X(10).
               05  FILLER           PIC X.
               05  SVN-Category     PIC X(2).
               05  FILLER           PIC X.
               05  SVN-Text         PIC X(100).

       FD  DisputeLetterFile.
           01 DisputeLetterLine     PIC X(90).

       FD  MaintReportFile.
           01 MaintReportLine       PIC X(132).

       working-storage section.
      * EVERY CASE ON FILE, OPEN AND CLOSED - THE FILE IS REWRITTEN
      * FROM HERE ONCE THE ACTIONS ARE APPLIED
       01  CASE-TABLE.
           05  CaseEntry occurs 3000 times.
               10  CST-Record       PIC X(132).
       01  CaseCount                PIC 9(4) value zero.
       01  CaseOverflowFlag         PIC X value "N".
           88  CaseOverflow         value "Y".
       01  CaseSub                  PIC 9(4) value zero.
       01  CaseFoundFlag            PIC X value "N".
           88  CaseFound            value "Y".
       01  HighCaseId               PIC 9(7) value zero.

       01  LoanMasterStatus         PIC XX value spaces.
       01  OperatorStatus           PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  OperatorOpenFlag         PIC X value "N".
           88  OperatorOpen         value "Y".
       01  BorrowerMasterOpenFlag   PIC X value "N".
           88  BorrowerMasterOpen   value "Y".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  OperatorValidFlag        PIC X value "N".
           88  OperatorValid        value "Y".
       01  DateValidFlag            PIC X value "N".
           88  DateValid            value "Y".

       01  eof-maint-file           PIC X value "N".
           88  eof-maint            value "Y".
       01  eof-dispute-file         PIC X value "N".
           88  eof-dispute          value "Y".

       01  MaintAppliedCount        PIC 9(4) value zero.
       01  MaintRejectedCount       PIC 9(4) value zero.
       01  CasesOpened              PIC 9(4) value zero.
       01  CasesClosed              PIC 9(4) value zero.
       01  LateAcknowledged         PIC 9(4) value zero.
       01  LateResolved             PIC 9(4) value zero.
       01  LettersWritten           PIC 9(4) value zero.
       01  BadAddressSkipped        PIC 9(4) value zero.

      * STATUTORY CLOCKS IN BUSINESS DAYS FROM RECEIPT
       01  AckBusinessDays          PIC 99 value 5.
       01  ResolveBusinessDays      PIC 99 value 30.
       01  ExtensionBusinessDays    PIC 99 value 15.

       01  ActionDate               PIC X(10) value spaces.
       01  BusDayDate               PIC X(10) value spaces.
       01  BusDayRolled             PIC X(10) value spaces.
       01  BusDayCount              PIC 99 value zero.
       01  DueInteger               PIC 9(7) value zero.
       01  ActionInteger            PIC 9(7) value zero.
       01  TypeText                 PIC X(22) value spaces.
       01  ResolutionText           PIC X(24) value spaces.
       01  NoteText                 PIC X(100) value spaces.
       01  NoteOperator             PIC X(10) value spaces.

      * K ACKNOWLEDGMENT, X EXTENSION, C RESOLUTION
       01  LetterKind               PIC X value space.
           88  LetterAck            value "K".
           88  LetterExtension      value "X".
           88  LetterResolution     value "C".
       01  DisputeLetterName        PIC X(60) value spaces.
       01  LetterDirPath            PIC X(30) value
               "Disputes/letters".
       01  Disp-CaseId              PIC 9(7).

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

       01  TodayDate                PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).
       01  CDT-Stamp redefines CURRENT-DATE-AND-TIME.
           05 CDT-StampDigits       PIC X(14).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "DISPMAINT".
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
               display "DISPMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open input OperatorFile.
           if OperatorStatus = "00"
               set OperatorOpen to true
           else
               string "No operator master at "
                   "shared\data\operators.dat status " OperatorStatus
                   " - assigned operators cannot be checked" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

           perform 1000-LoadCases.
      * a case file only partly loaded cannot be written back - the
      * cases past the table, deadlines and all, would be lost
           if CaseOverflow
               display "DISPMAINT - case file over 3000 cases,"
                   " nothing applied"
               string "Case file over 3000 cases - no action applied,"
                   " disputes.txt not rewritten, dispmaint.txt kept"
                   " for the rerun" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               if OperatorOpen
                   close OperatorFile
               end-if
               close LoanMasterFile
               perform 9000-CloseLog
               stop run
           end-if.

           call "CBL_CREATE_DIR" using LetterDirPath.
           perform 1500-OpenBorrowerMaster.
           open extend AddressResearchFile.
           open extend ServicingNotesFile.

           open output MaintReportFile.
           move spaces to MaintReportLine.
           string "DISPUTE CASE MAINTENANCE REGISTER   Run " TodayDate
               into MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           write MaintReportLine.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.
           perform until eof-maint
               evaluate true
                   when Maint-New
                       perform 2000-OpenCase
                   when Maint-Acknowledge
                       perform 2100-Acknowledge
                   when Maint-Reassign
                       perform 2200-Reassign
                   when Maint-Extend
                       perform 2300-Extend
                   when Maint-Close
                       perform 2400-CloseCase
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown dispute action "
                           MaintActionIn " for case " MaintCaseIdIn
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8500-Register
                       perform 8000-Logs
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.
           close MaintFile.

           perform 4000-RewriteCases.

           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if OperatorOpen
               close OperatorFile
           end-if.
           close LoanMasterFile.
           close AddressResearchFile.
           close ServicingNotesFile.

           move spaces to MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  "  Opened " CasesOpened
                  " Closed " CasesClosed
                  "  Acknowledged late " LateAcknowledged
                  " Resolved late " LateResolved
                  into MaintReportLine.
           write MaintReportLine.
           move spaces to MaintReportLine.
           string "Letters " LettersWritten
                  "  Bad address - to research " BadAddressSkipped
                  into MaintReportLine.
           write MaintReportLine.
           close MaintReportFile.

      * the actions have been applied - a rerun must not open the same
      * case twice
           call "C$DELETE" using "Disputes\dispmaint.txt", 0.

           string "END. Applied " MaintAppliedCount
               " Rejected " MaintRejectedCount
               " Opened " CasesOpened
               " Closed " CasesClosed
               " Late ack " LateAcknowledged
               " Late resolution " LateResolved
               " Letters " LettersWritten into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-LoadCases.
           open input DisputeFile.
           read DisputeFile
               at end set eof-dispute to true
           end-read.
           perform until eof-dispute
               if CaseCount < 3000
                   add 1 to CaseCount
                   move DisputeRecord to CST-Record(CaseCount)
                   if DSP-CaseId > HighCaseId
                       move DSP-CaseId to HighCaseId
                   end-if
               else
                   if not CaseOverflow
                       set CaseOverflow to true
                       string "Case table full at 3000 - case "
                           DSP-CaseId " and later not loaded" into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                   end-if
               end-if
               read DisputeFile
                   at end set eof-dispute to true
               end-read
           end-perform.
           close DisputeFile.

       1500-OpenBorrowerMaster.
           open input BorrowerMasterFile.
           if BorrowerMasterStatus = "00"
               set BorrowerMasterOpen to true
           else
               string "No borrower master at "
                   "shared\data\borrowers.dat status "
                   BorrowerMasterStatus
                   " - dispute letters go out without address blocks"
                   into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

      * THE CASE NAMED ON THE ACTION INTO DisputeRecord
       1600-FindCase.
           move "N" to CaseFoundFlag.
           move 1 to CaseSub.
           perform until CaseSub > CaseCount
               move CST-Record(CaseSub) to DisputeRecord
               if DSP-CaseId = MaintCaseIdIn
                   set CaseFound to true
                   exit perform
               end-if
               add 1 to CaseSub
           end-perform.

      * THE ACTION DATE - TODAY WHEN LEFT BLANK
       1700-ActionDate.
           move "Y" to DateValidFlag.
           if MaintDateIn = spaces
               move TodayDate to ActionDate
           else
               move MaintDateIn to ActionDate
               move MaintDateIn to WORK-DATE
               if WORK-MONTH not numeric or WORK-DAY not numeric
                   or WORK-YEAR not numeric
                   or WORK-MONTH < 1 or WORK-MONTH > 12
                   or WORK-DAY < 1 or WORK-DAY > 31
                   move "N" to DateValidFlag
               end-if
           end-if.

      * AN ASSIGNED OPERATOR MUST BE ON THE OPERATOR MASTER AND ACTIVE
       1800-CheckOperator.
           move "N" to OperatorValidFlag.
           if MaintOperatorIn = spaces
               exit paragraph
           end-if.
           if not OperatorOpen
               set OperatorValid to true
               exit paragraph
           end-if.
           move MaintOperatorIn to OPR-Id.
           read OperatorFile
               invalid key
                   continue
               not invalid key
                   if OPR-IsActive
                       set OperatorValid to true
                   end-if
           end-read.

       2000-OpenCase.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Dispute for " MaintAccountIn
                       " - loan is not on the master" into msg
                   move "ERROR" to LogSeverity
                   perform 8500-Register
                   perform 8000-Logs
                   exit paragraph
           end-read.

           move MaintTypeIn to DSP-Type.
           if not DSP-ValidType
               add 1 to MaintRejectedCount
               string "REJECTED. Dispute for " MaintAccountIn
                   " - unknown case type " MaintTypeIn into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1700-ActionDate.
           if not DateValid
               add 1 to MaintRejectedCount
               string "REJECTED. Dispute for " MaintAccountIn
                   " - received date " MaintDateIn
                   " is not MM/DD/YYYY" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1800-CheckOperator.
           if not OperatorValid
               add 1 to MaintRejectedCount
               string "REJECTED. Dispute for " MaintAccountIn
                   " - operator " MaintOperatorIn
                   " is not an active operator" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if CaseCount >= 3000
               add 1 to MaintRejectedCount
               string "REJECTED. Case table full at 3000 - dispute for "
                   MaintAccountIn " not opened" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           add 1 to HighCaseId.
           move spaces to DisputeRecord.
           move HighCaseId to DSP-CaseId.
           move MaintAccountIn to DSP-Account.
           move MaintTypeIn to DSP-Type.
           move ActionDate to DSP-Received.
           move MaintOperatorIn to DSP-Operator.
           set DSP-Open to true.
           move "N" to DSP-ExtendedFlag.
           move MaintSummaryIn to DSP-Summary.

           move ActionDate to BusDayDate.
           move AckBusinessDays to BusDayCount.
           perform 7100-AddBusinessDays.
           move BusDayDate to DSP-AckDue.
           move ActionDate to BusDayDate.
           move ResolveBusinessDays to BusDayCount.
           perform 7100-AddBusinessDays.
           move BusDayDate to DSP-ResolveDue.

           add 1 to CaseCount.
           move CaseCount to CaseSub.
           move DisputeRecord to CST-Record(CaseSub).
           add 1 to MaintAppliedCount.
           add 1 to CasesOpened.

           perform 6100-TypeText.
           move DSP-CaseId to Disp-CaseId.
           move spaces to NoteText.
           string "DISPUTE CASE " Disp-CaseId " OPENED - "
               TypeText delimited by "  "
               " - ACK DUE " DSP-AckDue
               " RESOLVE DUE " DSP-ResolveDue
               delimited by size into NoteText.
           move DSP-Operator to NoteOperator.
           perform 6000-WriteNote.

           string "OPENED case " Disp-CaseId " " DSP-Account
               " type " DSP-Type " received " DSP-Received
               " operator " DSP-Operator
               " ack due " DSP-AckDue
               " resolve due " DSP-ResolveDue into msg.
           perform 8500-Register.
           perform 8000-Logs.

       2100-Acknowledge.
           perform 1600-FindCase.
           if not CaseFound or not DSP-Open
               add 1 to MaintRejectedCount
               string "REJECTED. Acknowledge case " MaintCaseIdIn
                   " - no open unacknowledged case" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1700-ActionDate.
           if not DateValid
               add 1 to MaintRejectedCount
               string "REJECTED. Acknowledge case " MaintCaseIdIn
                   " - date " MaintDateIn " is not MM/DD/YYYY"
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move ActionDate to DSP-AckSent.
           set DSP-Acknowledged to true.
           move DisputeRecord to CST-Record(CaseSub).
           add 1 to MaintAppliedCount.

           set LetterAck to true.
           perform 5000-WriteLetter.

           move DSP-AckDue to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to DueInteger.
           move ActionDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DSP-CaseId to Disp-CaseId.
           if DateInteger > DueInteger
               add 1 to LateAcknowledged
               string "ACKNOWLEDGED LATE case " Disp-CaseId " "
                   DSP-Account " on " ActionDate
                   " - was due " DSP-AckDue into msg
               move "WARN " to LogSeverity
           else
               string "ACKNOWLEDGED case " Disp-CaseId " "
                   DSP-Account " on " ActionDate
                   " - due " DSP-AckDue into msg
           end-if.
           perform 8500-Register.
           perform 8000-Logs.

       2200-Reassign.
           perform 1600-FindCase.
           if not CaseFound or not DSP-StillOpen
               add 1 to MaintRejectedCount
               string "REJECTED. Reassign case " MaintCaseIdIn
                   " - no open case" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1800-CheckOperator.
           if not OperatorValid
               add 1 to MaintRejectedCount
               string "REJECTED. Reassign case " MaintCaseIdIn
                   " - operator " MaintOperatorIn
                   " is not an active operator" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move DSP-CaseId to Disp-CaseId.
           string "REASSIGNED case " Disp-CaseId " " DSP-Account
               " from " DSP-Operator " to " MaintOperatorIn into msg.
           move MaintOperatorIn to DSP-Operator.
           move DisputeRecord to CST-Record(CaseSub).
           add 1 to MaintAppliedCount.
           perform 8500-Register.
           perform 8000-Logs.

      * ONE EXTENSION PER CASE, TAKEN BEFORE THE RESOLUTION DATE PASSES
      * AND NOTIFIED TO THE BORROWER
       2300-Extend.
           perform 1600-FindCase.
           if not CaseFound or not DSP-StillOpen
               add 1 to MaintRejectedCount
               string "REJECTED. Extend case " MaintCaseIdIn
                   " - no open case" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           if DSP-Extended
               add 1 to MaintRejectedCount
               string "REJECTED. Extend case " MaintCaseIdIn
                   " - already extended to " DSP-ResolveDue into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1700-ActionDate.
           move zero to DateInteger.
           move zero to DueInteger.
           if DateValid
               move DSP-ResolveDue to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to DueInteger
               move ActionDate to WORK-DATE
               perform 7000-DateToInteger
           end-if.
           if not DateValid or DateInteger > DueInteger
               add 1 to MaintRejectedCount
               string "REJECTED. Extend case " MaintCaseIdIn
                   " - resolution was due " DSP-ResolveDue
                   ", extension date " ActionDate into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move DSP-ResolveDue to BusDayDate.
           move ExtensionBusinessDays to BusDayCount.
           perform 7100-AddBusinessDays.
           move DSP-CaseId to Disp-CaseId.
           string "EXTENDED case " Disp-CaseId " " DSP-Account
               " resolution due from " DSP-ResolveDue
               " to " BusDayDate into msg.
           move BusDayDate to DSP-ResolveDue.
           set DSP-Extended to true.
           move DisputeRecord to CST-Record(CaseSub).
           add 1 to MaintAppliedCount.

           set LetterExtension to true.
           perform 5000-WriteLetter.
           perform 8500-Register.
           perform 8000-Logs.

       2400-CloseCase.
           perform 1600-FindCase.
           if not CaseFound or not DSP-StillOpen
               add 1 to MaintRejectedCount
               string "REJECTED. Close case " MaintCaseIdIn
                   " - no open case" into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move MaintResolutionIn to DSP-Resolution.
           if not DSP-ValidResolution
               add 1 to MaintRejectedCount
               string "REJECTED. Close case " MaintCaseIdIn
                   " - unknown resolution code " MaintResolutionIn
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           perform 1700-ActionDate.
           if not DateValid
               add 1 to MaintRejectedCount
               string "REJECTED. Close case " MaintCaseIdIn
                   " - date " MaintDateIn " is not MM/DD/YYYY"
                   into msg
               move "ERROR" to LogSeverity
               perform 8500-Register
               perform 8000-Logs
               exit paragraph
           end-if.

           move ActionDate to DSP-ClosedDate.
           set DSP-Closed to true.
           if MaintSummaryIn not = spaces
               move MaintSummaryIn to DSP-Summary
           end-if.
           move DisputeRecord to CST-Record(CaseSub).
           add 1 to MaintAppliedCount.
           add 1 to CasesClosed.

           set LetterResolution to true.
           perform 5000-WriteLetter.

           perform 6200-ResolutionText.
           move DSP-CaseId to Disp-CaseId.
           move spaces to NoteText.
           string "DISPUTE CASE " Disp-CaseId " CLOSED - "
               ResolutionText delimited by "  "
               " - " delimited by size
               DSP-Summary delimited by "  "
               into NoteText.
           move DSP-Operator to NoteOperator.
           perform 6000-WriteNote.

           move DSP-ResolveDue to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to DueInteger.
           move ActionDate to WORK-DATE.
           perform 7000-DateToInteger.
           if DateInteger > DueInteger
               add 1 to LateResolved
               string "CLOSED LATE case " Disp-CaseId " "
                   DSP-Account " " DSP-Resolution " on " ActionDate
                   " - was due " DSP-ResolveDue into msg
               move "WARN " to LogSeverity
           else
               string "CLOSED case " Disp-CaseId " " DSP-Account
                   " " DSP-Resolution " on " ActionDate
                   " - due " DSP-ResolveDue into msg
           end-if.
           perform 8500-Register.
           perform 8000-Logs.

       4000-RewriteCases.
           open output DisputeFile.
           move 1 to CaseSub.
           perform CaseCount times
               move CST-Record(CaseSub) to DisputeRecord
               write DisputeRecord
               add 1 to CaseSub
           end-perform.
           close DisputeFile.

      * ONE LETTER PER CASE EVENT, ADDRESSED OFF THE BORROWER MASTER
       5000-WriteLetter.
           perform 5100-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               move spaces to AddressResearchRecord
               move DSP-Account to ARX-Account
               move LogProgramName to ARX-Program
               move TodayDate to ARX-Date
               move "RETURNED MAIL - BAD ADDRESS" to ARX-Reason
               write AddressResearchRecord
               exit paragraph
           end-if.

           perform 6100-TypeText.
           move DSP-CaseId to Disp-CaseId.
           move spaces to DisputeLetterName.
           evaluate true
               when LetterAck
                   string "Disputes/letters/" delimited by size
                          DSP-Account delimited by space
                          "_" Disp-CaseId "_ack.txt"
                              delimited by size
                          into DisputeLetterName
                   end-string
               when LetterExtension
                   string "Disputes/letters/" delimited by size
                          DSP-Account delimited by space
                          "_" Disp-CaseId "_ext.txt"
                              delimited by size
                          into DisputeLetterName
                   end-string
               when other
                   string "Disputes/letters/" delimited by size
                          DSP-Account delimited by space
                          "_" Disp-CaseId "_resolve.txt"
                              delimited by size
                          into DisputeLetterName
                   end-string
           end-evaluate.
           open output DisputeLetterFile.

           move spaces to DisputeLetterLine.
           evaluate true
               when LetterAck
                   string "ACKNOWLEDGMENT OF YOUR CORRESPONDENCE     "
                       TodayDate into DisputeLetterLine
               when LetterExtension
                   string "NOTICE OF EXTENSION OF TIME TO RESPOND     "
                       TodayDate into DisputeLetterLine
               when other
                   string "RESPONSE TO YOUR CORRESPONDENCE     "
                       TodayDate into DisputeLetterLine
           end-evaluate.
           write DisputeLetterLine.
           move spaces to DisputeLetterLine.
           string "Account " DSP-Account "   Case " Disp-CaseId
               "   Received " DSP-Received into DisputeLetterLine.
           write DisputeLetterLine.

           if BorrowerFound
               move spaces to DisputeLetterLine
               move BW-Name to DisputeLetterLine
               write DisputeLetterLine
               move spaces to DisputeLetterLine
               move BW-Addr1 to DisputeLetterLine
               write DisputeLetterLine
               if BW-Addr2 not = spaces
                   move spaces to DisputeLetterLine
                   move BW-Addr2 to DisputeLetterLine
                   write DisputeLetterLine
               end-if
               move spaces to DisputeLetterLine
               string BW-City delimited by "  "
                      ", " delimited by size
                      BW-State delimited by size
                      " " delimited by size
                      BW-Zip delimited by size
                      into DisputeLetterLine
               end-string
               write DisputeLetterLine
           end-if.

           move spaces to DisputeLetterLine.
           write DisputeLetterLine.
           move spaces to DisputeLetterLine.
           string "Regarding: " TypeText delimited by "  "
               into DisputeLetterLine.
           write DisputeLetterLine.
           if DSP-Summary not = spaces
               move spaces to DisputeLetterLine
               string "           " DSP-Summary into DisputeLetterLine
               write DisputeLetterLine
           end-if.
           move spaces to DisputeLetterLine.
           write DisputeLetterLine.

           evaluate true
               when LetterAck
                   move spaces to DisputeLetterLine
                   string "We received your correspondence on "
                       DSP-Received " and are reviewing it."
                       into DisputeLetterLine
                   write DisputeLetterLine
                   move spaces to DisputeLetterLine
                   string "We will send you our response in writing"
                       " no later than " DSP-ResolveDue "."
                       into DisputeLetterLine
                   write DisputeLetterLine
               when LetterExtension
                   move spaces to DisputeLetterLine
                   string "We need more time to complete our review"
                       " of your correspondence." into DisputeLetterLine
                   write DisputeLetterLine
                   move spaces to DisputeLetterLine
                   string "We will send you our response in writing"
                       " no later than " DSP-ResolveDue "."
                       into DisputeLetterLine
                   write DisputeLetterLine
               when other
                   perform 6200-ResolutionText
                   move spaces to DisputeLetterLine
                   string "We have completed our review. Outcome: "
                       ResolutionText into DisputeLetterLine
                   write DisputeLetterLine
                   move spaces to DisputeLetterLine
                   evaluate true
                       when DSP-Corrected
                           string "We found an error and have"
                               " corrected your account."
                               into DisputeLetterLine
                       when DSP-NoError
                           string "We found no error on your account."
                               " You may ask for the documents we"
                               into DisputeLetterLine
                           write DisputeLetterLine
                           move spaces to DisputeLetterLine
                           string "relied on in reaching this"
                               " decision." into DisputeLetterLine
                       when DSP-InfoProvided
                           string "The information you requested is"
                               " enclosed." into DisputeLetterLine
                       when DSP-Withdrawn
                           string "As you asked, we have closed this"
                               " matter." into DisputeLetterLine
                       when other
                           string "This matter repeats one we have"
                               " already answered."
                               into DisputeLetterLine
                   end-evaluate
                   write DisputeLetterLine
           end-evaluate.

           close DisputeLetterFile.
           add 1 to LettersWritten.
           perform 5200-DeliverLetter.

       5100-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           if not BorrowerMasterOpen
               exit paragraph
           end-if.
           move DSP-Account to BW-Account.
           read BorrowerMasterFile
               invalid key
                   continue
               not invalid key
                   set BorrowerFound to true
           end-read.

       5200-DeliverLetter.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move DSP-Account to EDC-Account.
           evaluate true
               when LetterAck
                   move "DSPACK" to EDC-DocType
               when LetterExtension
                   move "DSPEXT" to EDC-DocType
               when other
                   move "DSPRES" to EDC-DocType
           end-evaluate.
           move spaces to EDC-Period.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into EDC-Period.
           move DisputeLetterName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

      * DP NOTE ON THE SERVICING HISTORY, STAMPED WITH THE CASE OWNER
       6000-WriteNote.
           move spaces to ServicingNoteRecord.
           move DSP-Account to SVN-Account.
           move CDT-StampDigits to SVN-Stamp.
           move NoteOperator to SVN-Operator.
           move "DP" to SVN-Category.
           move NoteText to SVN-Text.
           write ServicingNoteRecord.

       6100-TypeText.
           evaluate true
               when DSP-PaymentDispute
                   move "PAYMENT DISPUTE" to TypeText
               when DSP-EscrowDispute
                   move "ESCROW DISPUTE" to TypeText
               when DSP-FeeDispute
                   move "FEE DISPUTE" to TypeText
               when DSP-CreditReport
                   move "CREDIT REPORTING" to TypeText
               when DSP-ErrorNotice
                   move "NOTICE OF ERROR" to TypeText
               when other
                   move "REQUEST FOR INFORMATION" to TypeText
           end-evaluate.

       6200-ResolutionText.
           evaluate true
               when DSP-Corrected
                   move "ERROR CORRECTED" to ResolutionText
               when DSP-NoError
                   move "NO ERROR FOUND" to ResolutionText
               when DSP-InfoProvided
                   move "INFORMATION PROVIDED" to ResolutionText
               when DSP-Withdrawn
                   move "WITHDRAWN" to ResolutionText
               when other
                   move "DUPLICATE" to ResolutionText
           end-evaluate.

       7000-DateToInteger.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute DateInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

      * BusDayCount BUSINESS DAYS AFTER BusDayDate - ONE CALENDAR DAY
      * AT A TIME, EACH ROLLED PAST WEEKENDS AND HOLIDAYS BY BUSDAY
       7100-AddBusinessDays.
           perform BusDayCount times
               move BusDayDate to WORK-DATE
               perform 7000-DateToInteger
               add 1 to DateInteger
               move function date-of-integer(DateInteger)
                   to DATE-YYYYMMDD-N
               move spaces to BusDayDate
               string DY-Month "/" DY-Day "/" DY-Year
                   delimited by size into BusDayDate
               call "shared\wrkmodule\BUSDAY" using
                   BusDayDate, BusDayRolled
               end-call
               move BusDayRolled to BusDayDate
           end-perform.

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

       8500-Register.
           move spaces to MaintReportLine.
           move msg to MaintReportLine.
           write MaintReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program DISPMAINT.
