      ******************************************************************
      * Archived transaction search - "did our payment of 1,250.00 on  *
      * the 3rd ever come in, and what happened to it" answered from   *
      * the archive instead of by opening a week of batch files. Each  *
      * line of files\pending\txnquery.txt is one query: loan account, *
      * an accountName fragment, an amount range, a transaction date   *
      * (xdate) range as YYYYMMDD, transaction type and company - a    *
      * blank field matches anything. The intake audit                 *
      * (files\reports\intakeaudit.txt) names every batch that reached *
      * the archive and the day it went to files\archive\YYYYMMDD;     *
      * every batch archived from the first day of the range through   *
      * 31 days after its last (files arrive late) is read row by row. *
      * A batch from a source with a format profile is read from the   *
      * translated copy archived beside the partner's original         *
      * (<key>_xlat.csv), so its rows are in the standard layout.      *
      * Each matching row is listed with its batch key, archive        *
      * location, record sequence in the batch and what became of it:  *
      * REJECTED with the reason code off the batch's reject file,     *
      * HELD for dual approval (with the hold reason) while it sits on *
      * files\pending\approvalhold.txt, APPROVED or DECLINED once the  *
      * approval register has the second operator's decision, DUP      *
      * SUSPECT when the batch's duplicate-suspect report flagged it,  *
      * BATCH ERROR when the whole batch failed, otherwise POSTED.     *
      * Nothing is changed - the results go to                         *
      * files\reports\txnsearch.txt and every query is logged.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. TXNSEARCH.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select QueryFile ASSIGN TO
                   "files\pending\txnquery.txt"
                   organization is line sequential
                   file status is QueryFileStatus.

               select optional IntakeAuditFile ASSIGN TO
                   "files\reports\intakeaudit.txt"
                   organization is line sequential.

               select optional ApprovalHoldFile ASSIGN TO
                   "files\pending\approvalhold.txt"
                   organization is line sequential.

               select optional ApprovalRegister ASSIGN TO
                   "files\reports\approvalregister.txt"
                   organization is line sequential.

               select optional ArchiveFile ASSIGN TO
                   DYNAMIC path-to-archive
                   organization is line sequential
                   file status is ArchiveStatus.

               select optional RejectFile ASSIGN TO
                   DYNAMIC path-to-reject
                   organization is line sequential.

               select optional DupReportFile ASSIGN TO
                   DYNAMIC path-to-dup-report
                   organization is line sequential.

               select SearchReportFile ASSIGN TO
                   "files\reports\txnsearch.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  QueryFile.
       01  QueryRecord.
           05  TQ-LoanAccount   PIC X(10).
           05  TQ-NameFragment  PIC X(20).
           05  TQ-AmountFrom    PIC X(10).
           05  TQ-AmountTo      PIC X(10).
           05  TQ-DateFrom      PIC X(8).
           05  TQ-DateTo        PIC X(8).
           05  TQ-Type          PIC X(2).
           05  TQ-Company       PIC X(3).

       FD  IntakeAuditFile.
       01  IntakeAuditRecord.
           05  IA-PickupStamp   PIC X(14).
           05  FILLER           PIC X(2).
           05  IA-BatchKey      PIC X(41).
           05  FILLER           PIC X(2).
           05  IA-SourcePath    PIC X(60).
           05  FILLER           PIC X(2).
           05  IA-Size          PIC 9(12).
           05  FILLER           PIC X(2).
           05  IA-ModStamp      PIC X(14).
           05  FILLER           PIC X(2).
           05  IA-RecCount      PIC 9(7).
           05  FILLER           PIC X(2).
           05  IA-Disposition   PIC X(10).

       FD  ApprovalHoldFile.
       01  ApprovalHoldRecord.
           05  APH-Transaction  PIC X(235).
           05  APH-BatchKey     PIC X(41).
           05  APH-Reason       PIC X(4).

      * ONE LINE PER DECISION AS APPROVE WRITES IT
       FD  ApprovalRegister.
       01  ApprovalRegisterLine.
           05  APR-Date         PIC X(10).
           05  FILLER           PIC X.
           05  APR-Decision     PIC X(8).
           05  FILLER           PIC X.
           05  APR-Operator     PIC X(10).
           05  FILLER           PIC X.
           05  APR-Releaser     PIC X(10).
           05  FILLER           PIC X.
           05  APR-RowKey.
               10  APR-Company  PIC X(3).
               10  FILLER       PIC X.
               10  APR-Amount   PIC X(9).
               10  FILLER       PIC X.
               10  APR-Type     PIC X(2).
               10  FILLER       PIC X.
               10  APR-xdate    PIC X(10).
               10  FILLER       PIC X.
               10  APR-BatchKey PIC X(41).
           05  FILLER           PIC X(48).

       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ARC-xdate        PIC X(10).
           05  ARC-description  PIC X(100).
           05  ARC-amount       PIC X(9).
           05  ARC-type         PIC X(2).
           05  ARC-catagory     PIC X(22).
           05  ARC-accountName  PIC X(49).
           05  ARC-SubBatchId   PIC X(10).
           05  ARC-loanAccount  PIC X(10).
           05  ARC-refDate      PIC X(10).
           05  ARC-currencyCode PIC X(3).
           05  ARC-recordSeq    PIC X(7).
           05  ARC-companyCode  PIC X(3).
       01  ArchiveTrailer.
           05  ART-Tag          PIC X(10).
           05  FILLER           PIC X(225).

       FD  RejectFile.
       01  RejectRecord.
           05  REJ-Transaction  PIC X(235).
           05  REJ-Reason       PIC X(4).
           05  REJ-BatchKey     PIC X(41).

       FD  DupReportFile.
       01  DupReportLine.
           05  DPR-Key          PIC X(59).
           05  FILLER           PIC X(2).
           05  DPR-FirstSeen    PIC X(16).
           05  FILLER           PIC X(2).
           05  DPR-SecondRec    PIC X(7).
           05  FILLER           PIC X(74).

       FD  SearchReportFile.
       01  SearchLine           PIC X(200).

       working-storage section.
       01  QueryFileStatus      PIC XX value spaces.
       01  ArchiveStatus        PIC XX value spaces.
       01  eof-query-file       PIC X value "N".
           88  eof-query        value "Y".
       01  eof-audit-file       PIC X value "N".
           88  eof-audit        value "Y".
       01  eof-hold-file        PIC X value "N".
           88  eof-hold         value "Y".
       01  eof-register-file    PIC X value "N".
           88  eof-register     value "Y".
       01  eof-archive-file     PIC X value "N".
           88  eof-archive      value "Y".
       01  eof-reject-file      PIC X value "N".
           88  eof-reject       value "Y".
       01  eof-dup-file         PIC X value "N".
           88  eof-dup          value "Y".

      * EVERY BATCH THE INTAKE AUDIT SAYS REACHED THE ARCHIVE
       01  BATCH-TABLE.
           05  BatchEntry occurs 5000 times.
               10  BTT-BatchKey     PIC X(41).
               10  BTT-ArchiveDate  PIC X(8).
               10  BTT-DateInt      PIC 9(7).
               10  BTT-Failed       PIC X.
       01  BatchCount           PIC 9(4) value zero.
       01  BatchSub             PIC 9(4) value zero.
       01  BatchFoundFlag       PIC X value "N".
           88  BatchFound       value "Y".

       01  HOLD-TABLE.
           05  HoldEntry occurs 2000 times.
               10  HLT-Transaction  PIC X(235).
               10  HLT-BatchKey     PIC X(41).
               10  HLT-Reason       PIC X(4).
       01  HoldCount            PIC 9(4) value zero.
       01  HoldSub              PIC 9(4) value zero.

       01  DECISION-TABLE.
           05  DecisionEntry occurs 5000 times.
               10  DCT-Decision     PIC X(8).
               10  DCT-RowKey       PIC X(69).
       01  DecisionCount        PIC 9(4) value zero.
       01  DecisionSub          PIC 9(4) value zero.
       01  RowKeyWork.
           05  RKW-Company      PIC X(3).
           05  FILLER           PIC X value space.
           05  RKW-Amount       PIC X(9).
           05  FILLER           PIC X value space.
           05  RKW-Type         PIC X(2).
           05  FILLER           PIC X value space.
           05  RKW-xdate        PIC X(10).
           05  FILLER           PIC X value space.
           05  RKW-BatchKey     PIC X(41).

      * THE BATCH BEING READ - ITS REJECTS AND DUPLICATE SUSPECTS
       01  REJECT-TABLE.
           05  RejectEntry occurs 2000 times.
               10  RJT-Transaction  PIC X(235).
               10  RJT-Reason       PIC X(4).
       01  RejectCount          PIC 9(4) value zero.
       01  RejectSub            PIC 9(4) value zero.

       01  DUP-TABLE.
           05  DupEntry occurs 2000 times.
               10  DPT-RecNum       PIC 9(7).
       01  DupCount             PIC 9(4) value zero.
       01  DupSub               PIC 9(4) value zero.
       01  DupRecNum            PIC 9(7) value zero.

       01  path-to-archive      PIC X(100) value spaces.
       01  path-to-reject       PIC X(100) value spaces.
       01  path-to-dup-report   PIC X(100) value spaces.
       01  ArchiveLocation      PIC X(30) value spaces.

       01  QueryCount           PIC 9(4) value zero.
       01  QueryMatchCount      PIC 9(6) value zero.
       01  QueryBatchCount      PIC 9(4) value zero.
       01  TotalMatchCount      PIC 9(7) value zero.
       01  RecSeq               PIC 9(7) value zero.

      * THE QUERY, RESOLVED
       01  AmountFromValue      PIC S9(9)V99 value zero.
       01  AmountToValue        PIC S9(9)V99 value zero.
       01  AmountFromFlag       PIC X value "N".
           88  AmountFromSet    value "Y".
       01  AmountToFlag         PIC X value "N".
           88  AmountToSet      value "Y".
       01  DateFromInt          PIC 9(7) value zero.
       01  DateToInt            PIC 9(7) value zero.
       01  ArchiveToInt         PIC 9(7) value zero.
       01  FragmentLength       PIC 99 value zero.
       01  QueryValidFlag       PIC X value "Y".
           88  QueryValid       value "Y".

       01  RowMatchFlag         PIC X value "N".
           88  RowMatches       value "Y".
       01  RowAmount            PIC S9(9)V99 value zero.
       01  RowDateInt           PIC 9(7) value zero.
       01  NumCheckResult       PIC S9(4) value zero.
       01  FragmentTally        PIC 9(4) value zero.
       01  Disposition          PIC X(20) value spaces.

       01  NormDateIn           PIC X(10) value spaces.
       01  NormDateDigits       PIC X(8) value spaces.
       01  NormDateN redefines NormDateDigits PIC 9(8).
       01  NormDayNumber        PIC 9(7) value zero.

       01  SEARCH-DETAIL.
           05  SRD-BatchKey     PIC X(41).
           05  FILLER           PIC X value space.
           05  SRD-Location     PIC X(22).
           05  FILLER           PIC X value space.
           05  SRD-RecSeq       PIC ZZZZZZ9.
           05  FILLER           PIC X(2) value spaces.
           05  SRD-xdate        PIC X(10).
           05  FILLER           PIC X value space.
           05  SRD-Type         PIC X(2).
           05  FILLER           PIC X value space.
           05  SRD-Amount       PIC X(9).
           05  FILLER           PIC X value space.
           05  SRD-Company      PIC X(3).
           05  FILLER           PIC X value space.
           05  SRD-LoanAccount  PIC X(10).
           05  FILLER           PIC X value space.
           05  SRD-AccountName  PIC X(30).
           05  FILLER           PIC X value space.
           05  SRD-Disposition  PIC X(20).

       01  RunDate              PIC X(10) value spaces.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year          PIC 9(4).
           05 CDT-Month         PIC 9(2).
           05 CDT-Day           PIC 9(2).
           05 FILLER            PIC X(13).

       01  msg                  PIC X(150) value spaces.
       01  LogSeverity          PIC X(5) value spaces.
       01  SharedLogFilePath    PIC X(60) value
               "..\shared\logs\activity.log".
       01  LogProgramName       PIC X(14) value "TXNSEARCH".
       01  LogAction            PIC X value "W".
           88  LogActionClose   value "C".

       PROCEDURE DIVISION.
       100-MAIN.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to RunDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into RunDate.

           open input QueryFile.
           if QueryFileStatus not = "00"
               display "TXNSEARCH - no query at "
                   "files\pending\txnquery.txt (status "
                   QueryFileStatus ")"
               perform 900-CloseLog
               stop run
           end-if.

           perform 150-LoadIntakeAudit.
           perform 160-LoadHolds.
           perform 170-LoadDecisions.

           open output SearchReportFile.
           move spaces to SearchLine.
           string "ARCHIVED TRANSACTION SEARCH   Run " RunDate
               "   Batches on the intake audit " BatchCount
               into SearchLine.
           write SearchLine.

           read QueryFile
               at end set eof-query to true
           end-read.
           perform until eof-query
               if QueryRecord not = spaces
                   perform 200-RunQuery
               end-if
               read QueryFile
                   at end set eof-query to true
               end-read
           end-perform.
           close QueryFile.

           move spaces to SearchLine.
           write SearchLine.
           move spaces to SearchLine.
           string "Queries " QueryCount
               "   Rows found " TotalMatchCount into SearchLine.
           write SearchLine.
           close SearchReportFile.

           display "TXNSEARCH - " QueryCount " queries, "
               TotalMatchCount " rows found".
           string "END. Queries " QueryCount
               " rows found " TotalMatchCount into msg.
           perform 800-Logs.
           perform 900-CloseLog.

           stop run.

      * ONLY PROCESSED AND ERROR BATCHES WERE COPIED TO THE ARCHIVE; A
      * RESTARTED BATCH IS AUDITED TWICE BUT ARCHIVED ONCE A DAY
       150-LoadIntakeAudit.
           open input IntakeAuditFile.
           read IntakeAuditFile
               at end set eof-audit to true
           end-read.
           perform until eof-audit
               if IA-Disposition = "PROCESSED" or "ERROR"
                   perform 155-AddBatch
               end-if
               read IntakeAuditFile
                   at end set eof-audit to true
               end-read
           end-perform.
           close IntakeAuditFile.

       155-AddBatch.
           move "N" to BatchFoundFlag.
           move 1 to BatchSub.
           perform until BatchSub > BatchCount
               if BTT-BatchKey(BatchSub) = IA-BatchKey
                   and BTT-ArchiveDate(BatchSub) = IA-PickupStamp(1:8)
                   set BatchFound to true
                   exit perform
               end-if
               add 1 to BatchSub
           end-perform.
           if BatchFound
               if IA-Disposition = "ERROR"
                   move "Y" to BTT-Failed(BatchSub)
               end-if
               exit paragraph
           end-if.
           if BatchCount >= 5000
               exit paragraph
           end-if.

           move IA-PickupStamp(1:8) to NormDateDigits.
           if NormDateDigits not numeric
               exit paragraph
           end-if.
           add 1 to BatchCount.
           move IA-BatchKey to BTT-BatchKey(BatchCount).
           move IA-PickupStamp(1:8) to BTT-ArchiveDate(BatchCount).
           compute BTT-DateInt(BatchCount) =
               function integer-of-date(NormDateN).
           if IA-Disposition = "ERROR"
               move "Y" to BTT-Failed(BatchCount)
           else
               move "N" to BTT-Failed(BatchCount)
           end-if.

       160-LoadHolds.
           open input ApprovalHoldFile.
           read ApprovalHoldFile
               at end set eof-hold to true
           end-read.
           perform until eof-hold
               if HoldCount < 2000
                   add 1 to HoldCount
                   move APH-Transaction to HLT-Transaction(HoldCount)
                   move APH-BatchKey to HLT-BatchKey(HoldCount)
                   move APH-Reason to HLT-Reason(HoldCount)
                   if HLT-Reason(HoldCount) = spaces
                       move "THRS" to HLT-Reason(HoldCount)
                   end-if
               end-if
               read ApprovalHoldFile
                   at end set eof-hold to true
               end-read
           end-perform.
           close ApprovalHoldFile.

       170-LoadDecisions.
           open input ApprovalRegister.
           read ApprovalRegister
               at end set eof-register to true
           end-read.
           perform until eof-register
               if (APR-Decision = "APPROVED" or "REJECTED")
                   and DecisionCount < 5000
                   add 1 to DecisionCount
                   move APR-Decision to DCT-Decision(DecisionCount)
                   move APR-RowKey to DCT-RowKey(DecisionCount)
               end-if
               read ApprovalRegister
                   at end set eof-register to true
               end-read
           end-perform.
           close ApprovalRegister.

       200-RunQuery.
           add 1 to QueryCount.
           move zero to QueryMatchCount.
           move zero to QueryBatchCount.
           perform 210-ResolveQuery.

           move spaces to SearchLine.
           write SearchLine.
           move spaces to SearchLine.
           string "QUERY " QueryCount
               "  loan account [" TQ-LoanAccount
               "]  name [" TQ-NameFragment
               "]  amount [" TQ-AmountFrom "-" TQ-AmountTo
               "]  xdate [" TQ-DateFrom "-" TQ-DateTo
               "]  type [" TQ-Type
               "]  company [" TQ-Company "]"
               into SearchLine.
           write SearchLine.

           if not QueryValid
               move spaces to SearchLine
               string "  Query not run - amounts must be numeric and"
                   " dates real YYYYMMDD dates" into SearchLine
               write SearchLine
               string "QUERY " QueryCount " not run - bad amount or"
                   " date: " QueryRecord into msg
               move "ERROR" to LogSeverity
               perform 800-Logs
               exit paragraph
           end-if.

           move spaces to SearchLine.
           string "Batch key                                 "
               "Archive                Record  xdate      Ty"
               " Amount    Co  Loan acct  Account name"
               "                   Disposition" into SearchLine.
           write SearchLine.

           move 1 to BatchSub.
           perform BatchCount times
               if (DateFromInt = zero
                       or BTT-DateInt(BatchSub) >= DateFromInt)
                   and (ArchiveToInt = zero
                       or BTT-DateInt(BatchSub) <= ArchiveToInt)
                   perform 300-SearchBatch
               end-if
               add 1 to BatchSub
           end-perform.

           move spaces to SearchLine.
           string "  Rows found " QueryMatchCount
               " in " QueryBatchCount " archived batches read"
               into SearchLine.
           write SearchLine.
           add QueryMatchCount to TotalMatchCount.

           string "QUERY " QueryCount
               " acct " TQ-LoanAccount
               " name " TQ-NameFragment
               " amt " TQ-AmountFrom "-" TQ-AmountTo
               " dates " TQ-DateFrom "-" TQ-DateTo
               " type " TQ-Type " co " TQ-Company
               " found " QueryMatchCount
               " in " QueryBatchCount " batches" into msg.
           perform 800-Logs.

       210-ResolveQuery.
           move "Y" to QueryValidFlag.
           move "N" to AmountFromFlag.
           move "N" to AmountToFlag.
           move zero to DateFromInt.
           move zero to DateToInt.
           move zero to ArchiveToInt.

           if TQ-AmountFrom not = spaces
               compute NumCheckResult =
                   function test-numval(TQ-AmountFrom)
               if NumCheckResult = 0
                   compute AmountFromValue =
                       function numval(TQ-AmountFrom)
                   set AmountFromSet to true
               else
                   move "N" to QueryValidFlag
               end-if
           end-if.
           if TQ-AmountTo not = spaces
               compute NumCheckResult =
                   function test-numval(TQ-AmountTo)
               if NumCheckResult = 0
                   compute AmountToValue =
                       function numval(TQ-AmountTo)
                   set AmountToSet to true
               else
                   move "N" to QueryValidFlag
               end-if
           end-if.

           if TQ-DateFrom not = spaces
               move TQ-DateFrom to NormDateDigits
               perform 220-DateDigitsToInt
               if NormDayNumber = zero
                   move "N" to QueryValidFlag
               end-if
               move NormDayNumber to DateFromInt
           end-if.
           if TQ-DateTo not = spaces
               move TQ-DateTo to NormDateDigits
               perform 220-DateDigitsToInt
               if NormDayNumber = zero
                   move "N" to QueryValidFlag
               end-if
               move NormDayNumber to DateToInt
               compute ArchiveToInt = DateToInt + 31
           end-if.

           move 20 to FragmentLength.
           perform until FragmentLength = zero
               if TQ-NameFragment(FragmentLength:1) not = space
                   exit perform
               end-if
               subtract 1 from FragmentLength
           end-perform.

       220-DateDigitsToInt.
           move zero to NormDayNumber.
           if NormDateDigits not numeric
               exit paragraph
           end-if.
      * integer-of-date answers zero for an impossible calendar date
           compute NormDayNumber =
               function integer-of-date(NormDateN).

      * ONE ARCHIVED BATCH, ROW BY ROW, AGAINST THE QUERY
       300-SearchBatch.
           add 1 to QueryBatchCount.
           move spaces to ArchiveLocation.
           string "files/archive/" delimited by size
                  BTT-ArchiveDate(BatchSub) delimited by size
                  into ArchiveLocation
           end-string.
      * a profiled source's original is the partner's own layout -
      * its translated copy, when there is one, is what was processed
           move spaces to path-to-archive.
           string ArchiveLocation delimited by space
                  "/" delimited by size
                  BTT-BatchKey(BatchSub) delimited by space
                  "_xlat.csv" delimited by size
                  into path-to-archive
           end-string.
           open input ArchiveFile.
           if ArchiveStatus not = "00"
               close ArchiveFile
               move spaces to path-to-archive
               string ArchiveLocation delimited by space
                      "/" delimited by size
                      BTT-BatchKey(BatchSub) delimited by space
                      ".csv" delimited by size
                      into path-to-archive
               end-string
               open input ArchiveFile
           end-if.

           move zero to RejectCount.
           move zero to DupCount.
           move zero to RecSeq.
           move "N" to eof-archive-file.
           read ArchiveFile
               at end set eof-archive to true
           end-read.
           perform until eof-archive
               if ART-Tag not = "TRAILER"
                   add 1 to RecSeq
                   perform 310-MatchRow
                   if RowMatches
                       perform 320-ReportRow
                   end-if
               end-if
               read ArchiveFile
                   at end set eof-archive to true
               end-read
           end-perform.
           close ArchiveFile.

       310-MatchRow.
           move "N" to RowMatchFlag.
           if TQ-LoanAccount not = spaces
               and ARC-loanAccount not = TQ-LoanAccount
               exit paragraph
           end-if.
           if TQ-Type not = spaces and ARC-type not = TQ-Type
               exit paragraph
           end-if.
           if TQ-Company not = spaces
               and ARC-companyCode not = TQ-Company
               exit paragraph
           end-if.
           if FragmentLength > zero
               move zero to FragmentTally
               inspect ARC-accountName tallying FragmentTally
                   for all TQ-NameFragment(1:FragmentLength)
               if FragmentTally = zero
                   exit paragraph
               end-if
           end-if.

           if AmountFromSet or AmountToSet
               compute NumCheckResult =
                   function test-numval(ARC-amount)
               if NumCheckResult not = 0
                   exit paragraph
               end-if
               compute RowAmount = function numval(ARC-amount)
               if AmountFromSet and RowAmount < AmountFromValue
                   exit paragraph
               end-if
               if AmountToSet and RowAmount > AmountToValue
                   exit paragraph
               end-if
           end-if.

           if DateFromInt not = zero or DateToInt not = zero
               move ARC-xdate to NormDateIn
               perform 330-NormalizeXDate
               if RowDateInt = zero
                   exit paragraph
               end-if
               if DateFromInt not = zero and RowDateInt < DateFromInt
                   exit paragraph
               end-if
               if DateToInt not = zero and RowDateInt > DateToInt
                   exit paragraph
               end-if
           end-if.

           set RowMatches to true.

      * WHAT BECAME OF THE ROW - THE BATCH'S REJECTS AND SUSPECTS ARE
      * READ ONCE, ON ITS FIRST MATCH
       320-ReportRow.
           if RejectCount = zero and DupCount = zero
               perform 340-LoadBatchControls
           end-if.

           move spaces to Disposition.
           move 1 to RejectSub.
           perform until RejectSub > RejectCount
               if RJT-Transaction(RejectSub) = ArchiveRecord
                   and RJT-Reason(RejectSub) not = "----"
                   string "REJECTED " RJT-Reason(RejectSub)
                       delimited by size into Disposition
                   exit perform
               end-if
               add 1 to RejectSub
           end-perform.

           if Disposition = spaces
               move 1 to HoldSub
               perform until HoldSub > HoldCount
                   if HLT-BatchKey(HoldSub) = BTT-BatchKey(BatchSub)
                       and HLT-Transaction(HoldSub) = ArchiveRecord
                       string "HELD " HLT-Reason(HoldSub)
                           delimited by size into Disposition
                       exit perform
                   end-if
                   add 1 to HoldSub
               end-perform
           end-if.

           if Disposition = spaces
               move ARC-companyCode to RKW-Company
               move ARC-amount to RKW-Amount
               move ARC-type to RKW-Type
               move ARC-xdate to RKW-xdate
               move BTT-BatchKey(BatchSub) to RKW-BatchKey
               move 1 to DecisionSub
               perform until DecisionSub > DecisionCount
                   if DCT-RowKey(DecisionSub) = RowKeyWork
                       if DCT-Decision(DecisionSub) = "APPROVED"
                           move "APPROVED" to Disposition
                       else
                           move "DECLINED" to Disposition
                       end-if
                       exit perform
                   end-if
                   add 1 to DecisionSub
               end-perform
           end-if.

           if Disposition = spaces
               and BTT-Failed(BatchSub) = "Y"
               move "BATCH ERROR" to Disposition
           end-if.

           if Disposition = spaces
               move 1 to DupSub
               perform until DupSub > DupCount
                   if DPT-RecNum(DupSub) = RecSeq
                       move "DUP SUSPECT" to Disposition
                       exit perform
                   end-if
                   add 1 to DupSub
               end-perform
           end-if.

           if Disposition = spaces
               move "POSTED" to Disposition
           end-if.

           add 1 to QueryMatchCount.
           move BTT-BatchKey(BatchSub) to SRD-BatchKey.
           move ArchiveLocation to SRD-Location.
           move RecSeq to SRD-RecSeq.
           move ARC-xdate to SRD-xdate.
           move ARC-type to SRD-Type.
           move ARC-amount to SRD-Amount.
           move ARC-companyCode to SRD-Company.
           move ARC-loanAccount to SRD-LoanAccount.
           move ARC-accountName to SRD-AccountName.
           move Disposition to SRD-Disposition.
           move SEARCH-DETAIL to SearchLine.
           write SearchLine.

      * THE THREE CALENDAR LAYOUTS FILEPROCESSING ACCEPTS, TO YYYYMMDD
       330-NormalizeXDate.
           move zero to RowDateInt.
           move spaces to NormDateDigits.
           evaluate true
               when NormDateIn(3:1) = "/" and NormDateIn(6:1) = "/"
                   string NormDateIn(7:4) NormDateIn(1:2)
                          NormDateIn(4:2)
                          into NormDateDigits
                   end-string
               when NormDateIn(5:1) = "-" and NormDateIn(8:1) = "-"
                   string NormDateIn(1:4) NormDateIn(6:2)
                          NormDateIn(9:2)
                          into NormDateDigits
                   end-string
               when NormDateIn(9:2) = spaces
                   string NormDateIn(5:4) NormDateIn(3:2)
                          NormDateIn(1:2)
                          into NormDateDigits
                   end-string
               when other
                   exit paragraph
           end-evaluate.
           perform 220-DateDigitsToInt.
           move NormDayNumber to RowDateInt.

      * THE REJECT FILE AND DUPLICATE-SUSPECT REPORT OF THE BATCH
      * BEING READ; A "----" ROW MARKS A BATCH WITH NONE SO THEY ARE
      * NOT READ AGAIN FOR ITS NEXT MATCH
       340-LoadBatchControls.
           move spaces to path-to-reject.
           string "files/reject/" delimited by size
                  BTT-BatchKey(BatchSub) delimited by space
                  "_rejects.txt" delimited by size
                  into path-to-reject
           end-string.
           move "N" to eof-reject-file.
           open input RejectFile.
           read RejectFile
               at end set eof-reject to true
           end-read.
           perform until eof-reject
               if RejectCount < 2000
                   add 1 to RejectCount
                   move REJ-Transaction to RJT-Transaction(RejectCount)
                   move REJ-Reason to RJT-Reason(RejectCount)
               end-if
               read RejectFile
                   at end set eof-reject to true
               end-read
           end-perform.
           close RejectFile.
           if RejectCount = zero
               move 1 to RejectCount
               move spaces to RJT-Transaction(1)
               move "----" to RJT-Reason(1)
           end-if.

           move spaces to path-to-dup-report.
           string "files/reports/" delimited by size
                  BTT-BatchKey(BatchSub) delimited by space
                  "_dupsuspects.txt" delimited by size
                  into path-to-dup-report
           end-string.
           move "N" to eof-dup-file.
           open input DupReportFile.
           read DupReportFile
               at end set eof-dup to true
           end-read.
           perform until eof-dup
               if DPR-FirstSeen not = spaces
                   and DPR-SecondRec not = spaces
                   and DupCount < 2000
                   compute NumCheckResult =
                       function test-numval(DPR-SecondRec)
                   if NumCheckResult = 0
                       compute DupRecNum =
                           function numval(DPR-SecondRec)
                       add 1 to DupCount
                       move DupRecNum to DPT-RecNum(DupCount)
                   end-if
               end-if
               read DupReportFile
                   at end set eof-dup to true
               end-read
           end-perform.
           close DupReportFile.

       800-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call "..\shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

       900-CloseLog.
           move "C" to LogAction.
           call "..\shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program TXNSEARCH.
