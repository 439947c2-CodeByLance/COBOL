      * pre-filled as paid through the boarding point so AGING,        *
      * LATEFEE and YEARENDINT see a seasoned loan, not a brand-new    *
      * one that is mysteriously 43 periods behind.                    *
      * A row that names its borrower has the name screened against    *
      * the sanctions list through wrkmodule/SANCSCRN as the loan      *
      * boards; a potential match is queued for SANCREVIEW and shown   *
      * under the BOARDED line, and a confirmed hit on the account     *
      * holds its money from the first payment.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BULKBOARD.
               05  ACQ-CurrBalance  PIC 9(7)V99.
               05  ACQ-NextDueDate  PIC X(10).
               05  ACQ-PaidThrough  PIC 9(4).
      *        THE SELLER'S BORROWER NAME, FOR SANCTIONS SCREENING -
      *        BLANK ON OLDER TAPES, WHICH BOARD UNSCREENED UNTIL THE
      *        NIGHTLY SANCSCREEN SWEEP
               05  ACQ-BorrowerName PIC X(30).

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".
       01  Disp-Derived             PIC $$,$$$,$$9.99.
       01  Disp-Variance            PIC -$$$,$$9.99.

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/sanccall.cpy".
       01  ScreenMatchCount         PIC 9(4) value zero.
       01  Disp-Score               PIC ZZ9.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               end-call
           end-if.

           set SNC-Close to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.

           string "END. Boarded " BoardedCount
               " exceptions " ExceptionCount
               " sanctions matches " ScreenMatchCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               " paid through " ACQ-PaidThrough into msg.
           perform 8000-Logs.

           if ACQ-BorrowerName not = spaces
               perform 6000-ScreenBorrower
           end-if.

      * ROLL THE ORIGINAL TERMS FORWARD THROUGH THE PAID-THROUGH
      * PERIOD - WHERE THE BALANCE LANDS IS WHAT THE SELLER'S STATED
      * FIGURE HAS TO AGREE WITH
           move spaces to LM-IndexCode.
           move zero to LM-Margin.
           move zero to LM-ResetFreq.
           move "A" to LM-ProductType.
           write LoanMasterRecord.
           move spaces to AUD-Before.
           perform 8600-AuditLoan.

      * HISTORY THROUGH THE BOARDING POINT IS WRITTEN ALREADY PAID,
      * DATED ON EACH PERIOD'S OWN DUE DATE - THE PRE-PURCHASE
               add 1 to PeriodSub
           end-perform.

      * THE LOAN BOARDS EITHER WAY - A MATCH IS A CASE FOR THE
      * COMPLIANCE OFFICER, AND ONLY A CONFIRMED ONE HOLDS MONEY
       6000-ScreenBorrower.
           move LogProgramName to SNC-Program.
           move spaces to SNC-SharedRoot.
           move "B" to SNC-PartyType.
           move ACQ-Account to SNC-PartyKey.
           move ACQ-Account to SNC-Account.
           move ACQ-BorrowerName to SNC-Name.
           set SNC-Screen to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.
           move SNC-Score to Disp-Score.
           move spaces to BoardingReportLine.
           evaluate true
               when SNC-Queued
                   string "          " ACQ-Account
                       " SANCTIONS POTENTIAL MATCH case " SNC-CaseId
                       " score " Disp-Score " entry " SNC-EntryId
                       " - queued for review"
                       into BoardingReportLine
               when SNC-Pending
                   string "          " ACQ-Account
                       " SANCTIONS case " SNC-CaseId
                       " already awaiting review"
                       into BoardingReportLine
               when SNC-Hit
                   string "          " ACQ-Account
                       " SANCTIONS CONFIRMED HIT case " SNC-CaseId
                       " - payments and disbursements held"
                       into BoardingReportLine
               when SNC-NoList
                   string "          " ACQ-Account
                       " not screened - no sanctions list on file"
                       into BoardingReportLine
               when other
                   exit paragraph
           end-evaluate.
           write BoardingReportLine.
           if not SNC-NoList
               add 1 to ScreenMatchCount
           end-if.
           move BoardingReportLine(11:80) to msg.
           move "WARN " to LogSeverity.
           perform 8000-Logs.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           move spaces to msg.
           move spaces to LogSeverity.

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditLoan.
           move LogProgramName to AUD-Program.
           move "LM" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move LoanMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   LogAction
           end-call.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.

       end program BULKBOARD.
