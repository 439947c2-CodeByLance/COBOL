      * duplicating it. The trend report prints the most recent        *
      * months side by side with month-over-month deltas - the         *
      * "how did delinquency move" answer straight off a file.         *
      * Each run also captures every loan's month-end delinquency      *
      * status - current, 30/60/90/120+ off AGING's worst bucket, or   *
      * paid off, charged off or transferred in the month it left the  *
      * book - with its company, balance and past-due amount, one row  *
      * per loan on shared\data\delqhistory.txt. Re-running a month    *
      * replaces that month's rows. ROLLRATE builds its migration      *
      * matrix from it, BUREAU its 24-month payment pattern and        *
      * LOANINQ its delinquency string.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. SNAPSHOT.
                   "Control\snapshothistory.txt"
                   organization is line sequential.

               select optional DelqHistoryFile ASSIGN TO
                   "shared\data\delqhistory.txt"
                   organization is line sequential.

               select NewDelqHistoryFile ASSIGN TO
                   "shared\data\delqhistory.new"
                   organization is line sequential.

               select TrendReportFile ASSIGN TO
                   "Control\trendreport.txt"
                   organization is line sequential.
               05  SNP-Posted       PIC 9(10)V99.
               05  SNP-ChargedOff   PIC 9(10)V99.

       FD  DelqHistoryFile.
           copy "../shared/copybooks/delqhist.cpy".

       FD  NewDelqHistoryFile.
           01 NewDelqHistoryRecord  PIC X(42).

       FD  TrendReportFile.
           01 TrendLine             PIC X(132).

       01  EscBalFoundFlag          PIC X value "N".
           88  EscBalFound          value "Y".

      * THE MONTH'S AGING EXTRACT BY ACCOUNT, FOR THE PER-LOAN CAPTURE
       01  AGING-TABLE.
           05  AgingEntry occurs 3000 times.
               10  AGT-Account      PIC X(10).
               10  AGT-Bucket       PIC 9(3).
               10  AGT-PastDue      PIC 9(8)V99.
       01  AgingCount               PIC 9(4) value zero.
       01  AgingSub                 PIC 9(4) value zero.

      * EACH ACCOUNT'S LATEST STATUS BEFORE THE SNAPSHOT MONTH - A LOAN
      * ALREADY RECORDED AS GONE IS NOT RECORDED AGAIN
       01  LAST-STATUS-TABLE.
           05  LastStatusEntry occurs 5000 times.
               10  LST-Account      PIC X(10).
               10  LST-Status       PIC X.
               10  LST-MonthNumber  PIC 9(6).
       01  LastStatusCount          PIC 9(4) value zero.
       01  LastStatusSub            PIC 9(4) value zero.
       01  SnapMonthNumber          PIC 9(6) value zero.
       01  RowMonthNumber           PIC 9(6) value zero.
       01  DelqRowsKept             PIC 9(7) value zero.
       01  DelqRowsWritten          PIC 9(5) value zero.
       01  eof-delq-file            PIC X value "N".
           88  eof-delq             value "Y".

       01  LoanMasterStatus         PIC XX value spaces.

       01  eof-month-file           PIC X value "N".
           perform 4000-SumAging.
           perform 5000-SumPostedMonth.
           perform 6000-SumChargeoffsMonth.
           perform 6500-CaptureDelqHistory.

           perform 7000-RewriteHistory.
           perform 7500-TrendReport.
               at end set eof-aging to true
           end-read.
           perform until eof-aging
               if AgingCount < 3000
                   add 1 to AgingCount
                   move AGX-Account to AGT-Account(AgingCount)
                   move AGX-WorstBucket to AGT-Bucket(AgingCount)
                   move AGX-PastDueAmt to AGT-PastDue(AgingCount)
               else
                   string "Aging table full at 3000 - " AGX-Account
                       " captured as current" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               end-if
               evaluate true
                   when AGX-WorstBucket >= 120
                       add 1 to SNT-Cnt120(ThisSnapSub)
           end-perform.
           close ChargeoffRegister.

      * THE HISTORY IS COPIED THROUGH delqhistory.new WITHOUT THE
      * SNAPSHOT MONTH'S OLD ROWS, THE MONTH'S FRESH ROWS ARE ADDED,
      * AND THE NEW FILE REPLACES THE OLD
       6500-CaptureDelqHistory.
           compute SnapMonthNumber = SnapYear * 12 + SnapMonth.
           open input DelqHistoryFile.
           open output NewDelqHistoryFile.
           read DelqHistoryFile
               at end set eof-delq to true
           end-read.
           perform until eof-delq
               compute RowMonthNumber = DQH-Year * 12 + DQH-Month
               if RowMonthNumber not = SnapMonthNumber
                   move DelqHistoryRecord to NewDelqHistoryRecord
                   write NewDelqHistoryRecord
                   add 1 to DelqRowsKept
                   if RowMonthNumber < SnapMonthNumber
                       perform 6600-NoteLastStatus
                   end-if
               end-if
               read DelqHistoryFile
                   at end set eof-delq to true
               end-read
           end-perform.
           close DelqHistoryFile.

           move "N" to eof-loan-file.
           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               close NewDelqHistoryFile
               call "C$DELETE" using "shared\data\delqhistory.new", 0
               exit paragraph
           end-if.
           read LoanMasterFile next record
               at end set eof-loan to true
           end-read.
           perform until eof-loan
               perform 6700-CaptureOneLoan
               read LoanMasterFile next record
                   at end set eof-loan to true
               end-read
           end-perform.
           close LoanMasterFile.
           close NewDelqHistoryFile.

           call "C$COPY" using "shared\data\delqhistory.new",
               "shared\data\delqhistory.txt", 0.
           call "C$DELETE" using "shared\data\delqhistory.new", 0.

           string "Delinquency history " SnapMonth "/" SnapYear
               " - " DelqRowsWritten " account row(s) captured"
               into msg.
           perform 8000-Logs.

       6600-NoteLastStatus.
           move 1 to LastStatusSub.
           perform until LastStatusSub > LastStatusCount
               if LST-Account(LastStatusSub) = DQH-Account
                   exit perform
               end-if
               add 1 to LastStatusSub
           end-perform.
           if LastStatusSub > LastStatusCount
               if LastStatusCount >= 5000
                   exit paragraph
               end-if
               add 1 to LastStatusCount
               move DQH-Account to LST-Account(LastStatusSub)
               move zero to LST-MonthNumber(LastStatusSub)
           end-if.
           if RowMonthNumber >= LST-MonthNumber(LastStatusSub)
               move DQH-Status to LST-Status(LastStatusSub)
               move RowMonthNumber to LST-MonthNumber(LastStatusSub)
           end-if.

       6700-CaptureOneLoan.
           move spaces to DelqHistoryRecord.
           move SnapYear to DQH-Year.
           move SnapMonth to DQH-Month.
           move LM-LoanAccount to DQH-Account.
           move LM-CompanyCode to DQH-Company.
           move zero to DQH-WorstBucket.
           move zero to DQH-PastDue.
           move LM-CurrentBalance to DQH-Balance.
           evaluate true
               when LM-StatusClosed
                   move "P" to DQH-Status
               when LM-StatusChargedOff
                   move "O" to DQH-Status
               when LM-StatusTransferred
                   move "T" to DQH-Status
               when other
                   move "0" to DQH-Status
           end-evaluate.

           if DQH-Terminal
               move 1 to LastStatusSub
               perform until LastStatusSub > LastStatusCount
                   if LST-Account(LastStatusSub) = LM-LoanAccount
                       if LST-Status(LastStatusSub) = DQH-Status
                           exit paragraph
                       end-if
                       exit perform
                   end-if
                   add 1 to LastStatusSub
               end-perform
           else
               move 1 to AgingSub
               perform until AgingSub > AgingCount
                   if AGT-Account(AgingSub) = LM-LoanAccount
                       move AGT-Bucket(AgingSub) to DQH-WorstBucket
                       move AGT-PastDue(AgingSub) to DQH-PastDue
                       exit perform
                   end-if
                   add 1 to AgingSub
               end-perform
               evaluate true
                   when DQH-PastDue = zero
                       and DQH-WorstBucket = zero
                       move "0" to DQH-Status
                   when DQH-WorstBucket >= 120
                       move "4" to DQH-Status
                   when DQH-WorstBucket >= 90
                       move "3" to DQH-Status
                   when DQH-WorstBucket >= 60
                       move "2" to DQH-Status
                   when other
                       move "1" to DQH-Status
               end-evaluate
           end-if.

           move DelqHistoryRecord to NewDelqHistoryRecord.
           write NewDelqHistoryRecord.
           add 1 to DelqRowsWritten.

       7000-RewriteHistory.
           open output SnapshotHistoryFile.
           move 1 to SnapSub.
