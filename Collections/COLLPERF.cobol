      ******************************************************************
      * Monthly collector productivity and promise-kept performance -  *
      * for the month in Collections\perfmonth.txt (MMYYYY, the        *
      * current month when absent), measures every collector off the   *
      * contact history COLLECTQ keeps at                              *
      * Collections\contacthistory.txt, the cures it records at        *
      * Collections\curehistory.txt and the paid periods on            *
      * shared\data\paymentstatus.txt. Per collector (the operator on  *
      * the contact row): accounts worked, contacts by outcome code,   *
      * promises taken, the kept rate by count and by dollars, dollars *
      * collected within 30 days of a contact, and the average days    *
      * from queue entry to cure. A portfolio section then shows, per  *
      * outcome code, how often a contact with that outcome was        *
      * followed by a payment within 30 days and what it brought in.   *
      * A promise is judged by WORKLIST's rule - kept when a period    *
      * went paid for at least the promised amount between the day it *
      * was made and the promise date, broken once the date passes     *
      * unproven, open until then. A payment is credited to the latest *
      * contact on the account in the 30 days before it; a cure to the *
      * collector who last worked the account. The report goes to      *
      * Collections\collperf.txt.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. COLLPERF.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional PerfMonthFile ASSIGN TO
                   "Collections\perfmonth.txt"
                   organization is line sequential.

               select optional ContactHistoryFile ASSIGN TO
                   "Collections\contacthistory.txt"
                   organization is line sequential.

               select optional CureHistoryFile ASSIGN TO
                   "Collections\curehistory.txt"
                   organization is line sequential.

               select optional PaymentStatusFile ASSIGN TO
                   "shared\data\paymentstatus.txt"
                   organization is line sequential.

               select PerfReportFile ASSIGN TO
                   "Collections\collperf.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PerfMonthFile.
           01 PerfMonthRecord.
               05  PMF-Month        PIC 99.
               05  PMF-Year         PIC 9(4).

       FD  ContactHistoryFile.
           01 ContactHistoryRecord.
               05  CHX-Account      PIC X(10).
               05  CHX-Date         PIC X(10).
               05  CHX-Outcome      PIC X(2).
               05  CHX-PromiseDate  PIC X(10).
               05  CHX-PromiseAmt   PIC 9(6)V99.
               05  CHX-Operator     PIC X(10).

       FD  CureHistoryFile.
           01 CureHistoryRecord.
               05  CUR-Account      PIC X(10).
               05  CUR-EntryDate    PIC X(10).
               05  CUR-CureDate     PIC X(10).

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  PerfReportFile.
           01 PerfReportLine        PIC X(120).

       working-storage section.
      * THE MONTH'S CONTACTS, ONE ENTRY PER CONTACT ROW
       01  CONTACT-TABLE.
           05  ContactEntry occurs 5000 times.
               10  CTB-Account      PIC X(10).
               10  CTB-Operator     PIC X(10).
               10  CTB-CollSub      PIC 99.
               10  CTB-OutSub       PIC 99.
               10  CTB-DateInt      PIC 9(7).
               10  CTB-PromiseInt   PIC 9(7).
               10  CTB-PromiseAmt   PIC 9(6)V99.
               10  CTB-PromiseState PIC X.
                   88  CTB-NoPromise     value space.
                   88  CTB-OpenPromise   value "O".
                   88  CTB-KeptPromise   value "K".
                   88  CTB-BrokenPromise value "B".
               10  CTB-PaidFlag     PIC X.
                   88  CTB-FollowedByPay value "Y".
       01  ContactCount             PIC 9(4) value zero.
       01  ContactSub               PIC 9(4) value zero.
       01  LatestSub                PIC 9(4) value zero.
       01  ScanSub                  PIC 9(4) value zero.

      * LAST COLLECTOR ON EACH ACCOUNT, ANY MONTH - WHO A CURE BELONGS
      * TO
       01  LAST-CONTACT-TABLE.
           05  LastContactEntry occurs 3000 times.
               10  LCT-Account      PIC X(10).
               10  LCT-Operator     PIC X(10).
               10  LCT-DateInt      PIC 9(7).
       01  LastContactCount         PIC 9(4) value zero.
       01  LastContactSub           PIC 9(4) value zero.

       01  COLLECTOR-TABLE.
           05  CollectorEntry occurs 50 times.
               10  COL-Operator     PIC X(10).
               10  COL-Accounts     PIC 9(5).
               10  COL-Contacts     PIC 9(5).
               10  COL-Promises     PIC 9(5).
               10  COL-Kept         PIC 9(5).
               10  COL-Broken       PIC 9(5).
               10  COL-Open         PIC 9(5).
               10  COL-PromisedAmt  PIC 9(9)V99.
               10  COL-KeptAmt      PIC 9(9)V99.
               10  COL-ResolvedAmt  PIC 9(9)V99.
               10  COL-Collected    PIC 9(9)V99.
               10  COL-Cures        PIC 9(5).
               10  COL-CureDays     PIC 9(7).
               10  COL-OutcomeCount PIC 9(5) occurs 20 times.
       01  CollectorCount           PIC 99 value zero.
       01  CollectorSub             PIC 99 value zero.

       01  OUTCOME-TABLE.
           05  OutcomeEntry occurs 20 times.
               10  OUT-Code         PIC X(2).
               10  OUT-Contacts     PIC 9(5).
               10  OUT-PaidContacts PIC 9(5).
               10  OUT-Collected    PIC 9(9)V99.
               10  OUT-Promises     PIC 9(5).
               10  OUT-Kept         PIC 9(5).
       01  OutcomeCount             PIC 99 value zero.
       01  OutcomeSub               PIC 99 value zero.

       01  ReportMonth              PIC 99 value zero.
       01  ReportYear               PIC 9(4) value zero.
       01  MonthStartInt            PIC 9(7) value zero.
       01  MonthEndInt              PIC 9(7) value zero.
       01  TodayInteger             PIC 9(7) value zero.
       01  DateInteger              PIC 9(7) value zero.
       01  PaidInteger              PIC 9(7) value zero.
       01  EntryInteger             PIC 9(7) value zero.
       01  CureInteger              PIC 9(7) value zero.
       01  WindowEndInt             PIC 9(7) value zero.
       01  CureOperator             PIC X(10) value spaces.
       01  AccountSeenFlag          PIC X value "N".
           88  AccountSeen          value "Y".

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

       01  eof-contact-file         PIC X value "N".
           88  eof-contact          value "Y".
       01  eof-cure-file            PIC X value "N".
           88  eof-cure             value "Y".
       01  eof-status-file          PIC X value "N".
           88  eof-status           value "Y".

       01  RatePct                  PIC 9(3)V9 value zero.
       01  AverageDays              PIC 9(4)V9 value zero.
       01  Disp-Count               PIC ZZ,ZZ9.
       01  Disp-Count2              PIC ZZ,ZZ9.
       01  Disp-Count3              PIC ZZ,ZZ9.
       01  Disp-Count4              PIC ZZ,ZZ9.
       01  Disp-Rate                PIC ZZ9.9.
       01  Disp-Rate2               PIC ZZ9.9.
       01  Disp-Days                PIC Z,ZZ9.9.
       01  Disp-Amount              PIC $$$,$$$,$$9.99.
       01  Disp-Amount2             PIC $$$,$$$,$$9.99.

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
       01  LogProgramName           PIC X(14) value "COLLPERF".
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

           perform 1000-SetReportMonth.
           perform 2000-LoadContacts.
           perform 3000-ProvePayments.
           perform 3500-JudgePromises.
           perform 4000-LoadCures.
           perform 5000-WriteReport.

           display "COLLPERF " ReportMonth "/" ReportYear
               " contacts " ContactCount
               " collectors " CollectorCount.

           string "END. Month " ReportMonth "/" ReportYear
               " contacts " ContactCount
               " collectors " CollectorCount
               " outcome codes " OutcomeCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

      * THE MONTH RUNS FROM ITS FIRST DAY TO THE DAY BEFORE THE NEXT
      * MONTH'S FIRST
       1000-SetReportMonth.
           move CDT-Month to ReportMonth.
           move CDT-Year to ReportYear.
           open input PerfMonthFile.
           read PerfMonthFile
               at end continue
               not at end
                   if PMF-Month numeric and PMF-Year numeric
                       and PMF-Month >= 1 and PMF-Month <= 12
                       move PMF-Month to ReportMonth
                       move PMF-Year to ReportYear
                   end-if
           end-read.
           close PerfMonthFile.

           move ReportYear to DY-Year.
           move ReportMonth to DY-Month.
           move 1 to DY-Day.
           compute MonthStartInt =
               function integer-of-date(DATE-YYYYMMDD-N).
           if ReportMonth = 12
               compute DY-Year = ReportYear + 1
               move 1 to DY-Month
           else
               compute DY-Month = ReportMonth + 1
           end-if.
           compute MonthEndInt =
               function integer-of-date(DATE-YYYYMMDD-N) - 1.

       2000-LoadContacts.
           open input ContactHistoryFile.
           read ContactHistoryFile
               at end set eof-contact to true
           end-read.
           perform until eof-contact
               move CHX-Date to WORK-DATE
               perform 7000-DateToInteger
               if CHX-Operator = spaces
                   move "UNASSIGNED" to CHX-Operator
               end-if
               perform 2100-NoteLastContact
               if DateInteger >= MonthStartInt
                   and DateInteger <= MonthEndInt
                   perform 2200-AddContact
               end-if
               read ContactHistoryFile
                   at end set eof-contact to true
               end-read
           end-perform.
           close ContactHistoryFile.

       2100-NoteLastContact.
           move 1 to LastContactSub.
           perform until LastContactSub > LastContactCount
               if LCT-Account(LastContactSub) = CHX-Account
                   exit perform
               end-if
               add 1 to LastContactSub
           end-perform.
           if LastContactSub > LastContactCount
               if LastContactCount = 3000
                   exit paragraph
               end-if
               add 1 to LastContactCount
               move CHX-Account to LCT-Account(LastContactSub)
               move zero to LCT-DateInt(LastContactSub)
           end-if.
           if DateInteger >= LCT-DateInt(LastContactSub)
               move CHX-Operator to LCT-Operator(LastContactSub)
               move DateInteger to LCT-DateInt(LastContactSub)
           end-if.

       2200-AddContact.
           if ContactCount = 5000
               string "Contact table full at 5000 - " CHX-Account
                   " " CHX-Date " not counted" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               exit paragraph
           end-if.
           perform 2300-FindCollector.
           perform 2400-FindOutcome.
           if CollectorSub = zero or OutcomeSub = zero
               exit paragraph
           end-if.

      * AN ACCOUNT IS WORKED ONCE PER COLLECTOR HOWEVER OFTEN IT IS
      * CALLED
           move "N" to AccountSeenFlag.
           move 1 to ScanSub.
           perform until ScanSub > ContactCount
               if CTB-Account(ScanSub) = CHX-Account
                   and CTB-CollSub(ScanSub) = CollectorSub
                   set AccountSeen to true
                   exit perform
               end-if
               add 1 to ScanSub
           end-perform.
           if not AccountSeen
               add 1 to COL-Accounts(CollectorSub)
           end-if.

           add 1 to ContactCount.
           move ContactCount to ContactSub.
           move CHX-Account to CTB-Account(ContactSub).
           move CHX-Operator to CTB-Operator(ContactSub).
           move CollectorSub to CTB-CollSub(ContactSub).
           move OutcomeSub to CTB-OutSub(ContactSub).
           move DateInteger to CTB-DateInt(ContactSub).
           move "N" to CTB-PaidFlag(ContactSub).
           move space to CTB-PromiseState(ContactSub).
           move zero to CTB-PromiseAmt(ContactSub).
           move zero to CTB-PromiseInt(ContactSub).

           add 1 to COL-Contacts(CollectorSub).
           add 1 to COL-OutcomeCount(CollectorSub, OutcomeSub).
           add 1 to OUT-Contacts(OutcomeSub).

           if CHX-PromiseDate not = spaces
               and CHX-PromiseAmt > zero
               move CHX-PromiseDate to WORK-DATE
               perform 7000-DateToInteger
               move DateInteger to CTB-PromiseInt(ContactSub)
               move CHX-PromiseAmt to CTB-PromiseAmt(ContactSub)
               set CTB-OpenPromise(ContactSub) to true
               add 1 to COL-Promises(CollectorSub)
               add CHX-PromiseAmt to COL-PromisedAmt(CollectorSub)
               add 1 to OUT-Promises(OutcomeSub)
           end-if.

       2300-FindCollector.
           move 1 to CollectorSub.
           perform until CollectorSub > CollectorCount
               if COL-Operator(CollectorSub) = CHX-Operator
                   exit paragraph
               end-if
               add 1 to CollectorSub
           end-perform.
           if CollectorCount = 50
               string "Collector table full at 50 - " CHX-Operator
                   " not counted" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               move zero to CollectorSub
               exit paragraph
           end-if.
           add 1 to CollectorCount.
           move CollectorCount to CollectorSub.
           initialize CollectorEntry(CollectorSub).
           move CHX-Operator to COL-Operator(CollectorSub).

       2400-FindOutcome.
           move 1 to OutcomeSub.
           perform until OutcomeSub > OutcomeCount
               if OUT-Code(OutcomeSub) = CHX-Outcome
                   exit paragraph
               end-if
               add 1 to OutcomeSub
           end-perform.
           if OutcomeCount = 20
               string "Outcome code table full at 20 - " CHX-Outcome
                   " not counted" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
               move zero to OutcomeSub
               exit paragraph
           end-if.
           add 1 to OutcomeCount.
           move OutcomeCount to OutcomeSub.
           initialize OutcomeEntry(OutcomeSub).
           move CHX-Outcome to OUT-Code(OutcomeSub).

      * EVERY PAID PERIOD: EACH OF THE MONTH'S CONTACTS ON THE ACCOUNT
      * IN THE 30 DAYS BEFORE IT WAS FOLLOWED BY A PAYMENT, THE DOLLARS
      * GO TO THE LATEST ONE, AND AN OPEN PROMISE IT SATISFIES IS KEPT
       3000-ProvePayments.
           open input PaymentStatusFile.
           read PaymentStatusFile
               at end set eof-status to true
           end-read.
           perform until eof-status
               if PS-Paid and PS-PaidDate not = spaces
                   perform 3100-MatchOnePaid
               end-if
               read PaymentStatusFile
                   at end set eof-status to true
               end-read
           end-perform.
           close PaymentStatusFile.

       3100-MatchOnePaid.
           move PS-PaidDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to PaidInteger.
           if PaidInteger < MonthStartInt
               exit paragraph
           end-if.

           move zero to LatestSub.
           move 1 to ContactSub.
           perform ContactCount times
               if CTB-Account(ContactSub) = PS-Account
                   and PaidInteger >= CTB-DateInt(ContactSub)
                   compute WindowEndInt = CTB-DateInt(ContactSub) + 30
                   if PaidInteger <= WindowEndInt
                       perform 3200-CreditContact
                   end-if
                   if CTB-OpenPromise(ContactSub)
                       and PaidInteger <= CTB-PromiseInt(ContactSub)
                       and PS-PaidAmount >= CTB-PromiseAmt(ContactSub)
                       set CTB-KeptPromise(ContactSub) to true
                   end-if
               end-if
               add 1 to ContactSub
           end-perform.

           if LatestSub > zero
               move CTB-CollSub(LatestSub) to CollectorSub
               move CTB-OutSub(LatestSub) to OutcomeSub
               add PS-PaidAmount to COL-Collected(CollectorSub)
               add PS-PaidAmount to OUT-Collected(OutcomeSub)
           end-if.

       3200-CreditContact.
           if not CTB-FollowedByPay(ContactSub)
               set CTB-FollowedByPay(ContactSub) to true
               move CTB-OutSub(ContactSub) to OutcomeSub
               add 1 to OUT-PaidContacts(OutcomeSub)
           end-if.
           if LatestSub = zero
               move ContactSub to LatestSub
           else
               if CTB-DateInt(ContactSub) >= CTB-DateInt(LatestSub)
                   move ContactSub to LatestSub
               end-if
           end-if.

      * AN UNPROVEN PROMISE WHOSE DATE IS BEHIND TODAY IS BROKEN; ONE
      * STILL AHEAD IS OPEN AND STAYS OUT OF THE KEPT RATE
       3500-JudgePromises.
           move 1 to ContactSub.
           perform ContactCount times
               move CTB-CollSub(ContactSub) to CollectorSub
               move CTB-OutSub(ContactSub) to OutcomeSub
               evaluate true
                   when CTB-NoPromise(ContactSub)
                       continue
                   when CTB-KeptPromise(ContactSub)
                       add 1 to COL-Kept(CollectorSub)
                       add CTB-PromiseAmt(ContactSub)
                           to COL-KeptAmt(CollectorSub)
                       add CTB-PromiseAmt(ContactSub)
                           to COL-ResolvedAmt(CollectorSub)
                       add 1 to OUT-Kept(OutcomeSub)
                   when CTB-PromiseInt(ContactSub) < TodayInteger
                       set CTB-BrokenPromise(ContactSub) to true
                       add 1 to COL-Broken(CollectorSub)
                       add CTB-PromiseAmt(ContactSub)
                           to COL-ResolvedAmt(CollectorSub)
                   when other
                       add 1 to COL-Open(CollectorSub)
               end-evaluate
               add 1 to ContactSub
           end-perform.

      * A CURE IN THE MONTH BELONGS TO WHOEVER LAST WORKED THE
      * ACCOUNT; ONE NOBODY CALLED IS COUNTED UNDER "UNWORKED"
       4000-LoadCures.
           open input CureHistoryFile.
           read CureHistoryFile
               at end set eof-cure to true
           end-read.
           perform until eof-cure
               move CUR-CureDate to WORK-DATE
               perform 7000-DateToInteger
               if DateInteger >= MonthStartInt
                   and DateInteger <= MonthEndInt
                   perform 4100-CountCure
               end-if
               read CureHistoryFile
                   at end set eof-cure to true
               end-read
           end-perform.
           close CureHistoryFile.

       4100-CountCure.
           move DateInteger to CureInteger.
           move CUR-EntryDate to WORK-DATE.
           perform 7000-DateToInteger.
           move DateInteger to EntryInteger.

           move "UNWORKED" to CureOperator.
           move 1 to LastContactSub.
           perform until LastContactSub > LastContactCount
               if LCT-Account(LastContactSub) = CUR-Account
                   move LCT-Operator(LastContactSub) to CureOperator
                   exit perform
               end-if
               add 1 to LastContactSub
           end-perform.

           move CureOperator to CHX-Operator.
           perform 2300-FindCollector.
           if CollectorSub = zero
               exit paragraph
           end-if.
           add 1 to COL-Cures(CollectorSub).
           if CureInteger > EntryInteger
               compute COL-CureDays(CollectorSub) =
                   COL-CureDays(CollectorSub)
                   + CureInteger - EntryInteger
           end-if.

       5000-WriteReport.
           open output PerfReportFile.
           move spaces to PerfReportLine.
           string "COLLECTOR PERFORMANCE REPORT   " ReportMonth "/"
               ReportYear "     run " TodayDate
               into PerfReportLine.
           write PerfReportLine.

           move 1 to CollectorSub.
           perform CollectorCount times
               perform 5100-WriteCollector
               add 1 to CollectorSub
           end-perform.

           if CollectorCount = zero
               move spaces to PerfReportLine
               write PerfReportLine
               move spaces to PerfReportLine
               string "  (no contacts in the month)"
                   into PerfReportLine
               write PerfReportLine
           end-if.

           perform 5500-WritePortfolio.
           close PerfReportFile.

       5100-WriteCollector.
           move spaces to PerfReportLine.
           write PerfReportLine.
           move COL-Accounts(CollectorSub) to Disp-Count.
           move COL-Contacts(CollectorSub) to Disp-Count2.
           move spaces to PerfReportLine.
           string "COLLECTOR " COL-Operator(CollectorSub)
               "   accounts worked " Disp-Count
               "   contacts " Disp-Count2
               into PerfReportLine.
           write PerfReportLine.

           move 1 to OutcomeSub.
           perform OutcomeCount times
               if COL-OutcomeCount(CollectorSub, OutcomeSub) > zero
                   move COL-OutcomeCount(CollectorSub, OutcomeSub)
                       to Disp-Count
                   move spaces to PerfReportLine
                   string "    outcome " OUT-Code(OutcomeSub)
                       "  " Disp-Count " contact(s)"
                       into PerfReportLine
                   write PerfReportLine
               end-if
               add 1 to OutcomeSub
           end-perform.

           move COL-Promises(CollectorSub) to Disp-Count.
           move COL-Kept(CollectorSub) to Disp-Count2.
           move COL-Broken(CollectorSub) to Disp-Count3.
           move COL-Open(CollectorSub) to Disp-Count4.
           move spaces to PerfReportLine.
           string "    promises taken " Disp-Count
               "   kept " Disp-Count2
               "   broken " Disp-Count3
               "   still open " Disp-Count4
               into PerfReportLine.
           write PerfReportLine.

           move zero to RatePct.
           if COL-Kept(CollectorSub) + COL-Broken(CollectorSub)
                   > zero
               compute RatePct rounded =
                   COL-Kept(CollectorSub) * 100
                   / (COL-Kept(CollectorSub) + COL-Broken(CollectorSub))
           end-if.
           move RatePct to Disp-Rate.
           move zero to RatePct.
           if COL-ResolvedAmt(CollectorSub) > zero
               compute RatePct rounded =
                   COL-KeptAmt(CollectorSub) * 100
                   / COL-ResolvedAmt(CollectorSub)
           end-if.
           move RatePct to Disp-Rate2.
           move COL-PromisedAmt(CollectorSub) to Disp-Amount.
           move spaces to PerfReportLine.
           string "    kept rate " Disp-Rate "% by count  "
               Disp-Rate2 "% by dollars   promised " Disp-Amount
               into PerfReportLine.
           write PerfReportLine.

           move COL-Collected(CollectorSub) to Disp-Amount.
           move spaces to PerfReportLine.
           string "    collected within 30 days of a contact "
               Disp-Amount into PerfReportLine.
           write PerfReportLine.

           move zero to AverageDays.
           if COL-Cures(CollectorSub) > zero
               compute AverageDays rounded =
                   COL-CureDays(CollectorSub) / COL-Cures(CollectorSub)
           end-if.
           move COL-Cures(CollectorSub) to Disp-Count.
           move AverageDays to Disp-Days.
           move spaces to PerfReportLine.
           string "    cures " Disp-Count
               "   average days queue entry to cure " Disp-Days
               into PerfReportLine.
           write PerfReportLine.

      * WHICH OUTCOME CODES ACTUALLY LEAD TO MONEY
       5500-WritePortfolio.
           move spaces to PerfReportLine.
           write PerfReportLine.
           move spaces to PerfReportLine.
           string "PORTFOLIO - OUTCOME CODES" into PerfReportLine.
           write PerfReportLine.
           move spaces to PerfReportLine.
           string "  code  contacts  paid in 30 days  pay rate"
               "        collected  promises  kept"
               into PerfReportLine.
           write PerfReportLine.

           move 1 to OutcomeSub.
           perform OutcomeCount times
               move zero to RatePct
               if OUT-Contacts(OutcomeSub) > zero
                   compute RatePct rounded =
                       OUT-PaidContacts(OutcomeSub) * 100
                       / OUT-Contacts(OutcomeSub)
               end-if
               move RatePct to Disp-Rate
               move OUT-Contacts(OutcomeSub) to Disp-Count
               move OUT-PaidContacts(OutcomeSub) to Disp-Count2
               move OUT-Promises(OutcomeSub) to Disp-Count3
               move OUT-Kept(OutcomeSub) to Disp-Count4
               move OUT-Collected(OutcomeSub) to Disp-Amount
               move spaces to PerfReportLine
               string "  " OUT-Code(OutcomeSub) "    " Disp-Count
                   "           " Disp-Count2 "    " Disp-Rate "%  "
                   Disp-Amount "    " Disp-Count3 "  " Disp-Count4
                   into PerfReportLine
               write PerfReportLine
               add 1 to OutcomeSub
           end-perform.

       7000-DateToInteger.
           move zero to DateInteger.
           if WORK-YEAR not numeric or WORK-MONTH not numeric
               or WORK-DAY not numeric
               exit paragraph
           end-if.
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

       end program COLLPERF.
