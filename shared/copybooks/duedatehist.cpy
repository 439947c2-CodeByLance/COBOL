      *****************************************************************
      * DUE-DATE CHANGE HISTORY - shared\data\duedatehist.txt, ONE ROW
      * PER DUE-DATE CHANGE, APPENDED BY DUEDATECHG. DDH-NewAnchor IS
      * THE DATE THE SCHEDULE IS COUNTED FROM FOR EVERY PERIOD FROM
      * DDH-EffPeriod ON (IN PLACE OF LM-LoanDate, WHICH STAYS THE
      * FUNDING DATE), SO ANY PROGRAM THAT REBUILDS SCHEDULE ROWS
      * THROUGH wrkmodule/DATEADV (LOANMOD) TAKES THE ACCOUNT'S LATEST
      * ROW'S ANCHOR. THE ROW COUNT PER ACCOUNT IS THE NUMBER OF
      * CHANGES OVER THE LIFE OF THE LOAN.
      *****************************************************************
       01  DueDateHistoryRecord.
           05  DDH-Account          PIC X(10).
           05  DDH-EffPeriod        PIC 9(4).
           05  DDH-OldDueDay        PIC 99.
           05  DDH-NewDueDay        PIC 99.
           05  DDH-OldAnchor        PIC X(10).
           05  DDH-NewAnchor        PIC X(10).
           05  DDH-InterimDays      PIC 9(3).
           05  DDH-InterimInterest  PIC 9(6)V99.
           05  DDH-SpreadPeriods    PIC 99.
           05  DDH-ChangeDate       PIC X(10).
