               88 Method-30360     value "0".
               88 Method-AC365     value "A".
               88 Method-ACAC      value "C".
               88 Method-Rule78    value "7".
           05 InterestOnlyMonths   PIC 999 value 0.
           05 BalloonFlag          PIC X value "N".
               88 BalloonLoan      value "Y".
               88 Payment-Regular      value "R".
               88 Payment-InterestOnly value "I".
               88 Payment-Balloon      value "B".
               88 Payment-GradStep     value "G".

        01 WORK-DATE.
           05 WORK-MONTH           PIC 9(2).
