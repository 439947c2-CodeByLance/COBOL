       01  RolledDueDate            PIC X(10) value spaces.

       01  CHART-OF-ACCOUNTS.
           05  ChartEntry occurs 50 times.
               10  COA-PostType     PIC X(4).
               10  COA-AcctNo       PIC X(8).
               10  COA-AcctName     PIC X(24).
               at end set eof-chart to true
           end-read.
           perform until eof-chart
               if ChartCount < 50
                   add 1 to ChartCount
                   move COA-PostTypeIn to COA-PostType(ChartCount)
                   move COA-AcctNoIn to COA-AcctNo(ChartCount)
