               05  WKQ-WorstBucket  PIC 9(3).
               05  WKQ-PastDueAmt   PIC 9(8)V99.
               05  WKQ-FollowUp     PIC X(10).
               05  WKQ-EntryDate    PIC X(10).

       FD  PromiseFile.
           01 PromiseRecord.
