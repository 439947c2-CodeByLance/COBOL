      *****************************************************************
      * FORBEARANCE PLAN RECORD - ONE ROW PER PLAN ON
      * shared\data\forbearance.txt, MAINTAINED BY FORBMAINT. WHILE A
      * PLAN IS ACTIVE OR ITS REPAYMENT PLAN IS BEING KEPT, THE
      * PERIODS FROM FBP-EXCUSEFROM THROUGH FBP-EXCUSETHRU ARE NOT
      * DELINQUENT: AGING LEAVES THEM OUT OF THE BUCKETS (AND SO OUT
      * OF THE EXTRACT BUREAU REPORTS FROM), NOTICEGEN SENDS NO
      * DUNNING LETTER, AND LATEFEE ASSESSES NOTHING ON A PERIOD PAID
      * WHILE THE PLAN PROTECTED THE ACCOUNT. FORBMAINT RE-DRAWS THE
      * EXCUSED WINDOW EVERY RUN; A BROKEN, CANCELLED OR COMPLETED
      * PLAN EXCUSES NOTHING GOING FORWARD.
      *****************************************************************
       01  ForbearancePlanRecord.
           05  FBP-Account          PIC X(10).
           05  FBP-StartPeriod      PIC 9(4).
           05  FBP-Periods          PIC 9(3).
           05  FBP-ReducedPmt       PIC 9(6)V99.
           05  FBP-PlanType         PIC X(2).
               88  FBP-Hardship     value "HS".
               88  FBP-Disaster     value "DS".
               88  FBP-Military     value "MS".
               88  FBP-OtherType    value "OT".
               88  FBP-ValidType    value "HS" "DS" "MS" "OT".
           05  FBP-RepayMethod      PIC X.
               88  FBP-RepayLump    value "L".
               88  FBP-RepaySpread  value "S".
               88  FBP-RepayDefer   value "D".
               88  FBP-ValidMethod  value "L" "S" "D".
           05  FBP-RepayMonths      PIC 9(3).
           05  FBP-Status           PIC X.
               88  FBP-Active       value "A".
               88  FBP-Repaying     value "R".
               88  FBP-Completed    value "K".
               88  FBP-Broken       value "B".
               88  FBP-Cancelled    value "X".
               88  FBP-Protecting   value "A" "R".
           05  FBP-SetupDate        PIC X(10).
           05  FBP-StatusDate       PIC X(10).
           05  FBP-Arrearage        PIC 9(7)V99.
           05  FBP-ExcuseFrom       PIC 9(4).
           05  FBP-ExcuseThru       PIC 9(4).
