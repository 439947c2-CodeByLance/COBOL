      *****************************************************************
      * CALL AREA FOR wrkmodule/REBATE78 - THE ONE PLACE THE UNEARNED
      * FINANCE CHARGE ON A RULE OF 78S (PRECOMPUTED-INTEREST) LOAN IS
      * FIGURED, SO A PAYOFF QUOTE AND THE METHOD COMPARISON REPORT
      * GIVE THE SAME ANSWER. THE CALLER PASSES THE CONTRACT'S TOTAL
      * FINANCE CHARGE (RBC-FinanceCharge), ITS NUMBER OF INSTALLMENTS
      * (RBC-Payments) AND HOW MANY OF THEM HAVE BEEN EARNED AT THE
      * PAYOFF POINT (RBC-Elapsed). BY THE SUM OF THE DIGITS THE
      * UNEARNED SHARE IS m(m+1) / n(n+1) WITH m INSTALLMENTS LEFT.
      * RBC-Unearned IS THAT SHARE OF THE WHOLE CHARGE; RBC-Rebate IS
      * WHAT THE BORROWER ACTUALLY GETS BACK UNDER THE ACCOUNT'S (OR
      * THE DEFAULT) ROW ON shared\data\rule78rules.txt - THE
      * ACQUISITION FEE IS KEPT OUT OF THE CHARGE BEFORE THE SHARE IS
      * TAKEN, THE LENDER NEVER KEEPS LESS THAN THE MINIMUM FINANCE
      * CHARGE, AND A REBATE UNDER THE MINIMUM REBATE IS NOT PAID.
      * RBC-Limit SAYS WHICH OF THOSE LAST TWO CUT THE REBATE AND
      * RBC-RuleUsed WHICH ROW APPLIED (SPACES - NO TABLE, STRAIGHT
      * 78S). NOTHING IS WRITTEN. RBC-SharedRoot IS WHERE THE shared
      * DIRECTORY IS SEEN FROM THE CALLER'S WORKING DIRECTORY - SPACES
      * MEANS "shared\".
      *****************************************************************
       01  REBATE78-CALL-AREA.
           05  RBC-SharedRoot       PIC X(20) value spaces.
           05  RBC-Account          PIC X(10) value spaces.
           05  RBC-Program          PIC X(14) value spaces.
           05  RBC-FinanceCharge    PIC 9(7)V99 value zero.
           05  RBC-Payments         PIC 9(4) value zero.
           05  RBC-Elapsed          PIC 9(4) value zero.
           05  RBC-Unearned         PIC 9(7)V99 value zero.
           05  RBC-AcqFee           PIC 9(4)V99 value zero.
           05  RBC-Rebate           PIC 9(7)V99 value zero.
           05  RBC-Earned           PIC 9(7)V99 value zero.
           05  RBC-RuleUsed         PIC X(10) value spaces.
           05  RBC-Limit            PIC X value space.
               88  RBC-NoLimit      value space.
               88  RBC-MinCharge    value "M".
               88  RBC-MinRebate    value "R".
