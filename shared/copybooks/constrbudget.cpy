      *****************************************************************
      * CONSTRUCTION BUDGET - ONE KEYED RECORD PER LINE ITEM OF A
      * CONSTRUCTION LOAN'S BUDGET (SITE WORK, FOUNDATION, FRAMING ...)
      * ON shared\data\constrbudget.dat, KEYED ON ACCOUNT AND LINE
      * ITEM CODE. CONSMAINT SETS THE BUDGET - THE LINES OF A LOAN MAY
      * NOT ADD UP TO MORE THAN ITS COMMITMENT - AND CONSCYCLE CHARGES
      * EACH FUNDED DRAW AGAINST ITS LINE. A DRAW MAY NEVER TAKE A
      * LINE PAST ITS BUDGET.
      *****************************************************************
       01  ConstructionBudgetRecord.
           05  CB-Key.
               10  CB-Account       PIC X(10).
               10  CB-LineItem      PIC X(4).
           05  CB-Description       PIC X(24).
           05  CB-Budget            PIC 9(7)V99.
      * GROSS DRAWN AGAINST THE LINE, RETAINAGE INCLUDED
           05  CB-Drawn             PIC 9(7)V99.
      * THE PART OF CB-Drawn HELD BACK AS RETAINAGE
           05  CB-Retained          PIC 9(7)V99.
           05  FILLER               PIC X(10).
