      *****************************************************************
      * CONSTRUCTION DRAW - ONE KEYED RECORD PER DRAW REQUEST ON
      * shared\data\constrdraws.dat, KEYED ON ACCOUNT AND DRAW NUMBER.
      * CONSMAINT RECORDS THE REQUEST AGAINST A BUDGET LINE AND THEN
      * THE SITE INSPECTION; ONLY A DRAW THAT PASSED INSPECTION IS
      * FUNDED, BY CONSCYCLE, WHICH HOLDS BACK THE LOAN'S RETAINAGE
      * PERCENT AND ADVANCES THE NET. A FAILED INSPECTION ENDS THE
      * DRAW - THE BUILDER ASKS AGAIN ONCE THE WORK IS PUT RIGHT.
      *****************************************************************
       01  ConstructionDrawRecord.
           05  CD-Key.
               10  CD-Account       PIC X(10).
               10  CD-DrawNo        PIC 999.
           05  CD-LineItem          PIC X(4).
      * GROSS AMOUNT REQUESTED
           05  CD-Amount            PIC 9(7)V99.
           05  CD-RequestDate       PIC X(10).
           05  CD-InspectDate       PIC X(10).
           05  CD-Inspector         PIC X(10).
      * R REQUESTED, I PASSED INSPECTION, F FUNDED, X FAILED
      * INSPECTION, V REFUSED OR CANCELLED AT FUNDING OR CONVERSION
           05  CD-Status            PIC X.
               88  CD-Requested     value "R".
               88  CD-Inspected     value "I".
               88  CD-Funded        value "F".
               88  CD-Failed        value "X".
               88  CD-Refused       value "V".
           05  CD-Retained          PIC 9(7)V99.
           05  CD-Net               PIC 9(7)V99.
           05  CD-FundedDate        PIC X(10).
           05  FILLER               PIC X(10).
