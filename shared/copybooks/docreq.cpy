      *****************************************************************
      * TRAILING DOCUMENT REQUIREMENTS -
      * shared\data\docrequirements.txt, ONE ROW PER DOCUMENT A LOAN
      * TYPE MUST HAVE IN CUSTODY AND THE CALENDAR DAYS AFTER BOARDING
      * IT IS ALLOWED TO TRAIL. THE LOAN TYPE IS LM-ProductType ON THE
      * MASTER; "*" APPLIES THE ROW TO EVERY TYPE. WITH NO TABLE ON
      * FILE THE NOTE IS ALLOWED 30 DAYS, THE RECORDED MORTGAGE 120
      * AND THE TITLE POLICY 180.
      *****************************************************************
       01  DocRequirementRecord.
           05  DRQ-LoanType         PIC X.
           05  DRQ-DocType          PIC X(4).
           05  DRQ-Days             PIC 999.
           05  DRQ-Description      PIC X(30).
