      *****************************************************************
      * COLLATERAL DOCUMENT CUSTODY RECORD - ONE ROW PER LOAN DOCUMENT
      * ON shared\data\doccustody.txt, KEPT IN ACCOUNT AND DOCUMENT
      * TYPE ORDER BY CUSTMAINT, WHICH CHECKS DOCUMENTS IN WHEN THEY
      * ARRIVE (AND BACK IN WHEN THEY COME HOME), OUT TO WHOEVER
      * BORROWS THEM, AND RELEASES THEM FOR GOOD. A DOCUMENT EVER
      * CHECKED IN HAS BEEN RECEIVED - TRAILDOCS LISTS EVERY LOAN
      * STILL MISSING ONE THE REQUIREMENTS TABLE (copybooks/docreq.cpy)
      * CALLS FOR. DOCUMENT TYPES ARE THE REQUIREMENTS TABLE'S:
      *   NOTE  ORIGINAL NOTE        MORT  RECORDED MORTGAGE OR DEED
      *   TITL  FINAL TITLE POLICY   APPR  APPRAISAL
      *   ASGN  RECORDED ASSIGNMENT  LREL  RECORDED LIEN RELEASE
      *****************************************************************
       01  DocCustodyRecord.
           05  DC-Account           PIC X(10).
           05  DC-DocType           PIC X(4).
           05  DC-Received          PIC X(10).
           05  DC-Location          PIC X(20).
           05  DC-Custodian         PIC X(15).
           05  DC-Status            PIC X.
               88  DC-InCustody     value "I".
               88  DC-CheckedOut    value "O".
               88  DC-Released      value "R".
           05  DC-OutDate           PIC X(10).
           05  DC-OutTo             PIC X(15).
           05  DC-ReleaseDate       PIC X(10).
           05  FILLER               PIC X(10).
