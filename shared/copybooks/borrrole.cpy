      *****************************************************************
      * BORROWER ROLE FILE - EVERY PARTY TO A LOAN, KEYED BY ACCOUNT
      * PLUS A PARTY SEQUENCE, MAINTAINED BY BORRMAINT. SEQUENCE 00 IS
      * THE PRIMARY BORROWER (ROLE P) AND CARRIES THE PRIMARY'S
      * TAXPAYER ID - THE PRIMARY'S NAME AND MAILING ADDRESS STAY ON
      * THE BORROWER MASTER. SEQUENCES 01-99 ARE CO-BORROWERS (C) AND
      * GUARANTORS (G), EACH WITH THEIR OWN NAME, ADDRESS, TAXPAYER ID
      * AND MAILING PREFERENCE. BILLING, NOTICEGEN, PAYOFF AND
      * ESCANALYSIS SEND A COPY TO EVERY PARTY WHO ASKED FOR ONE;
      * YEARENDINT LISTS THE CO-BORROWERS; BUREAU FURNISHES EACH
      * LIABLE PARTY WITH ITS ASSOCIATION CODE.
      *****************************************************************
       01  BorrowerRoleRecord.
           05  BR-Key.
               10  BR-Account       PIC X(10).
               10  BR-Seq           PIC 99.
           05  BR-Role              PIC X.
               88  BR-Primary       value "P".
               88  BR-CoBorrower    value "C".
               88  BR-Guarantor     value "G".
           05  BR-Name              PIC X(30).
           05  BR-Addr1             PIC X(30).
           05  BR-Addr2             PIC X(30).
           05  BR-City              PIC X(20).
           05  BR-State             PIC XX.
           05  BR-Zip               PIC X(10).
           05  BR-TaxId             PIC X(9).
      * S - SEND THIS PARTY THEIR OWN COPY; N - THE PRIMARY'S COPY
      * COVERS THEM (SAME HOUSEHOLD)
           05  BR-MailPref          PIC X.
               88  BR-MailCopy      value "S".
           05  BR-AddressFlag       PIC X.
               88  BR-AddressGood   value "G".
               88  BR-AddressBad    value "B".
           05  FILLER               PIC X(20).
