      *****************************************************************
      * DATED BORROWER HISTORY - ONE ROW PER BORROWER WHO HAS LEFT AN
      * ACCOUNT, WRITTEN BY ASSUMPTION BEFORE THE BORROWER MASTER IS
      * SWITCHED TO THE INCOMING BORROWER, SO THE OUTGOING BORROWER'S
      * NAME AND MAILING ADDRESS SURVIVE THE CHANGE. THE OUTGOING
      * BORROWER OWNED EVERY PAYMENT POSTED BEFORE BWH-EndDate; THE
      * NEXT ROW FOR THE ACCOUNT (OR THE MASTER ITSELF) OWNS THE REST.
      * YEARENDINT SPLITS THE YEAR'S INTEREST ON THAT DATE.
      *****************************************************************
       01  BorrowerHistoryRecord.
           05  BWH-Account          PIC X(10).
           05  BWH-EndDate          PIC X(10).
           05  BWH-Name             PIC X(30).
           05  BWH-Addr1            PIC X(30).
           05  BWH-Addr2            PIC X(30).
           05  BWH-City             PIC X(20).
           05  BWH-State            PIC XX.
           05  BWH-Zip              PIC X(10).
           05  BWH-AddressFlag      PIC X.
      * Y - RELEASED FROM LIABILITY ON THE NOTE; N - STILL LIABLE
           05  BWH-Released         PIC X.
               88  BWH-ReleasedYes  value "Y".
      * AS - ASSUMPTION
           05  BWH-Reason           PIC XX.
           05  BWH-RecordedDate     PIC X(10).
      * THE OUTGOING PRIMARY'S TAXPAYER ID OFF THE BORROWER ROLE FILE
           05  BWH-TaxId            PIC X(9).
           05  FILLER               PIC X.
