      *****************************************************************
      * SANCTIONS REVIEW QUEUE - shared\data\sanctionqueue.txt, ONE
      * ROW PER POTENTIAL MATCH OF ONE PARTY TO ONE LIST ENTRY, RAISED
      * BY wrkmodule/SANCSCRN (AT BOARDING, AT INTAKE AND BY THE
      * NIGHTLY AND LIST-REFRESH RUNS OF SANCSCREEN) AND DECIDED BY
      * SANCREVIEW. A CASE STARTS PENDING; THE REVIEWER CLEARS IT AS A
      * FALSE POSITIVE OR CONFIRMS THE HIT. A CONFIRMED HIT HOLDS THE
      * PARTY'S MONEY - POSTPAY BLOCKS ITS PAYMENTS, CHECKISSUE AND
      * REFUND WITHHOLD ITS CHECKS, REMIT WITHHOLDS AN INVESTOR'S
      * WIRE, FILEPROCESSING REJECTS ITS INTAKE ROWS - UNTIL THE CASE
      * IS RELEASED. EVERY DECISION CARRIES THE OPERATOR AND THE DATE.
      * PARTY TYPES AND THEIR KEYS:
      *   B  BORROWER (MASTER)   LOAN ACCOUNT
      *   R  CO-BORROWER OR      LOAN ACCOUNT, "-", PARTY SEQUENCE
      *      GUARANTOR (ROLE FILE)
      *   Y  ESCROW PAYEE        PAYEE NAME AS ON THE PAYEE MASTER
      *   I  INVESTOR            INVESTOR ID
      *   T  INTAKE ROW PARTY    THE ROW'S accountName
      * SQ-Account IS THE LOAN WHOSE PAYMENTS AND DISBURSEMENTS A HIT
      * HOLDS (B, R, AND T WHEN THE ROW NAMED A LOAN).
      *****************************************************************
       01  SanctionQueueRecord.
           05  SQ-CaseId            PIC 9(7).
           05  SQ-Status            PIC X.
               88  SQ-Pending       value "P".
               88  SQ-FalsePositive value "F".
               88  SQ-Confirmed     value "C".
               88  SQ-Released      value "R".
           05  SQ-PartyType         PIC X.
               88  SQ-Borrower      value "B".
               88  SQ-RoleParty     value "R".
               88  SQ-Payee         value "Y".
               88  SQ-Investor      value "I".
               88  SQ-IntakeParty   value "T".
           05  SQ-PartyKey          PIC X(49).
           05  SQ-Account           PIC X(10).
           05  SQ-PartyName         PIC X(60).
           05  SQ-EntryId           PIC X(10).
           05  SQ-ListName          PIC X(60).
           05  SQ-ListProgram       PIC X(10).
           05  SQ-Score             PIC 999.
           05  SQ-Source            PIC X(14).
           05  SQ-FoundDate         PIC X(10).
           05  SQ-ListDate          PIC X(10).
           05  SQ-DecidedDate       PIC X(10).
           05  SQ-Operator          PIC X(10).
           05  SQ-Reason            PIC X(30).
           05  FILLER               PIC X(10).
