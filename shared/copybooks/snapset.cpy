      *****************************************************************
      * START-OF-DAY SNAPSHOT FILE SET - EVERY DATA FILE THE BATCH
      * CHAIN CAN CHANGE: THE shared\data FILES, THE INDEXED MASTERS
      * AND THE INTAKE'S OWN BALANCE MASTER AND HISTORY UNDER
      * ProcessFiles\files\data (A ROLLED-BACK DAY'S BATCHES MUST NOT
      * LOOK LIKE DUPLICATES WHEN THEY ARE RUN AGAIN). BatchDriver
      * COPIES EACH ONE BEFORE THE FIRST STEP, ROLLBACK PUTS THEM
      * BACK. SNP-Type I IS AN INDEXED FILE, T A TEXT FILE. THE RUN
      * JOURNAL, THE CHAIN STATE, THE SIGN-ON LOG, THE AUDIT JOURNAL,
      * THE SERVICING NOTES, THE DELIVERY CONSENT HISTORY, THE
      * SANCTIONS REVIEW QUEUE (COMPLIANCE'S DECISIONS), THE DISPUTE
      * CASE FILE AND THE MATURITY NOTICE HISTORY (THEIR LETTERS HAVE
      * ALREADY GONE OUT) ARE RECORDS OF WHAT HAPPENED AND ARE NEVER
      * ROLLED BACK. A NEW DATA FILE IS ADDED HERE AND
      * SnapshotFileCount RAISED TO MATCH.
      *****************************************************************
       01  SNAPSHOT-FILE-SET.
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "loanmaster.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "borrowers.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "borrroles.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "collateral.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "linemaster.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "mortins.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "operators.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "schedmaster.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "applications.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "acctcalendar.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "autopay.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "bankaccounts.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "borrowerhist.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "chartofaccounts.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "companies.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "controltotals.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "corpadvances.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "coupons.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "creditpolicy.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "deferredfees.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "escheatrules.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "escrowdisb.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "escrowledger.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "forbearance.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "glheld.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "glwork.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "holidays.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "latefeerules.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "latefees.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "legalstatus.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "lineactivity.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "loanpmts.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "participations.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "payapprules.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "paymentstatus.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "postedpmts.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "rateindex.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "refundsdue.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "repayplans.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "returnhistory.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "runcalendar.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "schedules.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "scraprotect.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "siaccrual.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "staleloans.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "suspense.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "suspensejournal.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "valuations.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "ProcessFiles\files\data\".
           05  FILLER               PIC X(24) value
                   "balances.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "ProcessFiles\files\data\".
           05  FILLER               PIC X(24) value
                   "postedhistory.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "ProcessFiles\files\data\".
           05  FILLER               PIC X(24) value
                   "fxactivity.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "ProcessFiles\files\data\".
           05  FILLER               PIC X(24) value
                   "fxpositions.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "delivpref.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "deliverylog.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "delqhistory.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "duedatehist.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "prepaypen.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "buydown.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "buydownsched.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "buydownledger.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "gradpay.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "rule78rules.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "piadvances.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "schedremit.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "sanctionheld.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "doccustody.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "releasequeue.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "lienreleases.txt".
           05  FILLER               PIC X value "T".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "constrloan.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "constrbudget.dat".
           05  FILLER               PIC X value "I".
           05  FILLER               PIC X(24) value
                   "shared\data\".
           05  FILLER               PIC X(24) value
                   "constrdraws.dat".
           05  FILLER               PIC X value "I".
       01  SNAPSHOT-FILE-TABLE redefines SNAPSHOT-FILE-SET.
           05  SnapshotFile occurs 71 times.
               10  SNP-Dir          PIC X(24).
               10  SNP-Name         PIC X(24).
               10  SNP-Type         PIC X.
                   88  SNP-Indexed  value "I".
       01  SnapshotFileCount        PIC 99 value 71.
