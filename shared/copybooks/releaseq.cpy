      *****************************************************************
      * LIEN RELEASE QUEUE - shared\data\releasequeue.txt, ONE ROW PER
      * LOAN POSTPAY OR PAYOFFEXEC HAS JUST CLOSED PAID IN FULL.
      * CUSTMAINT TAKES EACH ROW ONTO THE RELEASE TRACKING FILE
      * (copybooks/lienrel.cpy) WITH ITS STATUTORY DEADLINES AND
      * EMPTIES THE QUEUE.
      *****************************************************************
       01  ReleaseQueueRecord.
           05  RLQ-Account          PIC X(10).
           05  RLQ-PaidDate         PIC X(10).
           05  RLQ-Program          PIC X(14).
           05  FILLER               PIC X(10).
