      *****************************************************************
      * LIEN RELEASE AND NOTE RETURN TRACKING - shared\data\
      * lienreleases.txt, ONE ROW PER LOAN PAID IN FULL, RAISED BY
      * CUSTMAINT OFF THE RELEASE QUEUE. THE LIEN RELEASE MUST BE
      * RECORDED AND THE ORIGINAL NOTE RETURNED TO THE BORROWER WITHIN
      * THE DAYS THE PROPERTY STATE ALLOWS (shared\data\
      * releaserules.txt - STATE, RELEASE DAYS, NOTE DAYS; "**" IS THE
      * DEFAULT ROW, 30 AND 30 WITH NO TABLE). CUSTMAINT STAMPS EACH
      * STEP DONE AND CLOSES THE ROW WHEN BOTH ARE; TRAILDOCS LISTS
      * EVERY OPEN ROW AGAINST ITS DEADLINES.
      *****************************************************************
       01  LienReleaseRecord.
           05  LR-Account           PIC X(10).
           05  LR-PaidDate          PIC X(10).
           05  LR-Source            PIC X(14).
           05  LR-State             PIC XX.
           05  LR-ReleaseDue        PIC X(10).
           05  LR-ReleaseDone       PIC X(10).
           05  LR-RecordingRef      PIC X(20).
           05  LR-NoteDue           PIC X(10).
           05  LR-NoteDone          PIC X(10).
           05  LR-Status            PIC X.
               88  LR-Open          value "O".
               88  LR-Complete      value "C".
           05  FILLER               PIC X(5).
