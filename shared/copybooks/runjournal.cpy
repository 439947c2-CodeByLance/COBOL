      *****************************************************************
      * BATCH RUN JOURNAL - shared\data\runjournal.txt, APPENDED BY
      * BatchDriver AND READ BACK BY BatchDriver (CADENCE CHECKS) AND
      * DASHBOARD. EVERY STEP THE CHAIN RUNS OR HOLDS BACK WRITES A
      * STEP ROW (RJ-RowType "S") THE MOMENT IT FINISHES, WITH ITS
      * RETURN CODE AND DISPOSITION; THE RUN ROW (RJ-RowType SPACE)
      * FOLLOWS THE RUN'S LAST STEP. A READER AFTER THE LAST RUN
      * SKIPS STEP ROWS.
      *****************************************************************
       01  RunJournalRecord.
           88  eofjournal           value high-values.
           05  RJ-RunEntry.
               10  RJ-Date          PIC 9(8).
               10  FILLER           PIC X(2).
               10  RJ-StartTime     PIC X(6).
               10  FILLER           PIC X(2).
               10  RJ-EndTime       PIC X(6).
               10  FILLER           PIC X(2).
               10  RJ-Outcome       PIC X(10).
               10  FILLER           PIC X(2).
               10  RJ-NextExpected  PIC 9(8).
           05  RJ-StepEntry redefines RJ-RunEntry.
               10  RJS-Date         PIC 9(8).
               10  FILLER           PIC X(2).
               10  RJS-StepName     PIC X(14).
               10  FILLER           PIC X(2).
               10  RJS-ReturnCode   PIC 9(4).
               10  FILLER           PIC X(2).
               10  RJS-Status       PIC X(8).
               10  FILLER           PIC X(6).
           05  FILLER               PIC X(2).
           05  RJ-RowType           PIC X.
               88  RJ-StepRow       value "S".
