      *****************************************************************
      * CALL AREA FOR wrkmodule/SANCSCRN - THE ONE SANCTIONS NAME
      * MATCHER. BORRMAINT AND BULKBOARD CALL IT AT BOARDING,
      * FILEPROCESSING FOR THE accountName ON EACH INTAKE ROW, AND
      * SANCSCREEN FOR THE WHOLE BORROWER, PARTY, PAYEE AND INVESTOR
      * BASE. THE CALLER FILLS THE PARTY TYPE, KEY, LOAN ACCOUNT (OR
      * SPACES) AND NAME (copybooks/sancqueue.cpy FOR THE TYPES).
      *   S  SCREEN - SCORE THE NAME AGAINST EVERY LIST NAME (0-100,
      *      CASE, PUNCTUATION AND WORD ORDER IGNORED); AT OR OVER THE
      *      THRESHOLD A NEW CASE IS QUEUED FOR REVIEW
      *   X  CLOSE THE REVIEW QUEUE AT THE END OF THE RUN
      * SNC-Result COMES BACK AS:
      *   N  NO MATCH                 Q  NEW CASE QUEUED FOR REVIEW
      *   P  CASE ALREADY PENDING     F  MATCH ALREADY CLEARED
      *   C  CONFIRMED HIT - HOLD     L  NO LIST ON FILE - NOT SCREENED
      * A PARTY WITH A CONFIRMED CASE COMES BACK C WHATEVER ITS NAME
      * SCORES TODAY. SNC-SharedRoot IS WHERE THE shared DIRECTORY IS
      * SEEN FROM THE CALLER'S WORKING DIRECTORY - SPACES MEANS
      * "shared\".
      *****************************************************************
       01  SANCTION-CALL-AREA.
           05  SNC-SharedRoot       PIC X(20) value spaces.
           05  SNC-Program          PIC X(14) value spaces.
           05  SNC-Action           PIC X value space.
               88  SNC-Screen       value "S".
               88  SNC-Close        value "X".
           05  SNC-PartyType        PIC X value space.
           05  SNC-PartyKey         PIC X(49) value spaces.
           05  SNC-Account          PIC X(10) value spaces.
           05  SNC-Name             PIC X(60) value spaces.
           05  SNC-Score            PIC 999 value zero.
           05  SNC-EntryId          PIC X(10) value spaces.
           05  SNC-ListName         PIC X(60) value spaces.
           05  SNC-ListDate         PIC X(10) value spaces.
           05  SNC-CaseId           PIC 9(7) value zero.
           05  SNC-Result           PIC X value space.
               88  SNC-NoMatch      value "N".
               88  SNC-Queued       value "Q".
               88  SNC-Pending      value "P".
               88  SNC-Cleared      value "F".
               88  SNC-Hit          value "C".
               88  SNC-NoList       value "L".
