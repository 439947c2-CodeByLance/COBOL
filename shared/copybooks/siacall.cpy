      *****************************************************************
      * CALL AREA FOR wrkmodule/SIACCRUE - THE ONE PLACE THAT FIGURES
      * DAILY INTEREST ON A SIMPLE-INTEREST LOAN (LM-SimpleInterest)
      * AND KEEPS ITS ACCRUAL JOURNAL (copybooks/siaccrual.cpy).
      * THE CALLER PASSES THE MASTER'S TERMS - SIC-Rate, SIC-DayCount,
      * AND THE BOARDED BALANCE AND LOAN DATE AS SIC-StartBalance AND
      * SIC-StartDate FOR A LOAN WITH NOTHING ON THE JOURNAL YET.
      *   A  ACCRUE - INTEREST EARNED FROM THE PAID-THROUGH DATE TO
      *      SIC-Date ON THE JOURNAL PRINCIPAL, PLUS ANY INTEREST A
      *      SHORT PAYMENT LEFT UNPAID, COMES BACK IN SIC-InterestDue.
      *      NOTHING IS WRITTEN
      *   P  POST - A PAYMENT DATED SIC-Date PAID SIC-InterestPaid OF
      *      INTEREST AND SIC-PrincipalPaid OF PRINCIPAL; INTEREST IS
      *      NOW PAID THROUGH SIC-Date AND ANY INTEREST DUE IT DID NOT
      *      COVER IS CARRIED AS UNPAID. ONE P ROW IS APPENDED
      *   U  UNWIND - A POSTED PAYMENT IS TAKEN BACK: ITS PRINCIPAL
      *      GOES BACK ON THE BALANCE AND ITS INTEREST BACK TO UNPAID.
      *      THE PAID-THROUGH DATE STAYS. ONE U ROW IS APPENDED
      *   J  PROJECT - INTEREST ON SIC-Principal FROM SIC-PaidThrough
      *      TO SIC-Date, FOR LAYING OUT THE SCHEDULE AHEAD. NO FILE
      *      IS READ OR WRITTEN
      * SIC-Principal, SIC-PaidThrough AND SIC-UnpaidInterest ALWAYS
      * COME BACK AS THE STATE AFTER THE ACTION (BEFORE IT FOR A).
      * SIC-SharedRoot IS WHERE THE shared DIRECTORY IS SEEN FROM THE
      * CALLER'S WORKING DIRECTORY - SPACES MEANS "shared\".
      *****************************************************************
       01  SIMPLE-INTEREST-CALL-AREA.
           05  SIC-SharedRoot       PIC X(20) value spaces.
           05  SIC-Action           PIC X value space.
               88  SIC-Accrue       value "A".
               88  SIC-Post         value "P".
               88  SIC-Unwind       value "U".
               88  SIC-Project      value "J".
           05  SIC-Account          PIC X(10) value spaces.
           05  SIC-Date             PIC X(10) value spaces.
           05  SIC-Program          PIC X(14) value spaces.
           05  SIC-Rate             PIC 99V99 value zero.
           05  SIC-DayCount         PIC X value space.
           05  SIC-StartBalance     PIC 9(7)V99 value zero.
           05  SIC-StartDate        PIC X(10) value spaces.
           05  SIC-InterestPaid     PIC 9(6)V99 value zero.
           05  SIC-PrincipalPaid    PIC 9(7)V99 value zero.
           05  SIC-Principal        PIC 9(7)V99 value zero.
           05  SIC-PaidThrough      PIC X(10) value spaces.
           05  SIC-UnpaidInterest   PIC 9(6)V99 value zero.
           05  SIC-Days             PIC 9(5) value zero.
           05  SIC-PerDiem          PIC 9(5)V9(5) value zero.
           05  SIC-InterestDue      PIC 9(6)V99 value zero.
