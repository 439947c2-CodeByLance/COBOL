      *****************************************************************
      * COLLATERAL (PROPERTY) MASTER - ONE KEYED RECORD PER LOAN
      * ACCOUNT ON shared\data\collateral.dat, MAINTAINED BY COLLMAINT.
      * CARRIES WHAT SECURES THE LOAN, THE ORIGINAL APPRAISED VALUE
      * AND DATE, AND THE LATEST VALUE ON THE VALUATION HISTORY
      * (shared\data\valuations.txt) SO LTV IS ONE READ AWAY: LTVREPORT
      * STRATIFIES THE BOOK OFF IT AND REFISCREEN SCREENS ON IT.
      *****************************************************************
       01  CollateralRecord.
           05  CL-Account           PIC X(10).
           05  CL-Addr1             PIC X(30).
           05  CL-City              PIC X(20).
           05  CL-State             PIC XX.
           05  CL-Zip               PIC X(10).
           05  CL-PropertyType      PIC X(2).
               88  CL-SingleFamily  value "SF".
               88  CL-Condo         value "CO".
               88  CL-Townhouse     value "TH".
               88  CL-MultiFamily   value "MF".
               88  CL-Manufactured  value "MH".
               88  CL-Land          value "LD".
               88  CL-Commercial    value "CM".
               88  CL-ValidType     value "SF" "CO" "TH" "MF" "MH"
                                          "LD" "CM".
           05  CL-Occupancy         PIC X.
               88  CL-OwnerOccupied value "O".
               88  CL-SecondHome    value "S".
               88  CL-Investor      value "I".
               88  CL-ValidOccupancy value "O" "S" "I".
           05  CL-OrigValue         PIC 9(9)V99.
           05  CL-OrigValueDate     PIC X(10).
      * LATEST VALUATION BY VALUE DATE - A LATE-ARRIVING OLDER BPO
      * GOES ON THE HISTORY BUT DOES NOT REPLACE A NEWER APPRAISAL
           05  CL-CurrValue         PIC 9(9)V99.
           05  CL-CurrValueDate     PIC X(10).
           05  CL-CurrValueSource   PIC X.
               88  CL-SourceOriginal  value "O".
               88  CL-SourceAppraisal value "A".
               88  CL-SourceBPO       value "B".
               88  CL-SourceAVM       value "V".
               88  CL-ValidSource     value "O" "A" "B" "V".
           05  FILLER               PIC X(20).
