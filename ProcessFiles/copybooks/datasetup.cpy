       01  ApprovalHoldRecord.
           05  APH-Transaction  PIC X(235).
           05  APH-BatchKey     PIC X(41).
      * WHY THE ROW IS HELD - THRS AT OR OVER THE COMPANY THRESHOLD
      * (ALSO ANY OLDER ROW WITH NO CODE), SANC A POTENTIAL OR
      * CONFIRMED SANCTIONS MATCH ON accountName AWAITING THE
      * COMPLIANCE DECISION OR ITS RELEASE, OR AN
      * ANOMALY CODE NAMING THE BIGGEST PART OF THE ROW'S SCORE
      * AGAINST ITS ACCOUNT'S HISTORY:
      *    AAMT AMOUNT FAR OUTSIDE THE ACCOUNT'S USUAL RANGE
      *    ATYP TRANSACTION TYPE THE ACCOUNT HAS NEVER USED
      *    ADAY NOWHERE NEAR THE ACCOUNT'S USUAL DAYS OF THE MONTH
      *    ASRC FROM A SOURCE THAT HAS NEVER SENT THE ACCOUNT
      *    ADRM FIRST ACTIVITY ON A LONG-DORMANT ACCOUNT
      *    ABST BURST OF ROWS TO ONE ACCOUNT IN ONE BATCH
           05  APH-Reason       PIC X(4).

      * OPTIONAL ANOMALY SCREENING CONTROLS - ONE LINE: HOLD SCORE,
      * MINIMUM HISTORY ROWS BEFORE AN ACCOUNT HAS A PROFILE, DORMANT
      * DAYS, BURST ROWS PER BATCH, AMOUNT RANGE FACTOR (99V9). A
      * BLANK OR NON-NUMERIC FIELD KEEPS ITS DEFAULT; A HOLD SCORE OF
      * 999 SCORES AND REPORTS WITHOUT HOLDING ANYTHING.
       FD  ANOMALYCONFIG.
       01  AnomalyConfigRecord.
           88  eofanomalyconfig             value high-values.
           05  ANC-HoldScore    PIC X(3).
           05  ANC-MinHistory   PIC X(3).
           05  ANC-DormantDays  PIC X(4).
           05  ANC-BurstLimit   PIC X(3).
           05  ANC-AmountFactor PIC X(3).

       FD  ANOMALYREPORT.
       01  AnomalyReportLine    PIC X(132).

      * PER-SOURCE INTAKE FORMAT PROFILES - A SOURCE THAT CANNOT
      * PRE-MASSAGE ITS DATA INTO OUR EXACT LAYOUT GETS A PROFILE ROW
       01  CurrencyConvertedState PIC X         value "N".
           88  CurrencyConverted                value "Y".
       01  heldApprovalCount    PIC 9(7)        value zero.
      * SANCTIONS SCREENING OF THE accountName ON EVERY MONEY ROW - A
      * POTENTIAL, PENDING OR CONFIRMED MATCH IS HELD FOR APPROVAL
      * (SANC) UNTIL THE CASE IS CLEARED OR RELEASED
       01  SanctionState        PIC X           value "N".
           88  SanctionHeld                     value "H".
       01  sanctionHeldCount    PIC 9(7)        value zero.
       01  sanctionHitCount     PIC 9(7)        value zero.
       01  ThreshCheckResult    PIC S9(4) COMP  value zero.

      * BEHAVIORAL ANOMALY SCREENING - EACH ACCOUNT'S PROFILE IS BUILT
      * ONCE A RUN FROM THE POSTED HISTORY (AMOUNT RANGE AND SPREAD,
      * TYPES USED, DAYS OF THE MONTH, SOURCES, LAST ACTIVITY, MOST
      * ROWS EVER IN ONE BATCH) AND EVERY MONEY ROW IS SCORED 0-100
      * AGAINST IT. AT OR OVER THE HOLD SCORE THE ROW IS HELD FOR
      * APPROVAL WITH THE ANOMALY CODE OF ITS BIGGEST COMPONENT.
       01  ACCOUNT-PROFILES.
           05  ProfileAcctEntry OCCURS 3000 TIMES
                   ASCENDING KEY IS PRF-Account
                   INDEXED BY Prf-Ix.
               10  PRF-Account      PIC X(49)    value high-values.
               10  PRF-Count        PIC 9(7)     value zero.
               10  PRF-MinAmt       PIC 9(9)V99  value zero.
               10  PRF-MaxAmt       PIC 9(9)V99  value zero.
               10  PRF-SumAmt       PIC 9(13)V99 value zero.
               10  PRF-SumSquares   PIC 9(17)V99 value zero.
      *        ONE BYTE PER TYPE IN AnomalyTypeList ORDER, ONE PER DAY
               10  PRF-TypesUsed    PIC X(7)     value spaces.
               10  PRF-DaysUsed     PIC X(31)    value spaces.
               10  PRF-Source       PIC X(20)    value spaces
                                    occurs 4 times.
      *        MORE THAN FOUR SOURCES - NO SOURCE IS UNUSUAL
               10  PRF-ManySources  PIC X        value space.
               10  PRF-LastDate     PIC 9(8)     value zero.
               10  PRF-LastBatch    PIC X(41)    value spaces.
               10  PRF-BatchRows    PIC 9(5)     value zero.
               10  PRF-MaxBatchRows PIC 9(5)     value zero.
       01  ProfileAcctCount     PIC 9(4)        value zero.
       01  ProfileAcctSub       PIC 9(4)        value zero.
       01  ProfileShiftSub      PIC 9(4)        value zero.
       01  ProfileFoundState    PIC X           value "N".
           88  ProfileAcctFound                 value "Y".
       01  AnomalyTypeList      PIC X(14)       value
               "DRCRFXTRLPLDLR".
       01  AnomalyTypeSub       PIC 9(2)        value zero.
       01  AnomalyDay           PIC 9(2)        value zero.
       01  AnomalyDaySub        PIC S9(3)       value zero.
       01  AnomalyDayIndex      PIC 9(2)        value zero.
       01  AnomalyDayState      PIC X           value "N".
           88  AnomalyDayNear                   value "Y".
       01  AnomalySourceSub     PIC 9           value zero.
       01  AnomalySourceWork    PIC X(20)       value spaces.
       01  AnomalyAmount        PIC 9(9)V99     value zero.
       01  AnomalyMean          PIC 9(9)V99     value zero.
       01  AnomalyStdDev        PIC 9(9)V99     value zero.
       01  AnomalyVariance      PIC S9(17)V99   value zero.
       01  AnomalyDeviations    PIC 9(5)V99     value zero.
       01  AnomalyGapDays       PIC S9(8)       value zero.
       01  AnomalyLastInt       PIC 9(8)        value zero.
       01  AnomalyTxnInt        PIC 9(8)        value zero.
       01  AnomalyProfiledCount PIC 9(7)        value zero.

      * THE CONTROLS AND THE POINTS EACH COMPONENT ADDS TO THE SCORE
       01  AnomalyHoldScore     PIC 9(3)        value 50.
       01  AnomalyMinHistory    PIC 9(3)        value 5.
       01  AnomalyDormantDays   PIC 9(4)        value 180.
       01  AnomalyBurstLimit    PIC 9(3)        value 10.
       01  AnomalyAmountFactor  PIC 9(2)V9      value 3.0.
       01  AnomalyDayReach      PIC 9           value 3.
       01  PointsAmount         PIC 9(3)        value 50.
       01  PointsType           PIC 9(3)        value 25.
       01  PointsDay            PIC 9(3)        value 15.
       01  PointsSource         PIC 9(3)        value 25.
       01  PointsDormant        PIC 9(3)        value 60.
       01  PointsBurst          PIC 9(3)        value 60.
       01  AnomalyConfigCheck   PIC S9(4) COMP  value zero.

       01  AnomalyScore         PIC 9(3)        value zero.
       01  AnomalyPoints        PIC 9(3)        value zero.
       01  AnomalyPointsCode    PIC X(4)        value spaces.
       01  AnomalyTopPoints     PIC 9(3)        value zero.
       01  AnomalyCode          PIC X(4)        value spaces.
       01  AnomalyState         PIC X           value "N".
           88  AnomalyHeld                      value "H".

      * ROWS TO EACH ACCOUNT SO FAR IN THIS BATCH - THE BURST COUNT
       01  BATCH-ACCOUNT-ROWS.
           05  BurstEntry OCCURS 2000 TIMES.
               10  BST-Account      PIC X(49).
               10  BST-Rows         PIC 9(5).
       01  BurstCount           PIC 9(4)        value zero.
       01  BurstSub             PIC 9(4)        value zero.
       01  BurstLimitToday      PIC 9(5)        value zero.

      * THE DAY'S SCORE DISTRIBUTION, COMPONENT HITS AND HELD ROWS
       01  ANOMALY-BANDS.
           05  AnomalyBandCount PIC 9(7)        value zero
                                occurs 11 times.
       01  AnomalyBandSub       PIC 99          value zero.
       01  AnomalyBandMax       PIC 9(7)        value zero.
       01  AnomalyBandLow       PIC 9(3)        value zero.
       01  anomalyScoredCount   PIC 9(7)        value zero.
       01  anomalyHeldCount     PIC 9(7)        value zero.
       01  anomalyUnprofiled    PIC 9(7)        value zero.
       01  ANOMALY-COMPONENT-HITS.
           05  HitsAmount       PIC 9(7)        value zero.
           05  HitsType         PIC 9(7)        value zero.
           05  HitsDay          PIC 9(7)        value zero.
           05  HitsSource       PIC 9(7)        value zero.
           05  HitsDormant      PIC 9(7)        value zero.
           05  HitsBurst        PIC 9(7)        value zero.
       01  ANOMALY-HELD-ROWS.
           05  AnomalyHeldEntry OCCURS 500 TIMES.
               10  AHR-BatchKey     PIC X(41).
               10  AHR-Record       PIC 9(7).
               10  AHR-Account      PIC X(49).
               10  AHR-Type         PIC X(2).
               10  AHR-Amount       PIC 9(9)V99.
               10  AHR-Score        PIC 9(3).
               10  AHR-Code         PIC X(4).
       01  AnomalyHeldSub       PIC 9(4)        value zero.
       01  path-to-anomaly-report PIC X(100)    value spaces.
       01  AnomalyReportDetail.
           05  ARD-BatchKey     PIC X(41).
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Record       PIC ZZZZZZ9.
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Account      PIC X(30).
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Type         PIC X(2).
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Amount       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Score        PIC ZZ9.
           05  FILLER           PIC X(2)        value spaces.
           05  ARD-Code         PIC X(4).
       01  AnomalyBandDetail.
           05  FILLER           PIC X(4)        value spaces.
           05  ABD-Low          PIC ZZ9.
           05  FILLER           PIC X(3)        value " - ".
           05  ABD-High         PIC ZZ9.
           05  FILLER           PIC X(4)        value spaces.
           05  ABD-Count        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)        value spaces.
           05  ABD-Percent      PIC ZZ9.9.
           05  FILLER           PIC X           value "%".
           05  FILLER           PIC X(2)        value spaces.
           05  ABD-Bar          PIC X(50).
       01  AnomalyPercent       PIC 999V9       value zero.
       01  AnomalyBarLength     PIC 99          value zero.

       01  FORMAT-PROFILE-TABLE.
           05  ProfileEntry occurs 50 times.
               10  FPT-Label    PIC X(20).
