      *****************************************************************
      * DISPUTE CASE RECORD - ONE ROW PER BORROWER DISPUTE, NOTICE OF
      * ERROR OR QUALIFIED WRITTEN REQUEST ON shared\data\disputes.txt,
      * OPENED, WORKED AND CLOSED BY DISPMAINT. THE ACKNOWLEDGMENT IS
      * DUE 5 BUSINESS DAYS AFTER RECEIPT AND THE RESOLUTION 30
      * BUSINESS DAYS AFTER RECEIPT, COUNTED ON THE HOLIDAY CALENDAR
      * wrkmodule/BUSDAY ROLLS BY; ONE EXTENSION OF 15 BUSINESS DAYS
      * MAY BE TAKEN ON THE RESOLUTION DATE. DISPAGING LISTS EVERY
      * OPEN CASE NEAR OR PAST A DEADLINE EACH DAY, AND WHILE A CASE
      * IS OPEN BUREAU FURNISHES THE ACCOUNT AS DISPUTED (SEE BUREAU
      * FOR WHICH TYPES HOLD BACK THE DELINQUENCY STATUS). CLOSED
      * CASES STAY ON THE FILE AS THE HISTORY.
      *****************************************************************
       01  DisputeRecord.
           05  DSP-CaseId           PIC 9(7).
           05  DSP-Account          PIC X(10).
           05  DSP-Type             PIC X.
               88  DSP-PaymentDispute value "P".
               88  DSP-EscrowDispute  value "S".
               88  DSP-FeeDispute     value "F".
               88  DSP-CreditReport   value "C".
               88  DSP-ErrorNotice    value "E".
               88  DSP-InfoRequest    value "R".
               88  DSP-ValidType      value "P" "S" "F" "C" "E" "R".
           05  DSP-Received         PIC X(10).
           05  DSP-AckDue           PIC X(10).
           05  DSP-AckSent          PIC X(10).
           05  DSP-ResolveDue       PIC X(10).
           05  DSP-Operator         PIC X(10).
           05  DSP-Status           PIC X.
               88  DSP-Open         value "O".
               88  DSP-Acknowledged value "A".
               88  DSP-Closed       value "C".
               88  DSP-StillOpen    value "O" "A".
           05  DSP-ExtendedFlag     PIC X.
               88  DSP-Extended     value "Y".
           05  DSP-Resolution       PIC X(2).
               88  DSP-Corrected    value "EC".
               88  DSP-NoError      value "NE".
               88  DSP-InfoProvided value "IP".
               88  DSP-Withdrawn    value "WD".
               88  DSP-Duplicate    value "DU".
               88  DSP-ValidResolution
                                    value "EC" "NE" "IP" "WD" "DU".
           05  DSP-ClosedDate       PIC X(10).
           05  DSP-Summary          PIC X(40).
           05  FILLER               PIC X(10).
