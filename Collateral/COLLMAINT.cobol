      ******************************************************************
      * Collateral master maintenance - the loan finally knows what    *
      * secures it. Applies actions from Collateral\collmaint.txt to   *
      * the shared indexed collateral master keyed by loan account     *
      * (shared\data\collateral.dat): A boards the property (address,  *
      * property type, occupancy, original appraised value and date),  *
      * C changes the descriptive fields, V records a later appraisal, *
      * BPO or AVM. Every value - the original included - is appended  *
      * to the dated valuation history at shared\data\valuations.txt,  *
      * and the newest by value date becomes the current value the     *
      * LTV report and the refinance screen work from. Every action,   *
      * applied or rejected, is logged through the shared LOGGER and   *
      * written to a maintenance register for the day's audit trail,   *
      * the same way LOANMAINT registers loan master actions.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. COLLMAINT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select MaintFile ASSIGN TO "Collateral\collmaint.txt"
                   organization is line sequential.

               select CollateralFile ASSIGN TO
                   "shared\data\collateral.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is CL-Account
                   file status is CollateralStatus.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

               select optional ValuationFile ASSIGN TO
                   "shared\data\valuations.txt"
                   organization is line sequential.

               select MaintReportFile ASSIGN TO
                   "Collateral\collmaintreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MaintFile.
           01 MaintRecordIn.
               05  MaintActionIn        PIC X.
                   88  Maint-Add        value "A".
                   88  Maint-Change     value "C".
                   88  Maint-Value      value "V".
               05  MaintAccountIn       PIC X(10).
               05  MaintAddr1In         PIC X(30).
               05  MaintCityIn          PIC X(20).
               05  MaintStateIn         PIC XX.
               05  MaintZipIn           PIC X(10).
               05  MaintPropTypeIn      PIC X(2).
               05  MaintOccupancyIn     PIC X.
               05  MaintValueIn         PIC 9(9)V99.
               05  MaintValueDateIn     PIC X(10).
               05  MaintSourceIn        PIC X.
                   88  Maint-LaterValuation value "A" "B" "V".

       FD  CollateralFile.
           copy "../shared/copybooks/collateral.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       FD  ValuationFile.
           01 ValuationRecord.
               05  VAL-Account      PIC X(10).
               05  VAL-ValueDate    PIC X(10).
               05  VAL-Source       PIC X.
               05  VAL-Value        PIC 9(9)V99.
               05  VAL-EnteredDate  PIC X(10).

       FD  MaintReportFile.
           01 MaintReportLine           PIC X(120).

       working-storage section.
       01  CollateralStatus            PIC XX value spaces.
       01  LoanMasterStatus            PIC XX value spaces.
       01  eof-maint-file              PIC X value "N".
           88  eof-maint               value "Y".

       01  MaintAppliedCount           PIC 9(4) value zero.
       01  MaintRejectedCount          PIC 9(4) value zero.

       01  WORK-DATE.
           05 WORK-MONTH               PIC 9(2).
           05                          PIC X.
           05 WORK-DAY                 PIC 9(2).
           05                          PIC X.
           05 WORK-YEAR                PIC 9(4).
       01  DATE-YYYYMMDD.
           05 DY-Year                  PIC 9(4).
           05 DY-Month                 PIC 9(2).
           05 DY-Day                   PIC 9(2).
       01  DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).
       01  NewValueInteger             PIC 9(8) value zero.
       01  CurrValueInteger            PIC 9(8) value zero.

       01  TodayDate                   PIC X(10) value spaces.

       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year                 PIC 9(4).
           05 CDT-Month                PIC 9(2).
           05 CDT-Day                  PIC 9(2).
           05 FILLER                   PIC X(13).

       01  msg                         PIC X(150) value spaces.
       01  LogSeverity                 PIC X(5) value spaces.
       01  SharedLogFilePath           PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName              PIC X(14) value "COLLMAINT".
       01  LogAction                   PIC X value "W".
           88  LogActionClose          value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input LoanMasterFile.
           if LoanMasterStatus not = "00"
               string "No loan master at shared\data\loanmaster.dat"
                   " status " LoanMasterStatus into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               display "COLLMAINT - no loan master, status "
                   LoanMasterStatus
               perform 9000-CloseLog
               stop run
           end-if.

           open i-o CollateralFile.
           if CollateralStatus = "35"
      * first ever run - no master on disk yet, create an empty one
               open output CollateralFile
               close CollateralFile
               open i-o CollateralFile
           end-if.

           open extend ValuationFile.
           open output MaintReportFile.

           open input MaintFile.
           read MaintFile
               at end set eof-maint to true
           end-read.

           perform until eof-maint
               evaluate true
                   when Maint-Add
                       perform 1000-AddCollateral
                   when Maint-Change
                       perform 2000-ChangeCollateral
                   when Maint-Value
                       perform 3000-AddValuation
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown collateral action "
                           MaintActionIn " for account " MaintAccountIn
                           into msg
                       move "ERROR" to LogSeverity
                       perform 8000-Logs
                       perform 8500-Register
               end-evaluate
               read MaintFile
                   at end set eof-maint to true
               end-read
           end-perform.

           close MaintFile.
           close CollateralFile.
           close LoanMasterFile.
           close ValuationFile.

           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount
                  into MaintReportLine.
           write MaintReportLine.
           close MaintReportFile.

           string "END. Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

           stop run.

       1000-AddCollateral.
           move MaintAccountIn to LM-LoanAccount.
           read LoanMasterFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Collateral for " MaintAccountIn
                       " - loan is not on the master" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   perform 8500-Register
                   exit paragraph
           end-read.

           move MaintPropTypeIn to CL-PropertyType.
           move MaintOccupancyIn to CL-Occupancy.
           if not CL-ValidType or not CL-ValidOccupancy
               or MaintValueIn = zero or MaintValueDateIn = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Collateral for " MaintAccountIn
                   " - type " MaintPropTypeIn
                   " occupancy " MaintOccupancyIn
                   " value " MaintValueIn
                   " date " MaintValueDateIn " not valid" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 8500-Register
               exit paragraph
           end-if.

           move MaintAccountIn to CL-Account.
           read CollateralFile
               invalid key
                   perform 1500-MoveMaintFields
                   move MaintValueIn to CL-OrigValue
                   move MaintValueDateIn to CL-OrigValueDate
                   move MaintValueIn to CL-CurrValue
                   move MaintValueDateIn to CL-CurrValueDate
                   move "O" to CL-CurrValueSource
                   write CollateralRecord
                   move "O" to MaintSourceIn
                   perform 3500-WriteHistory
                   add 1 to MaintAppliedCount
                   string "ADDED collateral " MaintAccountIn
                       " type " MaintPropTypeIn
                       " occupancy " MaintOccupancyIn
                       " value " MaintValueIn
                       " as of " MaintValueDateIn into msg
                   perform 8000-Logs
               not invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Add collateral for "
                       MaintAccountIn " - already on the master"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
           end-read.
           perform 8500-Register.

      * DESCRIPTIVE FIELDS ONLY - VALUES CHANGE THROUGH A V ACTION SO
      * THE HISTORY ALWAYS EXPLAINS THE CURRENT FIGURE
       2000-ChangeCollateral.
           move MaintAccountIn to CL-Account.
           read CollateralFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Change collateral for "
                       MaintAccountIn " - not on the master" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   perform 8500-Register
                   exit paragraph
           end-read.

           if MaintPropTypeIn not = spaces
               move MaintPropTypeIn to CL-PropertyType
           end-if.
           if MaintOccupancyIn not = space
               move MaintOccupancyIn to CL-Occupancy
           end-if.
           if not CL-ValidType or not CL-ValidOccupancy
               add 1 to MaintRejectedCount
               string "REJECTED. Change collateral for "
                   MaintAccountIn " - type " MaintPropTypeIn
                   " occupancy " MaintOccupancyIn " not valid"
                   into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 8500-Register
               exit paragraph
           end-if.

           if MaintAddr1In not = spaces
               move MaintAddr1In to CL-Addr1
               move MaintCityIn to CL-City
               move MaintStateIn to CL-State
               move MaintZipIn to CL-Zip
           end-if.
           rewrite CollateralRecord.
           add 1 to MaintAppliedCount.
           string "CHANGED collateral " MaintAccountIn
               " type " CL-PropertyType
               " occupancy " CL-Occupancy into msg.
           perform 8000-Logs.
           perform 8500-Register.

      * EVERY VALUATION GOES ON THE HISTORY; ONLY ONE DATED AT OR
      * AFTER THE CURRENT VALUE REPLACES IT ON THE MASTER
       3000-AddValuation.
           move MaintAccountIn to CL-Account.
           read CollateralFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Valuation for "
                       MaintAccountIn " - no collateral on the master"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
                   perform 8500-Register
                   exit paragraph
           end-read.

           if MaintValueIn = zero or MaintValueDateIn = spaces
               or not Maint-LaterValuation
               add 1 to MaintRejectedCount
               string "REJECTED. Valuation for " MaintAccountIn
                   " - value " MaintValueIn
                   " date " MaintValueDateIn
                   " source " MaintSourceIn " not valid" into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 8500-Register
               exit paragraph
           end-if.

           perform 3500-WriteHistory.

           move MaintValueDateIn to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           move DATE-YYYYMMDD-N to NewValueInteger.
           move CL-CurrValueDate to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           move DATE-YYYYMMDD-N to CurrValueInteger.

           if NewValueInteger >= CurrValueInteger
               move MaintValueIn to CL-CurrValue
               move MaintValueDateIn to CL-CurrValueDate
               move MaintSourceIn to CL-CurrValueSource
               rewrite CollateralRecord
               string "VALUED " MaintAccountIn
                   " source " MaintSourceIn
                   " value " MaintValueIn
                   " as of " MaintValueDateIn " - now current"
                   into msg
           else
               string "VALUED " MaintAccountIn
                   " source " MaintSourceIn
                   " value " MaintValueIn
                   " as of " MaintValueDateIn
                   " - history only, older than "
                   CL-CurrValueDate into msg
           end-if.
           add 1 to MaintAppliedCount.
           perform 8000-Logs.
           perform 8500-Register.

       3500-WriteHistory.
           move spaces to ValuationRecord.
           move MaintAccountIn to VAL-Account.
           move MaintValueDateIn to VAL-ValueDate.
           move MaintSourceIn to VAL-Source.
           move MaintValueIn to VAL-Value.
           move TodayDate to VAL-EnteredDate.
           write ValuationRecord.

       1500-MoveMaintFields.
           move MaintAccountIn to CL-Account.
           move MaintAddr1In to CL-Addr1.
           move MaintCityIn to CL-City.
           move MaintStateIn to CL-State.
           move MaintZipIn to CL-Zip.
           move MaintPropTypeIn to CL-PropertyType.
           move MaintOccupancyIn to CL-Occupancy.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

       8500-Register.
           move spaces to MaintReportLine.
           string MaintActionIn " " MaintAccountIn " "
                  MaintPropTypeIn " " MaintOccupancyIn " "
                  MaintValueIn " " MaintValueDateIn " "
                  MaintSourceIn
                  into MaintReportLine.
           write MaintReportLine.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program COLLMAINT.
