      * re-solved over the remaining term with the loan's own          *
      * day-count method. Emits the re-amortized schedule and a        *
      * before/after block showing old versus new PaymentAmount.       *
      * A loan still carrying a net deferred origination fee or cost   *
      * gets a yield reset on the deferred fee sub-ledger              *
      * (wrkmodule/DEFLEDGER) carrying the re-amortized balance and    *
      * level payment from the effective period, so DEFAMORT re-solves *
      * the level yield over the recast payment stream.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. RECAST.
       01  Disp-Curtailment         PIC $$$,$$$,$$9.99.
       01  Disp-NewBalance          PIC $$$,$$$,$$9.99.

       01  TodayDate                PIC X(10) value spaces.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/deffcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

           open input RecastRequestFile.
           if RequestFileStatus not = "00"
               display "RECAST - no request file at "
               OldPaymentAmount - NewPaymentAmount.

           perform 3000-WriteRecastSchedule.
           perform 3900-ResetDeferredYield.

           add 1 to RecastsWritten.
           string "RECAST " RCQ-Account
                       (LM-AnnualRate / 100) / 12
           end-evaluate.

      * THE SCHEDULE EXPORT KEEPS THE OLD STREAM, SO THE RESET ROW
      * CARRIES THE RECAST ONE - RE-AMORTIZED BALANCE AND LEVEL PAYMENT
      * FROM THE EFFECTIVE PERIOD TO THE UNCHANGED MATURITY
       3900-ResetDeferredYield.
           move spaces to DFC-SharedRoot.
           set DFC-ResetYield to true.
           move RCQ-Account to DFC-Account.
           move TodayDate to DFC-Date.
           move LM-CompanyCode to DFC-Company.
           move LogProgramName to DFC-Program.
           move RCQ-EffPeriod to DFC-Period.
           move NewBalance to DFC-Balance.
           move NewPaymentAmount to DFC-Payment.
           call "shared\wrkmodule\DEFLEDGER" using
               DEFERRED-FEE-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
