      * AC365AMSCH\loanresets.txt for AC365AMSCH to price from. The    *
      * derivation report shows index, margin and resulting rate per   *
      * reset so the arithmetic nobody should be doing by hand is      *
      * still provable on paper. Each reset row also carries its due   *
      * date, the rate it replaces, the index value and margin used    *
      * and which cap or floor (if any) held it, so ARMNOTICE can tell *
      * the borrower ahead of the reset without re-deriving anything.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. ARMRESET.
               05  LRS-Account      PIC X(10).
               05  LRS-Period       PIC 9(4).
               05  LRS-Rate         PIC 99V99.
      * HOW THE RATE WAS REACHED, FOR THE BORROWER NOTICE (ARMNOTICE) -
      * PROGRAMS THAT ONLY PRICE FROM THE FILE READ THE FIRST 18 BYTES
               05  LRS-DueDate      PIC X(10).
               05  LRS-PriorRate    PIC 99V99.
               05  LRS-IndexValue   PIC 99V99.
               05  LRS-Margin       PIC 99V99.
               05  LRS-Limit        PIC X.
                   88  LRS-NotLimited     value space.
                   88  LRS-PeriodicCapped value "P".
                   88  LRS-LifeCapped     value "C".
                   88  LRS-FloorLimited   value "F".

       FD  DerivationReportFile.
           01 DerivationLine        PIC X(120).
       01  CapLimitRate             PIC 99V99 value zero.
       01  ClampedFlag              PIC X value "N".
           88  ResetClamped         value "Y".
       01  LimitApplied             PIC X value space.

       01  WORK-DATE.
           05 WORK-MONTH            PIC 9(2).
           end-compute.
           move DerivedRate to CandidateRate.
           move "N" to ClampedFlag.
           move space to LimitApplied.

      * THE SAME GUARD RAILS THE ENGINE APPLIES AT 1015 - A DERIVED
      * RATE OUTSIDE THE NOTE'S OWN LIMITS IS HELD TO THE LIMIT
                   RunningRate + LM-PeriodicCap
               if CandidateRate > CapLimitRate
                   set ResetClamped to true
                   move "P" to LimitApplied
                   move CapLimitRate to CandidateRate
               end-if
               compute CapLimitRate =
               end-compute
               if CandidateRate < CapLimitRate
                   set ResetClamped to true
                   move "P" to LimitApplied
                   move CapLimitRate to CandidateRate
               end-if
           end-if.
                   LM-AnnualRate + LM-LifeCap
               if CandidateRate > CapLimitRate
                   set ResetClamped to true
                   move "C" to LimitApplied
                   move CapLimitRate to CandidateRate
               end-if
           end-if.
           if LM-LifeFloor > zero
               and CandidateRate < LM-LifeFloor
               set ResetClamped to true
               move "F" to LimitApplied
               move LM-LifeFloor to CandidateRate
           end-if.

           move spaces to LoanResetRecord.
           move LM-LoanAccount to LRS-Account.
           move PeriodSub to LRS-Period.
           move CandidateRate to LRS-Rate.
           move RolledDueDate to LRS-DueDate.
           move RunningRate to LRS-PriorRate.
           move BestValue to LRS-IndexValue.
           move LM-Margin to LRS-Margin.
           move LimitApplied to LRS-Limit.
           write LoanResetRecord.
           add 1 to ResetsWritten.
           move CandidateRate to RunningRate.
