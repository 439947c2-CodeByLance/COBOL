      *****************************************************************
      * SHARED SIMPLE-INTEREST ACCRUAL CALLABLE - A SIMPLE-INTEREST
      * LOAN EARNS INTEREST DAY BY DAY ON WHAT IT ACTUALLY OWES, SO
      * THE PAYMENT PROGRAMS (POSTPAY, NSFUNWIND, PMTXFER) AND THE
      * FIGURES PROGRAMS (PAYOFF, ACCRUAL) ALL NEED THE SAME ANSWER
      * FROM shared\data\siaccrual.txt (copybooks/siaccrual.cpy):
      * WHAT PRINCIPAL IS OUTSTANDING, WHAT DATE INTEREST IS PAID
      * THROUGH, AND WHAT INTEREST HAS BEEN EARNED SINCE. EACH CALL
      * FINDS THE ACCOUNT'S LATEST JOURNAL ROW, FIGURES THE INTEREST
      * TO SIC-Date BY THE NOTE'S DAY-COUNT CONVENTION (THE SAME
      * CONVENTIONS PAYOFF QUOTES BY) AND, FOR A POST OR AN UNWIND,
      * APPENDS THE NEW STATE (copybooks/siacall.cpy FOR THE ACTIONS).
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. SIACCRUE.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional SimpleInterestFile ASSIGN TO
                   DYNAMIC SimpleInterestPath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  SimpleInterestFile.
           copy "../copybooks/siaccrual.cpy".

       working-storage section.
           01 SimpleInterestPath       PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 eof-accrual-file         PIC X value "N".
               88 eof-accrual          value "Y".

           01 WORK-DATE.
               05 WORK-MONTH           PIC XX.
               05 FILLER               PIC X.
               05 WORK-DAY             PIC XX.
               05 FILLER               PIC X.
               05 WORK-YEAR            PIC 9999.
           01 DATE-YYYYMMDD.
               05 DY-Year              PIC XXXX.
               05 DY-Month             PIC XX.
               05 DY-Day               PIC XX.
           01 DATE-YYYYMMDD-N redefines DATE-YYYYMMDD PIC 9(8).

           01 FromInteger              PIC 9(7) value zero.
           01 ToInteger                PIC 9(7) value zero.
           01 AccrualDays              PIC S9(5) value zero.
           01 DailyRateDenom           PIC 999 value 365.
           01 AccruedInterest          PIC 9(6)V99 value zero.
           01 LeapRemainder            PIC 9(4) value zero.
           01 LeapQuotient             PIC 9(4) value zero.
           01 LeapRem100               PIC 9(4) value zero.
           01 LeapRem400               PIC 9(4) value zero.

       LINKAGE SECTION.
           copy "../copybooks/siacall.cpy".

       PROCEDURE DIVISION using SIMPLE-INTEREST-CALL-AREA.
       1000-AccrueIt.
           move zero to SIC-Days.
           move zero to SIC-PerDiem.
           move zero to SIC-InterestDue.

           if SIC-Project
               perform 3000-FigureInterest
               compute SIC-InterestDue = AccruedInterest
               goback
           end-if.

           if SIC-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move SIC-SharedRoot to SharedRootUsed
           end-if.
           move spaces to SimpleInterestPath.
           string SharedRootUsed delimited by space
               "data\siaccrual.txt" delimited by size
               into SimpleInterestPath.

           perform 2000-LoadAccount.
           perform 3000-FigureInterest.
           compute SIC-InterestDue =
               AccruedInterest + SIC-UnpaidInterest.

           evaluate true
               when SIC-Post
                   perform 4000-Post
               when SIC-Unwind
                   perform 5000-Unwind
           end-evaluate.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

      * THE ACCOUNT'S LAST ROW IS ITS STATE; NO ROW YET MEANS THE LOAN
      * STILL STANDS WHERE IT WAS BOARDED
       2000-LoadAccount.
           move SIC-StartBalance to SIC-Principal.
           move SIC-StartDate to SIC-PaidThrough.
           move zero to SIC-UnpaidInterest.
           move "N" to eof-accrual-file.
           open input SimpleInterestFile.
           read SimpleInterestFile
               at end set eof-accrual to true
           end-read.
           perform until eof-accrual
               if SIA-Account = SIC-Account
                   move SIA-Principal to SIC-Principal
                   move SIA-Date to SIC-PaidThrough
                   move SIA-UnpaidInterest to SIC-UnpaidInterest
               end-if
               read SimpleInterestFile
                   at end set eof-accrual to true
               end-read
           end-perform.
           close SimpleInterestFile.

      * PER-DIEM BY THE NOTE'S OWN DAY-COUNT CONVENTION: 30/360 NOTES
      * DIVIDE THE RATE BY 360, 30/365 AND AC/365 BY 365, AC/AC BY 366
      * WHEN SIC-Date FALLS IN A LEAP YEAR. DAYS ARE ACTUAL CALENDAR
      * DAYS FROM THE PAID-THROUGH DATE TO SIC-Date.
       3000-FigureInterest.
           move zero to AccruedInterest.
           evaluate SIC-DayCount
               when "0"
                   move 360 to DailyRateDenom
               when "C"
                   move SIC-Date to WORK-DATE
                   divide WORK-YEAR by 4 giving LeapQuotient
                       remainder LeapRemainder
                   divide WORK-YEAR by 100 giving LeapQuotient
                       remainder LeapRem100
                   divide WORK-YEAR by 400 giving LeapQuotient
                       remainder LeapRem400
                   if LeapRemainder = zero
                       and (LeapRem100 not = zero
                           or LeapRem400 = zero)
                       move 366 to DailyRateDenom
                   else
                       move 365 to DailyRateDenom
                   end-if
               when other
                   move 365 to DailyRateDenom
           end-evaluate.

           compute SIC-PerDiem rounded =
               SIC-Principal * (SIC-Rate / 100) / DailyRateDenom.

           if SIC-PaidThrough = spaces or SIC-Date = spaces
               exit paragraph
           end-if.

           move SIC-PaidThrough to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute FromInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           move SIC-Date to WORK-DATE.
           move WORK-YEAR to DY-Year.
           move WORK-MONTH to DY-Month.
           move WORK-DAY to DY-Day.
           compute ToInteger =
               function integer-of-date(DATE-YYYYMMDD-N).

           compute AccrualDays = ToInteger - FromInteger.
           if AccrualDays < zero
               move zero to AccrualDays
           end-if.
           move AccrualDays to SIC-Days.

           compute AccruedInterest rounded =
               SIC-PerDiem * AccrualDays.

      * INTEREST IS NOW PAID THROUGH THE PAYMENT DATE; WHATEVER OF IT
      * THE PAYMENT DID NOT COVER IS CARRIED UNPAID, NOT CAPITALIZED
       4000-Post.
           if SIC-PrincipalPaid > SIC-Principal
               move zero to SIC-Principal
           else
               subtract SIC-PrincipalPaid from SIC-Principal
           end-if.
           if SIC-InterestPaid > SIC-InterestDue
               move zero to SIC-UnpaidInterest
           else
               compute SIC-UnpaidInterest =
                   SIC-InterestDue - SIC-InterestPaid
           end-if.
           move SIC-Date to SIC-PaidThrough.

           move "P" to SIA-Action.
           perform 6000-WriteRow.

      * THE PAID-THROUGH DATE STAYS - THE INTEREST THE PAYMENT HAD
      * COVERED GOES BACK TO UNPAID, SO THE NEXT ACCRUAL STILL SEES IT
       5000-Unwind.
           add SIC-PrincipalPaid to SIC-Principal.
           add SIC-InterestPaid to SIC-UnpaidInterest.

           move "U" to SIA-Action.
           perform 6000-WriteRow.

       6000-WriteRow.
           open extend SimpleInterestFile.
           move SIC-Account to SIA-Account.
           move SIC-PaidThrough to SIA-Date.
           move SIC-InterestPaid to SIA-InterestPaid.
           move SIC-PrincipalPaid to SIA-PrincipalPaid.
           move SIC-Principal to SIA-Principal.
           move SIC-UnpaidInterest to SIA-UnpaidInterest.
           move SIC-Program to SIA-Source.
           write SimpleInterestRecord.
           close SimpleInterestFile.

           end program SIACCRUE.
