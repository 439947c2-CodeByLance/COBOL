      *****************************************************************
      * SHARED COUPON SCAN-LINE CHECK DIGIT CALLABLE - GIVEN THE 25
      * CHARACTERS OF A PAYMENT COUPON'S SCAN LINE AHEAD OF ITS CHECK
      * DIGIT (LOAN ACCOUNT, STATEMENT MONTH AND YEAR, AMOUNT DUE),
      * RETURNS THE MOD-10 CHECK DIGIT. DIGITS COUNT AT FACE VALUE,
      * LETTERS A-Z AS 10-35 AND ANYTHING ELSE AS ZERO; WEIGHTS RUN
      * 2,1,2,1... FROM THE RIGHT AND A TWO-DIGIT PRODUCT ADDS ITS
      * DIGITS. BILLING CALLS IT TO PRINT THE COUPON, LOCKBOX CALLS IT
      * AGAIN TO PROVE WHAT THE BANK'S READER CAPTURED.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. SCANLINE.
       DATA DIVISION.
       working-storage section.
       01  CHARACTER-VALUES.
           05  FILLER              PIC X(36) value
               "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  CHARACTER-TABLE redefines CHARACTER-VALUES.
           05  ValueChar           PIC X occurs 36 times.
       01  ValueSub                PIC 99.
       01  CharValue               PIC 99.
       01  ScanSub                 PIC 99.
       01  Weight                  PIC 9.
       01  Product                 PIC 99.
       01  ProductTens             PIC 9.
       01  ProductUnits            PIC 9.
       01  WeightedSum             PIC 9(4).
       01  SumQuotient             PIC 9(4).
       01  SumRemainder            PIC 9.

       LINKAGE SECTION.
       01  ScanBodyIn              PIC X(25).
       01  CheckDigitOut           PIC 9.

       PROCEDURE DIVISION using ScanBodyIn, CheckDigitOut.
       1000-Compute.
           move zero to WeightedSum.
           move 2 to Weight.
           move 25 to ScanSub.
           perform 25 times
               perform 2000-ValueOfChar
               compute Product = CharValue * Weight
               divide Product by 10 giving ProductTens
                   remainder ProductUnits
               compute WeightedSum = WeightedSum
                   + ProductTens + ProductUnits
               if Weight = 2
                   move 1 to Weight
               else
                   move 2 to Weight
               end-if
               subtract 1 from ScanSub
           end-perform.

           divide WeightedSum by 10 giving SumQuotient
               remainder SumRemainder.
           if SumRemainder = zero
               move zero to CheckDigitOut
           else
               compute CheckDigitOut = 10 - SumRemainder
           end-if.
           goback.

       2000-ValueOfChar.
           move zero to CharValue.
           move 1 to ValueSub.
           perform 36 times
               if ValueChar(ValueSub) = ScanBodyIn(ScanSub:1)
                   compute CharValue = ValueSub - 1
                   exit perform
               end-if
               add 1 to ValueSub
           end-perform.
       END PROGRAM SCANLINE.
