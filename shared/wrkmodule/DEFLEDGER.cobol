      *****************************************************************
      * SHARED DEFERRED FEE AND COST LEDGER CALLABLE - BOARDING
      * (LOANMAINT), THE LOAN-LEAVING PROGRAMS (PAYOFFEXEC, CHARGEOFF,
      * XFEROUT) AND THE PAYMENT-STREAM CHANGERS (LOANMOD, RECAST) ALL
      * NEED THE SAME ANSWER FROM shared\data\deferredfees.txt
      * (copybooks/deffee.cpy): WHAT NET ORIGINATION FEE OR COST IS
      * STILL UNAMORTIZED ON A LOAN. EACH CALL SUMS THE ACCOUNT'S ROWS
      * AND, FOR A BOOKING, AN ACCELERATION OR A YIELD RESET, APPENDS
      * THE NEW ROW (copybooks/deffcall.cpy FOR THE ACTIONS). THE
      * MONTHLY ACCRETION ROWS ARE DEFAMORT'S OWN.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. DEFLEDGER.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional DeferredFeeFile ASSIGN TO
                   DYNAMIC DeferredFeePath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  DeferredFeeFile.
           copy "../copybooks/deffee.cpy".

       working-storage section.
           01 DeferredFeePath          PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 eof-deferred-file        PIC X value "N".
               88 eof-deferred         value "Y".
           01 AccountRowsFlag          PIC X value "N".
               88 AccountHasRows       value "Y".

       LINKAGE SECTION.
           copy "../copybooks/deffcall.cpy".

       PROCEDURE DIVISION using DEFERRED-FEE-CALL-AREA.
       1000-DeferIt.
           if DFC-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move DFC-SharedRoot to SharedRootUsed
           end-if.
           move spaces to DeferredFeePath.
           string SharedRootUsed delimited by space
               "data\deferredfees.txt" delimited by size
               into DeferredFeePath.

           move zero to DFC-Deferred.
           move zero to DFC-Amount.

           perform 2000-SumAccount.

           evaluate true
               when DFC-Book
                   perform 3000-Book
               when DFC-Accelerate
                   perform 4000-Accelerate
               when DFC-ResetYield
                   perform 5000-ResetYield
           end-evaluate.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

       2000-SumAccount.
           move "N" to AccountRowsFlag.
           move "N" to eof-deferred-file.
           open input DeferredFeeFile.
           read DeferredFeeFile
               at end set eof-deferred to true
           end-read.
           perform until eof-deferred
               if DFL-Account = DFC-Account
                   set AccountHasRows to true
                   add DFL-Amount to DFC-Deferred
               end-if
               read DeferredFeeFile
                   at end set eof-deferred to true
               end-read
           end-perform.
           close DeferredFeeFile.

      * NET FEE BOOKS PLUS, NET COST MINUS
       3000-Book.
           compute DFC-Amount = DFC-Fees - DFC-Costs.
           if DFC-Fees = zero and DFC-Costs = zero
               exit paragraph
           end-if.
           move spaces to DeferredFeeRecord.
           move "B" to DFL-EntryType.
           move DFC-Fees to DFL-Fees.
           move DFC-Costs to DFL-Costs.
           move DFC-Amount to DFL-Amount.
           move zero to DFL-Yield.
           move zero to DFL-Period.
           move zero to DFL-Balance.
           move zero to DFL-Payment.
           perform 6000-WriteRow.

       4000-Accelerate.
           if DFC-Deferred = zero
               exit paragraph
           end-if.
           compute DFC-Amount = zero - DFC-Deferred.
           move spaces to DeferredFeeRecord.
           move "A" to DFL-EntryType.
           move zero to DFL-Fees.
           move zero to DFL-Costs.
           move DFC-Amount to DFL-Amount.
           move zero to DFL-Yield.
           move zero to DFL-Period.
           move zero to DFL-Balance.
           move zero to DFL-Payment.
           perform 6000-WriteRow.

      * A LOAN THAT NEVER HAD ANYTHING DEFERRED, OR IS FULLY AMORTIZED,
      * HAS NO YIELD TO RE-SOLVE
       5000-ResetYield.
           if not AccountHasRows or DFC-Deferred = zero
               exit paragraph
           end-if.
           move spaces to DeferredFeeRecord.
           move "Y" to DFL-EntryType.
           move zero to DFL-Fees.
           move zero to DFL-Costs.
           move zero to DFL-Amount.
           move zero to DFL-Yield.
           move DFC-Period to DFL-Period.
           move DFC-Balance to DFL-Balance.
           move DFC-Payment to DFL-Payment.
           perform 6000-WriteRow.

       6000-WriteRow.
           move DFC-Account to DFL-Account.
           move DFC-Date to DFL-Date.
           move DFC-Company to DFL-Company.
           move DFC-Program to DFL-Source.
           open extend DeferredFeeFile.
           write DeferredFeeRecord.
           close DeferredFeeFile.

           end program DEFLEDGER.
