      *****************************************************************
      * SHARED CORPORATE ADVANCE LEDGER CALLABLE - THE PAYMENT
      * PROGRAMS (POSTPAY, PAYOFF, PAYOFFEXEC, NSFUNWIND, PMTXFER) AND
      * THE INQUIRY CONSOLE ALL NEED THE SAME ANSWER FROM
      * shared\data\corpadvances.txt (copybooks/corpadv.cpy): WHAT
      * RECOVERABLE ADVANCE IS STILL OPEN ON A LOAN, AND WHICH
      * ADVANCES A COLLECTION OR AN UNWIND LANDS ON. EACH CALL READS
      * THE ACCOUNT'S ROWS, NETS EVERY ADVANCE (A - R + U - W) AND,
      * FOR A COLLECTION OR UNWIND, APPENDS THE R OR U ROWS
      * (copybooks/advcall.cpy FOR THE ACTIONS). COLLECTIONS RETIRE
      * THE OLDEST ADVANCE FIRST; UNWINDS PUT BACK THE LATEST FIRST.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. ADVLEDGER.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional CorpAdvanceFile ASSIGN TO
                   DYNAMIC CorpAdvancePath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  CorpAdvanceFile.
           copy "../copybooks/corpadv.cpy".

       working-storage section.
           01 CorpAdvancePath          PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 eof-advance-file         PIC X value "N".
               88 eof-advance          value "Y".

           01 ADVANCE-TABLE.
               05 AdvanceEntry occurs 300 times.
                   10 AVT-Ref          PIC 9(8).
                   10 AVT-AdvType      PIC XX.
                   10 AVT-Vendor       PIC X(20).
                   10 AVT-Date         PIC X(10).
                   10 AVT-Recoverable  PIC X.
                   10 AVT-Amount       PIC 9(7)V99.
                   10 AVT-Reimbursed   PIC S9(7)V99.
                   10 AVT-WrittenOff   PIC 9(7)V99.
                   10 AVT-Open         PIC S9(7)V99.
           01 AdvanceCount             PIC 999 value zero.
           01 AdvanceSub               PIC 999 value zero.
           01 AdvanceFoundFlag         PIC X value "N".
               88 AdvanceFound         value "Y".
           01 Remaining                PIC 9(7)V99 value zero.
           01 RowAmount                PIC 9(7)V99 value zero.

       LINKAGE SECTION.
           copy "../copybooks/advcall.cpy".

       PROCEDURE DIVISION using ADVANCE-CALL-AREA.
       1000-AdvanceIt.
           if ADV-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move ADV-SharedRoot to SharedRootUsed
           end-if.
           move spaces to CorpAdvancePath.
           string SharedRootUsed delimited by space
               "data\corpadvances.txt" delimited by size
               into CorpAdvancePath.

           move zero to ADV-Balance.
           move zero to ADV-Applied.
           move zero to ADV-OpenItems.
           move spaces to ADV-OldestDate.

           perform 2000-LoadAccount.

           evaluate true
               when ADV-Collect
                   perform 3000-Collect
               when ADV-Unwind
                   perform 4000-Unwind
           end-evaluate.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

      * THE ACCOUNT'S ADVANCES IN LEDGER ORDER (THE ORDER THEY WERE
      * KEYED), EACH NETTED BY THE LATER ROWS CARRYING ITS REFERENCE
       2000-LoadAccount.
           move zero to AdvanceCount.
           move "N" to eof-advance-file.
           open input CorpAdvanceFile.
           read CorpAdvanceFile
               at end set eof-advance to true
           end-read.
           perform until eof-advance
               if CAD-Account = ADV-Account
                   perform 2100-TakeRow
               end-if
               read CorpAdvanceFile
                   at end set eof-advance to true
               end-read
           end-perform.
           close CorpAdvanceFile.

           move 1 to AdvanceSub.
           perform AdvanceCount times
               compute AVT-Open(AdvanceSub) = AVT-Amount(AdvanceSub)
                   - AVT-Reimbursed(AdvanceSub)
                   - AVT-WrittenOff(AdvanceSub)
               if AVT-Recoverable(AdvanceSub) = "Y"
                   and AVT-Open(AdvanceSub) > zero
                   add AVT-Open(AdvanceSub) to ADV-Balance
                   add 1 to ADV-OpenItems
                   if ADV-OldestDate = spaces
                       move AVT-Date(AdvanceSub) to ADV-OldestDate
                   end-if
               end-if
               add 1 to AdvanceSub
           end-perform.

       2100-TakeRow.
           if CAD-Advance
               if AdvanceCount < 300
                   add 1 to AdvanceCount
                   move CAD-Ref to AVT-Ref(AdvanceCount)
                   move CAD-AdvType to AVT-AdvType(AdvanceCount)
                   move CAD-Vendor to AVT-Vendor(AdvanceCount)
                   move CAD-Date to AVT-Date(AdvanceCount)
                   move CAD-Recoverable to AVT-Recoverable(AdvanceCount)
                   move CAD-Amount to AVT-Amount(AdvanceCount)
                   move zero to AVT-Reimbursed(AdvanceCount)
                   move zero to AVT-WrittenOff(AdvanceCount)
               end-if
               exit paragraph
           end-if.

           move "N" to AdvanceFoundFlag.
           move 1 to AdvanceSub.
           perform until AdvanceSub > AdvanceCount
               if AVT-Ref(AdvanceSub) = CAD-Ref
                   set AdvanceFound to true
                   exit perform
               end-if
               add 1 to AdvanceSub
           end-perform.
           if not AdvanceFound
               exit paragraph
           end-if.

           evaluate true
               when CAD-Reimbursed
                   add CAD-Amount to AVT-Reimbursed(AdvanceSub)
               when CAD-Reversed
                   subtract CAD-Amount from AVT-Reimbursed(AdvanceSub)
               when CAD-WrittenOff
                   add CAD-Amount to AVT-WrittenOff(AdvanceSub)
           end-evaluate.

       3000-Collect.
           move ADV-Amount to Remaining.
           if Remaining = zero or ADV-Balance = zero
               exit paragraph
           end-if.

           open extend CorpAdvanceFile.
           move 1 to AdvanceSub.
           perform until AdvanceSub > AdvanceCount
               or Remaining = zero
               if AVT-Recoverable(AdvanceSub) = "Y"
                   and AVT-Open(AdvanceSub) > zero
                   if AVT-Open(AdvanceSub) < Remaining
                       move AVT-Open(AdvanceSub) to RowAmount
                   else
                       move Remaining to RowAmount
                   end-if
                   move "R" to CAD-EntryType
                   perform 5000-WriteRow
                   subtract RowAmount from Remaining
                   add RowAmount to ADV-Applied
               end-if
               add 1 to AdvanceSub
           end-perform.
           close CorpAdvanceFile.

       4000-Unwind.
           move ADV-Amount to Remaining.
           if Remaining = zero
               exit paragraph
           end-if.

           open extend CorpAdvanceFile.
           move AdvanceCount to AdvanceSub.
           perform until AdvanceSub = zero
               or Remaining = zero
               if AVT-Reimbursed(AdvanceSub) > zero
                   if AVT-Reimbursed(AdvanceSub) < Remaining
                       move AVT-Reimbursed(AdvanceSub) to RowAmount
                   else
                       move Remaining to RowAmount
                   end-if
                   move "U" to CAD-EntryType
                   perform 5000-WriteRow
                   subtract RowAmount from Remaining
                   add RowAmount to ADV-Applied
               end-if
               subtract 1 from AdvanceSub
           end-perform.
           close CorpAdvanceFile.

       5000-WriteRow.
           move ADV-Account to CAD-Account.
           move AVT-Ref(AdvanceSub) to CAD-Ref.
           move AVT-AdvType(AdvanceSub) to CAD-AdvType.
           move AVT-Vendor(AdvanceSub) to CAD-Vendor.
           move ADV-Date to CAD-Date.
           move RowAmount to CAD-Amount.
           move AVT-Recoverable(AdvanceSub) to CAD-Recoverable.
           move ADV-Program to CAD-Source.
           move spaces to CAD-Operator.
           write CorpAdvanceRecord.

           end program ADVLEDGER.
