      * the borrower's name-and-address block off the shared borrower  *
      * master; an account flagged bad-address gets no statement and   *
      * lands on Statements\addressresearch.txt instead of being       *
      * mailed to a known-dead address. A loan transferred out to a    *
      * new servicer (transferred status on the loan master) is billed *
      * by its new servicer - no statement is written and the account  *
      * is counted as skipped.                                         *
      * A co-borrower or guarantor on the borrower role file who asked *
      * for their own copy gets the statement behind their own address *
      * block, filed beside the primary's as <name>_<role><seq>.txt.   *
      * Every demand statement ends with a detachable payment coupon   *
      * carrying a machine-readable scan line - loan account,          *
      * statement month, amount due and a check digit from the shared  *
      * SCANLINE callable - and each coupon issued is appended to the  *
      * register at shared\data\coupons.txt so LOCKBOX can prove a     *
      * remittance against the statement actually mailed. The          *
      * informational format carries no coupon.                        *
      * Once its party copies are made, each statement is handed to    *
      * the shared EDELIVER callable: a borrower who chose electronic  *
      * delivery gets it through the e-delivery staging area and       *
      * manifest instead of, or as well as, the mail; party copies     *
      * always print.                                                  *
      * A loan in the years of a temporary rate buydown is billed the  *
      * borrower's reduced payment off shared\data\buydownsched.txt:   *
      * the statement shows the note-rate principal and interest, the  *
      * builder buydown subsidy taken off them, and the current        *
      * payment due net of it.                                         *
      * A graduated-payment loan's statement announces each step: the  *
      * statement for the period the payment rises shows the old and   *
      * new principal and interest, and the statement the month before *
      * tells the borrower what the payment will rise to and from      *
      * which due date, off the step periods (payment type G) on the   *
      * schedule export.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BILLING.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select CopySourceFile ASSIGN TO DYNAMIC StatementFileName
                   organization is line sequential.

               select PartyCopyFile ASSIGN TO DYNAMIC PartyCopyName
                   organization is line sequential.

               select optional AddressResearchFile ASSIGN TO
                   "Statements\addressresearch.txt"
                   organization is line sequential.

               select optional CouponRegister ASSIGN TO
                   "shared\data\coupons.txt"
                   organization is line sequential.

               select optional LegalStatusFile ASSIGN TO
                   "shared\data\legalstatus.txt"
                   organization is line sequential.

               select optional BuydownScheduleFile ASSIGN TO
                   "shared\data\buydownsched.txt"
                   organization is line sequential.

               select LoanMasterFile ASSIGN TO
                   "shared\data\loanmaster.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is LM-LoanAccount
                   file status is LoanMasterStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BillMonthFile.
       FD  ScheduleExportFile.
           copy "../shared/copybooks/schedrec.cpy".

       FD  BuydownScheduleFile.
           copy "../shared/copybooks/buydsched.cpy".

       FD  PaymentStatusFile.
           copy "../shared/copybooks/paystatus.cpy".

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  CopySourceFile.
           01 CopySourceLine        PIC X(90).

       FD  PartyCopyFile.
           01 PartyCopyLine         PIC X(90).

       FD  AddressResearchFile.
           01 AddressResearchRecord.
               05  ARX-Account      PIC X(10).
               05  FILLER           PIC X.
               05  ARX-Reason       PIC X(30).

       FD  CouponRegister.
           copy "../shared/copybooks/coupon.cpy".

       FD  LegalStatusFile.
           copy "../shared/copybooks/legalstat.cpy".

       FD  LoanMasterFile.
           copy "../shared/copybooks/loanmaster.cpy".

       working-storage section.
       01  LEGAL-TABLE.
           05  LegalEntry occurs 500 times.
               10  BIL-Closing      PIC 9(7)V99.
               10  BIL-PastDue      PIC 9(7)V99.
               10  BIL-LateFees     PIC 9(6)V99.
               10  BIL-Subsidy      PIC 9(6)V99.
               10  BIL-PayType      PIC X.
               10  BIL-PriorPayment PIC 9(6)V99.
               10  BIL-NextStepPay  PIC 9(6)V99.
               10  BIL-NextStepDate PIC X(10).
       01  BillCount                PIC 999 value zero.
       01  BillSub                  PIC 999 value zero.
       01  BillFoundFlag            PIC X value "N".
       01  MonthFileStatus          PIC XX value spaces.
       01  ScheduleFileStatus       PIC XX value spaces.
       01  BorrowerMasterStatus     PIC XX value spaces.
       01  BorrowerRoleStatus       PIC XX value spaces.
       01  BorrowerRoleOpenFlag     PIC X value "N".
           88  BorrowerRoleOpen     value "Y".
       01  eof-role-file            PIC X value "N".
           88  eof-role             value "Y".
       01  eof-copy-source-file     PIC X value "N".
           88  eof-copy-source      value "Y".
       01  PartyCopyName            PIC X(60) value spaces.
       01  PartyCopiesSent          PIC 9(4) value zero.
       01  StatementFileName        PIC X(60) value spaces.

       01  BorrowerMasterOpenFlag   PIC X value "N".
       01  BorrowerFoundFlag        PIC X value "N".
           88  BorrowerFound        value "Y".
       01  BadAddressSkipped        PIC 9(4) value zero.
       01  LoanMasterStatus         PIC XX value spaces.
       01  LoanMasterOpenFlag       PIC X value "N".
           88  LoanMasterOpen       value "Y".
       01  TransferredSkipped       PIC 9(4) value zero.
       01  ResearchListed           PIC 9(4) value zero.
       01  ResearchReason           PIC X(30) value spaces.

           88  eof-status           value "Y".
       01  eof-register-file        PIC X value "N".
           88  eof-register         value "Y".
       01  eof-buydsched-file       PIC X value "N".
           88  eof-buydsched        value "Y".
       01  Disp-Subsidy             PIC $$$,$$$,$$9.99.

      * GRADUATED PAYMENT STEPS - THE ROW READ JUST BEFORE THE ONE IN
      * HAND GIVES THE PAYMENT A STEP RISES FROM, AND A STEP DUE IN
      * THE MONTH AFTER THE STATEMENT MONTH IS ANNOUNCED IN ADVANCE
       01  PrevSchAccount           PIC X(10) value spaces.
       01  PrevSchPayment           PIC 9(6)V99 value zero.
       01  StepNoticeMonth          PIC 9(2) value zero.
       01  StepNoticeYear           PIC 9(4) value zero.
       01  Disp-StepPayment         PIC $$$,$$$,$$9.99.
       01  Disp-StepPayment2        PIC $$$,$$$,$$9.99.

       01  StatementMonth           PIC 9(2) value zero.
       01  StatementYear            PIC 9(4) value zero.
       01  Disp-LateFees            PIC $$$,$$9.99.
       01  Disp-GrandDue            PIC $$$,$$$,$$9.99.
       01  GrandTotalDue            PIC 9(7)V99 value zero.
       01  CouponsIssued            PIC 9(4) value zero.

       01  TodayDate                PIC X(10) value spaces.

           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       copy "../shared/copybooks/edelcall.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               stop run
           end-if.

           perform 1200-LoadBuydownSubsidy.
           perform 2000-LoadPastDue.
           perform 3000-LoadLateFees.
           perform 3200-LoadLegalStatus.
           call "CBL_CREATE_DIR" using BillingDirPath.

           perform 3500-OpenBorrowerMaster.
      * NO ROLE FILE YET MEANS NO ACCOUNT HAS A SECOND PARTY
           open input BorrowerRoleFile.
           if BorrowerRoleStatus = "00"
               set BorrowerRoleOpen to true
           end-if.
           perform 3600-OpenLoanMaster.
           open extend AddressResearchFile.
           open extend CouponRegister.

           move 1 to BillSub.
           perform BillCount times
           if BorrowerMasterOpen
               close BorrowerMasterFile
           end-if.
           if BorrowerRoleOpen
               close BorrowerRoleFile
           end-if.
           if LoanMasterOpen
               close LoanMasterFile
           end-if.
           close AddressResearchFile.
           close CouponRegister.

           string "END. Month " StatementMonth "/" StatementYear
               " statements " StatementsWritten
               " informational " InfoStatements
               " bad-address skipped " BadAddressSkipped
               " transferred skipped " TransferredSkipped
               " party copies " PartyCopiesSent
               " coupons " CouponsIssued into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.

               perform 9000-CloseLog
               stop run
           end-if.
           move StatementMonth to StepNoticeMonth.
           move StatementYear to StepNoticeYear.
           add 1 to StepNoticeMonth.
           if StepNoticeMonth > 12
               move 1 to StepNoticeMonth
               add 1 to StepNoticeYear
           end-if.

           read ScheduleExportFile
               at end set eof-schedule to true
           end-read.
                   and WORK-YEAR = StatementYear
                   perform 1100-KeepCurrentPeriod
               end-if
               if SCH-GradStep
                   and WORK-MONTH = StepNoticeMonth
                   and WORK-YEAR = StepNoticeYear
                   perform 1150-NoteComingStep
               end-if
               move SCH-Account to PrevSchAccount
               move SCH-PaymentAmount to PrevSchPayment
               read ScheduleExportFile
                   at end set eof-schedule to true
               end-read
           move SCH-ClosingBalance to BIL-Closing(BillSub).
           move zero to BIL-PastDue(BillSub).
           move zero to BIL-LateFees(BillSub).
           move zero to BIL-Subsidy(BillSub).
           move SCH-PaymentType to BIL-PayType(BillSub).
           move zero to BIL-PriorPayment(BillSub).
           if SCH-Account = PrevSchAccount
               move PrevSchPayment to BIL-PriorPayment(BillSub)
           end-if.
           move zero to BIL-NextStepPay(BillSub).
           move spaces to BIL-NextStepDate(BillSub).

      * A STEP FALLING DUE NEXT MONTH GOES ON THIS MONTH'S STATEMENT
      * AS ADVANCE NOTICE - THE EXPORT RUNS IN PERIOD ORDER WITHIN
      * AN ACCOUNT, SO THE ACCOUNT'S BILLED PERIOD IS ALREADY IN HAND
       1150-NoteComingStep.
           move 1 to BillSub.
           perform until BillSub > BillCount
               if BIL-Account(BillSub) = SCH-Account
                   if BIL-NextStepPay(BillSub) = zero
                       move SCH-PaymentAmount to
                           BIL-NextStepPay(BillSub)
                       move SCH-DueDate to BIL-NextStepDate(BillSub)
                   end-if
                   exit perform
               end-if
               add 1 to BillSub
           end-perform.

      * A PERIOD IN A BUYDOWN YEAR BILLS THE BORROWER'S SHARE - THE
      * BUILDER'S SUBSIDY COVERS THE REST WHEN POSTPAY POSTS IT
       1200-LoadBuydownSubsidy.
           open input BuydownScheduleFile.
           read BuydownScheduleFile
               at end set eof-buydsched to true
           end-read.
           perform until eof-buydsched
               move 1 to BillSub
               perform until BillSub > BillCount
                   if BIL-Account(BillSub) = BDS-Account
                       and BIL-Period(BillSub) = BDS-Period
                       if BDS-Subsidy < BIL-TotalDue(BillSub)
                           move BDS-Subsidy to BIL-Subsidy(BillSub)
                           subtract BDS-Subsidy from
                               BIL-TotalDue(BillSub)
                       end-if
                       exit perform
                   end-if
                   add 1 to BillSub
               end-perform
               read BuydownScheduleFile
                   at end set eof-buydsched to true
               end-read
           end-perform.
           close BuydownScheduleFile.

      * ANY PERIOD STILL OPEN WITH A DUE DATE BEFORE THE STATEMENT
      * MONTH IS PAST DUE ON THIS STATEMENT.
               perform 8000-Logs
           end-if.

       3600-OpenLoanMaster.
           open input LoanMasterFile.
           if LoanMasterStatus = "00"
               set LoanMasterOpen to true
           else
               string "No loan master at "
                   "shared\data\loanmaster.dat status "
                   LoanMasterStatus
                   " - transferred loans cannot be skipped" into msg
               move "WARN " to LogSeverity
               perform 8000-Logs
           end-if.

       4000-WriteStatement.
           if LoanMasterOpen
               move BIL-Account(BillSub) to LM-LoanAccount
               read LoanMasterFile
                   invalid key
                       continue
                   not invalid key
                       if LM-StatusTransferred
                           add 1 to TransferredSkipped
                           exit paragraph
                       end-if
               end-read
           end-if.

           perform 4500-ReadBorrower.
           if BorrowerFound and BW-AddressBad
               add 1 to BadAddressSkipped
               into StatementLine.
           write StatementLine.

           if BIL-Subsidy(BillSub) > zero
               move BIL-Subsidy(BillSub) to Disp-Subsidy
               move spaces to StatementLine
               string "Less builder buydown subsidy " Disp-Subsidy
                   into StatementLine
               write StatementLine
           end-if.

           move BIL-TotalDue(BillSub) to Disp-TotalDue.
           move spaces to StatementLine.
           string "Current payment due          " Disp-TotalDue
               into StatementLine.
           write StatementLine.

           if BIL-PayType(BillSub) = "G"
               and BIL-PriorPayment(BillSub) > zero
               move BIL-PriorPayment(BillSub) to Disp-StepPayment
               move BIL-Payment(BillSub) to Disp-StepPayment2
               move spaces to StatementLine
               write StatementLine
               move spaces to StatementLine
               string "Your graduated payment stepped up with this "
                   "payment:" into StatementLine
               write StatementLine
               move spaces to StatementLine
               string "principal and interest was " Disp-StepPayment
                   ", now " Disp-StepPayment2 into StatementLine
               write StatementLine
           end-if.

           if BIL-NextStepPay(BillSub) > zero
               move BIL-NextStepPay(BillSub) to Disp-StepPayment
               move spaces to StatementLine
               write StatementLine
               move spaces to StatementLine
               string "Under your graduated payment plan principal "
                   "and interest" into StatementLine
               write StatementLine
               move spaces to StatementLine
               string "rises to " Disp-StepPayment
                   " with the payment due "
                   BIL-NextStepDate(BillSub) "." into StatementLine
               write StatementLine
           end-if.

           if not AccountLegalHold
               perform 4400-WriteCoupon
           end-if.

           close StatementFile.
           add 1 to StatementsWritten.
           perform 4800-SendPartyCopies.
           perform 4900-DeliverStatement.

      * THE COUPON COMES BACK THROUGH THE BANK LOCKBOX - THE SCAN LINE
      * IS WHAT THE BANK'S READER CAPTURES, AND THE REGISTER ROW IS
      * WHAT LOCKBOX PROVES IT AGAINST
       4400-WriteCoupon.
           move spaces to CouponRecord.
           move BIL-Account(BillSub) to CPN-Account.
           move StatementMonth to CPN-Month.
           move StatementYear to CPN-Year.
           move GrandTotalDue to CPN-AmountDue.
           call "shared\wrkmodule\SCANLINE" using
                   CPN-Body,
                   CPN-CheckDigit
           end-call.
           move TodayDate to CPN-IssueDate.

           move spaces to StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "- - - - - - DETACH AND RETURN THIS COUPON WITH YOUR"
                  " PAYMENT - - - - - -" into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "PAYMENT COUPON    Account " BIL-Account(BillSub)
                  "    Statement " StatementMonth "/" StatementYear
                  into StatementLine.
           write StatementLine.
           if BorrowerFound
               move spaces to StatementLine
               move BW-Name to StatementLine
               write StatementLine
           end-if.
           move spaces to StatementLine.
           string "Amount due                   " Disp-GrandDue
               into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "Amount enclosed              $______________"
               into StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           write StatementLine.
           move spaces to StatementLine.
           string "          " CPN-ScanLine into StatementLine.
           write StatementLine.

           write CouponRecord.
           add 1 to CouponsIssued.

       4500-ReadBorrower.
           move "N" to BorrowerFoundFlag.
           write AddressResearchRecord.
           add 1 to ResearchListed.

      * A CO-BORROWER OR GUARANTOR WHO ASKED FOR THEIR OWN COPY GETS
      * THE SAME STATEMENT BEHIND THEIR OWN ADDRESS BLOCK, FILED NEXT TO
      * THE PRIMARY'S WITH THE ROLE AND PARTY SEQUENCE ON THE NAME; A
      * PARTY WITH A DEAD ADDRESS GOES ON THE RESEARCH LIST INSTEAD
       4800-SendPartyCopies.
           if not BorrowerRoleOpen
               exit paragraph
           end-if.
           move "N" to eof-role-file.
           move BIL-Account(BillSub) to BR-Account.
           move 1 to BR-Seq.
           start BorrowerRoleFile key >= BR-Key
               invalid key
                   exit paragraph
           end-start.
           read BorrowerRoleFile next record
               at end set eof-role to true
           end-read.
           perform until eof-role
               or BR-Account not = BIL-Account(BillSub)
               evaluate true
                   when not BR-MailCopy
                       continue
                   when BR-AddressBad
                       move "CO-PARTY RETURNED MAIL" to ResearchReason
                       perform 4700-ListForResearch
                   when other
                       perform 4850-WritePartyCopy
               end-evaluate
               read BorrowerRoleFile next record
                   at end set eof-role to true
               end-read
           end-perform.

       4850-WritePartyCopy.
           move spaces to PartyCopyName.
           string StatementFileName delimited by ".txt"
                  "_" delimited by size
                  BR-Role delimited by size
                  BR-Seq delimited by size
                  ".txt" delimited by size
                  into PartyCopyName
           end-string.
           open output PartyCopyFile.

           move spaces to PartyCopyLine.
           if BR-Guarantor
               string "COPY FOR GUARANTOR - ACCOUNT "
                   BIL-Account(BillSub)
                   into PartyCopyLine
           else
               string "COPY FOR CO-BORROWER - ACCOUNT "
                   BIL-Account(BillSub)
                   into PartyCopyLine
           end-if.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Name to PartyCopyLine.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           move BR-Addr1 to PartyCopyLine.
           write PartyCopyLine.
           if BR-Addr2 not = spaces
               move spaces to PartyCopyLine
               move BR-Addr2 to PartyCopyLine
               write PartyCopyLine
           end-if.
           move spaces to PartyCopyLine.
           string BR-City delimited by "  "
                  ", " delimited by size
                  BR-State delimited by size
                  " " delimited by size
                  BR-Zip delimited by size
                  into PartyCopyLine
           end-string.
           write PartyCopyLine.
           move spaces to PartyCopyLine.
           write PartyCopyLine.

           move "N" to eof-copy-source-file.
           open input CopySourceFile.
           read CopySourceFile
               at end set eof-copy-source to true
           end-read.
           perform until eof-copy-source
               move CopySourceLine to PartyCopyLine
               write PartyCopyLine
               read CopySourceFile
                   at end set eof-copy-source to true
               end-read
           end-perform.
           close CopySourceFile.
           close PartyCopyFile.
           add 1 to PartyCopiesSent.

       4900-DeliverStatement.
           move spaces to EDC-SharedRoot.
           move LogProgramName to EDC-Program.
           move BIL-Account(BillSub) to EDC-Account.
           move "BILLSTMT" to EDC-DocType.
           move spaces to EDC-Period.
           string StatementYear StatementMonth delimited by size
               into EDC-Period.
           move StatementFileName to EDC-DocPath.
           move "N" to EDC-PaperFlag.
           call "shared\wrkmodule\EDELIVER" using EDELIVERY-CALL-AREA
           end-call.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
