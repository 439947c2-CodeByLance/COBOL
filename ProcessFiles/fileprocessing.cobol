               record key is BAL-Account
               file status is BalanceMasterStatus.

       select optional ANOMALYCONFIG
           ASSIGN TO "files\pending\anomalyconfig.txt"
               organization is line sequential.

       select optional ANOMALYREPORT
           ASSIGN TO DYNAMIC path-to-anomaly-report
               organization is line sequential.

       select BALFWDREPORT
           ASSIGN TO DYNAMIC path-to-balfwd
               organization is line sequential.

       DATA DIVISION.
       copy "copybooks/datasetup.cpy".
       copy "../shared/copybooks/sanccall.cpy".

       PROCEDURE DIVISION.
       100-MAIN.

           perform 119-LoadFxRates.

           perform 117-LoadAnomalyProfiles.

      * held-for-approval rows accumulate across batches and runs
      * until the APPROVE utility disposes of them
           open extend APPROVALHOLD.
           close APPROVALHOLD.
           close CURRENCYACTIVITY.

           move "..\shared\" to SNC-SharedRoot.
           set SNC-Close to true.
           call "..\shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.
           if sanctionHeldCount > zero
               move spaces to LOGMESSAGE
               string "Sanctions: " sanctionHeldCount
                      " row(s) held for the compliance decision, "
                      sanctionHitCount
                      " of them on a confirmed hit"
                      into LOGMESSAGE
               end-string
               move "WARN " to LOGSEVERITY
               perform 400-Log
           end-if.

           perform 359-AnomalyReport.
           if anomalyHeldCount > zero
               move spaces to LOGMESSAGE
               string "Anomaly screening: " anomalyHeldCount
                      " row(s) held out of " anomalyScoredCount
                      " scored against account history"
                      into LOGMESSAGE
               end-string
               move "WARN " to LOGSEVERITY
               perform 400-Log
           end-if.

           if heldApprovalCount > zero
               move spaces to LOGMESSAGE
               string "Dual approval: " heldApprovalCount
           close FXRATEFILE
           .

      * ACCOUNT PROFILES FOR THE ANOMALY SCREEN - BUILT ONCE A RUN
      * FROM EVERYTHING ON THE POSTED HISTORY, SO EACH BATCH IS SCORED
      * AGAINST WHAT ITS ACCOUNTS LOOKED LIKE BEFORE TODAY. THE
      * OPTIONAL CONTROL FILE OVERRIDES THE DEFAULTS FIELD BY FIELD.
       117-LoadAnomalyProfiles.
           open input ANOMALYCONFIG.
           read ANOMALYCONFIG
               at end set eofanomalyconfig to true
           end-read.
           if not eofanomalyconfig
               compute AnomalyConfigCheck =
                   function test-numval(ANC-HoldScore)
               if AnomalyConfigCheck = 0
                   compute AnomalyHoldScore =
                       function numval(ANC-HoldScore)
               end-if
               compute AnomalyConfigCheck =
                   function test-numval(ANC-MinHistory)
               if AnomalyConfigCheck = 0
                   compute AnomalyMinHistory =
                       function numval(ANC-MinHistory)
               end-if
               compute AnomalyConfigCheck =
                   function test-numval(ANC-DormantDays)
               if AnomalyConfigCheck = 0
                   compute AnomalyDormantDays =
                       function numval(ANC-DormantDays)
               end-if
               compute AnomalyConfigCheck =
                   function test-numval(ANC-BurstLimit)
               if AnomalyConfigCheck = 0
                   compute AnomalyBurstLimit =
                       function numval(ANC-BurstLimit)
               end-if
               compute AnomalyConfigCheck =
                   function test-numval(ANC-AmountFactor)
               if AnomalyConfigCheck = 0
                   compute AnomalyAmountFactor =
                       function numval(ANC-AmountFactor) / 10
               end-if
           end-if.
           close ANOMALYCONFIG.
           if AnomalyMinHistory = zero
               move 1 to AnomalyMinHistory
           end-if.
           if AnomalyAmountFactor < 1
               move 1 to AnomalyAmountFactor
           end-if.

           move zero to ProfileAcctCount.
           open input POSTEDHISTORY.
           read POSTEDHISTORY
               at end set eofpostedhistory to true
           end-read.
           perform until eofpostedhistory
               perform 117A-AddProfileRow
               read POSTEDHISTORY
                   at end set eofpostedhistory to true
               end-read
           end-perform.
           close POSTEDHISTORY.

           move zero to AnomalyProfiledCount.
           move 1 to ProfileAcctSub.
           perform until ProfileAcctSub > ProfileAcctCount
               if PRF-Count(ProfileAcctSub) >= AnomalyMinHistory
                   add 1 to AnomalyProfiledCount
               end-if
               add 1 to ProfileAcctSub
           end-perform.
           move spaces to LOGMESSAGE.
           string "Anomaly profiles: " ProfileAcctCount
                  " account(s) on the posted history, "
                  AnomalyProfiledCount " with "
                  AnomalyMinHistory " or more rows; hold score "
                  AnomalyHoldScore
                  into LOGMESSAGE
           end-string.
           move "INFO " to LOGSEVERITY.
           perform 400-Log.

      * ONE POSTED MOVEMENT INTO ITS ACCOUNT'S PROFILE. REVERSALS AND
      * ROWS WHOSE DATE OR AMOUNT CANNOT BE READ ADD NOTHING.
       117A-AddProfileRow.
           move zero to AnomalyTypeSub.
           inspect AnomalyTypeList tallying AnomalyTypeSub
               for characters before initial PH-Type.
           if PH-Type = spaces or AnomalyTypeSub >= 14
               or function mod(AnomalyTypeSub 2) not = 0
               exit paragraph
           end-if.
           compute AnomalyTypeSub = AnomalyTypeSub / 2 + 1.
           compute AmountCheckResult = function test-numval(PH-Amount).
           if AmountCheckResult not = 0
               exit paragraph
           end-if.
           compute AnomalyAmount = function numval(PH-Amount).
           move PH-Date to NormDateIn.
           perform 338-NormalizeDate.
           if not NormDateValid
               exit paragraph
           end-if.

           move "N" to ProfileFoundState.
           search all ProfileAcctEntry
               at end continue
               when PRF-Account(Prf-Ix) = PH-Account
                   set ProfileAcctFound to true
                   set ProfileAcctSub to Prf-Ix
           end-search.

           if not ProfileAcctFound
               if ProfileAcctCount >= 3000
                   exit paragraph
               end-if
               move 1 to ProfileAcctSub
               perform until ProfileAcctSub > ProfileAcctCount
                   if PRF-Account(ProfileAcctSub) > PH-Account
                       exit perform
                   end-if
                   add 1 to ProfileAcctSub
               end-perform
               move ProfileAcctCount to ProfileShiftSub
               perform until ProfileShiftSub < ProfileAcctSub
                   move ProfileAcctEntry(ProfileShiftSub) to
                       ProfileAcctEntry(ProfileShiftSub + 1)
                   subtract 1 from ProfileShiftSub
               end-perform
               add 1 to ProfileAcctCount
               move PH-Account to PRF-Account(ProfileAcctSub)
               move zero to PRF-Count(ProfileAcctSub)
               move AnomalyAmount to PRF-MinAmt(ProfileAcctSub)
               move AnomalyAmount to PRF-MaxAmt(ProfileAcctSub)
               move zero to PRF-SumAmt(ProfileAcctSub)
               move zero to PRF-SumSquares(ProfileAcctSub)
               move spaces to PRF-TypesUsed(ProfileAcctSub)
               move spaces to PRF-DaysUsed(ProfileAcctSub)
               move spaces to PRF-Source(ProfileAcctSub 1)
               move spaces to PRF-Source(ProfileAcctSub 2)
               move spaces to PRF-Source(ProfileAcctSub 3)
               move spaces to PRF-Source(ProfileAcctSub 4)
               move space to PRF-ManySources(ProfileAcctSub)
               move zero to PRF-LastDate(ProfileAcctSub)
               move spaces to PRF-LastBatch(ProfileAcctSub)
               move zero to PRF-BatchRows(ProfileAcctSub)
               move zero to PRF-MaxBatchRows(ProfileAcctSub)
           end-if.

           add 1 to PRF-Count(ProfileAcctSub).
           if AnomalyAmount < PRF-MinAmt(ProfileAcctSub)
               move AnomalyAmount to PRF-MinAmt(ProfileAcctSub)
           end-if.
           if AnomalyAmount > PRF-MaxAmt(ProfileAcctSub)
               move AnomalyAmount to PRF-MaxAmt(ProfileAcctSub)
           end-if.
           add AnomalyAmount to PRF-SumAmt(ProfileAcctSub).
           compute PRF-SumSquares(ProfileAcctSub) =
               PRF-SumSquares(ProfileAcctSub) +
               AnomalyAmount * AnomalyAmount.
           move "Y" to
               PRF-TypesUsed(ProfileAcctSub)(AnomalyTypeSub:1).
           move "Y" to PRF-DaysUsed(ProfileAcctSub)(NP-Day:1).
           if NormDateOut > PRF-LastDate(ProfileAcctSub)
               move NormDateOut to PRF-LastDate(ProfileAcctSub)
           end-if.

           move spaces to AnomalySourceWork.
           unstring PH-BatchKey delimited by "_"
               into AnomalySourceWork
           end-unstring.
           if PRF-ManySources(ProfileAcctSub) = space
               move 1 to AnomalySourceSub
               perform until AnomalySourceSub > 4
                   if PRF-Source(ProfileAcctSub AnomalySourceSub) =
                           AnomalySourceWork
                       exit perform
                   end-if
                   if PRF-Source(ProfileAcctSub AnomalySourceSub) =
                           spaces
                       move AnomalySourceWork to
                           PRF-Source(ProfileAcctSub AnomalySourceSub)
                       exit perform
                   end-if
                   add 1 to AnomalySourceSub
               end-perform
               if AnomalySourceSub > 4
                   move "Y" to PRF-ManySources(ProfileAcctSub)
               end-if
           end-if.

      * THE HISTORY IS APPENDED A BATCH AT A TIME, SO AN ACCOUNT'S ROWS
      * FROM ONE BATCH SIT TOGETHER
           if PH-BatchKey = PRF-LastBatch(ProfileAcctSub)
               add 1 to PRF-BatchRows(ProfileAcctSub)
           else
               move PH-BatchKey to PRF-LastBatch(ProfileAcctSub)
               move 1 to PRF-BatchRows(ProfileAcctSub)
           end-if.
           if PRF-BatchRows(ProfileAcctSub) >
                   PRF-MaxBatchRows(ProfileAcctSub)
               move PRF-BatchRows(ProfileAcctSub) to
                   PRF-MaxBatchRows(ProfileAcctSub)
           end-if.

       110-LoadSources.
           move zero to SourceCount.

           move zero to MetaBatchSub.
           move zero to TxnBatchCount.
           move zero to TxnBatchSub.
           move zero to BurstCount.
           perform 500 times
               add 1 to MetaBatchSub
               move high-values to MetaBatchId(MetaBatchSub)

           perform 220-TranslateInbound.

      * the translated rows go in the archive beside the partner's
      * original, so the archive search reads the standard layout
           move path-to-process to ArchCopySource.
           move "_xlat.csv" to ArchSuffix.
           perform 375-ArchiveOneOutput.

       220-TranslateInbound.
           move FPT-Delim(ProfileSub) to DelimChar.
           move FPT-SkipCount(ProfileSub) to xlatSkipLeft.
                   perform 311-CheckDuplicateTxn
                   perform 316-ValidateAccount
                   perform 315-ValidateCompany
                   perform 346-CheckSanctions
                   perform 317-CheckApprovalThreshold
                   perform 349-CheckAnomaly
                   move RunningBalance to RegisterBalanceShown

                   if (DateOutOfWindow and BatchWindowReject)
                       or CompanyRejected
                       or CurrencyRejected
                       or HeldForApproval
                       or SanctionHeld
                       or AnomalyHeld
                       or not NormDateValid
      * rejected - out of the configured batch window or a duplicate
      * suspect in reject mode, so it's excluded from every
               or AccountRejected
               or CompanyRejected
               or CurrencyRejected
               or SanctionHeld
               or not NormDateValid
               exit paragraph
           end-if.
           move spaces to ApprovalHoldRecord.
           move transactions to APH-Transaction.
           move BatchKey to APH-BatchKey.
           move "THRS" to APH-Reason.
           write ApprovalHoldRecord.

           string BatchKey
           move "WARN " to LOGSEVERITY.
           perform 400-Log.

      * SANCTIONS - THE NAME ON EVERY MONEY ROW GOES THROUGH THE SHARED
      * MATCHER (KEYED BY THE accountName ITSELF). A CONFIRMED HIT, OR
      * A NEW OR STILL-PENDING POTENTIAL MATCH, IS HELD ON THE
      * APPROVAL FILE WITH REASON SANC, WHICH APPROVE WILL NOT RELEASE
      * UNTIL SANCREVIEW HAS CLEARED OR RELEASED THE CASE - THE ROW
      * WAITS ON THE CASE INSTEAD OF BEING REJECTED FOR RESUBMISSION.
      * A CLEARED MATCH POSTS. THE APPROVED SUPPLEMENTAL BATCH IS
      * SCREENED TOO - A CLEARED CASE PASSES IT, A HIT CONFIRMED SINCE
      * IS HELD AGAIN.
       346-CheckSanctions.
           move "N" to SanctionState.
           if (DateOutOfWindow and BatchWindowReject)
               or (DupSuspect and DupReject)
               or AccountRejected
               or CompanyRejected
               or CurrencyRejected
               or not NormDateValid
               or accountName = spaces
               exit paragraph
           end-if.
           if transactionType not = "DR"
               and transactionType not = "CR"
               and transactionType not = "FX"
               and transactionType not = "TR"
               and transactionType not = "LP"
               and transactionType not = "LD"
               and transactionType not = "LR"
               exit paragraph
           end-if.

           move "..\shared\" to SNC-SharedRoot.
           move "FILEPROCESSING" to SNC-Program.
           move "T" to SNC-PartyType.
           move accountName to SNC-PartyKey.
           move loanAccount to SNC-Account.
           move accountName to SNC-Name.
           set SNC-Screen to true.
           call "..\shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.

           evaluate true
               when SNC-Hit
                   set SanctionHeld to true
                   add 1 to sanctionHeldCount
                   add 1 to sanctionHitCount
                   move spaces to ApprovalHoldRecord
                   move transactions to APH-Transaction
                   move BatchKey to APH-BatchKey
                   move "SANC" to APH-Reason
                   write ApprovalHoldRecord
                   string BatchKey
                          space
                          "SANCTIONS HIT HELD Record "
                          recCount
                          " case "
                          SNC-CaseId
                          " "
                          accountName
                          INTO LOGMESSAGE
                   end-string
                   move "ERROR" to LOGSEVERITY
                   perform 400-Log
               when SNC-Queued
               when SNC-Pending
                   set SanctionHeld to true
                   add 1 to sanctionHeldCount
                   move spaces to ApprovalHoldRecord
                   move transactions to APH-Transaction
                   move BatchKey to APH-BatchKey
                   move "SANC" to APH-Reason
                   write ApprovalHoldRecord
                   string BatchKey
                          space
                          "HELD FOR SANCTIONS REVIEW Record "
                          recCount
                          " case "
                          SNC-CaseId
                          " "
                          accountName
                          INTO LOGMESSAGE
                   end-string
                   move "WARN " to LOGSEVERITY
                   perform 400-Log
           end-evaluate.

      * BEHAVIORAL ANOMALY SCREEN - EVERY MONEY ROW STILL STANDING IS
      * SCORED AGAINST ITS ACCOUNT'S PROFILE: AN AMOUNT FAR OUTSIDE
      * THE USUAL RANGE, A TYPE, DAY OF THE MONTH OR SOURCE THE
      * ACCOUNT HAS NEVER SHOWN, FIRST ACTIVITY AFTER A LONG DORMANT
      * SPELL, OR A BURST OF ROWS TO ONE ACCOUNT IN THE BATCH. AT OR
      * OVER THE HOLD SCORE THE ROW GOES TO THE APPROVAL FILE LIKE A
      * THRESHOLD HOLD, CODED WITH ITS BIGGEST COMPONENT. A ROW THE
      * THRESHOLD OR SANCTIONS CHECK ALREADY HELD IS SCORED FOR THE
      * DAY'S DISTRIBUTION BUT NOT HELD TWICE. THE APPROVED
      * SUPPLEMENTAL BATCH IS THE SECOND OPERATOR'S RELEASE AND IS
      * NOT RE-SCREENED.
       349-CheckAnomaly.
           move "N" to AnomalyState.
           if BatchBaseName = "apprvd"
               exit paragraph
           end-if.
           if (DateOutOfWindow and BatchWindowReject)
               or (DupSuspect and DupReject)
               or AccountRejected
               or CompanyRejected
               or CurrencyRejected
               or not NormDateValid
               or accountName = spaces
               exit paragraph
           end-if.
           move zero to AnomalyTypeSub.
           inspect AnomalyTypeList tallying AnomalyTypeSub
               for characters before initial transactionType.
           if transactionType = spaces or AnomalyTypeSub >= 14
               or function mod(AnomalyTypeSub 2) not = 0
               exit paragraph
           end-if.
           compute AnomalyTypeSub = AnomalyTypeSub / 2 + 1.

           move zero to AnomalyScore.
           move zero to AnomalyTopPoints.
           move spaces to AnomalyCode.
           move RegisterAmountValue to AnomalyAmount.

           move "N" to ProfileFoundState.
           search all ProfileAcctEntry
               at end continue
               when PRF-Account(Prf-Ix) = accountName
                   set ProfileAcctFound to true
                   set ProfileAcctSub to Prf-Ix
           end-search.

      * BURST - MORE ROWS TO THE ACCOUNT IN THIS BATCH THAN THE LIMIT,
      * OR THAN TWICE THE MOST IT HAS EVER HAD IN ONE BATCH
           perform 349A-CountBurstRow.
           move AnomalyBurstLimit to BurstLimitToday.
           if ProfileAcctFound
               and PRF-MaxBatchRows(ProfileAcctSub) * 2 >
                   BurstLimitToday
               compute BurstLimitToday =
                   PRF-MaxBatchRows(ProfileAcctSub) * 2
           end-if.
           if BurstSub > zero
               and BST-Rows(BurstSub) > BurstLimitToday
               add 1 to HitsBurst
               move PointsBurst to AnomalyPoints
               move "ABST" to AnomalyPointsCode
               perform 349B-AddAnomalyPoints
           end-if.

           if not ProfileAcctFound
               add 1 to anomalyUnprofiled
               perform 349C-ScoreAndHold
               exit paragraph
           end-if.

      * DORMANT - NOTHING POSTED FOR LONGER THAN THE DORMANT SPELL
           compute AnomalyTxnInt = function integer-of-date(TxnDateInt).
           compute AnomalyLastInt = function integer-of-date(
               PRF-LastDate(ProfileAcctSub)).
           compute AnomalyGapDays = AnomalyTxnInt - AnomalyLastInt.
           if AnomalyGapDays > AnomalyDormantDays
               add 1 to HitsDormant
               move PointsDormant to AnomalyPoints
               move "ADRM" to AnomalyPointsCode
               perform 349B-AddAnomalyPoints
           end-if.

           if PRF-Count(ProfileAcctSub) < AnomalyMinHistory
               add 1 to anomalyUnprofiled
               perform 349C-ScoreAndHold
               exit paragraph
           end-if.

      * AMOUNT - BEYOND THE RANGE EVER SEEN BY THE FACTOR, OR OUTSIDE
      * IT AND FOUR OR MORE STANDARD DEVIATIONS FROM THE MEAN
           compute AnomalyMean rounded =
               PRF-SumAmt(ProfileAcctSub) / PRF-Count(ProfileAcctSub).
           compute AnomalyVariance =
               PRF-SumSquares(ProfileAcctSub) /
               PRF-Count(ProfileAcctSub) - AnomalyMean * AnomalyMean.
           move zero to AnomalyStdDev.
           move zero to AnomalyDeviations.
           if AnomalyVariance > zero
               compute AnomalyStdDev rounded =
                   function sqrt(AnomalyVariance)
           end-if.
           if AnomalyStdDev > zero
               if AnomalyAmount > AnomalyMean
                   compute AnomalyDeviations rounded =
                       (AnomalyAmount - AnomalyMean) / AnomalyStdDev
                       on size error move 99999.99 to AnomalyDeviations
                   end-compute
               else
                   compute AnomalyDeviations rounded =
                       (AnomalyMean - AnomalyAmount) / AnomalyStdDev
                       on size error move 99999.99 to AnomalyDeviations
                   end-compute
               end-if
           end-if.
           if AnomalyAmount >
                   PRF-MaxAmt(ProfileAcctSub) * AnomalyAmountFactor
               or AnomalyAmount * AnomalyAmountFactor <
                   PRF-MinAmt(ProfileAcctSub)
               or ((AnomalyAmount > PRF-MaxAmt(ProfileAcctSub)
                       or AnomalyAmount < PRF-MinAmt(ProfileAcctSub))
                   and AnomalyDeviations >= 4)
               add 1 to HitsAmount
               move PointsAmount to AnomalyPoints
               move "AAMT" to AnomalyPointsCode
               perform 349B-AddAnomalyPoints
           end-if.

      * TYPE - ONE THE ACCOUNT HAS NEVER POSTED
           if PRF-TypesUsed(ProfileAcctSub)(AnomalyTypeSub:1) = space
               add 1 to HitsType
               move PointsType to AnomalyPoints
               move "ATYP" to AnomalyPointsCode
               perform 349B-AddAnomalyPoints
           end-if.

      * DAY OF THE MONTH - NO HISTORY WITHIN A FEW DAYS EITHER SIDE
      * (THE MONTH WRAPS, SO THE 30TH IS NEAR THE 2ND)
           compute AnomalyDay = function mod(TxnDateInt 100).
           compute AnomalyDaySub = AnomalyDay - AnomalyDayReach.
           move "N" to AnomalyDayState.
           perform until AnomalyDaySub > AnomalyDay + AnomalyDayReach
               move AnomalyDaySub to AnomalyDayIndex
               if AnomalyDaySub < 1
                   compute AnomalyDayIndex = AnomalyDaySub + 31
               end-if
               if AnomalyDaySub > 31
                   compute AnomalyDayIndex = AnomalyDaySub - 31
               end-if
               if PRF-DaysUsed(ProfileAcctSub)(AnomalyDayIndex:1) = "Y"
                   set AnomalyDayNear to true
                   exit perform
               end-if
               add 1 to AnomalyDaySub
           end-perform.
           if not AnomalyDayNear
               add 1 to HitsDay
               move PointsDay to AnomalyPoints
               move "ADAY" to AnomalyPointsCode
               perform 349B-AddAnomalyPoints
           end-if.

      * SOURCE - A DIRECTORY THAT HAS NEVER SENT THIS ACCOUNT A ROW
           if PRF-ManySources(ProfileAcctSub) = space
               move 1 to AnomalySourceSub
               perform until AnomalySourceSub > 4
                   if PRF-Source(ProfileAcctSub AnomalySourceSub) =
                           CurrentSourceLabel
                       exit perform
                   end-if
                   add 1 to AnomalySourceSub
               end-perform
               if AnomalySourceSub > 4
                   add 1 to HitsSource
                   move PointsSource to AnomalyPoints
                   move "ASRC" to AnomalyPointsCode
                   perform 349B-AddAnomalyPoints
               end-if
           end-if.

           perform 349C-ScoreAndHold.

       349A-CountBurstRow.
           move 1 to BurstSub.
           perform until BurstSub > BurstCount
               if BST-Account(BurstSub) = accountName
                   add 1 to BST-Rows(BurstSub)
                   exit paragraph
               end-if
               add 1 to BurstSub
           end-perform.
           if BurstCount >= 2000
               move zero to BurstSub
               exit paragraph
           end-if.
           add 1 to BurstCount.
           move BurstCount to BurstSub.
           move accountName to BST-Account(BurstSub).
           move 1 to BST-Rows(BurstSub).

       349B-AddAnomalyPoints.
           add AnomalyPoints to AnomalyScore.
           if AnomalyPoints > AnomalyTopPoints
               move AnomalyPoints to AnomalyTopPoints
               move AnomalyPointsCode to AnomalyCode
           end-if.

       349C-ScoreAndHold.
           if AnomalyScore > 100
               move 100 to AnomalyScore
           end-if.
           add 1 to anomalyScoredCount.
           compute AnomalyBandSub = AnomalyScore / 10 + 1.
           add 1 to AnomalyBandCount(AnomalyBandSub).

           if AnomalyScore < AnomalyHoldScore
               or AnomalyCode = spaces
               or HeldForApproval
               or SanctionHeld
               exit paragraph
           end-if.

           set AnomalyHeld to true.
           add 1 to anomalyHeldCount.
           move spaces to ApprovalHoldRecord.
           move transactions to APH-Transaction.
           move BatchKey to APH-BatchKey.
           move AnomalyCode to APH-Reason.
           write ApprovalHoldRecord.

           if anomalyHeldCount <= 500
               move BatchKey to AHR-BatchKey(anomalyHeldCount)
               move recCount to AHR-Record(anomalyHeldCount)
               move accountName to AHR-Account(anomalyHeldCount)
               move transactionType to AHR-Type(anomalyHeldCount)
               move AnomalyAmount to AHR-Amount(anomalyHeldCount)
               move AnomalyScore to AHR-Score(anomalyHeldCount)
               move AnomalyCode to AHR-Code(anomalyHeldCount)
           end-if.

           string BatchKey
                  space
                  "HELD FOR ANOMALY REVIEW Record "
                  recCount
                  " score "
                  AnomalyScore
                  " "
                  AnomalyCode
                  " "
                  accountName
                  INTO LOGMESSAGE
           end-string.
           move "WARN " to LOGSEVERITY.
           perform 400-Log.

       315B-ValidateCompanySilent.
           move "N" to CompanyRejectState.
           if not CompanyValidationOn or companyCode = spaces
           call "C$DELETE" using "files\data\purgework.tmp", 0
           .

      * THE DAY'S ANOMALY REPORT - EVERY RUN ADDS ITS SECTION TO THE
      * DATED FILE: HOW THE SCORES FELL, WHICH COMPONENTS FIRED, AND
      * EVERY ROW HELD, SO THE THRESHOLDS CAN BE TUNED FROM WHAT THE
      * SCREEN ACTUALLY SEES.
       359-AnomalyReport.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           move spaces to path-to-anomaly-report.
           string "files/reports/anomaly_" delimited by size
                  CDT-Year delimited by size
                  CDT-Month delimited by size
                  CDT-Day delimited by size
                  ".txt" delimited by size
                  into path-to-anomaly-report
           end-string.
           open extend ANOMALYREPORT.

           move spaces to AnomalyReportLine.
           string "ANOMALY SCREENING - RUN " CDT-Month "/" CDT-Day "/"
                  CDT-Year " " CDT-Hour ":" CDT-Minutes
                  "   HOLD SCORE " AnomalyHoldScore
                  "   MINIMUM HISTORY " AnomalyMinHistory
                  "   DORMANT DAYS " AnomalyDormantDays
                  "   BURST LIMIT " AnomalyBurstLimit
                  into AnomalyReportLine
           end-string.
           write AnomalyReportLine.
           move spaces to AnomalyReportLine.
           string "Accounts profiled " ProfileAcctCount
                  "   Rows scored " anomalyScoredCount
                  "   Held " anomalyHeldCount
                  "   Scored without a full profile "
                  anomalyUnprofiled
                  into AnomalyReportLine
           end-string.
           write AnomalyReportLine.
           move spaces to AnomalyReportLine.
           write AnomalyReportLine.
           move "    Score        Rows      Pct" to AnomalyReportLine.
           write AnomalyReportLine.

           move zero to AnomalyBandMax.
           move 1 to AnomalyBandSub.
           perform 11 times
               if AnomalyBandCount(AnomalyBandSub) > AnomalyBandMax
                   move AnomalyBandCount(AnomalyBandSub) to
                       AnomalyBandMax
               end-if
               add 1 to AnomalyBandSub
           end-perform.
           move 1 to AnomalyBandSub.
           perform 11 times
               compute AnomalyBandLow = (AnomalyBandSub - 1) * 10
               move AnomalyBandLow to ABD-Low
               compute ABD-High = AnomalyBandLow + 9
               if AnomalyBandSub = 11
                   move 100 to ABD-High
               end-if
               move AnomalyBandCount(AnomalyBandSub) to ABD-Count
               move zero to AnomalyPercent
               move zero to AnomalyBarLength
               if anomalyScoredCount > zero
                   compute AnomalyPercent rounded =
                       AnomalyBandCount(AnomalyBandSub) * 100 /
                       anomalyScoredCount
                   compute AnomalyBarLength =
                       AnomalyBandCount(AnomalyBandSub) * 50 /
                       AnomalyBandMax
               end-if
               move AnomalyPercent to ABD-Percent
               move all "*" to ABD-Bar
               if AnomalyBarLength < 50
                   move spaces to ABD-Bar(AnomalyBarLength + 1:)
               end-if
               move AnomalyBandDetail to AnomalyReportLine
               write AnomalyReportLine
               add 1 to AnomalyBandSub
           end-perform.

           move spaces to AnomalyReportLine.
           write AnomalyReportLine.
           move spaces to AnomalyReportLine.
           string "Components fired - amount " HitsAmount
                  "  type " HitsType
                  "  day " HitsDay
                  "  source " HitsSource
                  "  dormant " HitsDormant
                  "  burst " HitsBurst
                  into AnomalyReportLine
           end-string.
           write AnomalyReportLine.

           if anomalyHeldCount > zero
               move spaces to AnomalyReportLine
               write AnomalyReportLine
               move spaces to AnomalyReportLine
               string "Batch key" delimited by size
                      into AnomalyReportLine
               end-string
               move "Record" to AnomalyReportLine(44:)
               move "Account" to AnomalyReportLine(55:)
               move "Type" to AnomalyReportLine(85:)
               move "Amount" to AnomalyReportLine(99:)
               move "Score Code" to AnomalyReportLine(107:)
               write AnomalyReportLine
               move 1 to AnomalyHeldSub
               perform until AnomalyHeldSub > anomalyHeldCount
                   or AnomalyHeldSub > 500
                   move AHR-BatchKey(AnomalyHeldSub) to ARD-BatchKey
                   move AHR-Record(AnomalyHeldSub) to ARD-Record
                   move AHR-Account(AnomalyHeldSub) to ARD-Account
                   move AHR-Type(AnomalyHeldSub) to ARD-Type
                   move AHR-Amount(AnomalyHeldSub) to ARD-Amount
                   move AHR-Score(AnomalyHeldSub) to ARD-Score
                   move AHR-Code(AnomalyHeldSub) to ARD-Code
                   move AnomalyReportDetail to AnomalyReportLine
                   write AnomalyReportLine
                   add 1 to AnomalyHeldSub
               end-perform
               if anomalyHeldCount > 500
                   move spaces to AnomalyReportLine
                   string "... more held rows than the report lists"
                          " - the rest are on the log"
                          into AnomalyReportLine
                   end-string
                   write AnomalyReportLine
               end-if
           end-if.

           move spaces to AnomalyReportLine.
           write AnomalyReportLine.
           close ANOMALYREPORT.

      * ONE HEADER/TRAILER LINE PER BATCH RUN - SOURCE FILE NAME, RUN
      * TIMESTAMP, RECORD COUNT, DR/CR TOTALS, NET AND EXCEPTION COUNT.
      * WRITTEN TO ITS OWN FILE PER BATCH SO A DOWNSTREAM VIEWER DOES
