      * logged through the shared LOGGER and written to a maintenance  *
      * register for the day's audit trail, the same way LOANMAINT     *
      * registers loan master actions.                                 *
      * Every party to a loan lives on the borrower role file at       *
      * shared\data\borrroles.dat, keyed by account and party          *
      * sequence. An "R" action adds or changes a party - sequence 00  *
      * is the primary borrower's role row (taxpayer ID and mailing    *
      * preference; the name and address stay on this master),         *
      * sequences 01-99 are co-borrowers and guarantors with their     *
      * own name, address, taxpayer ID and mailing preference - and an *
      * "X" action removes one. "B" and "G" carrying a party sequence  *
      * flag that party's address instead of the master's.             *
      * An "E" action records how the borrower wants documents         *
      * delivered - paper, electronic or both - on the delivery        *
      * preference file at shared\data\delivpref.dat, with the e-mail  *
      * address and the date the borrower consented, and clears any    *
      * bounce; electronic or both needs both. A role of "I" keys the  *
      * preference by investor ID instead of a borrower account. A "U" *
      * action flags a bounced e-mail so every document goes back to   *
      * print. Each preference change is appended to the consent       *
      * history at shared\data\consenthist.txt.                        *
      * Every borrower added or changed, and every co-borrower or      *
      * guarantor added or changed, is screened against the sanctions  *
      * list through wrkmodule/SANCSCRN. The maintenance still         *
      * applies - a potential match is queued for SANCREVIEW, and the  *
      * match, a case already awaiting review or a confirmed hit is    *
      * logged and shown on the register under the action.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. BORRMAINT.
                   record key is BW-Account
                   file status is BorrowerMasterStatus.

               select BorrowerRoleFile ASSIGN TO
                   "shared\data\borrroles.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is BR-Key
                   file status is BorrowerRoleStatus.

               select DeliveryPrefFile ASSIGN TO
                   "shared\data\delivpref.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is DP-Account
                   file status is DeliveryPrefStatus.

               select optional ConsentHistoryFile ASSIGN TO
                   "shared\data\consenthist.txt"
                   organization is line sequential.

               select MaintReportFile ASSIGN TO
                   "Borrowers\borrmaintreport.txt"
                   organization is line sequential.
                   88  Maint-Change     value "C".
                   88  Maint-BadAddr    value "B".
                   88  Maint-GoodAddr   value "G".
                   88  Maint-Role       value "R".
                   88  Maint-RemoveRole value "X".
                   88  Maint-DelivPref  value "E".
                   88  Maint-Bounce     value "U".
               05  MaintAccountIn       PIC X(10).
               05  MaintNameIn          PIC X(30).
               05  MaintAddr1In         PIC X(30).
               05  MaintCityIn          PIC X(20).
               05  MaintStateIn         PIC XX.
               05  MaintZipIn           PIC X(10).
      *        PARTY FIELDS - USED BY R AND X, AND BY B/G WHEN THE
      *        SEQUENCE IS 01-99; SPACES ON MASTER-ONLY ACTIONS
               05  MaintSeqIn           PIC 99.
               05  MaintRoleIn          PIC X.
               05  MaintTaxIdIn         PIC X(9).
               05  MaintMailPrefIn      PIC X.
      *        DELIVERY PREFERENCE FIELDS - USED BY E; SPACES ELSEWHERE
               05  MaintChannelIn       PIC X.
               05  MaintEmailIn         PIC X(60).
               05  MaintConsentDateIn   PIC X(10).

       FD  BorrowerMasterFile.
           copy "../shared/copybooks/borrower.cpy".

       FD  BorrowerRoleFile.
           copy "../shared/copybooks/borrrole.cpy".

       FD  DeliveryPrefFile.
           copy "../shared/copybooks/delivpref.cpy".

      * ONE ROW PER PREFERENCE CHANGE - THE PROOF OF WHAT THE BORROWER
      * AGREED TO AND WHEN
       FD  ConsentHistoryFile.
           01 ConsentHistoryRecord.
               05  CH-Date          PIC 9(8).
               05  FILLER           PIC X(2).
               05  CH-Account       PIC X(10).
               05  FILLER           PIC X(2).
               05  CH-Action        PIC X.
               05  FILLER           PIC X(2).
               05  CH-OldChannel    PIC X.
               05  FILLER           PIC X(2).
               05  CH-NewChannel    PIC X.
               05  FILLER           PIC X(2).
               05  CH-ConsentDate   PIC X(10).
               05  FILLER           PIC X(2).
               05  CH-Email         PIC X(60).

       FD  MaintReportFile.
           01 MaintReportLine           PIC X(120).

       working-storage section.
       01  BorrowerMasterStatus        PIC XX value spaces.
       01  BorrowerRoleStatus          PIC XX value spaces.
       01  DeliveryPrefStatus          PIC XX value spaces.
       01  OldChannel                  PIC X value space.
       01  TodayStamp                  PIC 9(8) value zero.
       01  CURRENT-DATE-AND-TIME.
           05  CDT-Year                PIC 9(4).
           05  CDT-Month               PIC 99.
           05  CDT-Day                 PIC 99.
           05  FILLER                  PIC X(13).
       01  RoleRejectReason            PIC X(40) value spaces.
       01  eof-maint-file              PIC X value "N".
           88  eof-maint               value "Y".

       01  MaintAppliedCount           PIC 9(4) value zero.
       01  MaintRejectedCount          PIC 9(4) value zero.

       copy "../shared/copybooks/auditcall.cpy".
       copy "../shared/copybooks/sanccall.cpy".
       01  ScreenPartyFlag             PIC X value "N".
           88  ScreenParty             value "Y".
       01  Disp-Score                  PIC ZZ9.

       01  msg                         PIC X(150) value spaces.
       01  LogSeverity                 PIC X(5) value spaces.
       01  SharedLogFilePath           PIC X(60) value
               open i-o BorrowerMasterFile
           end-if.

           open i-o BorrowerRoleFile.
           if BorrowerRoleStatus = "35"
      * no party has been added yet - create an empty role file
               open output BorrowerRoleFile
               close BorrowerRoleFile
               open i-o BorrowerRoleFile
           end-if.

           open i-o DeliveryPrefFile.
           if DeliveryPrefStatus = "35"
      * no preference recorded yet - create an empty preference file
               open output DeliveryPrefFile
               close DeliveryPrefFile
               open i-o DeliveryPrefFile
           end-if.

           move function current-date to CURRENT-DATE-AND-TIME.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into TodayStamp.

           open output MaintReportFile.

           open input MaintFile.
                       perform 3000-FlagAddress
                   when Maint-GoodAddr
                       perform 3000-FlagAddress
                   when Maint-Role
                       perform 4000-MaintainRole
                   when Maint-RemoveRole
                       perform 4500-RemoveRole
                   when Maint-DelivPref
                       perform 5000-SetDeliveryPref
                   when Maint-Bounce
                       perform 5500-FlagBounce
                   when other
                       add 1 to MaintRejectedCount
                       string "REJECTED. Unknown maintenance action "

           close MaintFile.
           close BorrowerMasterFile.
           close BorrowerRoleFile.
           close DeliveryPrefFile.

           move spaces to MaintReportLine.
           string "Applied " MaintAppliedCount
                  " Rejected " MaintRejectedCount into msg.
           perform 8000-Logs.

           set AUD-ActionClose to true.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           set SNC-Close to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.

           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
           move MaintAccountIn to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move spaces to AUD-Before
                   perform 1500-MoveMaintFields
                   move "G" to BW-AddressFlag
                   write BorrowerMasterRecord
                   perform 8600-AuditBorrower
                   add 1 to MaintAppliedCount
                   string "ADDED " MaintAccountIn
                       " name " MaintNameIn into msg
                   perform 8000-Logs
                   perform 8650-ScreenBorrower
               not invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Add for account " MaintAccountIn
                   perform 8000-Logs
           end-read.
           perform 8500-Register.
           perform 8700-ScreenSanctions.

      * A CHANGE IS A FRESH ADDRESS, SO IT ALSO CLEARS ANY BAD-ADDRESS
      * FLAG - RESEARCHING THE ADDRESS IS WHAT THE FLAG WAS FOR.
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move BorrowerMasterRecord to AUD-Before
                   perform 1500-MoveMaintFields
                   move "G" to BW-AddressFlag
                   rewrite BorrowerMasterRecord
                   perform 8600-AuditBorrower
                   add 1 to MaintAppliedCount
                   string "CHANGED " MaintAccountIn
                       " name " MaintNameIn into msg
                   perform 8000-Logs
                   perform 8650-ScreenBorrower
           end-read.
           perform 8500-Register.
           perform 8700-ScreenSanctions.

       3000-FlagAddress.
           if MaintSeqIn numeric and MaintSeqIn > zero
               perform 3500-FlagPartyAddress
               exit paragraph
           end-if.
           move MaintAccountIn to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move BorrowerMasterRecord to AUD-Before
                   move MaintActionIn to BW-AddressFlag
                   rewrite BorrowerMasterRecord
                   perform 8600-AuditBorrower
                   add 1 to MaintAppliedCount
                   if Maint-BadAddr
                       string "FLAGGED BAD ADDRESS " MaintAccountIn
           end-read.
           perform 8500-Register.

       3500-FlagPartyAddress.
           move MaintAccountIn to BR-Account.
           move MaintSeqIn to BR-Seq.
           read BorrowerRoleFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Address flag for account "
                       MaintAccountIn " party " MaintSeqIn
                       " - no such party" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move MaintActionIn to BR-AddressFlag
                   rewrite BorrowerRoleRecord
                   add 1 to MaintAppliedCount
                   if Maint-BadAddr
                       string "FLAGGED BAD ADDRESS " MaintAccountIn
                           " party " MaintSeqIn into msg
                   else
                       string "CLEARED ADDRESS FLAG " MaintAccountIn
                           " party " MaintSeqIn into msg
                   end-if
                   perform 8000-Logs
           end-read.
           perform 8500-Register.

      * A PARTY BELONGS TO A BORROWER ALREADY ON THE MASTER. SEQUENCE
      * 00 IS ALWAYS THE PRIMARY'S ROW AND NOTHING ELSE IS; A SECOND
      * PARTY NEEDS SOMEWHERE TO MAIL ITS COPY.
       4000-MaintainRole.
           move spaces to RoleRejectReason.
           move MaintAccountIn to BW-Account.
           read BorrowerMasterFile
               invalid key
                   move "NO PRIMARY BORROWER ON THE MASTER"
                       to RoleRejectReason
           end-read.
           evaluate true
               when RoleRejectReason not = spaces
                   continue
               when MaintSeqIn not numeric
                   move "PARTY SEQUENCE NOT 00-99" to RoleRejectReason
               when MaintRoleIn not = "P" and MaintRoleIn not = "C"
                       and MaintRoleIn not = "G"
                   move "ROLE NOT P, C OR G" to RoleRejectReason
               when MaintSeqIn = zero and MaintRoleIn not = "P"
                   move "SEQUENCE 00 IS THE PRIMARY (ROLE P)"
                       to RoleRejectReason
               when MaintSeqIn > zero and MaintRoleIn = "P"
                   move "ROLE P BELONGS ON SEQUENCE 00"
                       to RoleRejectReason
               when MaintSeqIn > zero
                       and (MaintNameIn = spaces
                            or MaintAddr1In = spaces)
                   move "PARTY NEEDS A NAME AND ADDRESS"
                       to RoleRejectReason
               when MaintMailPrefIn not = "S"
                       and MaintMailPrefIn not = "N"
                       and MaintMailPrefIn not = space
                   move "MAILING PREFERENCE NOT S OR N"
                       to RoleRejectReason
           end-evaluate.
           if RoleRejectReason not = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Party " MaintSeqIn " for account "
                   MaintAccountIn " - " RoleRejectReason into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 8500-Register
               exit paragraph
           end-if.

           move MaintAccountIn to BR-Account.
           move MaintSeqIn to BR-Seq.
           read BorrowerRoleFile
               invalid key
                   perform 4100-MoveRoleFields
                   write BorrowerRoleRecord
                   string "PARTY ADDED " MaintAccountIn
                       " seq " MaintSeqIn " role " MaintRoleIn
                       " " BR-Name into msg
               not invalid key
                   perform 4100-MoveRoleFields
                   rewrite BorrowerRoleRecord
                   string "PARTY CHANGED " MaintAccountIn
                       " seq " MaintSeqIn " role " MaintRoleIn
                       " " BR-Name into msg
           end-read.
           add 1 to MaintAppliedCount.
           perform 8000-Logs.
           perform 8500-Register.
           if BR-Seq > zero
               move "R" to SNC-PartyType
               move spaces to SNC-PartyKey
               string BR-Account delimited by space
                   "-" BR-Seq delimited by size
                   into SNC-PartyKey
               move BR-Account to SNC-Account
               move BR-Name to SNC-Name
               set ScreenParty to true
               perform 8700-ScreenSanctions
           end-if.

      * THE PRIMARY'S ROW TAKES ITS NAME OFF THE MASTER WHEN NONE IS
      * KEYED; A PARTY WITH NO PREFERENCE GETS ITS OWN COPY
       4100-MoveRoleFields.
           move spaces to BorrowerRoleRecord.
           move MaintAccountIn to BR-Account.
           move MaintSeqIn to BR-Seq.
           move MaintRoleIn to BR-Role.
           if MaintNameIn = spaces and BR-Primary
               move BW-Name to BR-Name
           else
               move MaintNameIn to BR-Name
           end-if.
           move MaintAddr1In to BR-Addr1.
           move MaintAddr2In to BR-Addr2.
           move MaintCityIn to BR-City.
           move MaintStateIn to BR-State.
           move MaintZipIn to BR-Zip.
           move MaintTaxIdIn to BR-TaxId.
           evaluate true
               when MaintMailPrefIn not = space
                   move MaintMailPrefIn to BR-MailPref
               when BR-Primary
                   move "N" to BR-MailPref
               when other
                   move "S" to BR-MailPref
           end-evaluate.
           move "G" to BR-AddressFlag.

       4500-RemoveRole.
           move MaintAccountIn to BR-Account.
           move MaintSeqIn to BR-Seq.
           read BorrowerRoleFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Remove party " MaintSeqIn
                       " for account " MaintAccountIn
                       " - no such party" into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   delete BorrowerRoleFile record
                   add 1 to MaintAppliedCount
                   string "PARTY REMOVED " MaintAccountIn
                       " seq " MaintSeqIn " " BR-Name into msg
                   perform 8000-Logs
           end-read.
           perform 8500-Register.

      * A PREFERENCE BELONGS TO A BORROWER ON THE MASTER, OR TO AN
      * INVESTOR (ROLE I). GOING ELECTRONIC NEEDS SOMEWHERE TO SEND IT
      * AND THE DATE THE BORROWER SAID YES; A FRESH PREFERENCE IS A
      * FRESH ADDRESS, SO IT CLEARS ANY BOUNCE.
       5000-SetDeliveryPref.
           move spaces to RoleRejectReason.
           if MaintRoleIn not = "I"
               move MaintAccountIn to BW-Account
               read BorrowerMasterFile
                   invalid key
                       move "NOT ON THE BORROWER MASTER"
                           to RoleRejectReason
               end-read
           end-if.
           evaluate true
               when RoleRejectReason not = spaces
                   continue
               when MaintChannelIn not = "P"
                       and MaintChannelIn not = "E"
                       and MaintChannelIn not = "B"
                   move "CHANNEL NOT P, E OR B" to RoleRejectReason
               when MaintChannelIn not = "P"
                       and (MaintEmailIn = spaces
                            or MaintConsentDateIn = spaces)
                   move "ELECTRONIC NEEDS E-MAIL AND CONSENT DATE"
                       to RoleRejectReason
           end-evaluate.
           if RoleRejectReason not = spaces
               add 1 to MaintRejectedCount
               string "REJECTED. Delivery preference for account "
                   MaintAccountIn " - " RoleRejectReason into msg
               move "ERROR" to LogSeverity
               perform 8000-Logs
               perform 8500-Register
               exit paragraph
           end-if.

           move MaintAccountIn to DP-Account.
           read DeliveryPrefFile
               invalid key
                   move "P" to OldChannel
                   perform 5100-MovePrefFields
                   write DeliveryPrefRecord
               not invalid key
                   move DP-Channel to OldChannel
                   perform 5100-MovePrefFields
                   rewrite DeliveryPrefRecord
           end-read.
           perform 5800-WriteConsentHistory.
           add 1 to MaintAppliedCount.
           string "DELIVERY PREFERENCE " MaintAccountIn
               " " OldChannel " to " DP-Channel into msg.
           perform 8000-Logs.
           perform 8500-Register.

       5100-MovePrefFields.
           move spaces to DeliveryPrefRecord.
           move MaintAccountIn to DP-Account.
           move MaintChannelIn to DP-Channel.
           move MaintEmailIn to DP-Email.
           move MaintConsentDateIn to DP-ConsentDate.

      * THE PORTAL VENDOR'S BOUNCE LIST - PRINT RESUMES AT ONCE, THE
      * PREFERENCE ITSELF IS LEFT FOR THE BORROWER TO CONFIRM
       5500-FlagBounce.
           move MaintAccountIn to DP-Account.
           read DeliveryPrefFile
               invalid key
                   add 1 to MaintRejectedCount
                   string "REJECTED. Bounce for account "
                       MaintAccountIn " - no delivery preference"
                       into msg
                   move "ERROR" to LogSeverity
                   perform 8000-Logs
               not invalid key
                   move DP-Channel to OldChannel
                   set DP-Bounced to true
                   move spaces to DP-BounceDate
                   string CDT-Month "/" CDT-Day "/" CDT-Year
                       delimited by size into DP-BounceDate
                   rewrite DeliveryPrefRecord
                   perform 5800-WriteConsentHistory
                   add 1 to MaintAppliedCount
                   string "E-MAIL BOUNCED " MaintAccountIn
                       " " DP-Email into msg
                   perform 8000-Logs
           end-read.
           perform 8500-Register.

       5800-WriteConsentHistory.
           move spaces to ConsentHistoryRecord.
           move TodayStamp to CH-Date.
           move DP-Account to CH-Account.
           move MaintActionIn to CH-Action.
           move OldChannel to CH-OldChannel.
           move DP-Channel to CH-NewChannel.
           move DP-ConsentDate to CH-ConsentDate.
           move DP-Email to CH-Email.
           open extend ConsentHistoryFile.
           write ConsentHistoryRecord.
           close ConsentHistoryFile.

       1500-MoveMaintFields.
           move MaintAccountIn to BW-Account.
           move MaintNameIn to BW-Name.
           move spaces to MaintReportLine.
           string MaintActionIn " " MaintAccountIn " "
                  MaintNameIn " " MaintCityIn " "
                  MaintStateIn " " MaintZipIn " "
                  MaintSeqIn " " MaintRoleIn
                  into MaintReportLine.
           write MaintReportLine.

      * EVERY MASTER WRITE GOES ON THE AUDIT JOURNAL FIELD BY FIELD -
      * A BLANK BEFORE IMAGE IS AN ADD
       8600-AuditBorrower.
           move LogProgramName to AUD-Program.
           move "BW" to AUD-File.
           if AUD-Before = spaces
               set AUD-ActionAdd to true
           else
               set AUD-ActionChange to true
           end-if.
           move BorrowerMasterRecord to AUD-After.
           call "shared\wrkmodule\AUDITLOG" using AUDIT-CALL-AREA
           end-call.
           move spaces to AUD-Before.

       8650-ScreenBorrower.
           move "B" to SNC-PartyType.
           move BW-Account to SNC-PartyKey.
           move BW-Account to SNC-Account.
           move BW-Name to SNC-Name.
           set ScreenParty to true.

      * BOARDING SCREENS THE NAME AS KEYED - THE ACTION STANDS EITHER
      * WAY; WHAT HOLDS MONEY IS A CONFIRMED CASE, DECIDED IN
      * SANCREVIEW
       8700-ScreenSanctions.
           if not ScreenParty
               exit paragraph
           end-if.
           move "N" to ScreenPartyFlag.
           move LogProgramName to SNC-Program.
           move spaces to SNC-SharedRoot.
           set SNC-Screen to true.
           call "shared\wrkmodule\SANCSCRN" using SANCTION-CALL-AREA
           end-call.
           move SNC-Score to Disp-Score.
           move spaces to MaintReportLine.
           evaluate true
               when SNC-Queued
                   string "  SANCTIONS POTENTIAL MATCH - CASE "
                       SNC-CaseId " SCORE " Disp-Score
                       " ENTRY " SNC-EntryId " QUEUED FOR REVIEW"
                       delimited by size into MaintReportLine
               when SNC-Pending
                   string "  SANCTIONS CASE " SNC-CaseId
                       " STILL AWAITING REVIEW"
                       delimited by size into MaintReportLine
               when SNC-Hit
                   string "  SANCTIONS CONFIRMED HIT - CASE "
                       SNC-CaseId " - PAYMENTS AND DISBURSEMENTS HELD"
                       delimited by size into MaintReportLine
               when SNC-NoList
                   string "  NOT SCREENED - NO SANCTIONS LIST ON FILE"
                       delimited by size into MaintReportLine
               when other
                   exit paragraph
           end-evaluate.
           write MaintReportLine.
           move "WARN " to LogSeverity.
           string "Party " SNC-PartyType " " delimited by size
               SNC-PartyKey delimited by "  "
               " - " MaintReportLine(3:70) delimited by size
               into msg.
           perform 8000-Logs.

       end program BORRMAINT.
