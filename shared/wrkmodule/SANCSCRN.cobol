      *****************************************************************
      * SHARED SANCTIONS SCREENING CALLABLE - THE ONE PLACE A NAME IS
      * MATCHED AGAINST THE PUBLISHED SANCTIONS LIST
      * (copybooks/sanclist.cpy), SO A BORROWER KEYED ON BORRMAINT, A
      * POOL BOARDED BY BULKBOARD, AN accountName ARRIVING THROUGH
      * FILEPROCESSING AND THE NIGHTLY SANCSCREEN SWEEP ALL SCORE A
      * NAME THE SAME WAY (copybooks/sanccall.cpy). NAMES ARE
      * NORMALIZED BEFORE THEY ARE COMPARED - UPPER CASE, PUNCTUATION
      * DROPPED, TITLES AND COMPANY SUFFIXES IGNORED, WORDS SORTED - SO
      * "O'Brien, Sean" AND "SEAN OBRIEN" ARE THE SAME NAME. EACH WORD
      * IS MATCHED TO ITS NEAREST WORD IN THE LIST NAME BY EDIT
      * DISTANCE (AN INITIAL MATCHES A WHOLE WORD FOR HALF CREDIT) AND
      * THE SCORE IS THE MATCHED SHARE OF THE WORDS, 0-100. A SCORE AT
      * OR OVER MatchThreshold IS A POTENTIAL MATCH AND IS QUEUED ONCE
      * PER PARTY AND LIST ENTRY ON THE REVIEW QUEUE
      * (copybooks/sancqueue.cpy) FOR SANCREVIEW. THE LIST AND THE
      * QUEUE ARE LOADED ON THE FIRST CALL AND KEPT; THE QUEUE IS
      * CLOSED ON AN "X" ACTION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. SANCSCRN.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional SanctionListFile ASSIGN TO
                   DYNAMIC SanctionListPath
                   organization is line sequential.

               select optional SanctionQueueFile ASSIGN TO
                   DYNAMIC SanctionQueuePath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  SanctionListFile.
           copy "../copybooks/sanclist.cpy".

       FD  SanctionQueueFile.
           copy "../copybooks/sancqueue.cpy".

       working-storage section.
           01 SanctionListPath         PIC X(60) value spaces.
           01 SanctionQueuePath        PIC X(60) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 LoadedFlag               PIC X value "N".
               88 AlreadyLoaded        value "Y".
           01 QueueOpenFlag            PIC X value "N".
               88 QueueIsOpen          value "Y".
           01 eof-list-file            PIC X value "N".
               88 eof-list             value "Y".
           01 eof-queue-file           PIC X value "N".
               88 eof-queue            value "Y".

      * A NAME SCORING AT OR OVER THIS GOES TO THE REVIEW QUEUE
           01 MatchThreshold           PIC 999 value 70.
      * A WORD IS "THE SAME WORD" ONLY THIS CLOSE OR CLOSER
           01 MinWordSimilarity        PIC 9V99 value 0.75.

           01 ListDate                 PIC X(10) value spaces.
           01 LIST-TABLE.
               05 ListEntry occurs 3000 times.
                   10 LST-EntryId      PIC X(10).
                   10 LST-Program      PIC X(10).
                   10 LST-Name         PIC X(60).
                   10 LST-Canon        PIC X(60).
                   10 LST-WordCount    PIC 9.
                   10 LST-Word         PIC X(20) occurs 8 times.
           01 ListCount                PIC 9(4) value zero.
           01 ListSub                  PIC 9(4) value zero.

           01 QUEUE-TABLE.
               05 QueueEntry occurs 5000 times.
                   10 QT-CaseId        PIC 9(7).
                   10 QT-Status        PIC X.
                   10 QT-PartyType     PIC X.
                   10 QT-PartyKey      PIC X(49).
                   10 QT-EntryId       PIC X(10).
           01 QueueCount               PIC 9(4) value zero.
           01 QueueSub                 PIC 9(4) value zero.
           01 NextCaseId               PIC 9(7) value 1.
           01 CaseFoundFlag            PIC X value "N".
               88 CaseFound            value "Y".

      * THE LAST FEW HUNDRED NAMES SCORED, SO AN INTAKE BATCH THAT
      * NAMES THE SAME ACCOUNT ON EVERY ROW IS SCORED ONCE
           01 CACHE-TABLE.
               05 CacheEntry occurs 200 times.
                   10 CCH-Canon        PIC X(60).
                   10 CCH-Score        PIC 999.
                   10 CCH-ListSub      PIC 9(4).
           01 CacheCount               PIC 999 value zero.
           01 CacheNext                PIC 999 value zero.
           01 CacheSub                 PIC 999 value zero.
           01 CacheFoundFlag           PIC X value "N".
               88 CacheFound           value "Y".

      * NORMALIZATION WORK - THE NAME BEING SCREENED, AND THE LIST
      * NAME BEING LOADED, BOTH PASS THROUGH HERE
           01 NormInput                PIC X(60) value spaces.
           01 NormClean                PIC X(60) value spaces.
           01 NormCanon                PIC X(60) value spaces.
           01 NormWordCount            PIC 9 value zero.
           01 NORM-WORDS.
               05 NormWord             PIC X(20) occurs 8 times.
           01 SplitWord                PIC X(20) value spaces.
           01 SwapWord                 PIC X(20) value spaces.
           01 CharSub                  PIC 99 value zero.
           01 OutSub                   PIC 99 value zero.
           01 OneChar                  PIC X value space.
           01 SplitPointer             PIC 99 value zero.
           01 WordSub                  PIC 9 value zero.
           01 WordSub2                 PIC 9 value zero.
           01 CanonPointer             PIC 99 value zero.
           01 NoiseFlag                PIC X value "N".
               88 NoiseWord            value "Y".

      * THE SCREENED NAME'S WORDS, KEPT WHILE THE LIST IS WALKED
           01 ScreenCanon              PIC X(60) value spaces.
           01 ScreenWordCount          PIC 9 value zero.
           01 SCREEN-WORDS.
               05 ScreenWord           PIC X(20) occurs 8 times.

           01 BestScore                PIC 999 value zero.
           01 BestListSub              PIC 9(4) value zero.
           01 EntryScore               PIC 999 value zero.
           01 SimTotal                 PIC 9(2)V9(4) value zero.
           01 BestWordSim              PIC 9V9(4) value zero.
           01 BestWordSub              PIC 9 value zero.
           01 WordSim                  PIC 9V9(4) value zero.
           01 ScoreDivisor             PIC 9(2)V99 value zero.
           01 FewerWords               PIC 9 value zero.
           01 MoreWords                PIC 9 value zero.
           01 USED-FLAGS.
               05 ListWordUsed         PIC X occurs 8 times.

      * EDIT DISTANCE BETWEEN TWO WORDS OF UP TO 20 LETTERS
           01 WordA                    PIC X(20) value spaces.
           01 WordB                    PIC X(20) value spaces.
           01 LengthA                  PIC 99 value zero.
           01 LengthB                  PIC 99 value zero.
           01 LongerLength             PIC 99 value zero.
           01 LengthGap                PIC S99 value zero.
           01 WorkWord                 PIC X(20) value spaces.
           01 WorkLength               PIC 99 value zero.
           01 EditDistance             PIC 99 value zero.
           01 RowSubA                  PIC 99 value zero.
           01 ColSubB                  PIC 99 value zero.
           01 SubCost                  PIC 9 value zero.
           01 CellBest                 PIC 99 value zero.
           01 EDIT-ROWS.
               05 PrevRow              PIC 99 occurs 21 times.
               05 CurRow               PIC 99 occurs 21 times.

           01 TodayDate                PIC X(10) value spaces.
           01 CURRENT-DATE-AND-TIME.
               05 CDT-Year             PIC 9(4).
               05 CDT-Month            PIC 99.
               05 CDT-Day              PIC 99.
               05 FILLER               PIC X(13).

       LINKAGE SECTION.
           copy "../copybooks/sanccall.cpy".

       PROCEDURE DIVISION using SANCTION-CALL-AREA.
       1000-ScreenIt.
           if SNC-Close
               if QueueIsOpen
                   close SanctionQueueFile
                   move "N" to QueueOpenFlag
               end-if
               goback
           end-if.

           if not AlreadyLoaded
               perform 1100-SetPaths
               perform 1200-LoadList
               perform 1300-LoadQueue
               set AlreadyLoaded to true
           end-if.

           move zero to SNC-Score.
           move spaces to SNC-EntryId.
           move spaces to SNC-ListName.
           move ListDate to SNC-ListDate.
           move zero to SNC-CaseId.
           set SNC-NoMatch to true.

      * A CONFIRMED HIT HOLDS THE PARTY WHATEVER THE NAME LOOKS LIKE
      * NOW - A RENAME IS NOT A WAY OFF THE LIST
           perform 5100-FindConfirmed.
           if CaseFound
               set SNC-Hit to true
               move QT-CaseId(QueueSub) to SNC-CaseId
               move QT-EntryId(QueueSub) to SNC-EntryId
               goback
           end-if.

           if ListCount = zero
               set SNC-NoList to true
               goback
           end-if.

           move SNC-Name to NormInput.
           perform 3000-Normalize.
           if NormWordCount = zero
               goback
           end-if.
           move NormCanon to ScreenCanon.
           move NormWordCount to ScreenWordCount.
           move NORM-WORDS to SCREEN-WORDS.

           perform 2000-BestMatch.
           move BestScore to SNC-Score.
           if BestScore < MatchThreshold
               goback
           end-if.

           move LST-EntryId(BestListSub) to SNC-EntryId.
           move LST-Name(BestListSub) to SNC-ListName.
           perform 5200-FindCase.
           if CaseFound
               move QT-CaseId(QueueSub) to SNC-CaseId
               evaluate QT-Status(QueueSub)
                   when "P"
                       set SNC-Pending to true
                   when "C"
                       set SNC-Hit to true
                   when other
                       set SNC-Cleared to true
               end-evaluate
               goback
           end-if.

           perform 6000-QueueCase.
           set SNC-Queued to true.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

       1100-SetPaths.
           if SNC-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move SNC-SharedRoot to SharedRootUsed
           end-if.
           move spaces to SanctionListPath.
           string SharedRootUsed delimited by space
               "data\sanctionlist.txt" delimited by size
               into SanctionListPath.
           move spaces to SanctionQueuePath.
           string SharedRootUsed delimited by space
               "data\sanctionqueue.txt" delimited by size
               into SanctionQueuePath.
           move function current-date to CURRENT-DATE-AND-TIME.
           move spaces to TodayDate.
           string CDT-Month "/" CDT-Day "/" CDT-Year into TodayDate.

      * EVERY LIST NAME IS NORMALIZED ONCE, HERE, RATHER THAN ON EVERY
      * COMPARISON
       1200-LoadList.
           open input SanctionListFile.
           read SanctionListFile
               at end set eof-list to true
           end-read.
           perform until eof-list
               evaluate true
                   when SNL-Header
                       move SNL-ListDate to ListDate
                   when SNL-Detail
                       if ListCount < 3000 and SNL-Name not = spaces
                           move SNL-Name to NormInput
                           perform 3000-Normalize
                           if NormWordCount > zero
                               add 1 to ListCount
                               move SNL-EntryId to
                                   LST-EntryId(ListCount)
                               move SNL-Program to
                                   LST-Program(ListCount)
                               move SNL-Name to LST-Name(ListCount)
                               move NormCanon to LST-Canon(ListCount)
                               move NormWordCount to
                                   LST-WordCount(ListCount)
                               move 1 to WordSub
                               perform 8 times
                                   move NormWord(WordSub) to
                                       LST-Word(ListCount WordSub)
                                   if WordSub < 8
                                       add 1 to WordSub
                                   end-if
                               end-perform
                           end-if
                       end-if
               end-evaluate
               read SanctionListFile
                   at end set eof-list to true
               end-read
           end-perform.
           close SanctionListFile.

       1300-LoadQueue.
           open input SanctionQueueFile.
           read SanctionQueueFile
               at end set eof-queue to true
           end-read.
           perform until eof-queue
               if QueueCount < 5000
                   add 1 to QueueCount
                   move SQ-CaseId to QT-CaseId(QueueCount)
                   move SQ-Status to QT-Status(QueueCount)
                   move SQ-PartyType to QT-PartyType(QueueCount)
                   move SQ-PartyKey to QT-PartyKey(QueueCount)
                   move SQ-EntryId to QT-EntryId(QueueCount)
               end-if
               if SQ-CaseId >= NextCaseId
                   compute NextCaseId = SQ-CaseId + 1
               end-if
               read SanctionQueueFile
                   at end set eof-queue to true
               end-read
           end-perform.
           close SanctionQueueFile.

      * THE HIGHEST-SCORING LIST NAME FOR THE SCREENED NAME. AN EXACT
      * CANONICAL MATCH IS 100 WITHOUT WALKING THE WORDS.
       2000-BestMatch.
           perform 2500-FindCache.
           if CacheFound
               move CCH-Score(CacheSub) to BestScore
               move CCH-ListSub(CacheSub) to BestListSub
               exit paragraph
           end-if.

           move zero to BestScore.
           move zero to BestListSub.
           move 1 to ListSub.
           perform until ListSub > ListCount
               if LST-Canon(ListSub) = ScreenCanon
                   move 100 to EntryScore
               else
                   perform 2100-ScoreEntry
               end-if
               if EntryScore > BestScore
                   move EntryScore to BestScore
                   move ListSub to BestListSub
               end-if
               if BestScore = 100
                   exit perform
               end-if
               add 1 to ListSub
           end-perform.
           perform 2600-AddCache.

      * EACH SCREENED WORD TAKES ITS NEAREST UNUSED WORD IN THE LIST
      * NAME; WORDS ONLY ONE SIDE HAS COUNT A QUARTER AGAINST THE
      * SCORE, SO A MIDDLE NAME ON ONE SIDE DOES NOT HIDE A MATCH BUT
      * A SHARED SURNAME ALONE DOES NOT MAKE ONE
       2100-ScoreEntry.
           move zero to EntryScore.
           move zero to SimTotal.
           move all "N" to USED-FLAGS.
           move 1 to WordSub.
           perform until WordSub > ScreenWordCount
               move zero to BestWordSim
               move zero to BestWordSub
               move 1 to WordSub2
               perform until WordSub2 > LST-WordCount(ListSub)
                   if ListWordUsed(WordSub2) = "N"
                       move ScreenWord(WordSub) to WordA
                       move LST-Word(ListSub WordSub2) to WordB
                       perform 4000-WordSimilarity
                       if WordSim > BestWordSim
                           move WordSim to BestWordSim
                           move WordSub2 to BestWordSub
                       end-if
                   end-if
                   add 1 to WordSub2
               end-perform
               if BestWordSub > zero
                   move "Y" to ListWordUsed(BestWordSub)
                   add BestWordSim to SimTotal
               end-if
               add 1 to WordSub
           end-perform.

           if ScreenWordCount < LST-WordCount(ListSub)
               move ScreenWordCount to FewerWords
               move LST-WordCount(ListSub) to MoreWords
           else
               move LST-WordCount(ListSub) to FewerWords
               move ScreenWordCount to MoreWords
           end-if.
           compute ScoreDivisor =
               FewerWords + ((MoreWords - FewerWords) / 4).
           if ScoreDivisor > zero
               compute EntryScore rounded =
                   (SimTotal * 100) / ScoreDivisor
           end-if.
           if EntryScore > 100
               move 100 to EntryScore
           end-if.

       2500-FindCache.
           move "N" to CacheFoundFlag.
           move 1 to CacheSub.
           perform until CacheSub > CacheCount
               if CCH-Canon(CacheSub) = ScreenCanon
                   set CacheFound to true
                   exit perform
               end-if
               add 1 to CacheSub
           end-perform.

       2600-AddCache.
           add 1 to CacheNext.
           if CacheNext > 200
               move 1 to CacheNext
           end-if.
           if CacheCount < 200
               add 1 to CacheCount
           end-if.
           move ScreenCanon to CCH-Canon(CacheNext).
           move BestScore to CCH-Score(CacheNext).
           move BestListSub to CCH-ListSub(CacheNext).

      * NormInput TO NormWord(1-8) AND NormCanon: UPPER CASE, LETTERS
      * AND DIGITS ONLY (AN APOSTROPHE CLOSES UP, ANYTHING ELSE
      * SEPARATES WORDS), TITLES AND COMPANY SUFFIXES DROPPED, WORDS
      * SORTED SO WORD ORDER NEVER MATTERS
       3000-Normalize.
           move function upper-case(NormInput) to NormInput.
           move spaces to NormClean.
           move zero to OutSub.
           move 1 to CharSub.
           perform until CharSub > 60
               move NormInput(CharSub:1) to OneChar
               evaluate true
                   when (OneChar >= "A" and OneChar <= "Z")
                       or (OneChar >= "0" and OneChar <= "9")
                       add 1 to OutSub
                       move OneChar to NormClean(OutSub:1)
                   when OneChar = "'"
                       continue
                   when other
                       if OutSub > zero
                           if NormClean(OutSub:1) not = space
                               add 1 to OutSub
                           end-if
                       end-if
               end-evaluate
               add 1 to CharSub
           end-perform.

           move zero to NormWordCount.
           move spaces to NORM-WORDS.
           move 1 to SplitPointer.
           perform until SplitPointer > 60 or NormWordCount = 8
               move spaces to SplitWord
               unstring NormClean delimited by all space
                   into SplitWord
                   with pointer SplitPointer
               end-unstring
               if SplitWord not = spaces
                   perform 3100-CheckNoise
                   if not NoiseWord
                       add 1 to NormWordCount
                       move SplitWord to NormWord(NormWordCount)
                   end-if
               end-if
           end-perform.

      * A SMALL SORT - EIGHT WORDS AT MOST
           move 1 to WordSub.
           perform until WordSub >= NormWordCount
               compute WordSub2 = WordSub + 1
               perform until WordSub2 > NormWordCount
                   if NormWord(WordSub2) < NormWord(WordSub)
                       move NormWord(WordSub) to SwapWord
                       move NormWord(WordSub2) to NormWord(WordSub)
                       move SwapWord to NormWord(WordSub2)
                   end-if
                   add 1 to WordSub2
               end-perform
               add 1 to WordSub
           end-perform.

           move spaces to NormCanon.
           move 1 to CanonPointer.
           move 1 to WordSub.
           perform until WordSub > NormWordCount
               string NormWord(WordSub) delimited by space
                   " " delimited by size
                   into NormCanon
                   with pointer CanonPointer
               end-string
               add 1 to WordSub
           end-perform.

       3100-CheckNoise.
           move "N" to NoiseFlag.
           evaluate SplitWord
               when "MR"
               when "MRS"
               when "MS"
               when "DR"
               when "JR"
               when "SR"
               when "THE"
               when "OF"
               when "AND"
               when "INC"
               when "LLC"
               when "LTD"
               when "CO"
               when "CORP"
               when "COMPANY"
                   set NoiseWord to true
           end-evaluate.

      * WordSim 1 FOR THE SAME WORD, 0.5 FOR AN INITIAL AGAINST A WORD
      * IT STARTS, OTHERWISE 1 - EDIT DISTANCE / LONGER LENGTH WHEN
      * THAT REACHES MinWordSimilarity, AND 0 WHEN IT DOES NOT
       4000-WordSimilarity.
           move zero to WordSim.
           if WordA = WordB
               move 1 to WordSim
               exit paragraph
           end-if.
           move WordA to WorkWord.
           perform 4100-WordLength.
           move WorkLength to LengthA.
           move WordB to WorkWord.
           perform 4100-WordLength.
           move WorkLength to LengthB.
           if LengthA = 1 or LengthB = 1
               if WordA(1:1) = WordB(1:1)
                   move 0.5 to WordSim
               end-if
               exit paragraph
           end-if.
           compute LengthGap = LengthA - LengthB.
           if LengthGap > 2 or LengthGap < -2
               exit paragraph
           end-if.
           if LengthA > LengthB
               move LengthA to LongerLength
           else
               move LengthB to LongerLength
           end-if.
           perform 4200-EditDistance.
           compute WordSim rounded =
               1 - (EditDistance / LongerLength).
           if WordSim < MinWordSimilarity
               move zero to WordSim
           end-if.

       4100-WordLength.
           move 20 to WorkLength.
           perform until WorkLength = zero
               if WorkWord(WorkLength:1) not = space
                   exit perform
               end-if
               subtract 1 from WorkLength
           end-perform.

      * LEVENSHTEIN, TWO ROWS AT A TIME - ROW 1 OF THE TABLE IS THE
      * EMPTY PREFIX, SO LETTER N SITS IN COLUMN N + 1
       4200-EditDistance.
           move zero to RowSubA.
           perform until RowSubA > LengthB
               move RowSubA to PrevRow(RowSubA + 1)
               add 1 to RowSubA
           end-perform.
           move 1 to RowSubA.
           perform until RowSubA > LengthA
               move RowSubA to CurRow(1)
               move 1 to ColSubB
               perform until ColSubB > LengthB
                   if WordA(RowSubA:1) = WordB(ColSubB:1)
                       move zero to SubCost
                   else
                       move 1 to SubCost
                   end-if
                   compute CellBest = PrevRow(ColSubB) + SubCost
                   if PrevRow(ColSubB + 1) + 1 < CellBest
                       compute CellBest = PrevRow(ColSubB + 1) + 1
                   end-if
                   if CurRow(ColSubB) + 1 < CellBest
                       compute CellBest = CurRow(ColSubB) + 1
                   end-if
                   move CellBest to CurRow(ColSubB + 1)
                   add 1 to ColSubB
               end-perform
               move 1 to ColSubB
               perform until ColSubB > LengthB + 1
                   move CurRow(ColSubB) to PrevRow(ColSubB)
                   add 1 to ColSubB
               end-perform
               add 1 to RowSubA
           end-perform.
           move PrevRow(LengthB + 1) to EditDistance.

       5100-FindConfirmed.
           move "N" to CaseFoundFlag.
           move 1 to QueueSub.
           perform until QueueSub > QueueCount
               if QT-PartyType(QueueSub) = SNC-PartyType
                   and QT-PartyKey(QueueSub) = SNC-PartyKey
                   and QT-Status(QueueSub) = "C"
                   set CaseFound to true
                   exit perform
               end-if
               add 1 to QueueSub
           end-perform.

       5200-FindCase.
           move "N" to CaseFoundFlag.
           move 1 to QueueSub.
           perform until QueueSub > QueueCount
               if QT-PartyType(QueueSub) = SNC-PartyType
                   and QT-PartyKey(QueueSub) = SNC-PartyKey
                   and QT-EntryId(QueueSub) = SNC-EntryId
                   set CaseFound to true
                   exit perform
               end-if
               add 1 to QueueSub
           end-perform.

       6000-QueueCase.
           if not QueueIsOpen
               open extend SanctionQueueFile
               set QueueIsOpen to true
           end-if.
           move spaces to SanctionQueueRecord.
           move NextCaseId to SQ-CaseId.
           set SQ-Pending to true.
           move SNC-PartyType to SQ-PartyType.
           move SNC-PartyKey to SQ-PartyKey.
           move SNC-Account to SQ-Account.
           move SNC-Name to SQ-PartyName.
           move LST-EntryId(BestListSub) to SQ-EntryId.
           move LST-Name(BestListSub) to SQ-ListName.
           move LST-Program(BestListSub) to SQ-ListProgram.
           move BestScore to SQ-Score.
           move SNC-Program to SQ-Source.
           move TodayDate to SQ-FoundDate.
           move ListDate to SQ-ListDate.
           write SanctionQueueRecord.

           if QueueCount < 5000
               add 1 to QueueCount
               move NextCaseId to QT-CaseId(QueueCount)
               move "P" to QT-Status(QueueCount)
               move SNC-PartyType to QT-PartyType(QueueCount)
               move SNC-PartyKey to QT-PartyKey(QueueCount)
               move LST-EntryId(BestListSub) to QT-EntryId(QueueCount)
           end-if.
           move NextCaseId to SNC-CaseId.
           add 1 to NextCaseId.

       end program SANCSCRN.
