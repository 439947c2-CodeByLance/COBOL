      *****************************************************************
      * SHARED ELECTRONIC DELIVERY CALLABLE - EVERY PROGRAM THAT WRITES
      * A PRINTABLE DOCUMENT FOR THE MAIL ROOM (BILLING, YEARENDINT,
      * ESCANALYSIS, NOTICEGEN, PAYOFF, INVSTMT) HANDS IT HERE ONCE IT
      * IS CLOSED (copybooks/edelcall.cpy). THE ACCOUNT'S DELIVERY
      * PREFERENCE (copybooks/delivpref.cpy) DECIDES WHETHER IT PRINTS,
      * GOES TO THE PORTAL VENDOR THROUGH shared\edelivery\staging\ AND
      * THE DAY'S MANIFEST shared\edelivery\manifest_<YYYYMMDD>.txt, OR
      * BOTH. A DOCUMENT THE LAW WANTS ON PAPER - CALLER-FLAGGED OR
      * LISTED BY PROGRAM AND DOCUMENT TYPE ON shared\data\paperdocs.txt
      * - AND ANY DOCUMENT FOR AN ACCOUNT WHOSE E-MAIL BOUNCED, STILL
      * PRINTS. EVERY DECISION IS APPENDED TO THE DELIVERY LOG
      * (copybooks/delivlog.cpy) FOR DELIVRPT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. EDELIVER.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select DeliveryPrefFile ASSIGN TO
                   DYNAMIC DeliveryPrefPath
                   organization is indexed
                   access mode is dynamic
                   record key is DP-Account
                   file status is DeliveryPrefStatus.

               select optional PaperDocsFile ASSIGN TO
                   DYNAMIC PaperDocsPath
                   organization is line sequential.

               select optional ManifestFile ASSIGN TO
                   DYNAMIC ManifestPath
                   organization is line sequential.

               select optional DeliveryLogFile ASSIGN TO
                   DYNAMIC DeliveryLogPath
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryPrefFile.
           copy "../copybooks/delivpref.cpy".

      * ONE ROW PER DOCUMENT THAT MUST GO ON PAPER; A BLANK PROGRAM
      * MEANS THE DOCUMENT TYPE FROM ANY PROGRAM
       FD  PaperDocsFile.
           01 PaperDocsRecord.
               05  PPD-Program      PIC X(14).
               05  FILLER           PIC X(2).
               05  PPD-DocType      PIC X(8).

       FD  ManifestFile.
           01 ManifestRecord.
               05  EMF-Account      PIC X(10).
               05  FILLER           PIC X.
               05  EMF-DocType      PIC X(8).
               05  FILLER           PIC X.
               05  EMF-Period       PIC X(8).
               05  FILLER           PIC X.
               05  EMF-FileName     PIC X(60).
               05  FILLER           PIC X.
               05  EMF-Email        PIC X(60).

       FD  DeliveryLogFile.
           copy "../copybooks/delivlog.cpy".

       working-storage section.
           01 DeliveryPrefPath         PIC X(60) value spaces.
           01 DeliveryPrefStatus       PIC XX value spaces.
           01 PaperDocsPath            PIC X(60) value spaces.
           01 ManifestPath             PIC X(60) value spaces.
           01 DeliveryLogPath          PIC X(60) value spaces.
           01 StagingDir               PIC X(60) value spaces.
           01 StagingPath              PIC X(100) value spaces.
           01 SharedRootUsed           PIC X(20) value spaces.
           01 DocFileName              PIC X(60) value spaces.
           01 PathSub                  PIC 99 value zero.
           01 NameStart                PIC 99 value zero.
           01 TodayStamp               PIC 9(8) value zero.
           01 eof-paperdocs-file       PIC X value "N".
               88 eof-paperdocs        value "Y".
           01 PrefFoundFlag            PIC X value "N".
               88 PrefFound            value "Y".

           01 CURRENT-DATE-AND-TIME.
               05  CDT-Year            PIC 9(4).
               05  CDT-Month           PIC 99.
               05  CDT-Day             PIC 99.
               05  FILLER              PIC X(13).

       LINKAGE SECTION.
           copy "../copybooks/edelcall.cpy".

       PROCEDURE DIVISION using EDELIVERY-CALL-AREA.
       1000-DeliverIt.
           if EDC-SharedRoot = spaces
               move "shared\" to SharedRootUsed
           else
               move EDC-SharedRoot to SharedRootUsed
           end-if.
           move function current-date to CURRENT-DATE-AND-TIME.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into TodayStamp.
           move spaces to DeliveryPrefPath.
           string SharedRootUsed delimited by space
               "data\delivpref.dat" delimited by size
               into DeliveryPrefPath.
           move spaces to PaperDocsPath.
           string SharedRootUsed delimited by space
               "data\paperdocs.txt" delimited by size
               into PaperDocsPath.
           move spaces to DeliveryLogPath.
           string SharedRootUsed delimited by space
               "data\deliverylog.txt" delimited by size
               into DeliveryLogPath.

           set EDC-ToPaper to true.
           move spaces to EDC-Reason.

           perform 2000-ReadPreference.
           evaluate true
               when not PrefFound or DP-Paper
                   move "PAPER PREFERENCE" to EDC-Reason
               when EDC-PaperRequired
                   move "PAPER REQUIRED" to EDC-Reason
               when DP-Bounced
                   move "E-MAIL BOUNCED" to EDC-Reason
               when DP-Email = spaces
                   move "NO E-MAIL ADDRESS" to EDC-Reason
               when other
                   perform 3000-CheckPaperDocs
           end-evaluate.

           if EDC-Reason = spaces
               perform 4000-StageDocument
           end-if.

           perform 6000-LogDelivery.
      * control must leave here - the paragraphs below are PERFORMed,
      * never fallen into
           goback.

       2000-ReadPreference.
           move "N" to PrefFoundFlag.
           open input DeliveryPrefFile.
           if DeliveryPrefStatus not = "00"
               exit paragraph
           end-if.
           move EDC-Account to DP-Account.
           read DeliveryPrefFile
               invalid key
                   continue
               not invalid key
                   set PrefFound to true
           end-read.
           close DeliveryPrefFile.

       3000-CheckPaperDocs.
           move "N" to eof-paperdocs-file.
           open input PaperDocsFile.
           read PaperDocsFile
               at end set eof-paperdocs to true
           end-read.
           perform until eof-paperdocs
               if PPD-DocType = EDC-DocType
                   and (PPD-Program = spaces
                        or PPD-Program = EDC-Program)
                   move "PAPER REQUIRED" to EDC-Reason
                   set eof-paperdocs to true
               else
                   read PaperDocsFile
                       at end set eof-paperdocs to true
                   end-read
               end-if
           end-perform.
           close PaperDocsFile.

      * THE STAGED COPY KEEPS THE DOCUMENT'S OWN FILE NAME - THE PART
      * OF THE PATH AFTER THE LAST DIRECTORY SEPARATOR
       4000-StageDocument.
           move 1 to NameStart.
           move 1 to PathSub.
           perform until PathSub > 80
               or EDC-DocPath(PathSub:) = spaces
               if EDC-DocPath(PathSub:1) = "/"
                   or EDC-DocPath(PathSub:1) = "\"
                   compute NameStart = PathSub + 1
               end-if
               add 1 to PathSub
           end-perform.
           move spaces to DocFileName.
           move EDC-DocPath(NameStart:) to DocFileName.

           move spaces to StagingDir.
           string SharedRootUsed delimited by space
               "edelivery" delimited by size
               into StagingDir.
           call "CBL_CREATE_DIR" using StagingDir
           end-call.
           move spaces to StagingDir.
           string SharedRootUsed delimited by space
               "edelivery\staging" delimited by size
               into StagingDir.
           call "CBL_CREATE_DIR" using StagingDir
           end-call.

           move spaces to StagingPath.
           string StagingDir delimited by space
               "\" delimited by size
               DocFileName delimited by space
               into StagingPath.
           call "C$COPY" using EDC-DocPath, StagingPath, 0
           end-call.
           if return-code not = zero
               move "STAGING COPY FAILED" to EDC-Reason
               exit paragraph
           end-if.

           if DP-Both
               set EDC-ToBoth to true
               move "ELECTRONIC AND PAPER" to EDC-Reason
           else
               set EDC-ToElectronic to true
               move "ELECTRONIC" to EDC-Reason
               call "C$DELETE" using EDC-DocPath, 0
               end-call
           end-if.

           perform 5000-WriteManifest.

       5000-WriteManifest.
           move spaces to ManifestPath.
           string SharedRootUsed delimited by space
               "edelivery\manifest_" delimited by size
               TodayStamp delimited by size
               ".txt" delimited by size
               into ManifestPath.
           move spaces to ManifestRecord.
           move EDC-Account to EMF-Account.
           move EDC-DocType to EMF-DocType.
           move EDC-Period to EMF-Period.
           move DocFileName to EMF-FileName.
           move DP-Email to EMF-Email.
           open extend ManifestFile.
           write ManifestRecord.
           close ManifestFile.

       6000-LogDelivery.
           move spaces to DeliveryLogRecord.
           move TodayStamp to DL-Date.
           move EDC-Program to DL-Program.
           move EDC-Account to DL-Account.
           move EDC-DocType to DL-DocType.
           move EDC-Period to DL-Period.
           move EDC-Channel to DL-Channel.
           move EDC-Reason to DL-Reason.
           open extend DeliveryLogFile.
           write DeliveryLogRecord.
           close DeliveryLogFile.

           end program EDELIVER.
