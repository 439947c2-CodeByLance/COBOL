      ******************************************************************
      * Master file change history inquiry - keys an account and a     *
      * from/through date (MM/DD/YYYY, blank for the whole journal)    *
      * and prints every field change the audit journal holds for that *
      * account off shared\data\auditjournal.txt - loan master,        *
      * borrower master and line master alike - to                     *
      * Control\audithistory.txt in the order the changes were made:   *
      * when, which program and run, which field, and its value before *
      * and after. When an examiner asks who changed a loan's rate or  *
      * escrow and what it was before, this is the answer. The         *
      * operator signs on through wrkmodule/SIGNON and needs the I     *
      * (inquiry) role.                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. AUDITINQ.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional AuditJournalFile ASSIGN TO
                   "shared\data\auditjournal.txt"
                   organization is line sequential.

               select HistoryReport ASSIGN TO
                   "Control\audithistory.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  AuditJournalFile.
           copy "../shared/copybooks/auditjrnl.cpy".

       FD  HistoryReport.
           01 HistoryLine           PIC X(132).

       working-storage section.
       01  InquiryAccount           PIC X(10) value spaces.
       01  FromDateIn               PIC X(10) value spaces.
       01  ThroughDateIn            PIC X(10) value spaces.
       01  FromStamp                PIC X(8) value spaces.
       01  ThroughStamp             PIC X(8) value spaces.

       01  eof-journal-file         PIC X value "N".
           88  eof-journal          value "Y".
       01  JournalRead              PIC 9(7) value zero.
       01  ChangesListed            PIC 9(6) value zero.
       01  FileName                 PIC X(8) value spaces.
       01  ActionText               PIC X(6) value spaces.
       01  ChangeDate               PIC X(10) value spaces.
       01  ChangeTime               PIC X(8) value spaces.

       copy "../shared/copybooks/signon.cpy".

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "AUDITINQ".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           perform 0500-SignOn.

           display "Account for change history: ".
           accept InquiryAccount.
           if InquiryAccount = spaces
               display "AUDITINQ - no account keyed"
               stop run
           end-if.
           display "From date (MM/DD/YYYY, blank for all): ".
           accept FromDateIn.
           display "Through date (MM/DD/YYYY, blank for all): ".
           accept ThroughDateIn.

      * THE JOURNAL STAMP IS YYYYMMDD..., SO THE KEYED DATES ARE
      * TURNED AROUND TO COMPARE AS TEXT
           if FromDateIn = spaces
               move "00000000" to FromStamp
           else
               string FromDateIn(7:4) FromDateIn(1:2) FromDateIn(4:2)
                   into FromStamp
           end-if.
           if ThroughDateIn = spaces
               move "99999999" to ThroughStamp
           else
               string ThroughDateIn(7:4) ThroughDateIn(1:2)
                   ThroughDateIn(4:2) into ThroughStamp
           end-if.

           open output HistoryReport.
           move spaces to HistoryLine.
           string "MASTER FILE CHANGE HISTORY - account "
               InquiryAccount into HistoryLine.
           write HistoryLine.
           move spaces to HistoryLine.
           if FromDateIn = spaces and ThroughDateIn = spaces
               move "All dates on the journal" to HistoryLine
           else
               string "From " FromDateIn " through " ThroughDateIn
                   into HistoryLine
           end-if.
           write HistoryLine.
           move spaces to HistoryLine.
           write HistoryLine.
           move spaces to HistoryLine.
           string "Date       Time     Program        Run id         "
                  "Master   Action Field              "
                  "Before                          After"
                  into HistoryLine.
           write HistoryLine.

           open input AuditJournalFile.
           read AuditJournalFile
               at end set eof-journal to true
           end-read.
           perform until eof-journal
               add 1 to JournalRead
               if AJ-Key = InquiryAccount
                   and AJ-Timestamp(1:8) >= FromStamp
                   and AJ-Timestamp(1:8) <= ThroughStamp
                   perform 1000-ListChange
               end-if
               read AuditJournalFile
                   at end set eof-journal to true
               end-read
           end-perform.
           close AuditJournalFile.

           move spaces to HistoryLine.
           write HistoryLine.
           move spaces to HistoryLine.
           string "Changes listed " ChangesListed
               "   journal rows read " JournalRead
               into HistoryLine.
           write HistoryLine.
           close HistoryReport.

           display "AUDITINQ - " ChangesListed " change(s) listed".
           string "END. Account " InquiryAccount
               " from " FromStamp " through " ThroughStamp
               " changes " ChangesListed
               " by " SGN-Operator into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

       1000-ListChange.
           add 1 to ChangesListed.
           evaluate AJ-File
               when "LM"
                   move "LOAN" to FileName
               when "BW"
                   move "BORROWER" to FileName
               when "LN"
                   move "LINE" to FileName
               when other
                   move AJ-File to FileName
           end-evaluate.
           if AJ-Action = "A"
               move "ADDED" to ActionText
           else
               move "CHANGE" to ActionText
           end-if.
           move spaces to ChangeDate.
           string AJ-Timestamp(5:2) "/" AJ-Timestamp(7:2) "/"
               AJ-Timestamp(1:4) into ChangeDate.
           move spaces to ChangeTime.
           string AJ-Timestamp(9:2) ":" AJ-Timestamp(11:2) ":"
               AJ-Timestamp(13:2) into ChangeTime.

           move spaces to HistoryLine.
           string ChangeDate " " ChangeTime " " AJ-Program " "
                  AJ-RunId " " FileName " " ActionText " "
                  AJ-Field " " AJ-Before " " AJ-After
                  delimited by size into HistoryLine.
           write HistoryLine.

      * AN INQUIRY LIKE LOANINQ - SIGNED ON WITH THE INQUIRY ROLE
       0500-SignOn.
           move LogProgramName to SGN-Program.
           set SGN-SignOn to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "AUDITINQ - sign-on failed"
               perform 9000-CloseLog
               stop run
           end-if.
           move "I" to SGN-Role.
           move "CHANGE HISTORY INQUIRY" to SGN-ActionText.
           set SGN-CheckRole to true.
           call "shared\wrkmodule\SIGNON" using SIGNON-AREA
           end-call.
           if SGN-Denied
               display "AUDITINQ - operator " SGN-Operator
                   " is not authorized for inquiry"
               perform 9000-CloseLog
               stop run
           end-if.

       8000-Logs.
           if LogSeverity = spaces
               move "INFO " to LogSeverity
           end-if.

           move "W" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   LogSeverity,
                   msg,
                   LogAction
           end-call.

           move spaces to msg.
           move spaces to LogSeverity.

       9000-CloseLog.
           move "C" to LogAction.
           call "shared\wrkmodule\LOGGER" using
                   SharedLogFilePath,
                   LogProgramName,
                   spaces,
                   spaces,
                   LogAction
           end-call.

       end program AUDITINQ.
