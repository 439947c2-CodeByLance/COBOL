      ******************************************************************
      * Daily document delivery report - counts every primary          *
      * document the statement and notice programs produced today by   *
      * the channel it went out on: printed for the mail room, sent    *
      * electronically through the e-delivery staging area and         *
      * manifest, or both. The figures come off the delivery log at    *
      * shared\data\deliverylog.txt that the shared EDELIVER callable  *
      * appends for every document, one line per program to           *
      * Statements\deliveryreport.txt with a grand total, and the      *
      * print count that went to paper only because the law requires   *
      * it or the borrower's e-mail bounced, so the mail room and the  *
      * portal vendor can both be reconciled to the same numbers.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       program-id. DELIVRPT.

       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional DeliveryLogFile ASSIGN TO
                   "shared\data\deliverylog.txt"
                   organization is line sequential.

               select ReportFile ASSIGN TO
                   "Statements\deliveryreport.txt"
                   organization is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  DeliveryLogFile.
           copy "../shared/copybooks/delivlog.cpy".

       FD  ReportFile.
           01 ReportLine            PIC X(100).

       working-storage section.
       01  TodayStamp               PIC 9(8) value zero.
       01  CURRENT-DATE-AND-TIME.
           05 CDT-Year              PIC 9(4).
           05 CDT-Month             PIC 9(2).
           05 CDT-Day               PIC 9(2).
           05 FILLER                PIC X(13).

       01  PROGRAM-TABLE.
           05  ProgramEntry occurs 20 times.
               10  PGT-Program      PIC X(14).
               10  PGT-Paper        PIC 9(6).
               10  PGT-Electronic   PIC 9(6).
               10  PGT-Both         PIC 9(6).
               10  PGT-Forced       PIC 9(6).
       01  ProgramCount             PIC 99 value zero.
       01  ProgramSub               PIC 99 value zero.

       01  TotalPaper               PIC 9(6) value zero.
       01  TotalElectronic          PIC 9(6) value zero.
       01  TotalBoth                PIC 9(6) value zero.
       01  TotalForced              PIC 9(6) value zero.
       01  RowsCounted              PIC 9(6) value zero.

       01  Disp-Paper               PIC ZZZ,ZZ9.
       01  Disp-Electronic          PIC ZZZ,ZZ9.
       01  Disp-Both                PIC ZZZ,ZZ9.
       01  Disp-Forced              PIC ZZZ,ZZ9.

       01  msg                      PIC X(150) value spaces.
       01  LogSeverity              PIC X(5) value spaces.
       01  SharedLogFilePath        PIC X(60) value
               "shared\logs\activity.log".
       01  LogProgramName           PIC X(14) value "DELIVRPT".
       01  LogAction                PIC X value "W".
           88  LogActionClose       value "C".

       PROCEDURE DIVISION.
       0000-MainDriver.
           move function CURRENT-DATE to CURRENT-DATE-AND-TIME.
           string CDT-Year CDT-Month CDT-Day delimited by size
               into TodayStamp.

           open input DeliveryLogFile.
           read DeliveryLogFile
               at end set eofdeliverylog to true
           end-read.
           perform until eofdeliverylog
               if DL-Date = TodayStamp
                   perform 1000-CountRow
               end-if
               read DeliveryLogFile
                   at end set eofdeliverylog to true
               end-read
           end-perform.
           close DeliveryLogFile.

           perform 2000-WriteReport.

           string "END. " RowsCounted " document(s) for " TodayStamp
               " - paper " TotalPaper " electronic " TotalElectronic
               " both " TotalBoth into msg.
           perform 8000-Logs.
           perform 9000-CloseLog.
           stop run.

       1000-CountRow.
           move 1 to ProgramSub.
           perform until ProgramSub > ProgramCount
               if PGT-Program(ProgramSub) = DL-Program
                   exit perform
               end-if
               add 1 to ProgramSub
           end-perform.
           if ProgramSub > ProgramCount
               if ProgramCount = 20
                   string "Program table full at 20 - " DL-Program
                       " " DL-Account " not counted" into msg
                   move "WARN " to LogSeverity
                   perform 8000-Logs
                   exit paragraph
               end-if
               add 1 to ProgramCount
               move ProgramCount to ProgramSub
               move DL-Program to PGT-Program(ProgramSub)
               move zero to PGT-Paper(ProgramSub)
               move zero to PGT-Electronic(ProgramSub)
               move zero to PGT-Both(ProgramSub)
               move zero to PGT-Forced(ProgramSub)
           end-if.

           add 1 to RowsCounted.
           evaluate true
               when DL-Electronic
                   add 1 to PGT-Electronic(ProgramSub)
                   add 1 to TotalElectronic
               when DL-Both
                   add 1 to PGT-Both(ProgramSub)
                   add 1 to TotalBoth
               when other
                   add 1 to PGT-Paper(ProgramSub)
                   add 1 to TotalPaper
                   if DL-Reason = "PAPER REQUIRED"
                       or DL-Reason = "E-MAIL BOUNCED"
                       add 1 to PGT-Forced(ProgramSub)
                       add 1 to TotalForced
                   end-if
           end-evaluate.

      * "FORCED" IS PRINT THAT WOULD HAVE GONE ELECTRONIC BUT FOR A
      * PAPER-ONLY DOCUMENT OR A BOUNCED E-MAIL
       2000-WriteReport.
           open output ReportFile.
           move spaces to ReportLine.
           string "DOCUMENT DELIVERY REPORT   " CDT-Month "/" CDT-Day
               "/" CDT-Year into ReportLine.
           write ReportLine.
           move spaces to ReportLine.
           write ReportLine.
           move spaces to ReportLine.
           string "Program            Paper  Electronic      Both"
               "    Forced" into ReportLine.
           write ReportLine.

           move 1 to ProgramSub.
           perform ProgramCount times
               move PGT-Paper(ProgramSub) to Disp-Paper
               move PGT-Electronic(ProgramSub) to Disp-Electronic
               move PGT-Both(ProgramSub) to Disp-Both
               move PGT-Forced(ProgramSub) to Disp-Forced
               move spaces to ReportLine
               string PGT-Program(ProgramSub) " " Disp-Paper
                   "     " Disp-Electronic "   " Disp-Both
                   "   " Disp-Forced into ReportLine
               write ReportLine
               add 1 to ProgramSub
           end-perform.

           move TotalPaper to Disp-Paper.
           move TotalElectronic to Disp-Electronic.
           move TotalBoth to Disp-Both.
           move TotalForced to Disp-Forced.
           move spaces to ReportLine.
           write ReportLine.
           move spaces to ReportLine.
           string "TOTAL          " Disp-Paper
               "     " Disp-Electronic "   " Disp-Both
               "   " Disp-Forced into ReportLine.
           write ReportLine.
           close ReportFile.

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

       end program DELIVRPT.
