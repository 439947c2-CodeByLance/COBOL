      *****************************************************************
      * SHARED MASTER FILE AUDIT CALLABLE - EVERY PROGRAM THAT WRITES
      * OR REWRITES THE LOAN MASTER, BORROWER MASTER OR LINE MASTER
      * HANDS IT THE RECORD AS READ AND AS WRITTEN (copybooks/
      * auditcall.cpy) AND IT JOURNALS ONE ROW PER FIELD THAT DIFFERS
      * TO shared\data\auditjournal.txt (copybooks/auditjrnl.cpy) -
      * PROGRAM, RUN ID, TIMESTAMP, ACCOUNT, FIELD, BEFORE AND AFTER -
      * SO WHO CHANGED A LOAN'S RATE OR ESCROW, AND FROM WHAT, IS ONE
      * INQUIRY INSTEAD OF A HUNT THROUGH FREE-TEXT LOG LINES. THE
      * FIELD MAP BELOW IS THE RECORD LAYOUTS BY OFFSET AND LENGTH -
      * A FIELD ADDED TO A MASTER COPYBOOK IS ADDED HERE TOO. LIKE
      * LOGGER: OPEN EXTEND ON FIRST USE, STAYS OPEN ACROSS CALLS,
      * CLOSED ON AN "X" ACTION; THE RUN ID IS THE FIRST CALL'S
      * TIMESTAMP.
      *****************************************************************
       IDENTIFICATION DIVISION.
       program-id. AUDITLOG.
       ENVIRONMENT DIVISION.
       input-output section.
           file-control.
               select optional AuditJournalFile ASSIGN TO
                   "shared\data\auditjournal.txt"
                   organization is line sequential
                   sharing with all other.
       DATA DIVISION.
       FILE SECTION.
       FD  AuditJournalFile.
           copy "../copybooks/auditjrnl.cpy".

       working-storage section.
           01 FileOpenFlag             PIC X value "N".
               88  FileIsOpen          value "Y".
           01 RunIdStamp               PIC X(14) value spaces.
           01 CURRENT-STAMP            PIC X(21) value spaces.

      * FILE, FIELD NAME, OFFSET, LENGTH, DECIMAL PLACES
           01 FIELD-MAP-VALUES.
               05 FILLER PIC X(26) value
                   "LMLoanAmount        011082".
               05 FILLER PIC X(26) value
                   "LMAnnualRate        019042".
               05 FILLER PIC X(26) value
                   "LMTermMonths        023030".
               05 FILLER PIC X(26) value
                   "LMLoanDate          026100".
               05 FILLER PIC X(26) value
                   "LMDayCountMethod    036010".
               05 FILLER PIC X(26) value
                   "LMIOMonths          037030".
               05 FILLER PIC X(26) value
                   "LMBalloonFlag       040010".
               05 FILLER PIC X(26) value
                   "LMFrequency         041010".
               05 FILLER PIC X(26) value
                   "LMEscrowAmount      042062".
               05 FILLER PIC X(26) value
                   "LMFeeAmount         048062".
               05 FILLER PIC X(26) value
                   "LMCurrentBalance    054092".
               05 FILLER PIC X(26) value
                   "LMLoanStatus        063010".
               05 FILLER PIC X(26) value
                   "LMPeriodicCap       064042".
               05 FILLER PIC X(26) value
                   "LMLifeCap           068042".
               05 FILLER PIC X(26) value
                   "LMLifeFloor         072042".
               05 FILLER PIC X(26) value
                   "LMCompanyCode       076030".
               05 FILLER PIC X(26) value
                   "LMIndexCode         079060".
               05 FILLER PIC X(26) value
                   "LMMargin            085042".
               05 FILLER PIC X(26) value
                   "LMResetFreq         089030".
               05 FILLER PIC X(26) value
                   "LMProductType       092010".
               05 FILLER PIC X(26) value
                   "BWName              011300".
               05 FILLER PIC X(26) value
                   "BWAddr1             041300".
               05 FILLER PIC X(26) value
                   "BWAddr2             071300".
               05 FILLER PIC X(26) value
                   "BWCity              101200".
               05 FILLER PIC X(26) value
                   "BWState             121020".
               05 FILLER PIC X(26) value
                   "BWZip               123100".
               05 FILLER PIC X(26) value
                   "BWAddressFlag       133010".
               05 FILLER PIC X(26) value
                   "LNCreditLimit       011092".
               05 FILLER PIC X(26) value
                   "LNAnnualRate        020042".
               05 FILLER PIC X(26) value
                   "LNDayCountMethod    024010".
               05 FILLER PIC X(26) value
                   "LNDrawEndDate       025100".
               05 FILLER PIC X(26) value
                   "LNBalance           035092".
               05 FILLER PIC X(26) value
                   "LNAccruedInt        044082".
               05 FILLER PIC X(26) value
                   "LNLastCycleDate     052100".
               05 FILLER PIC X(26) value
                   "LNMinPayPct         062042".
               05 FILLER PIC X(26) value
                   "LNStatus            066010".
           01 FIELD-MAP-TABLE redefines FIELD-MAP-VALUES.
               05 MapEntry occurs 36 times.
                   10 MAP-File         PIC XX.
                   10 MAP-Field        PIC X(18).
                   10 MAP-Offset       PIC 999.
                   10 MAP-Length       PIC 99.
                   10 MAP-Decimals     PIC 9.
           01 MapCount                 PIC 99 value 36.
           01 MapSub                   PIC 99 value zero.

           01 WholeLength              PIC 99 value zero.
           01 DecimalOffset            PIC 999 value zero.

       LINKAGE SECTION.
           copy "../copybooks/auditcall.cpy".

       PROCEDURE DIVISION using AUDIT-CALL-AREA.
       1000-AuditIt.
           if AUD-ActionClose
               if FileIsOpen
                   close AuditJournalFile
                   move "N" to FileOpenFlag
               end-if
               goback
           end-if.

           move function current-date to CURRENT-STAMP.
           if RunIdStamp = spaces
               move CURRENT-STAMP(1:14) to RunIdStamp
           end-if.
           if not FileIsOpen
               open extend AuditJournalFile
               move "Y" to FileOpenFlag
           end-if.

           move 1 to MapSub.
           perform until MapSub > MapCount
               if MAP-File(MapSub) = AUD-File
                   and AUD-Before(MAP-Offset(MapSub):MAP-Length(MapSub))
                   not = AUD-After(MAP-Offset(MapSub):
                                   MAP-Length(MapSub))
                   perform 2000-JournalField
               end-if
               add 1 to MapSub
           end-perform.
      * control must leave here - the paragraph below is PERFORMed,
      * never fallen into
           goback.

      * AMOUNTS AND RATES GO ON THE JOURNAL WITH THEIR DECIMAL POINT
      * SO THE INQUIRY READS 6.50, NOT 0650; A BLANK SIDE (THE BEFORE
      * OF AN ADD) STAYS BLANK
       2000-JournalField.
           move spaces to AuditJournalRecord.
           move CURRENT-STAMP to AJ-Timestamp.
           move AUD-Program to AJ-Program.
           move RunIdStamp to AJ-RunId.
           move AUD-File to AJ-File.
           move AUD-After(1:10) to AJ-Key.
           move AUD-Action to AJ-Action.
           move MAP-Field(MapSub) to AJ-Field.

           if MAP-Decimals(MapSub) = zero
               move AUD-Before(MAP-Offset(MapSub):MAP-Length(MapSub))
                   to AJ-Before
               move AUD-After(MAP-Offset(MapSub):MAP-Length(MapSub))
                   to AJ-After
           else
               compute WholeLength =
                   MAP-Length(MapSub) - MAP-Decimals(MapSub)
               compute DecimalOffset =
                   MAP-Offset(MapSub) + WholeLength
               if AUD-Before(MAP-Offset(MapSub):MAP-Length(MapSub))
                   not = spaces
                   string AUD-Before(MAP-Offset(MapSub):WholeLength)
                          "."
                          AUD-Before(DecimalOffset:
                                     MAP-Decimals(MapSub))
                          delimited by size into AJ-Before
               end-if
               string AUD-After(MAP-Offset(MapSub):WholeLength)
                      "."
                      AUD-After(DecimalOffset:MAP-Decimals(MapSub))
                      delimited by size into AJ-After
           end-if.

           write AuditJournalRecord.

           end program AUDITLOG.
