      *****************************************************************
      * START-OF-DAY SNAPSHOT MANIFEST - shared\snapshot\<YYYYMMDD>\
      * manifest.txt, ONE ROW PER FILE IN THE SNAPSHOT FILE SET
      * (copybooks/snapset.cpy) AS IT STOOD BEFORE THE DAY'S FIRST
      * STEP: WHETHER IT WAS ON DISK, ITS SIZE AND MODIFICATION STAMP.
      * THE COPY ITSELF SITS BESIDE THE MANIFEST UNDER SNM-Name. THE
      * MANIFEST IS WRITTEN LAST, SO A SNAPSHOT WITHOUT ONE IS NOT A
      * SNAPSHOT. ROLLBACK TELLS WHAT CHANGED SINCE BY THE SIZE AND
      * STAMP; HOUSEKEEP PURGES THE COPIES IT NAMES.
      *****************************************************************
       01  SnapshotManifestRecord.
           88  eofmanifest          value high-values.
           05  SNM-Dir              PIC X(24).
           05  SNM-Name             PIC X(24).
           05  SNM-Type             PIC X.
               88  SNM-Indexed      value "I".
           05  SNM-PresentFlag      PIC X.
               88  SNM-Present      value "Y".
           05  SNM-Size             PIC 9(12).
           05  SNM-ModStamp         PIC X(14).
