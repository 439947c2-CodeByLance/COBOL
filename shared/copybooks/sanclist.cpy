      *****************************************************************
      * PUBLISHED SANCTIONS LIST AS LOADED AT shared\data\
      * sanctionlist.txt - ONE HEADER ROW CARRYING THE LIST'S
      * PUBLICATION DATE, THEN ONE ROW PER NAME. AN ALIAS (A.K.A.) IS
      * ITS OWN ROW UNDER THE SAME ENTRY ID, SO EVERY SPELLING THE
      * LIST GIVES IS SCREENED. REPLACING THE FILE WITH A NEWER
      * PUBLICATION IS A LIST REFRESH - SANCSCREEN SEES THE NEW DATE
      * AND RE-SCREENS EVERY PARTY.
      *****************************************************************
       01  SanctionListRecord.
           05  SNL-RecType          PIC X.
               88  SNL-Header       value "H".
               88  SNL-Detail       value "D".
           05  SNL-Body             PIC X(91).
           05  SNL-HeaderBody redefines SNL-Body.
               10  SNL-ListDate     PIC X(10).
               10  SNL-Publisher    PIC X(20).
               10  FILLER           PIC X(61).
           05  SNL-DetailBody redefines SNL-Body.
               10  SNL-EntryId      PIC X(10).
      *        I INDIVIDUAL, E ENTITY, V VESSEL
               10  SNL-EntryType    PIC X.
               10  SNL-Program      PIC X(10).
               10  SNL-Name         PIC X(60).
               10  FILLER           PIC X(10).
