      ***************************************************************
      *                                                             *
      *               C  F  G  S  N  P  L  G                        *
      *                                                             *
      *  Snapshot catalog record CFGSNAP appends to CFGSCAT.DAT,    *
      *  one row per control file per snapshot, the way GENMGR      *
      *  catalogs extract generations in EXTGCAT.DAT. The copy of   *
      *  <file>.DAT taken by snapshot n is <file>.S<nnnn>.DAT.      *
      *  CSN-PRESENT is "N" when the control file was not on disk   *
      *  when the snapshot was taken (no copy exists; a restore of  *
      *  that snapshot removes the live file). CSN-TAKEN-BY is      *
      *  "SNAPSHOT" for the scheduled run and "RESTORE " for the    *
      *  copy of the live set a restore takes before it overwrites  *
      *  anything, so the restore itself can be undone.             *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  CONFIG-SNAPSHOT-RECORD.
           05  CSN-SNAPSHOT-NR       PIC 9(4).
           05  CSN-DATE              PIC X(8).
           05  CSN-TIME              PIC X(6).
           05  CSN-FILE-BASE         PIC X(8).
           05  CSN-PRESENT           PIC X(1).
           05  CSN-RECORD-COUNT      PIC 9(9).
           05  CSN-TAKEN-BY          PIC X(8).
