      ***************************************************************
      *                                                             *
      *               J  O  B  R  G  K  E  Y                        *
      *                                                             *
      *  FD record for the keyed JOBREG ledger, JOBLEDG.DAT         *
      *  (ORGANIZATION INDEXED). It is JOB-REGISTRY-RECORD byte for *
      *  byte -- every program still READs INTO and WRITEs FROM     *
      *  jobreglg.cob's layout -- with the key fields named where   *
      *  the file needs them:                                       *
      *    - JRK-LEDGER-KEY, the RECORD KEY: program, job and start *
      *      date/time, one row per run. JRK-PAIR and               *
      *      JRK-PROGRAM-ID are its leading parts, for a START on   *
      *      one program/job pair or one program;                   *
      *    - JRK-END-DATE, the ALTERNATE RECORD KEY WITH            *
      *      DUPLICATES, for the runs that ended on a given day     *
      *      (duplicates come back in the order they were written,  *
      *      which is run order).                                   *
      *                                                             *
      *  Every program declares the file the same way:              *
      *    SELECT JOB-REGISTRY-FILE                                 *
      *        ASSIGN TO "JOBLEDG.DAT"                              *
      *        ORGANIZATION IS INDEXED                              *
      *        RECORD KEY IS JRK-LEDGER-KEY                         *
      *        ALTERNATE RECORD KEY IS JRK-END-DATE                 *
      *            WITH DUPLICATES                                  *
      *  JOBREG alone writes (ACCESS RANDOM); readers use ACCESS    *
      *  SEQUENTIAL with a START where they want less than the      *
      *  whole file. JOBLCONV loads the old flat JOBREG.DAT into    *
      *  the ledger once and exports the ledger back to that flat   *
      *  layout on demand.                                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  JOB-REGISTRY-LINE.
           05  JRK-LEDGER-KEY.
               10  JRK-PAIR.
                   15  JRK-PROGRAM-ID    PIC X(8).
                   15  JRK-JOB-ID        PIC X(8).
               10  JRK-START-DATE    PIC X(8).
               10  JRK-START-TIME    PIC X(6).
           05  JRK-END-DATE          PIC X(8).
           05  FILLER                PIC X(40).
