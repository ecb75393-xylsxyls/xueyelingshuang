      ***************************************************************
      *                                                             *
      *               J  O  B  L  C  O  N  V                        *
      *                                                             *
      *  JOBREG ledger conversion and export. The run ledger used   *
      *  to be the line-sequential JOBREG.DAT; it is now the keyed  *
      *  JOBLEDG.DAT (jobrgkey.cob), so the job-start gate and the  *
      *  console read only the rows they need. The console answer   *
      *  picks the direction:                                       *
      *    "C" - convert: every JOB-REGISTRY-RECORD in the flat     *
      *          JOBREG.DAT is written into JOBLEDG.DAT under its   *
      *          program/job/start key. A row already in the ledger *
      *          (the same run) is counted and skipped, so an       *
      *          interrupted conversion is simply rerun; a row with *
      *          a blank program id is counted and skipped as       *
      *          damaged. RETURN-CODE is 4 when anything was        *
      *          skipped, 8 when there is no JOBREG.DAT to convert. *
      *    "E" - export: the whole ledger, in key order (program,   *
      *          job, start), is written back to JOBREG.DAT in the  *
      *          same 78-byte layout for the scripts that still     *
      *          slice the flat file, replacing any JOBREG.DAT      *
      *          already there.                                     *
      *                                                             *
      *  Both directions hold the FILLOCK "JOBREG  " resource       *
      *  JOBREG takes around its ledger write, so no run is         *
      *  recorded half way through. Any other answer ends with      *
      *  RETURN-CODE 8 and touches nothing.                         *
      *                                                             *
      *  An export with no JOBLEDG.DAT on disk stops with           *
      *  RETURN-CODE 8 and leaves JOBREG.DAT as it is.              *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    JOBLCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-REGISTRY-FILE
               ASSIGN TO "JOBREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT OPTIONAL JOB-REGISTRY-FILE
               ASSIGN TO "JOBLEDG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRK-LEDGER-KEY
               ALTERNATE RECORD KEY IS JRK-END-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAT-REGISTRY-FILE.
       01  FLAT-REGISTRY-LINE        PIC X(78).

       FD  JOB-REGISTRY-FILE.
       COPY JOBRGKEY.

       WORKING-STORAGE SECTION.
       COPY JOBREGLG.

       01  WS-FLAT-STATUS            PIC X(2).
       01  WS-LEDGER-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-CHOICE                 PIC X(1).

       01  WS-READ-COUNT             PIC S9(9) COMP VALUE ZERO.
       01  WS-WRITTEN-COUNT          PIC S9(9) COMP VALUE ZERO.
       01  WS-DUPLICATE-COUNT        PIC S9(9) COMP VALUE ZERO.
       01  WS-DAMAGED-COUNT          PIC S9(9) COMP VALUE ZERO.

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LEDGER-RESOURCE        PIC X(8) VALUE "JOBREG  ".
       01  WS-LOCK-STATUS            PIC X(1).
       01  WS-CALLER-ID              PIC X(8) VALUE "JOBLCONV".

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "JOBLCONV: C = convert JOBREG.DAT into the keyed "
               "ledger, E = export the ledger to JOBREG.DAT"
               UPON CONSOLE
           ACCEPT WS-CHOICE FROM CONSOLE

           IF WS-CHOICE NOT = "C" AND WS-CHOICE NOT = "E"
               DISPLAY "JOBLCONV: answer C or E -- nothing done"
                   UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LEDGER-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS

           IF WS-CHOICE = "C"
               PERFORM CONVERT-PARA
           ELSE
               PERFORM EXPORT-PARA
           END-IF

           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LEDGER-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS

           STOP RUN.

       CONVERT-PARA.
           OPEN INPUT FLAT-REGISTRY-FILE
           IF WS-FLAT-STATUS NOT = "00"
               DISPLAY "JOBLCONV: no JOBREG.DAT to convert, status "
                   WS-FLAT-STATUS UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
           ELSE
               OPEN I-O JOB-REGISTRY-FILE
               IF WS-LEDGER-STATUS = "00" OR WS-LEDGER-STATUS = "05"
                   MOVE "N"           TO WS-AT-END
                   PERFORM UNTIL WS-AT-END = "Y"
                       READ FLAT-REGISTRY-FILE INTO JOB-REGISTRY-RECORD
                           AT END
                               MOVE "Y" TO WS-AT-END
                           NOT AT END
                               PERFORM LOAD-ONE-RUN-PARA
                       END-READ
                   END-PERFORM
                   CLOSE JOB-REGISTRY-FILE

                   DISPLAY "JOBLCONV: " WS-READ-COUNT " row(s) read, "
                       WS-WRITTEN-COUNT " written to JOBLEDG.DAT, "
                       WS-DUPLICATE-COUNT " already there, "
                       WS-DAMAGED-COUNT " damaged" UPON CONSOLE
                   IF WS-DUPLICATE-COUNT > ZERO
                       OR WS-DAMAGED-COUNT > ZERO
                       MOVE 4         TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "JOBLCONV: JOBLEDG.DAT open failed, status "
                       WS-LEDGER-STATUS UPON CONSOLE
                   MOVE 8             TO RETURN-CODE
               END-IF
               CLOSE FLAT-REGISTRY-FILE
           END-IF.

       LOAD-ONE-RUN-PARA.
           ADD 1                      TO WS-READ-COUNT
           IF JBR-PROGRAM-ID = SPACES
               ADD 1                  TO WS-DAMAGED-COUNT
           ELSE
               WRITE JOB-REGISTRY-LINE FROM JOB-REGISTRY-RECORD
                   INVALID KEY
                       ADD 1          TO WS-DUPLICATE-COUNT
                   NOT INVALID KEY
                       ADD 1          TO WS-WRITTEN-COUNT
               END-WRITE
           END-IF.

      * The file is OPTIONAL for the conversion's sake; a missing
      * ledger (status "05") must not empty the flat file.
       EXPORT-PARA.
           OPEN INPUT JOB-REGISTRY-FILE
           IF WS-LEDGER-STATUS = "00"
               OPEN OUTPUT FLAT-REGISTRY-FILE
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ JOB-REGISTRY-FILE NEXT RECORD
                           INTO JOB-REGISTRY-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           WRITE FLAT-REGISTRY-LINE
                               FROM JOB-REGISTRY-RECORD
                           ADD 1       TO WS-WRITTEN-COUNT
                   END-READ
               END-PERFORM
               CLOSE FLAT-REGISTRY-FILE
               CLOSE JOB-REGISTRY-FILE

               DISPLAY "JOBLCONV: " WS-WRITTEN-COUNT " run(s) "
                   "exported to JOBREG.DAT" UPON CONSOLE
           ELSE
               IF WS-LEDGER-STATUS = "05"
                   CLOSE JOB-REGISTRY-FILE
               END-IF
               DISPLAY "JOBLCONV: no JOBLEDG.DAT to export, status "
                   WS-LEDGER-STATUS UPON CONSOLE
               MOVE 8                 TO RETURN-CODE
           END-IF.
