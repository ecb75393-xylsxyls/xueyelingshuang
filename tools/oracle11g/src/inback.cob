      ***************************************************************
      *                                                             *
      *               I  N  B  A  C  K                              *
      *                                                             *
      *  Inbound load acknowledgement. The branch system that sends *
      *  us a file got nothing back: INBVRFY's control-total        *
      *  verdict, FLATLOAD's counts and LOADREJ.<job-id>.DAT all    *
      *  stayed on our side, and the branches heard about their     *
      *  rejects days later from a clerk on the phone. The load job *
      *  now CALLs this once per inbound file, and it writes        *
      *  INBACK.<job-id>.ACK in the layout of inbackrc.cob and      *
      *  hands it to DLVRMGR ("ASEAL" then "ASHIP"), so the sender  *
      *  only ever sees a complete, sealed OUTB.<job-id>.ACK:       *
      *                                                             *
      *    WS-ACK-FUNCTION = "ACK  " - the file was accepted and    *
      *       loaded; "NAK  " - the file was refused whole and      *
      *       nothing was loaded (INBVRFY and FLATLOAD's trailer    *
      *       check send this).                                     *
      *                                                             *
      *  WS-ACK-REASON is the file-level reason -- INBVRFY's for a  *
      *  refusal. WS-ACK-COUNTS carries the records received,       *
      *  loaded and rejected. Every LOADREJ.<job-id>.DAT record the *
      *  caller wrote for this job at or after WS-RUN-STAMP (the    *
      *  run's start, CURRENT-DATE(1:14)) becomes one REJ record;   *
      *  the reject file is appended to run after run, so the stamp *
      *  is what keeps last night's rejects out. WS-ACK-STATUS      *
      *  answers "Y" shipped, "N" not (DLVRMGR has already said     *
      *  why).                                                      *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE
               ASSIGN TO WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOAD-REJECT-FILE
               ASSIGN TO WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-LINE                  PIC X(90).

       FD  LOAD-REJECT-FILE.
       01  LOAD-REJECT-LINE          PIC X(318).

       WORKING-STORAGE SECTION.
       COPY INBACKRC.
       COPY LOADRJLG.

       01  WS-ACK-FILE-NAME.
           05  FILLER                PIC X(7)  VALUE "INBACK.".
           05  WS-ACK-JOB-ID         PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".ACK".
       01  WS-REJECT-FILE-NAME.
           05  FILLER                PIC X(8)  VALUE "LOADREJ.".
           05  WS-REJECT-JOB-ID      PIC X(8).
           05  FILLER                PIC X(4)  VALUE ".DAT".

       01  WS-REJECT-STATUS          PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-REJECT-STAMP.
           05  WS-REJECT-DATE        PIC X(8).
           05  WS-REJECT-TIME        PIC X(6).
       01  WS-LISTED-COUNT           PIC S9(9) COMP.

       01  WS-DLVR-FUNCTION          PIC X(5).
       01  WS-DLVR-REPORT-ID         PIC X(8).

       LINKAGE SECTION.
       01  WS-ACK-FUNCTION           PIC X(5).
       01  WS-CALLER-ID              PIC X(8).
       01  WS-JOB-ID                 PIC X(8).
       01  WS-ACK-REASON             PIC X(40).
       01  WS-ACK-COUNTS.
           05  WS-ACK-RECEIVED       PIC S9(9) COMP.
           05  WS-ACK-LOADED         PIC S9(9) COMP.
           05  WS-ACK-REJECTED       PIC S9(9) COMP.
       01  WS-RUN-STAMP              PIC X(14).
       01  WS-ACK-STATUS             PIC X(1).

       PROCEDURE DIVISION USING WS-ACK-FUNCTION, WS-CALLER-ID,
               WS-JOB-ID, WS-ACK-REASON, WS-ACK-COUNTS, WS-RUN-STAMP,
               WS-ACK-STATUS.

       MAIN-PARA.
           MOVE WS-JOB-ID             TO WS-ACK-JOB-ID
           MOVE WS-JOB-ID             TO WS-REJECT-JOB-ID
           MOVE "N"                   TO WS-ACK-STATUS
           MOVE ZERO                  TO WS-LISTED-COUNT

           OPEN OUTPUT ACK-FILE

           IF WS-ACK-FUNCTION = "NAK  "
               MOVE "NAK"             TO AKH-VERDICT
           ELSE
               MOVE "ACK"             TO AKH-VERDICT
           END-IF
           MOVE WS-JOB-ID             TO AKH-JOB-ID
           MOVE FUNCTION CURRENT-DATE(1:8)  TO AKH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO AKH-TIME
           MOVE WS-ACK-REASON         TO AKH-REASON
           WRITE ACK-LINE FROM ACK-FILE-HEADER

           MOVE WS-ACK-RECEIVED       TO AKC-RECEIVED
           MOVE WS-ACK-LOADED         TO AKC-LOADED
           MOVE WS-ACK-REJECTED       TO AKC-REJECTED
           WRITE ACK-LINE FROM ACK-FILE-COUNTS

           PERFORM LIST-REJECTS-PARA

           CLOSE ACK-FILE

      * The job id names the acknowledgement, in DLVRMGR's report-id
      * slot.
           MOVE WS-JOB-ID             TO WS-DLVR-REPORT-ID
           MOVE "ASEAL"               TO WS-DLVR-FUNCTION
           CALL "DLVRMGR" USING WS-DLVR-FUNCTION, WS-DLVR-REPORT-ID,
               WS-CALLER-ID, WS-JOB-ID, WS-ACK-STATUS
           IF WS-ACK-STATUS = "Y"
               MOVE "ASHIP"           TO WS-DLVR-FUNCTION
               CALL "DLVRMGR" USING WS-DLVR-FUNCTION,
                   WS-DLVR-REPORT-ID, WS-CALLER-ID, WS-JOB-ID,
                   WS-ACK-STATUS
           END-IF

           DISPLAY WS-CALLER-ID " INBACK: " AKH-VERDICT " for job "
               WS-JOB-ID " with " WS-LISTED-COUNT
               " reject record(s), shipped " WS-ACK-STATUS
               UPON CONSOLE

           GOBACK.

      * No reject file means no rejects -- a clean first load, or
      * a refused file that never got as far as loading.
       LIST-REJECTS-PARA.
           OPEN INPUT LOAD-REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   MOVE SPACES        TO LOAD-REJECT-RECORD
                   READ LOAD-REJECT-FILE INTO LOAD-REJECT-RECORD
                       AT END
                           MOVE "Y"    TO WS-AT-END
                       NOT AT END
                           PERFORM LIST-ONE-REJECT-PARA
                   END-READ
               END-PERFORM
               CLOSE LOAD-REJECT-FILE
           END-IF.

       LIST-ONE-REJECT-PARA.
           MOVE LRJ-DATE              TO WS-REJECT-DATE
           MOVE LRJ-TIME              TO WS-REJECT-TIME
           IF LRJ-PROGRAM-ID = WS-CALLER-ID
               AND LRJ-JOB-ID = WS-JOB-ID
               AND WS-REJECT-STAMP >= WS-RUN-STAMP
               MOVE LRJ-LINE-NR       TO AKR-LINE-NR
               MOVE LRJ-COLUMN-NAME   TO AKR-COLUMN
               MOVE LRJ-SQLCODE       TO AKR-SQLCODE
               MOVE LRJ-REASON        TO AKR-REASON
               WRITE ACK-LINE FROM ACK-FILE-REJECT
               ADD 1                  TO WS-LISTED-COUNT
           END-IF.
