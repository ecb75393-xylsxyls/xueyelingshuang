      ***************************************************************
      *                                                             *
      *               B  I  N  D  T  O  K                           *
      *                                                             *
      *  Business-date tokens for EXTRCTL.DAT bind values. A        *
      *  "yesterday's postings" extract either carried SYSDATE      *
      *  arithmetic in its SQL, wrong the morning after a holiday,  *
      *  or had its date keyed into the control file every morning. *
      *  A bind value that is one of these tokens (the whole value, *
      *  left-justified) is now replaced by the YYYYMMDD date it    *
      *  stands for, worked out through BIZCAL from today's date:   *
      *                                                             *
      *    &BIZDATE   - today when it is a business day, else the   *
      *                 business day before it                      *
      *    &PREVBIZ   - the business day before today               *
      *    &MONTHBEG  - the 1st of this month                       *
      *    &MONTHEND  - the last business day of this month         *
      *                 (BIZCAL "EOM  ")                            *
      *    &LASTMONTH - the same day last month, that month's       *
      *                 last day when it is shorter                 *
      *                                                             *
      *  Functions:                                                 *
      *    WS-TOKEN-FUNCTION = "RSLV " - resolve only (SQLPRFLT's   *
      *       daytime check, EXTMAINT's validation).                *
      *    WS-TOKEN-FUNCTION = "RUN  " - resolve and append the     *
      *       result to BINDTKLG.DAT (bindtklg.cob); EXTDRV calls   *
      *       this just before the OPEN.                            *
      *    WS-TOKEN-FUNCTION = "RSUME" - as "RUN  ", but when       *
      *       BINDTKLG.DAT already holds a value for the same       *
      *       extract, job, bind position and token, the latest     *
      *       one is bound again (and logged as reused) -- a        *
      *       checkpoint resume after midnight must not move the    *
      *       date range under the rows already written.            *
      *                                                             *
      *  WS-TOKEN-STATUS comes back "Y" with WS-TOKEN-VALUE         *
      *  replaced, "N" (value untouched) when it does not start     *
      *  with "&", and "E" (value untouched) for an "&" word that   *
      *  is not a token above or a date BIZCAL could not answer --  *
      *  the caller treats that as a definition error, never        *
      *  binding the token text itself.                             *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BINDTOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BIND-TOKEN-LOG-FILE
               ASSIGN TO "BINDTKLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIND-TOKEN-LOG-FILE.
       01  BIND-TOKEN-LOG-LINE       PIC X(61).

       WORKING-STORAGE SECTION.
       COPY BINDTKLG.

       01  WS-LOG-STATUS             PIC X(2).
       01  WS-AT-END                 PIC X(1).
       01  WS-TOKEN                  PIC X(12).
       01  WS-RESOLVED-DATE          PIC X(8).
       01  WS-REUSED                 PIC X(1).
       01  WS-TODAY                  PIC X(8).

       01  WS-CAL-FUNCTION           PIC X(5).
       01  WS-CAL-DATE-1             PIC X(8).
       01  WS-CAL-DATE-2             PIC X(8).
       01  WS-CAL-COUNT              PIC S9(9) COMP.
       01  WS-CAL-FLAG               PIC X(1).

       01  WS-DATE-PARTS.
           05  WS-DP-YYYY            PIC 9(4).
           05  WS-DP-MM              PIC 9(2).
           05  WS-DP-DD              PIC 9(2).
       01  WS-WORK-YYYYMMDD          PIC 9(8).
       01  WS-WORK-INTEGER           PIC S9(9) COMP.
       01  WS-WANTED-DD              PIC 9(2).

       01  WS-LOCK-FUNCTION          PIC X(5).
       01  WS-LOCK-RESOURCE          PIC X(8) VALUE "BINDTKLG".
       01  WS-LOCK-STATUS            PIC X(1).

       LINKAGE SECTION.
       01  WS-TOKEN-FUNCTION         PIC X(5).
       01  WS-CALLER-ID              PIC X(8).
       01  WS-EXTRACT-ID             PIC X(8).
       01  WS-JOB-ID                 PIC X(8).
       01  WS-TOKEN-POS              PIC S9(4) COMP.
       01  WS-TOKEN-VALUE            PIC X(80).
       01  WS-TOKEN-STATUS           PIC X(1).

       PROCEDURE DIVISION USING WS-TOKEN-FUNCTION, WS-CALLER-ID,
               WS-EXTRACT-ID, WS-JOB-ID, WS-TOKEN-POS, WS-TOKEN-VALUE,
               WS-TOKEN-STATUS.

       MAIN-PARA.
           IF WS-TOKEN-VALUE(1:1) NOT = "&"
               MOVE "N"               TO WS-TOKEN-STATUS
           ELSE
               MOVE WS-TOKEN-VALUE    TO WS-TOKEN
               MOVE "N"               TO WS-REUSED
               MOVE SPACES            TO WS-RESOLVED-DATE
               IF WS-TOKEN-FUNCTION = "RSUME"
                   PERFORM FIND-LOGGED-PARA
               END-IF
               IF WS-REUSED = "N"
                   PERFORM RESOLVE-TOKEN-PARA
               END-IF
               IF WS-RESOLVED-DATE IS NUMERIC
                   AND WS-TOKEN-VALUE(13:68) = SPACES
                   MOVE "Y"           TO WS-TOKEN-STATUS
                   MOVE WS-RESOLVED-DATE  TO WS-TOKEN-VALUE
                   IF WS-TOKEN-FUNCTION NOT = "RSLV "
                       PERFORM WRITE-LOG-PARA
                   END-IF
               ELSE
                   MOVE "E"           TO WS-TOKEN-STATUS
               END-IF
           END-IF

           GOBACK.

       RESOLVE-TOKEN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-TODAY
           MOVE WS-TODAY              TO WS-CAL-DATE-1

           EVALUATE WS-TOKEN
               WHEN "&BIZDATE"
                   MOVE "ISBIZ"        TO WS-CAL-FUNCTION
                   PERFORM CALL-BIZCAL-PARA
                   IF WS-CAL-FLAG = "Y"
                       MOVE WS-TODAY   TO WS-RESOLVED-DATE
                   ELSE
                       MOVE "PREV "    TO WS-CAL-FUNCTION
                       PERFORM CALL-BIZCAL-PARA
                       MOVE WS-CAL-DATE-2  TO WS-RESOLVED-DATE
                   END-IF
               WHEN "&PREVBIZ"
                   MOVE "PREV "        TO WS-CAL-FUNCTION
                   PERFORM CALL-BIZCAL-PARA
                   MOVE WS-CAL-DATE-2  TO WS-RESOLVED-DATE
               WHEN "&MONTHBEG"
                   MOVE WS-TODAY       TO WS-RESOLVED-DATE
                   MOVE "01"           TO WS-RESOLVED-DATE(7:2)
               WHEN "&MONTHEND"
                   MOVE "EOM  "        TO WS-CAL-FUNCTION
                   PERFORM CALL-BIZCAL-PARA
                   MOVE WS-CAL-DATE-2  TO WS-RESOLVED-DATE
               WHEN "&LASTMONTH"
                   PERFORM SAME-DAY-LAST-MONTH-PARA
               WHEN OTHER
                   MOVE SPACES         TO WS-RESOLVED-DATE
           END-EVALUATE.

       CALL-BIZCAL-PARA.
           CALL "BIZCAL" USING WS-CAL-FUNCTION, WS-CAL-DATE-1,
               WS-CAL-DATE-2, WS-CAL-COUNT, WS-CAL-FLAG.

      * Step back from the 1st of this month to the last day of the
      * previous one, then take today's day number or that last
      * day, whichever is earlier -- 31 March gives 28 (or 29)
      * February.
       SAME-DAY-LAST-MONTH-PARA.
           MOVE WS-TODAY              TO WS-DATE-PARTS
           MOVE WS-DP-DD              TO WS-WANTED-DD
           MOVE 1                     TO WS-DP-DD
           MOVE WS-DATE-PARTS         TO WS-WORK-YYYYMMDD
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-YYYYMMDD) - 1
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE WS-WORK-YYYYMMDD      TO WS-DATE-PARTS
           IF WS-WANTED-DD < WS-DP-DD
               MOVE WS-WANTED-DD      TO WS-DP-DD
           END-IF
           MOVE WS-DATE-PARTS         TO WS-RESOLVED-DATE.

      * The latest logged row for the same extract, job, position
      * and token is the interrupted run's.
       FIND-LOGGED-PARA.
           OPEN INPUT BIND-TOKEN-LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE "N"               TO WS-AT-END
               PERFORM UNTIL WS-AT-END = "Y"
                   READ BIND-TOKEN-LOG-FILE INTO BIND-TOKEN-LOG-RECORD
                       AT END
                           MOVE "Y"       TO WS-AT-END
                       NOT AT END
                           IF BTL-EXTRACT-ID = WS-EXTRACT-ID
                               AND BTL-JOB-ID = WS-JOB-ID
                               AND BTL-BIND-POS = WS-TOKEN-POS
                               AND BTL-TOKEN = WS-TOKEN
                               MOVE BTL-RESOLVED-DATE
                                              TO WS-RESOLVED-DATE
                               MOVE "Y"       TO WS-REUSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BIND-TOKEN-LOG-FILE
           END-IF.

       WRITE-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO BTL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)  TO BTL-TIME
           MOVE WS-CALLER-ID          TO BTL-PROGRAM-ID
           MOVE WS-EXTRACT-ID         TO BTL-EXTRACT-ID
           MOVE WS-JOB-ID             TO BTL-JOB-ID
           MOVE WS-TOKEN-POS          TO BTL-BIND-POS
           MOVE WS-TOKEN              TO BTL-TOKEN
           MOVE WS-RESOLVED-DATE      TO BTL-RESOLVED-DATE
           MOVE WS-REUSED             TO BTL-REUSED

           MOVE "LOCK "               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS
           OPEN EXTEND BIND-TOKEN-LOG-FILE
           WRITE BIND-TOKEN-LOG-LINE FROM BIND-TOKEN-LOG-RECORD
           CLOSE BIND-TOKEN-LOG-FILE
           MOVE "UNLCK"               TO WS-LOCK-FUNCTION
           CALL "FILLOCK" USING WS-LOCK-FUNCTION, WS-LOCK-RESOURCE,
               WS-CALLER-ID, WS-LOCK-STATUS.
