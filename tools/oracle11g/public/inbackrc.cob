      ***************************************************************
      *                                                             *
      *               I  N  B  A  C  K  R  C                        *
      *                                                             *
      *  Acknowledgement file INBACK writes back to the upstream    *
      *  sender after an inbound load, and DLVRMGR ships as         *
      *  OUTB.<job-id>.ACK. Every record starts with a three-letter *
      *  tag and every field is separated by a semicolon, numerics  *
      *  fixed-width and zero-padded the way EXTHDR writes its      *
      *  header, so the branch side can parse it without a layout   *
      *  document:                                                  *
      *                                                             *
      *    ACK;job-id;yyyymmdd;hhmmss;reason  accepted file         *
      *    NAK;job-id;yyyymmdd;hhmmss;reason  refused file          *
      *    CNT;received;loaded;rejected       record counts         *
      *    REJ;line;column;sqlcode;reason     one per reject        *
      *    *TRL*;count;hash                   DLVRMGR's seal        *
      *                                                             *
      *  ACK means the file was accepted and loaded (its rejects    *
      *  listed below the counts); NAK means the whole file was     *
      *  refused and nothing was loaded. AKR-COLUMN is blank when   *
      *  the reject was not caused by one column (an Oracle         *
      *  refusal, a bad action code); AKR-SQLCODE is zero for a     *
      *  record that never reached Oracle.                          *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  ACK-FILE-HEADER.
           05  AKH-VERDICT           PIC X(3).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKH-JOB-ID            PIC X(8).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKH-DATE              PIC X(8).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKH-TIME              PIC X(6).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKH-REASON            PIC X(40).

       01  ACK-FILE-COUNTS.
           05  FILLER                PIC X(4)  VALUE "CNT;".
           05  AKC-RECEIVED          PIC 9(9).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKC-LOADED            PIC 9(9).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKC-REJECTED          PIC 9(9).

       01  ACK-FILE-REJECT.
           05  FILLER                PIC X(4)  VALUE "REJ;".
           05  AKR-LINE-NR           PIC 9(9).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKR-COLUMN            PIC X(30).
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKR-SQLCODE           PIC S9(9) SIGN LEADING SEPARATE.
           05  FILLER                PIC X(1)  VALUE ";".
           05  AKR-REASON            PIC X(40).
