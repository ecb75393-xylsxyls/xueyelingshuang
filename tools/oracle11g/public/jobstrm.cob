      ***************************************************************
      *                                                             *
      *               J  O  B  S  T  R  M                           *
      *                                                             *
      *  Job-stream definition row, one per step, read by STRMRUN   *
      *  from JOBSTRM.DAT. A stream's steps run in file order.      *
      *  STM-MAX-RC is the highest RETURN-CODE (the SQLRCBRG        *
      *  scheme: 0 clean, 4 warnings, 8 SQL failure) that lets the  *
      *  stream go on; on anything higher STM-ON-FAIL says what     *
      *  happens:                                                   *
      *                                                             *
      *    "STOP" - the stream stops; a restart resumes here        *
      *    "SKIP" - carry on at the step named in STM-TARGET-STEP   *
      *    "RECV" - run the recovery step named in STM-TARGET-STEP, *
      *             then carry on after the failed step if the      *
      *             recovery step ended within its own STM-MAX-RC,  *
      *             else stop as for "STOP"                         *
      *                                                             *
      *  A step with STM-RECOVERY-ONLY "Y" never runs in the normal *
      *  order, only as some other step's recovery. STM-COMMAND is  *
      *  the command line that runs the step; left blank, the step  *
      *  runs the program named by STM-PROGRAM-ID (in lower case,   *
      *  the way the load modules are named) with STM-JOB-ID        *
      *  answered to its "enter job id" console prompt.             *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  JOB-STREAM-RECORD.
           05  STM-STREAM-ID         PIC X(8).
           05  STM-STEP-NAME         PIC X(8).
           05  STM-PROGRAM-ID        PIC X(8).
           05  STM-JOB-ID            PIC X(8).
           05  STM-MAX-RC            PIC 9(2).
           05  STM-ON-FAIL           PIC X(4).
           05  STM-TARGET-STEP       PIC X(8).
           05  STM-RECOVERY-ONLY     PIC X(1).
           05  STM-COMMAND           PIC X(80).
