      ***************************************************************
      *                                                             *
      *               P  L  A  N  L  O  G                           *
      *                                                             *
      *  Execution-plan record written by PLANCAP to PLANLOG.DAT,   *
      *  and the layout of PLANCMP's known-good plans in            *
      *  PLANBASE.DAT. One capture of one statement is a run of     *
      *  consecutive rows:                                          *
      *    - PLN-STEP-NR zero: the statement row, with the first 70 *
      *      bytes of the statement text in PLN-STEP-TEXT;          *
      *    - PLN-STEP-NR 1 up to PLN-STEP-COUNT: the plan steps in  *
      *      PLAN_TABLE ID order, each indented one space per DEPTH *
      *      and reading OPERATION OPTIONS OBJECT_NAME.             *
      *                                                             *
      *  Every row repeats the statement key and the capture        *
      *  details. PLN-STMT-KEY is a hash of the whole statement     *
      *  text (up to the 2000 bytes the engines take), so the same  *
      *  SQL from any caller or run keys to the same statement.     *
      *  PLN-SIGNATURE is a hash of the plan's step texts alone --  *
      *  costs and row estimates are left out, so only a change of  *
      *  shape (access path, join order or method, object) changes  *
      *  it. PLN-ELAPSED-HUNDREDTHS is the worst SLOWSQL elapsed    *
      *  time that led to the capture; PLN-ENGINE-ID and            *
      *  PLN-CALLER-ID are from that SLOWSQL record.                *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  PLAN-LOG-RECORD.
           05  PLN-STMT-KEY          PIC 9(10).
           05  PLN-DATE              PIC X(8).
           05  PLN-TIME              PIC X(6).
           05  PLN-ENGINE-ID         PIC X(8).
           05  PLN-CALLER-ID         PIC X(8).
           05  PLN-ELAPSED-HUNDREDTHS PIC S9(9).
           05  PLN-SIGNATURE         PIC 9(10).
           05  PLN-STEP-COUNT        PIC 9(4).
           05  PLN-STEP-NR           PIC 9(4).
           05  PLN-STEP-TEXT         PIC X(70).
