      ***************************************************************
      *                                                             *
      *               R  E  P  L  C  T  L                           *
      *                                                             *
      *  Replica check row for REPLCHK, one per query a check job   *
      *  runs against both sides of a replicated pair, in the order *
      *  the job works through them. Rows are read for the job id   *
      *  only.                                                      *
      *                                                             *
      *  RPC-QUERY is a SELECT returning a single value in a single *
      *  row -- a COUNT(*), a SUM of an amount column, or for       *
      *  RPC-KIND "T" a MAX timestamp as TO_CHAR(...,               *
      *  'YYYYMMDDHH24MISS'). It runs unchanged on RPC-PRIMARY-CONN *
      *  and on RPC-REPLICA-CONN, both CDR-CONN-NAME values in      *
      *  CONNDIR.DAT.                                               *
      *                                                             *
      *  RPC-KIND says how the two answers are compared --          *
      *    "C" / "S" - a row count or a sum; the absolute           *
      *                difference may not exceed RPC-TOLERANCE      *
      *    "T"       - a latest timestamp; the replica may trail    *
      *                the primary by no more than RPC-TOLERANCE    *
      *                seconds                                      *
      *  An answer that is NULL on one side only is a mismatch.     *
      *                                                             *
      *  RPC-CHECK-ID names the check in REPLRCLG.DAT and on the    *
      *  console; RPC-TABLE-NAME is for the reader only. JOBGATE    *
      *  holds any job whose CONNDIR.DAT connection is the          *
      *  RPC-REPLICA-CONN of a row until REPLCHK has ended clean    *
      *  today for that row's job id.                               *
      *                                                             *
      * MODIFIED                                                    *
      *   sysmaint   2026/10/15 - Initial version.                  *
      ***************************************************************
       01  REPLICA-CHECK-RECORD.
           05  RPC-JOB-ID            PIC X(8).
           05  RPC-CHECK-ID          PIC X(8).
           05  RPC-TABLE-NAME        PIC X(30).
           05  RPC-PRIMARY-CONN      PIC X(8).
           05  RPC-REPLICA-CONN      PIC X(8).
           05  RPC-KIND              PIC X(1).
           05  RPC-TOLERANCE         PIC 9(11)V99.
           05  RPC-QUERY             PIC X(200).
