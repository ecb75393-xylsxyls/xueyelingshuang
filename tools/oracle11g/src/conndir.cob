      *  job converted to CONNDIR skips its ORACONN call so the     *
      *  two do not fight over the flags. The connection name is    *
      *  registered with CONNREG, which SQLERRCK and JOBREG read    *
      *  to stamp their records, so SQLERRLG.DAT and JOBLEDG.DAT    *
      *  both say which database the run actually touched.          *
      *  WS-CONN-FOUND returns "N" when neither row exists; the     *
      *  caller then connects the old default way and the stamp     *
