      *                                                             *
      *  Shared serialization for the cross-job files. CURSBUDG    *
      *  is re-read and rewritten on every CURSRCY TOUCH, and      *
      *  MONFEED.DAT, SQLERRLG.DAT and JOBLEDG.DAT are written by  *
      *  every concurrently running job with no interlock -- we    *
      *  have seen a garbled CURSBUDG ceiling row and an           *
      *  interleaved SQLERRLG line after two heavy jobs collided.  *
