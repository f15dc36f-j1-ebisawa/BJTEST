                     W-RETCLASS
                     W-EXPDATE.
      *    retention class / expiry date are optional trailing
      *    fields - entries without them never expire.  class TCPY
      *    marks a masked test copy, which QU_PIISCN sweeps
           MOVE W-RETCLASS TO CATLG-RETCLASS.
           IF W-EXPDATE IS NUMERIC
              MOVE W-EXPDATE TO CATLG-EXPDATE
