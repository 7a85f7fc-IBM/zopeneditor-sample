      *        ITSELF NEED THE MASTER-ONLY FIGURE).  SPACES ON
      *        RECORDS WRITTEN BEFORE THE FIELD EXISTED.
           05  :TAG:-MASTER-RECS      PIC 9(9).
      *        JOURNALED TRANSACTIONS THAT KEEP THEIR OWN COUNTS
      *        (ORDER, ORDREV, WRTOFF, WRTREV, TRNSFR, RETMAL,
      *        DSPCLS), SUMMED.  SPACES ON RECORDS WRITTEN BEFORE
      *        THE FIELD EXISTED.
           05  :TAG:-OTHER-JRN-PROC   PIC 9(8).
