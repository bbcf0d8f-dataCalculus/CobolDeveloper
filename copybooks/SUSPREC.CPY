               88  SUSP-BAD-EXTENSION    VALUE "EXT ".
               88  SUSP-OVER-CREDIT      VALUE "CRED".
               88  SUSP-OVER-STOCK       VALUE "STCK".
               88  SUSP-CREDIT-HOLD      VALUE "HOLD".
      *RAW BATCHIN RECORD IMAGE AT ITS MAXIMUM LENGTH - KEPT AS
      *PLAIN TEXT RATHER THAN THE BATCHREC LAYOUT BECAUSE A RECORD
      *CAN LAND HERE PRECISELY BECAUSE ITS ITEM COUNT IS GARBAGE
