      * Type        : Interface Record Layout
      * Function    : Dead-letter record for a card block queue entry
      *               whose advice could not be delivered to the
      *               authorization system after retries (CBCRD04C)
      *               or was rejected by it (CBCRD14C, reason
      *               'AUTH REJECT' and the auth reason code). Columns
      *               1-44 hold the original block queue record
      *               unchanged so operations can replay it
      ******************************************************************
