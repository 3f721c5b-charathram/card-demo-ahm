      * Function    : Block/unblock advice transmitted to the
      *               authorization system for each card block queue
      *               record consumed from CRDQ (online) or CRDTDQ
      *               (batch). FREEZE/UNFREEZE advise a temporary card
      *               freeze being set or lifted (queue status codes
      *               'F' and 'U')
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           05  ADV-MSG-TYPE                    PIC X(08).
               88  ADV-MSG-BLOCK                   VALUE 'BLOCK'.
               88  ADV-MSG-UNBLOCK                 VALUE 'UNBLOCK'.
               88  ADV-MSG-FREEZE                  VALUE 'FREEZE'.
               88  ADV-MSG-UNFREEZE                VALUE 'UNFREEZE'.
           05  ADV-CARD-NUM                    PIC X(16).
           05  ADV-ACCT-ID                     PIC 9(11).
           05  ADV-STATUS-CD                   PIC X(01).
