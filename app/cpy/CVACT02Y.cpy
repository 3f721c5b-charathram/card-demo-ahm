      * Copybook    : CVACT02Y.CPY
      * Application : CardDemo
      * Type        : CICS COBOL Copybook
      * Function    : Card record layout (CARDDAT). CARD-FREEZE-DATE
      *               (MM/DD/YY) is set while a card is temporarily
      *               frozen (status 'F') and cleared when the freeze
      *               is lifted or the card is deleted.
      *               CARD-NEVER-ACTIVATED-FLG is set to Y when a card
      *               still pending activation (status 'P') is
      *               deleted, so a reactivation puts it back to 'P'
      *               rather than live; cleared on reactivation
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  CARD-DEL-REASON-CLOSED          VALUE 'CLOSED'.
               88  CARD-DEL-REASON-REISSUE         VALUE 'REISSUE'.
           05  CARD-DELETE-DATE                PIC X(08).
           05  CARD-FREEZE-DATE                PIC X(08).
           05  CARD-NEVER-ACTIVATED-FLG        PIC X(01).
               88  CARD-NEVER-ACTIVATED            VALUE 'Y'.
           05  FILLER                          PIC X(35).
