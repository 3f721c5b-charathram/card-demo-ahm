      * Application : CardDemo
      * Type        : CICS COBOL Copybook
      * Function    : Card delete/reactivate audit trail record
      *               (CARDDEL-AUDIT file). Also carries the freeze and
      *               freeze-lift actions of the temporary card freeze
      *               and the activation of a pending card, and the
      *               fraud-review hold of a replacement card with its
      *               release or decline, and the batch expiry and
      *               archive purge of a card
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               88  CDEL-AUDIT-ACTION-ADD              VALUE 'A'.
               88  CDEL-AUDIT-ACTION-RESTORE          VALUE 'S'.
               88  CDEL-AUDIT-ACTION-UPDATE           VALUE 'U'.
               88  CDEL-AUDIT-ACTION-FREEZE           VALUE 'F'.
               88  CDEL-AUDIT-ACTION-UNFREEZE         VALUE 'L'.
               88  CDEL-AUDIT-ACTION-ACTIVATE         VALUE 'V'.
               88  CDEL-AUDIT-ACTION-HOLD             VALUE 'H'.
               88  CDEL-AUDIT-ACTION-HOLD-RELEASE     VALUE 'O'.
               88  CDEL-AUDIT-ACTION-HOLD-DECLINE     VALUE 'N'.
               88  CDEL-AUDIT-ACTION-EXPIRE           VALUE 'E'.
               88  CDEL-AUDIT-ACTION-PURGE            VALUE 'P'.
           05  CDEL-AUDIT-REASON-CD            PIC X(07).
           05  CDEL-AUDIT-DATE                 PIC X(08).
           05  CDEL-AUDIT-TIME                 PIC X(08).
      *        CARD STATUS AFTER A REACTIVATE ('Y', OR 'P' FOR A CARD
      *        DELETED BEFORE IT WAS EVER ACTIVATED); BLANK OTHERWISE
           05  CDEL-AUDIT-NEW-STATUS           PIC X(01).
           05  FILLER                          PIC X(20).
