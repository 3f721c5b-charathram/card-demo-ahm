      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Issue a new credit card onto the CARDDAT file
      *               (writes CARD-ACTIVE-STATUS = 'P', pending
      *               activation on the CCAC transaction, with a
      *               freshly generated CVV) with the same audit trail
      *               the card delete transaction keeps
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-ISSUE-REASON-CD         PIC X(07) VALUE 'NEW'.
         05 WS-ACCT-INPUT              PIC X(11) VALUE SPACES.
         05 WS-ACCT-INPUT-N REDEFINES WS-ACCT-INPUT
         05 WS-LUHN-QUOT               PIC 9(05) VALUE ZEROES.
         05 WS-LUHN-REM                PIC 9(02) VALUE ZEROES.
         05 WS-LUHN-CHECK-DIGIT        PIC 9(01) VALUE ZEROES.
         05 WS-CVV-TIME.
           10 WS-CVV-TIME-HH           PIC X(02).
           10 WS-CVV-TIME-MM           PIC X(02).
           10 WS-CVV-TIME-SS           PIC X(02).
         05 WS-CVV-TIME-N REDEFINES WS-CVV-TIME
                                       PIC 9(06).
         05 WS-CVV-SEED                PIC 9(09) VALUE ZEROES.
         05 WS-CVV-QUOT                PIC 9(09) VALUE ZEROES.
         05 WS-NEW-CARD-LAST4          PIC 9(04) VALUE ZEROES.
         05 WS-NEW-CVV-CD              PIC 9(03) VALUE ZEROES.

       COPY COCOM01Y.

       WRITE-CARD-TO-FILE.

           PERFORM POPULATE-HEADER-INFO
           PERFORM GENERATE-NEW-CVV

           MOVE SPACES               TO CARD-RECORD
           MOVE CARDSIDI OF CCRDADAI TO CARD-NUM
           MOVE WS-ACCT-INPUT-N      TO CARD-ACCT-ID
           MOVE WS-NEW-CVV-CD        TO CARD-CVV-CD
           MOVE CRDNAMEI OF CCRDADAI TO CARD-EMBOSSED-NAME
           STRING WS-EXPYEAR-INPUT   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-EXPMON-INPUT    DELIMITED BY SIZE
                  '-01'              DELIMITED BY SIZE
             INTO CARD-EXPIRAION-DATE
           MOVE WS-PENDING-MARKER    TO CARD-ACTIVE-STATUS
           MOVE SPACES               TO CARD-DELETE-REASON-CD
           MOVE SPACES               TO CARD-DELETE-DATE

                   STRING 'Card '    DELIMITED BY SIZE
                          WS-CARD-DISPLAY
                                     DELIMITED BY SPACE
                          ' added - pending activation ...'
                                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-CARDADD-SCREEN

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDADAO.

      *----------------------------------------------------------------*
      *                      GENERATE-NEW-CVV
      *                      A CVV for the new plastic, checked by the
      *                      cardholder activation transaction
      *----------------------------------------------------------------*
       GENERATE-NEW-CVV.

           MOVE WS-CURTIME-HOURS       TO WS-CVV-TIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CVV-TIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CVV-TIME-SS
           MOVE CARDSIDI OF CCRDADAI(13:4)
                                       TO WS-NEW-CARD-LAST4

           COMPUTE WS-CVV-SEED = WS-CVV-TIME-N * 7
                               + WS-NEW-CARD-LAST4 * 13
           DIVIDE WS-CVV-SEED BY 1000
               GIVING WS-CVV-QUOT REMAINDER WS-NEW-CVV-CD.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
