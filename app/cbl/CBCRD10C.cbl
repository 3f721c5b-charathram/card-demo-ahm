      *               extract record with reason FRAUD for an
      *               immediate CBCRD01C run so the block goes out
      *               in minutes instead of whenever someone reads
      *               an email. Frozen or pending-activation cards
      *               are blocked as well; alerts for a
      *               card that is missing, already blocked, expired
      *               or of unknown status go to an exception report
      *               instead. The job only reads CARDDAT, so it is
      *               safe to run intraday as often as alert files
      *               arrive
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
           88 END-OF-ALERTS                      VALUE 'Y'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-FRAUD-REASON-CD         PIC X(07) VALUE 'FRAUD'.
         05 WS-COUNTERS.
           10 WS-ALERTS-READ           PIC 9(07) VALUE ZEROES.
                   ADD 1 TO WS-ALERTS-NOT-ACTIVE
                   MOVE 'CARD ALREADY BLOCKED' TO WS-DTL-EXCEPTION
                   PERFORM WRITE-EXCEPTION-LINE
      *A FROZEN CARD CAN STILL BE UNFROZEN AND A PENDING CARD CAN STILL
      *BE ACTIVATED, SO EITHER IS BLOCKED LIKE AN ACTIVE ONE
               WHEN CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
               WHEN CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
               WHEN CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                   PERFORM WRITE-FRAUD-EXTRACT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-ALERTS-NOT-ACTIVE
                   MOVE 'CARD NOT ACTIVE'      TO WS-DTL-EXCEPTION
                   PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE

           PERFORM READ-NEXT-ALERT.
