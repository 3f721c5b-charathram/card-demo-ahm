      *                      The status code on the queue record is
      *                      the card's status AFTER the action, so
      *                      'D' means the card was blocked and
      *                      anything else means it was unblocked,
      *                      except the temporary freeze codes: 'F'
      *                      (freeze set) and 'U' (freeze lifted)
      *----------------------------------------------------------------*
       FORMAT-AUTH-ADVICE.

           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE SPACES TO CARD-AUTH-ADVICE-RECORD
           EVALUATE TDQ-BLK-STATUS-CD
               WHEN 'D'
                   SET ADV-MSG-BLOCK TO TRUE
               WHEN 'F'
                   SET ADV-MSG-FREEZE TO TRUE
               WHEN 'U'
                   SET ADV-MSG-UNFREEZE TO TRUE
               WHEN OTHER
                   SET ADV-MSG-UNBLOCK TO TRUE
           END-EVALUATE
           MOVE TDQ-BLK-CARD-NUM       TO ADV-CARD-NUM
           MOVE TDQ-BLK-ACCT-ID        TO ADV-ACCT-ID
           MOVE TDQ-BLK-STATUS-CD      TO ADV-STATUS-CD
