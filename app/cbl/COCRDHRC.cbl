      ******************************************************************
      * Program     : COCRDHRC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Fraud-review hold release and decline. Shows a
      *               replacement card held on CRDHLD by the repeat-
      *               loss velocity rule; F5 releases the hold, which
      *               generates the replacement card and queues its
      *               embossing advice, F6 declines it. Limited to
      *               admin-class users, the user who placed the hold
      *               cannot decide it, and every decision is written
      *               to the CDELAUD audit trail
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCRDHRC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDHRC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCHR'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDHR'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDHRA'.
         05 WS-HOLDFILE                PIC X(08) VALUE 'CRDHLD  '.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-AUDITFILE               PIC X(08) VALUE 'CDELAUD '.
         05 WS-BINFILE                 PIC X(08) VALUE 'CRDBIN  '.
         05 WS-EMBQNAME                PIC X(04) VALUE 'EMBQ'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-CARD-INPUT              PIC X(16) VALUE SPACES.
         05 WS-BROWSE-KEY              PIC X(16) VALUE LOW-VALUES.
         05 WS-BROWSE-DONE-FLG         PIC X(01) VALUE 'N'.
           88 BROWSE-DONE                        VALUE 'Y'.
           88 BROWSE-NOT-DONE                    VALUE 'N'.
         05 WS-HOLD-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 PENDING-HOLD-FOUND                 VALUE 'Y'.
           88 PENDING-HOLD-NOT-FOUND             VALUE 'N'.
         05 WS-SKIP-EQUAL-FLG          PIC X(01) VALUE 'N'.
           88 SKIP-EQUAL-KEY                     VALUE 'Y'.
           88 KEEP-EQUAL-KEY                     VALUE 'N'.
         05 WS-HOLD-UPDATED-FLG        PIC X(01) VALUE 'N'.
           88 HOLD-UPDATED                       VALUE 'Y'.
           88 HOLD-NOT-UPDATED                   VALUE 'N'.
         05 WS-AUDIT-REASON-CD         PIC X(07) VALUE SPACES.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-NEW-CARD-NUM.
           10 WS-NEW-CARD-BIN          PIC X(06).
           10 WS-NEW-CARD-SEQ          PIC 9(09).
           10 WS-NEW-CARD-CHECK        PIC 9(01).
         05 WS-REISSUE-TRY-COUNT       PIC 9(02) VALUE ZEROES.
         05 WS-NUMBER-ALLOC-FLG        PIC X(01) VALUE 'N'.
           88 NUMBER-ALLOCATED                   VALUE 'Y'.
           88 NUMBER-NOT-ALLOCATED               VALUE 'N'.
         05 WS-ALLOC-FAILED-FLG        PIC X(01) VALUE 'N'.
           88 ALLOCATION-FAILED                  VALUE 'Y'.
           88 ALLOCATION-NOT-FAILED              VALUE 'N'.
         05 WS-LUHN-CARD-NUM           PIC X(16) VALUE ZEROES.
         05 WS-LUHN-DIGITS REDEFINES WS-LUHN-CARD-NUM.
           10 WS-LUHN-DIGIT OCCURS 16 TIMES
                                       PIC 9(01).
         05 WS-LUHN-SUB                PIC S9(04) COMP VALUE ZEROS.
         05 WS-LUHN-SUM                PIC 9(05) VALUE ZEROES.
         05 WS-LUHN-WORK               PIC 9(02) VALUE ZEROES.
         05 WS-LUHN-PARITY             PIC 9(01) VALUE ZEROES.
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
         05 WS-REISSUE-WRITTEN-FLG     PIC X(01) VALUE 'N'.
           88 REPLACEMENT-WRITTEN                VALUE 'Y'.
           88 REPLACEMENT-NOT-WRITTEN            VALUE 'N'.
         05 WS-REISSUE-ACCT-ID         PIC 9(11) VALUE ZEROES.
         05 WS-REISSUE-CVV-CD          PIC 9(03) VALUE ZEROES.
         05 WS-REISSUE-NAME            PIC X(50) VALUE SPACES.
         05 WS-DELETED-CARD-NUM        PIC X(16) VALUE SPACES.
         05 WS-NEW-EXP-YEAR            PIC 9(04) VALUE ZEROES.
         05 WS-CURYEAR-N               PIC 9(04) VALUE ZEROES.

       COPY COCOM01Y.

       COPY COCRDHR.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *FRAUD-REVIEW HOLD RECORD (CRDHLD FILE)
       COPY CVHLD01Y.

      *CARD RECORD LAYOUT
       COPY CVACT02Y.

      *CARD DELETE/REACTIVATE AUDIT TRAIL RECORD
       COPY CSDEL01Y.

      *EMBOSSING VENDOR EXTRACT RECORD, PUSHED ONTO THE EMBQ TDQ FOR
      *THE NIGHTLY TRANSMISSION TO THE PLASTICS VENDOR
       COPY CVEMB01Y.

      *CARD NUMBER RANGE CONTROL RECORD (CRDBIN FILE), SOURCE OF
      *EVERY REPLACEMENT CARD NUMBER
       COPY CVBIN01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PARA.

           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF CCRDHRAO
                          INFOMSGO OF CCRDHRAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDHRAO
      *RELEASING A HOLD ISSUES A CARD THE FRAUD RULE STOPPED, SO THE
      *SCREEN IS LIMITED TO ADMIN-CLASS USERS LIKE THE OTHER CONTROL
      *SCREENS
                   IF NOT CDEMO-USRTYP-ADMIN
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Admin authority required...'
                         TO WS-MESSAGE
                   ELSE
                       MOVE 'Enter a held card number, or press ENTER'
                         TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO CARDNUML OF CCRDHRAI
                   PERFORM SEND-HOLD-SCREEN
               ELSE
                   PERFORM RECEIVE-HOLD-SCREEN
                   EVALUATE TRUE
                       WHEN EIBAID = DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                                    CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN EIBAID = DFHPF12
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN NOT CDEMO-USRTYP-ADMIN
                           MOVE 'Y' TO WS-ERR-FLG
                           MOVE 'Admin authority required...'
                             TO WS-MESSAGE
                           PERFORM SEND-HOLD-SCREEN
                       WHEN EIBAID = DFHENTER
                           PERFORM INQUIRE-CARD-HOLD
                       WHEN EIBAID = DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN EIBAID = DFHPF5
                           PERFORM RELEASE-CARD-HOLD
                       WHEN EIBAID = DFHPF6
                           PERFORM DECLINE-CARD-HOLD
                       WHEN EIBAID = DFHPF8
                           PERFORM SHOW-NEXT-PENDING-HOLD
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-HOLD-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      INQUIRE-CARD-HOLD
      *                      Shows the hold for the card entered, or
      *                      the first hold still awaiting a decision
      *                      when no card number is entered
      *----------------------------------------------------------------*
       INQUIRE-CARD-HOLD.

           IF CARDNUMI OF CCRDHRAI = SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               SET KEEP-EQUAL-KEY TO TRUE
               PERFORM FIND-PENDING-HOLD
           ELSE
               PERFORM EDIT-HOLD-CARD-NUM
               IF NOT ERR-FLG-ON
                   PERFORM READ-CARD-HOLD
               END-IF
               IF NOT ERR-FLG-ON
                   PERFORM SHOW-HOLD-DETAILS
                   PERFORM SET-DECISION-PROMPT
                   PERFORM SEND-HOLD-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-NEXT-PENDING-HOLD
      *                      F8 steps to the next hold awaiting a
      *                      decision after the card on the screen
      *----------------------------------------------------------------*
       SHOW-NEXT-PENDING-HOLD.

           IF CARDNUMI OF CCRDHRAI = SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO WS-BROWSE-KEY
               SET KEEP-EQUAL-KEY TO TRUE
           ELSE
               MOVE CARDNUMI OF CCRDHRAI TO WS-BROWSE-KEY
               SET SKIP-EQUAL-KEY TO TRUE
           END-IF

           PERFORM FIND-PENDING-HOLD.

      *----------------------------------------------------------------*
      *                      FIND-PENDING-HOLD
      *                      Browses CRDHLD from WS-BROWSE-KEY for the
      *                      first record still in held status
      *----------------------------------------------------------------*
       FIND-PENDING-HOLD.

           SET PENDING-HOLD-NOT-FOUND TO TRUE
           SET BROWSE-NOT-DONE        TO TRUE
           MOVE WS-BROWSE-KEY         TO HLD-CARD-NUM

           EXEC CICS STARTBR
                DATASET   (WS-HOLDFILE)
                RIDFLD    (HLD-CARD-NUM)
                KEYLENGTH (LENGTH OF HLD-CARD-NUM)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-HOLD
                       UNTIL BROWSE-DONE
                   EXEC CICS ENDBR
                        DATASET (WS-HOLDFILE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STARTBR CRDHLD RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to browse fraud hold file...'
                     TO WS-MESSAGE
           END-EVALUATE

           IF NOT ERR-FLG-ON
               IF PENDING-HOLD-FOUND
                   PERFORM SHOW-HOLD-DETAILS
                   PERFORM SET-DECISION-PROMPT
               ELSE
                   PERFORM INITIALIZE-ALL-FIELDS
                   MOVE 'No more replacement cards held for review...'
                     TO WS-MESSAGE
               END-IF
           END-IF

           MOVE -1 TO CARDNUML OF CCRDHRAI
           PERFORM SEND-HOLD-SCREEN.

      *----------------------------------------------------------------*
      *                      READ-NEXT-HOLD
      *----------------------------------------------------------------*
       READ-NEXT-HOLD.

           EXEC CICS READNEXT
                DATASET   (WS-HOLDFILE)
                INTO      (CARD-HOLD-RECORD)
                LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                RIDFLD    (HLD-CARD-NUM)
                KEYLENGTH (LENGTH OF HLD-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF HLD-STATUS-HELD
                       IF SKIP-EQUAL-KEY
                       AND HLD-CARD-NUM = WS-BROWSE-KEY
                           CONTINUE
                       ELSE
                           SET PENDING-HOLD-FOUND TO TRUE
                           SET BROWSE-DONE        TO TRUE
                       END-IF
                   END-IF
               WHEN DFHRESP(ENDFILE)
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'READNEXT CRDHLD RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   SET BROWSE-DONE TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-HOLD-CARD-NUM
      *----------------------------------------------------------------*
       EDIT-HOLD-CARD-NUM.

           MOVE CARDNUMI OF CCRDHRAI TO WS-CARD-INPUT

           EVALUATE TRUE
               WHEN WS-CARD-INPUT = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDNUML OF CCRDHRAI
               WHEN WS-CARD-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number must be 16 digits...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDNUML OF CCRDHRAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               PERFORM SEND-HOLD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CARD-HOLD
      *----------------------------------------------------------------*
       READ-CARD-HOLD.

           MOVE WS-CARD-INPUT TO HLD-CARD-NUM

           EXEC CICS READ
                DATASET   (WS-HOLDFILE)
                INTO      (CARD-HOLD-RECORD)
                LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                RIDFLD    (HLD-CARD-NUM)
                KEYLENGTH (LENGTH OF HLD-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           PERFORM CHECK-HOLD-READ-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-HOLD-READ-RESP
      *                      Common handling for the inquiry read and
      *                      the read for update
      *----------------------------------------------------------------*
       CHECK-HOLD-READ-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No fraud hold found for this card...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDNUML OF CCRDHRAI
                   PERFORM SEND-HOLD-SCREEN
               WHEN OTHER
                   DISPLAY 'READ CRDHLD RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read fraud hold file...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDNUML OF CCRDHRAI
                   PERFORM SEND-HOLD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-HOLD-FOR-DECISION
      *                      Reads the hold for update and refuses a
      *                      decision on a hold already decided or
      *                      by the user who placed it
      *----------------------------------------------------------------*
       READ-HOLD-FOR-DECISION.

           PERFORM EDIT-HOLD-CARD-NUM

           IF NOT ERR-FLG-ON
               MOVE WS-CARD-INPUT TO HLD-CARD-NUM

               EXEC CICS READ
                    DATASET   (WS-HOLDFILE)
                    INTO      (CARD-HOLD-RECORD)
                    LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                    RIDFLD    (HLD-CARD-NUM)
                    KEYLENGTH (LENGTH OF HLD-CARD-NUM)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               PERFORM CHECK-HOLD-READ-RESP
           END-IF

           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN NOT HLD-STATUS-HELD
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'This hold has already been decided...'
                         TO WS-MESSAGE
      *THE DELETE THAT TRIPPED THE RULE AND THE DECISION ON IT MUST
      *COME FROM TWO DIFFERENT PEOPLE
                   WHEN HLD-HELD-BY = CDEMO-USER-ID
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'You can NOT decide a hold you placed...'
                         TO WS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ERR-FLG-ON
                   EXEC CICS UNLOCK
                        DATASET (WS-HOLDFILE)
                        RESP    (WS-RESP-CD)
                        RESP2   (WS-REAS-CD)
                   END-EXEC
                   PERFORM SHOW-HOLD-DETAILS
                   MOVE -1 TO CARDNUML OF CCRDHRAI
                   PERFORM SEND-HOLD-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      RELEASE-CARD-HOLD
      *                      F5 generates the replacement card that
      *                      was held, queues its embossing advice and
      *                      marks the hold released. The deleted card
      *                      must still be deleted - a card reactivated
      *                      since the hold needs no replacement
      *----------------------------------------------------------------*
       RELEASE-CARD-HOLD.

           PERFORM READ-HOLD-FOR-DECISION

           IF NOT ERR-FLG-ON
               PERFORM CHECK-DELETED-CARD
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM POPULATE-HEADER-INFO
               PERFORM GENERATE-REPLACEMENT-CARD
               IF REPLACEMENT-WRITTEN
                   SET HLD-STATUS-RELEASED TO TRUE
                   MOVE WS-NEW-CARD-NUM    TO HLD-NEW-CARD-NUM
                   PERFORM REWRITE-DECIDED-HOLD
               ELSE
                   EXEC CICS UNLOCK
                        DATASET (WS-HOLDFILE)
                        RESP    (WS-RESP-CD)
                        RESP2   (WS-REAS-CD)
                   END-EXEC
                   PERFORM SHOW-HOLD-DETAILS
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Replacement card could NOT be generated...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDNUML OF CCRDHRAI
                   PERFORM SEND-HOLD-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      DECLINE-CARD-HOLD
      *                      F6 closes the hold with no replacement
      *----------------------------------------------------------------*
       DECLINE-CARD-HOLD.

           PERFORM READ-HOLD-FOR-DECISION

           IF NOT ERR-FLG-ON
               PERFORM POPULATE-HEADER-INFO
               SET HLD-STATUS-DECLINED TO TRUE
               MOVE SPACES             TO HLD-NEW-CARD-NUM
               PERFORM REWRITE-DECIDED-HOLD
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-DELETED-CARD
      *----------------------------------------------------------------*
       CHECK-DELETED-CARD.

           MOVE HLD-CARD-NUM TO CARD-NUM

           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'READ CARDDAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to read the deleted card...'
                     TO WS-MESSAGE
               WHEN CARD-ACTIVE-STATUS NOT = WS-SOFT-DELETED-MARKER
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Card is no longer deleted - decline the hold'
                     TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               EXEC CICS UNLOCK
                    DATASET (WS-HOLDFILE)
                    RESP    (WS-RESP-CD)
                    RESP2   (WS-REAS-CD)
               END-EXEC
               PERFORM SHOW-HOLD-DETAILS
               MOVE -1 TO CARDNUML OF CCRDHRAI
               PERFORM SEND-HOLD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-DECIDED-HOLD
      *                      Records the decision on the hold and on
      *                      the CDELAUD audit trail
      *----------------------------------------------------------------*
       REWRITE-DECIDED-HOLD.

           MOVE CDEMO-USER-ID          TO HLD-DECIDED-BY
           MOVE WS-CURDATE-MM-DD-YY    TO HLD-DECIDED-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO HLD-DECIDED-TIME

           EXEC CICS REWRITE
                DATASET   (WS-HOLDFILE)
                FROM      (CARD-HOLD-RECORD)
                LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET HOLD-UPDATED TO TRUE
           ELSE
               SET HOLD-NOT-UPDATED TO TRUE
               DISPLAY 'REWRITE CRDHLD RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF

           MOVE HLD-CARD-NUM           TO CARD-NUM
           MOVE HLD-ACCT-ID            TO CARD-ACCT-ID
           MOVE HLD-REASON-CD          TO WS-AUDIT-REASON-CD
           IF HLD-STATUS-RELEASED
               SET CDEL-AUDIT-ACTION-HOLD-RELEASE TO TRUE
           ELSE
               SET CDEL-AUDIT-ACTION-HOLD-DECLINE TO TRUE
           END-IF
           PERFORM WRITE-DELETE-AUDIT-RECORD

           PERFORM SHOW-HOLD-DETAILS
           MOVE DFHGREEN TO ERRMSGC OF CCRDHRAO
           EVALUATE TRUE
               WHEN HOLD-NOT-UPDATED
               AND HLD-STATUS-RELEASED
                   MOVE DFHRED TO ERRMSGC OF CCRDHRAO
                   MOVE 'Card issued but hold NOT updated - see log'
                     TO WS-MESSAGE
               WHEN HOLD-NOT-UPDATED
                   MOVE DFHRED TO ERRMSGC OF CCRDHRAO
                   MOVE 'Unable to update fraud hold file...'
                     TO WS-MESSAGE
               WHEN HLD-STATUS-RELEASED
                   STRING 'Hold released - replacement card '
                                            DELIMITED BY SIZE
                          HLD-NEW-CARD-NUM  DELIMITED BY SPACE
                          ' issued'         DELIMITED BY SIZE
                     INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Hold declined - no replacement card issued'
                     TO WS-MESSAGE
           END-EVALUATE
           MOVE -1 TO CARDNUML OF CCRDHRAI
           PERFORM SEND-HOLD-SCREEN.

      *----------------------------------------------------------------*
      *                      WRITE-DELETE-AUDIT-RECORD
      *----------------------------------------------------------------*
       WRITE-DELETE-AUDIT-RECORD.

           MOVE CARD-NUM               TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID           TO CDEL-AUDIT-ACCT-ID
           MOVE CDEMO-USER-ID          TO CDEL-AUDIT-USER-ID
           MOVE WS-AUDIT-REASON-CD     TO CDEL-AUDIT-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY    TO CDEL-AUDIT-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO CDEL-AUDIT-TIME

           EXEC CICS WRITE
                DATASET   (WS-AUDITFILE)
                FROM      (CARDDEL-AUDIT-RECORD)
                LENGTH    (LENGTH OF CARDDEL-AUDIT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'WRITE CDELAUD RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      GENERATE-REPLACEMENT-CARD
      *                      The successor card the velocity rule held
      *                      back is written here, exactly as the
      *                      delete would have written it: account and
      *                      embossed name carried over, a number from
      *                      the CRDBIN range for the old card's BIN,
      *                      a fresh CVV and expiration, pending
      *                      activation, with an embossing advice
      *                      queued for the plastics vendor
      *----------------------------------------------------------------*
       GENERATE-REPLACEMENT-CARD.

           MOVE HLD-CARD-NUM           TO WS-DELETED-CARD-NUM
           MOVE HLD-ACCT-ID            TO WS-REISSUE-ACCT-ID
           MOVE HLD-EMBOSSED-NAME      TO WS-REISSUE-NAME

           MOVE WS-CURDATE-YEAR        TO WS-CURYEAR-N
           COMPUTE WS-NEW-EXP-YEAR = WS-CURYEAR-N + 3

           MOVE ZEROES TO WS-REISSUE-TRY-COUNT
           SET REPLACEMENT-NOT-WRITTEN TO TRUE
           SET ALLOCATION-NOT-FAILED   TO TRUE
           PERFORM WRITE-REPLACEMENT-CARD
               UNTIL REPLACEMENT-WRITTEN
               OR ALLOCATION-FAILED
               OR WS-REISSUE-TRY-COUNT > 5

           IF REPLACEMENT-WRITTEN
               SET CDEL-AUDIT-ACTION-ADD TO TRUE
               MOVE HLD-REASON-CD TO WS-AUDIT-REASON-CD
               PERFORM WRITE-DELETE-AUDIT-RECORD
               PERFORM WRITE-EMBOSSING-TDQ
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-REPLACEMENT-CARD
      *                      Each try allocates a fresh number from
      *                      the CRDBIN range control; a duplicate
      *                      on CARDDAT just burns that sequence and
      *                      tries the next one
      *----------------------------------------------------------------*
       WRITE-REPLACEMENT-CARD.

           ADD 1 TO WS-REISSUE-TRY-COUNT
           PERFORM ALLOCATE-CARD-NUMBER

           IF NUMBER-ALLOCATED
               PERFORM GENERATE-NEW-CVV

               MOVE SPACES                 TO CARD-RECORD
               MOVE WS-NEW-CARD-NUM        TO CARD-NUM
               MOVE WS-REISSUE-ACCT-ID     TO CARD-ACCT-ID
               MOVE WS-REISSUE-CVV-CD      TO CARD-CVV-CD
               MOVE WS-REISSUE-NAME        TO CARD-EMBOSSED-NAME
               MOVE SPACES                 TO CARD-EXPIRAION-DATE
               STRING WS-NEW-EXP-YEAR      DELIMITED BY SIZE
                      '-'                  DELIMITED BY SIZE
                      WS-CURDATE-MONTH     DELIMITED BY SIZE
                      '-01'                DELIMITED BY SIZE
                 INTO CARD-EXPIRAION-DATE
               MOVE WS-PENDING-MARKER      TO CARD-ACTIVE-STATUS
               MOVE SPACES                 TO CARD-DELETE-REASON-CD
               MOVE SPACES                 TO CARD-DELETE-DATE

               EXEC CICS WRITE
                    DATASET   (WS-CARDFILE)
                    FROM      (CARD-RECORD)
                    LENGTH    (LENGTH OF CARD-RECORD)
                    RIDFLD    (CARD-NUM)
                    KEYLENGTH (LENGTH OF CARD-NUM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       SET REPLACEMENT-WRITTEN TO TRUE
                   WHEN DFHRESP(DUPREC)
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'WRITE CARDDAT RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                       MOVE 99 TO WS-REISSUE-TRY-COUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      ALLOCATE-CARD-NUMBER
      *                      Takes the next sequence for the old
      *                      card's BIN from the CRDBIN range
      *                      control under a READ UPDATE, appends
      *                      the Luhn check digit, and steps the
      *                      range forward. A missing, closed, or
      *                      exhausted range fails the allocation
      *----------------------------------------------------------------*
       ALLOCATE-CARD-NUMBER.

           SET NUMBER-NOT-ALLOCATED TO TRUE
           MOVE WS-DELETED-CARD-NUM(1:6) TO BIN-ISSUER-BIN

           EXEC CICS READ
                DATASET   (WS-BINFILE)
                INTO      (CARD-BIN-CONTROL-RECORD)
                LENGTH    (LENGTH OF CARD-BIN-CONTROL-RECORD)
                RIDFLD    (BIN-ISSUER-BIN)
                KEYLENGTH (LENGTH OF BIN-ISSUER-BIN)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET ALLOCATION-FAILED TO TRUE
                   DISPLAY 'NO CRDBIN RANGE RECORD FOR BIN '
                           BIN-ISSUER-BIN
               WHEN OTHER
                   SET ALLOCATION-FAILED TO TRUE
                   DISPLAY 'READ UPDATE CRDBIN RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
           END-EVALUATE

           IF NOT ALLOCATION-FAILED
               IF NOT BIN-IS-OPEN
               OR BIN-NEXT-SEQ > BIN-LAST-SEQ
                   EXEC CICS UNLOCK
                        DATASET(WS-BINFILE)
                   END-EXEC
                   SET ALLOCATION-FAILED TO TRUE
                   DISPLAY 'CRDBIN RANGE EXHAUSTED OR CLOSED FOR '
                           'BIN ' BIN-ISSUER-BIN
               ELSE
                   MOVE BIN-ISSUER-BIN TO WS-NEW-CARD-BIN
                   MOVE BIN-NEXT-SEQ   TO WS-NEW-CARD-SEQ
                   MOVE ZEROES         TO WS-NEW-CARD-CHECK
                   MOVE WS-NEW-CARD-NUM TO WS-LUHN-CARD-NUM
                   PERFORM COMPUTE-LUHN-CHECK-DIGIT
                   MOVE WS-LUHN-CHECK-DIGIT TO WS-NEW-CARD-CHECK

      *THE FINAL SEQUENCE IS STILL USABLE; THE RANGE IS ONLY MARKED
      *EXHAUSTED FOR THE ALLOCATION AFTER IT
                   IF BIN-NEXT-SEQ < BIN-LAST-SEQ
                       ADD 1 TO BIN-NEXT-SEQ
                   ELSE
                       SET BIN-IS-EXHAUSTED TO TRUE
                   END-IF

                   EXEC CICS REWRITE
                        DATASET   (WS-BINFILE)
                        FROM      (CARD-BIN-CONTROL-RECORD)
                        LENGTH    (LENGTH OF CARD-BIN-CONTROL-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC

                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       SET NUMBER-ALLOCATED TO TRUE
                   ELSE
                       SET ALLOCATION-FAILED TO TRUE
                       DISPLAY 'REWRITE CRDBIN RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-LUHN-CHECK-DIGIT
      *                      Standard Luhn over positions 1-15 of
      *                      WS-LUHN-CARD-NUM; the result is the
      *                      digit that belongs in position 16
      *----------------------------------------------------------------*
       COMPUTE-LUHN-CHECK-DIGIT.

           MOVE ZEROES TO WS-LUHN-SUM
           PERFORM LUHN-ADD-DIGIT
               VARYING WS-LUHN-SUB FROM 1 BY 1
               UNTIL WS-LUHN-SUB > 15

           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM = ZEROES
               MOVE ZEROES TO WS-LUHN-CHECK-DIGIT
           ELSE
               COMPUTE WS-LUHN-CHECK-DIGIT = 10 - WS-LUHN-REM
           END-IF.

      *----------------------------------------------------------------*
      *                      LUHN-ADD-DIGIT
      *                      Digits an odd distance from the check
      *                      digit (positions 15, 13, ... 1) are
      *                      doubled, with 9 subtracted when the
      *                      double carries
      *----------------------------------------------------------------*
       LUHN-ADD-DIGIT.

           DIVIDE WS-LUHN-SUB BY 2
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-PARITY

           IF WS-LUHN-PARITY = 1
               COMPUTE WS-LUHN-WORK = WS-LUHN-DIGIT(WS-LUHN-SUB) * 2
               IF WS-LUHN-WORK > 9
                   SUBTRACT 9 FROM WS-LUHN-WORK
               END-IF
               ADD WS-LUHN-WORK TO WS-LUHN-SUM
           ELSE
               ADD WS-LUHN-DIGIT(WS-LUHN-SUB) TO WS-LUHN-SUM
           END-IF.

      *----------------------------------------------------------------*
      *                      GENERATE-NEW-CVV
      *                      A fresh CVV for every successor card -
      *                      the compromised card's CVV must never
      *                      carry over to the new plastic
      *----------------------------------------------------------------*
       GENERATE-NEW-CVV.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE WS-CURTIME-HOURS       TO WS-CVV-TIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CVV-TIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CVV-TIME-SS
           MOVE WS-NEW-CARD-NUM(13:4)  TO WS-NEW-CARD-LAST4

           COMPUTE WS-CVV-SEED = WS-CVV-TIME-N * 7
                               + WS-NEW-CARD-LAST4 * 13
                               + WS-REISSUE-TRY-COUNT
           DIVIDE WS-CVV-SEED BY 1000
               GIVING WS-CVV-QUOT REMAINDER WS-REISSUE-CVV-CD.

      *----------------------------------------------------------------*
      *                      WRITE-EMBOSSING-TDQ
      *                      Queues the successor card for the nightly
      *                      embossing vendor transmission
      *----------------------------------------------------------------*
       WRITE-EMBOSSING-TDQ.

           MOVE CARD-NUM               TO EMB-CARD-NUM
           MOVE CARD-ACCT-ID           TO EMB-ACCT-ID
           MOVE CARD-EMBOSSED-NAME     TO EMB-EMBOSSED-NAME
           MOVE CARD-EXPIRAION-DATE    TO EMB-EXPIRAION-DATE
           MOVE WS-CURDATE-MM-DD-YY    TO EMB-ISSUE-DATE

           EXEC CICS WRITEQ TD
                QUEUE   (WS-EMBQNAME)
                FROM    (CARD-EMBOSSING-RECORD)
                LENGTH  (LENGTH OF CARD-EMBOSSING-RECORD)
                RESP    (WS-RESP-CD)
                RESP2   (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'WRITEQ TD ' WS-EMBQNAME ' RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      SET-DECISION-PROMPT
      *----------------------------------------------------------------*
       SET-DECISION-PROMPT.

           IF HLD-STATUS-HELD
               MOVE 'Press F5 to RELEASE or F6 to DECLINE this hold'
                 TO WS-MESSAGE
               MOVE DFHNEUTR TO ERRMSGC OF CCRDHRAO
           ELSE
               MOVE 'This hold has already been decided...'
                 TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-HOLD-DETAILS
      *----------------------------------------------------------------*
       SHOW-HOLD-DETAILS.

           MOVE HLD-CARD-NUM          TO CARDNUMO OF CCRDHRAO
           MOVE HLD-ACCT-ID           TO ACCTIDO  OF CCRDHRAO
           MOVE HLD-EMBOSSED-NAME     TO EMBNAMEO OF CCRDHRAO
           MOVE HLD-REASON-CD         TO REASONO  OF CCRDHRAO
           MOVE HLD-LOSS-COUNT        TO LOSSCNTO OF CCRDHRAO
           MOVE HLD-LOSS-LIMIT        TO LOSSLIMO OF CCRDHRAO
           MOVE HLD-WINDOW-DAYS       TO WINDAYSO OF CCRDHRAO
           EVALUATE TRUE
               WHEN HLD-STATUS-HELD
                   MOVE 'HELD'        TO HLDSTATO OF CCRDHRAO
               WHEN HLD-STATUS-RELEASED
                   MOVE 'RELEASED'    TO HLDSTATO OF CCRDHRAO
               WHEN HLD-STATUS-DECLINED
                   MOVE 'DECLINED'    TO HLDSTATO OF CCRDHRAO
               WHEN OTHER
                   MOVE HLD-STATUS-CD TO HLDSTATO OF CCRDHRAO
           END-EVALUATE
           MOVE HLD-HELD-BY           TO HELDBYO  OF CCRDHRAO
           MOVE HLD-HELD-DATE         TO HELDDTO  OF CCRDHRAO
           MOVE HLD-HELD-TIME         TO HELDTMO  OF CCRDHRAO
           MOVE HLD-DECIDED-BY        TO DECBYO   OF CCRDHRAO
           MOVE HLD-DECIDED-DATE      TO DECDTO   OF CCRDHRAO
           MOVE HLD-DECIDED-TIME      TO DECTMO   OF CCRDHRAO
           MOVE HLD-NEW-CARD-NUM      TO NEWCARDO OF CCRDHRAO.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-HOLD-SCREEN
      *----------------------------------------------------------------*
       SEND-HOLD-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDHRAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDHRAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-HOLD-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-HOLD-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDHRAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDHRAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDHRAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDHRAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDHRAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDHRAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDHRAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-HOLD-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDHRAO
           MOVE -1            TO CARDNUML OF CCRDHRAI
           MOVE SPACES        TO CARDNUMI OF CCRDHRAI
                                 ACCTIDO  OF CCRDHRAO
                                 EMBNAMEO OF CCRDHRAO
                                 REASONO  OF CCRDHRAO
                                 LOSSCNTO OF CCRDHRAO
                                 LOSSLIMO OF CCRDHRAO
                                 WINDAYSO OF CCRDHRAO
                                 HLDSTATO OF CCRDHRAO
                                 HELDBYO  OF CCRDHRAO
                                 HELDDTO  OF CCRDHRAO
                                 HELDTMO  OF CCRDHRAO
                                 DECBYO   OF CCRDHRAO
                                 DECDTO   OF CCRDHRAO
                                 DECTMO   OF CCRDHRAO
                                 NEWCARDO OF CCRDHRAO
                                 INFOMSGO OF CCRDHRAO
                                 WS-MESSAGE.
