      ******************************************************************
      * Program     : COCRDACC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Card activation. New and replacement cards are
      *               written to CARDDAT pending activation ('P') and
      *               are declined until the cardholder activates
      *               them here. The operator keys the account, the
      *               last four digits and the CVV from the plastic;
      *               the pending card on the account ending in those
      *               digits is found and its CVV checked against
      *               CARD-RECORD, and F5 sets it active ('Y'). Each
      *               activation is written to the CDELAUD audit trail
      *               and an UNBLOCK record is put on the CRDQ card
      *               block queue for the authorization system. Cards
      *               never activated are cancelled by the nightly
      *               CBCRD16C job
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
       PROGRAM-ID. COCRDACC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDACC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCAC'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDAC'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDACA'.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-CARDAIXFILE             PIC X(08) VALUE 'CARDAIX '.
         05 WS-AUDITFILE               PIC X(08) VALUE 'CDELAUD '.
         05 WS-TDQNAME                 PIC X(04) VALUE 'CRDQ'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-EXPIRED-MARKER          PIC X(01) VALUE 'E'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-ACTIVATE-REASON-CD      PIC X(07) VALUE 'ACTIVAT'.
         05 WS-ACCT-INPUT              PIC X(11) VALUE SPACES.
         05 WS-ACCT-INPUT-N REDEFINES WS-ACCT-INPUT
                                       PIC 9(11).
         05 WS-LAST4-INPUT             PIC X(04) VALUE SPACES.
         05 WS-CVV-INPUT               PIC X(03) VALUE SPACES.
         05 WS-CVV-INPUT-N REDEFINES WS-CVV-INPUT
                                       PIC 9(03).
         05 WS-CARD-DISPLAY            PIC X(16) VALUE SPACES.
         05 WS-ACTIVATE-CARD-NUM       PIC X(16) VALUE SPACES.
         05 WS-CARDAIX-KEY.
           10 WS-CARDAIX-ACCT-ID       PIC 9(11).
           10 WS-CARDAIX-CARD-NUM      PIC X(16).
         05 WS-BROWSE-DONE-FLG         PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                     VALUE 'Y'.
         05 WS-PENDING-FOUND-FLG       PIC X(01) VALUE 'N'.
           88 PENDING-CARD-FOUND                 VALUE 'Y'.
           88 PENDING-CARD-NOT-FOUND             VALUE 'N'.

      *CARD BLOCK QUEUE RECORD, SAME LAYOUT THE DELETE TRANSACTION
      *WRITES TO CRDQ
       01 WS-TDQ-BLOCK-RECORD.
         05 TDQ-BLK-CARD-NUM           PIC X(16).
         05 TDQ-BLK-ACCT-ID            PIC 9(11).
         05 TDQ-BLK-STATUS-CD          PIC X(01).
         05 TDQ-BLK-DATE               PIC X(08).
         05 TDQ-BLK-TIME               PIC X(08).

       COPY COCOM01Y.

       COPY COCRDAC.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.
       COPY CSUSR01Y.

      *CARD RECORD LAYOUT
       COPY CVACT02Y.

      *CARD LIFECYCLE AUDIT TRAIL RECORD, SAME CDELAUD FILE THE
      *DELETE TRANSACTION WRITES TO
       COPY CSDEL01Y.

      *CARD NUMBER MASKING WORK AREA
       COPY CSMSK01Y.

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
                          ERRMSGO OF CCRDACAO
                          INFOMSGO OF CCRDACAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDACAO
                   PERFORM INITIALIZE-ALL-FIELDS
      *ARRIVING WITH AN ACCOUNT ALREADY IN CONTEXT
                   IF CDEMO-ACCT-ID NOT = ZEROES
                       MOVE CDEMO-ACCT-ID TO ACCTSIDI OF CCRDACAI
                       MOVE -1 TO LAST4L OF CCRDACAI
                   END-IF
                   MOVE 'Enter account, last 4 digits and CVV...'
                     TO WS-MESSAGE
                   PERFORM SEND-CARDACT-SCREEN
               ELSE
                   PERFORM RECEIVE-CARDACT-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                                    CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM ACTIVATE-PENDING-CARD
                       WHEN DFHPF12
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-CARDACT-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *                      Finds and verifies the pending card and
      *                      tells the operator to press F5
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM VERIFY-PENDING-CARD

           IF NOT ERR-FLG-ON
               MOVE 'Card verified. Press F5 to ACTIVATE this card...'
                 TO WS-MESSAGE
               MOVE DFHNEUTR TO ERRMSGC OF CCRDACAO
               PERFORM SEND-CARDACT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      VERIFY-PENDING-CARD
      *                      Common to ENTER and F5: edits the input,
      *                      finds the pending card on the account
      *                      ending in the four digits keyed, and
      *                      checks the CVV keyed against it. A wrong
      *                      CVV gets the same answer as no such card
      *                      so the screen cannot be used to probe
      *                      which of the two was wrong
      *----------------------------------------------------------------*
       VERIFY-PENDING-CARD.

           PERFORM EDIT-ACTIVATION-INPUT

           IF NOT ERR-FLG-ON
               PERFORM FIND-PENDING-CARD
           END-IF

           IF NOT ERR-FLG-ON
               IF PENDING-CARD-NOT-FOUND
               OR CARD-CVV-CD NOT = WS-CVV-INPUT-N
                   DISPLAY WS-PGMNAME ' ACTIVATION NOT VERIFIED ACCT:'
                           WS-ACCT-INPUT ' USER:' CDEMO-USER-ID
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE
                   'No pending card matches the last 4 digits and CVV'
                     TO WS-MESSAGE
                   PERFORM CLEAR-CARD-DETAILS
                   MOVE -1 TO LAST4L OF CCRDACAI
                   PERFORM SEND-CARDACT-SCREEN
               ELSE
                   MOVE CARD-NUM     TO WS-ACTIVATE-CARD-NUM
                   MOVE CARD-ACCT-ID TO CDEMO-ACCT-ID
                   PERFORM SHOW-CARD-DETAILS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-ACTIVATION-INPUT
      *----------------------------------------------------------------*
       EDIT-ACTIVATION-INPUT.

           MOVE ACCTSIDI OF CCRDACAI TO WS-ACCT-INPUT
           MOVE LAST4I   OF CCRDACAI TO WS-LAST4-INPUT
           MOVE CVVCDI   OF CCRDACAI TO WS-CVV-INPUT

           EVALUATE TRUE
               WHEN WS-ACCT-INPUT = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDACAI
               WHEN WS-ACCT-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number must be an 11 digit number'
                     TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDACAI
               WHEN WS-LAST4-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the last 4 digits of the card number...'
                     TO WS-MESSAGE
                   MOVE -1 TO LAST4L OF CCRDACAI
               WHEN WS-CVV-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the 3 digit CVV printed on the card...'
                     TO WS-MESSAGE
                   MOVE -1 TO CVVCDL OF CCRDACAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               PERFORM CLEAR-CARD-DETAILS
               PERFORM SEND-CARDACT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      FIND-PENDING-CARD
      *                      Browses CARDAIX (the account-id alternate
      *                      index over CARDDAT) for a pending card
      *                      whose number ends in the digits keyed
      *----------------------------------------------------------------*
       FIND-PENDING-CARD.

           SET PENDING-CARD-NOT-FOUND TO TRUE
           MOVE WS-ACCT-INPUT-N TO WS-CARDAIX-ACCT-ID
           MOVE LOW-VALUES      TO WS-CARDAIX-CARD-NUM
           MOVE 'N'             TO WS-BROWSE-DONE-FLG

           EXEC CICS STARTBR
                DATASET   (WS-CARDAIXFILE)
                RIDFLD    (WS-CARDAIX-KEY)
                KEYLENGTH (LENGTH OF WS-CARDAIX-ACCT-ID)
                GENERIC
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-CARD-FOR-ACCOUNT
                       UNTIL WS-BROWSE-DONE

                   EXEC CICS ENDBR
                        DATASET (WS-CARDAIXFILE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STARTBR CARDAIX RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read card file...' TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDACAI
                   PERFORM SEND-CARDACT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-NEXT-CARD-FOR-ACCOUNT
      *----------------------------------------------------------------*
       READ-NEXT-CARD-FOR-ACCOUNT.

           EXEC CICS READNEXT
                DATASET   (WS-CARDAIXFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (WS-CARDAIX-KEY)
                KEYLENGTH (LENGTH OF WS-CARDAIX-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           AND WS-RESP-CD NOT = DFHRESP(DUPKEY)
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF CARD-ACCT-ID NOT = WS-ACCT-INPUT-N
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                   AND CARD-NUM(13:4) = WS-LAST4-INPUT
                       SET PENDING-CARD-FOUND TO TRUE
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      ACTIVATE-PENDING-CARD
      *                      F5 re-verifies what is on the screen, then
      *                      reads the card for update and re-checks it
      *                      is still pending so a change made since
      *                      ENTER is not undone
      *----------------------------------------------------------------*
       ACTIVATE-PENDING-CARD.

           PERFORM VERIFY-PENDING-CARD

           IF NOT ERR-FLG-ON
               MOVE WS-ACTIVATE-CARD-NUM TO CARD-NUM

               EXEC CICS READ
                    DATASET   (WS-CARDFILE)
                    INTO      (CARD-RECORD)
                    LENGTH    (LENGTH OF CARD-RECORD)
                    RIDFLD    (CARD-NUM)
                    KEYLENGTH (LENGTH OF CARD-NUM)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'READ CARDDAT RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to lock card for update...'
                         TO WS-MESSAGE
                       MOVE -1 TO LAST4L OF CCRDACAI
                       PERFORM SEND-CARDACT-SCREEN
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON
               IF CARD-ACTIVE-STATUS NOT = WS-PENDING-MARKER
                   EXEC CICS UNLOCK
                        DATASET (WS-CARDFILE)
                        RESP    (WS-RESP-CD)
                        RESP2   (WS-REAS-CD)
                   END-EXEC
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Card is no longer pending activation...'
                     TO WS-MESSAGE
                   PERFORM SHOW-CARD-DETAILS
                   MOVE -1 TO LAST4L OF CCRDACAI
                   PERFORM SEND-CARDACT-SCREEN
               ELSE
                   PERFORM REWRITE-ACTIVATED-CARD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-ACTIVATED-CARD
      *----------------------------------------------------------------*
       REWRITE-ACTIVATED-CARD.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-ACTIVE-MARKER       TO CARD-ACTIVE-STATUS

           EXEC CICS REWRITE
                DATASET   (WS-CARDFILE)
                FROM      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM WRITE-ACTIVATE-AUDIT-RECORD
                   PERFORM WRITE-CARD-UNBLOCK-TDQ
                   PERFORM SHOW-CARD-DETAILS
                   MOVE SPACES    TO LAST4I OF CCRDACAI
                                     CVVCDI OF CCRDACAI
                   MOVE DFHGREEN  TO ERRMSGC OF CCRDACAO
                   STRING 'Card '    DELIMITED BY SIZE
                          WS-CARD-DISPLAY
                                     DELIMITED BY SPACE
                          ' has been activated ...'
                                     DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDACAI
                   PERFORM SEND-CARDACT-SCREEN
               WHEN OTHER
                   DISPLAY 'REWRITE CARDDAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update card record...'
                     TO WS-MESSAGE
                   MOVE -1 TO LAST4L OF CCRDACAI
                   PERFORM SEND-CARDACT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-ACTIVATE-AUDIT-RECORD
      *----------------------------------------------------------------*
       WRITE-ACTIVATE-AUDIT-RECORD.

           MOVE CARD-NUM               TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID           TO CDEL-AUDIT-ACCT-ID
           MOVE CDEMO-USER-ID          TO CDEL-AUDIT-USER-ID
           SET CDEL-AUDIT-ACTION-ACTIVATE TO TRUE
           MOVE WS-ACTIVATE-REASON-CD  TO CDEL-AUDIT-REASON-CD
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
      *                      WRITE-CARD-UNBLOCK-TDQ
      *                      The card's new 'Y' status is what
      *                      COCRDTQC turns into an UNBLOCK advice
      *----------------------------------------------------------------*
       WRITE-CARD-UNBLOCK-TDQ.

           MOVE CARD-NUM               TO TDQ-BLK-CARD-NUM
           MOVE CARD-ACCT-ID           TO TDQ-BLK-ACCT-ID
           MOVE CARD-ACTIVE-STATUS     TO TDQ-BLK-STATUS-CD
           MOVE WS-CURDATE-MM-DD-YY    TO TDQ-BLK-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO TDQ-BLK-TIME

           EXEC CICS WRITEQ TD
                QUEUE   (WS-TDQNAME)
                FROM    (WS-TDQ-BLOCK-RECORD)
                LENGTH  (LENGTH OF WS-TDQ-BLOCK-RECORD)
                RESP    (WS-RESP-CD)
                RESP2   (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'WRITEQ TD ' WS-TDQNAME ' RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-CARD-DETAILS
      *----------------------------------------------------------------*
       SHOW-CARD-DETAILS.

           MOVE CARD-NUM              TO CMW-CARD-NUM-IN
           PERFORM FORMAT-CARD-FOR-DISPLAY
           MOVE WS-CARD-DISPLAY       TO CARDSIDO OF CCRDACAO
           MOVE CARD-EMBOSSED-NAME    TO CRDNAMEO OF CCRDACAO
           MOVE CARD-EXPIRAION-DATE   TO EXPDATEO OF CCRDACAO
           MOVE CARD-ACTIVE-STATUS    TO CRDSTCDO OF CCRDACAO

           EVALUATE CARD-ACTIVE-STATUS
               WHEN WS-ACTIVE-MARKER
                   MOVE 'ACTIVE'          TO CRDSTDSO OF CCRDACAO
               WHEN WS-FROZEN-MARKER
                   MOVE 'FROZEN'          TO CRDSTDSO OF CCRDACAO
               WHEN WS-SOFT-DELETED-MARKER
                   MOVE 'DELETED'         TO CRDSTDSO OF CCRDACAO
               WHEN WS-EXPIRED-MARKER
                   MOVE 'EXPIRED'         TO CRDSTDSO OF CCRDACAO
               WHEN WS-PENDING-MARKER
                   MOVE 'PENDING'         TO CRDSTDSO OF CCRDACAO
               WHEN OTHER
                   MOVE 'UNKNOWN'         TO CRDSTDSO OF CCRDACAO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CLEAR-CARD-DETAILS
      *----------------------------------------------------------------*
       CLEAR-CARD-DETAILS.

           MOVE SPACES        TO CARDSIDO OF CCRDACAO
                                 CRDNAMEO OF CCRDACAO
                                 EXPDATEO OF CCRDACAO
                                 CRDSTCDO OF CCRDACAO
                                 CRDSTDSO OF CCRDACAO.

      *----------------------------------------------------------------*
      *                      FORMAT-CARD-FOR-DISPLAY
      *                      Only admin-class users see the full PAN;
      *                      everyone else gets first-6/last-4
      *----------------------------------------------------------------*
       FORMAT-CARD-FOR-DISPLAY.

           IF CDEMO-USRTYP-ADMIN
               MOVE CMW-CARD-NUM-IN TO WS-CARD-DISPLAY
           ELSE
               PERFORM MASK-CARD-NUMBER
               MOVE CMW-CARD-NUM-MASKED TO WS-CARD-DISPLAY
           END-IF.

      *----------------------------------------------------------------*
      *                      MASK-CARD-NUMBER
      *----------------------------------------------------------------*
       MASK-CARD-NUMBER.

           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

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
      *                      SEND-CARDACT-SCREEN
      *----------------------------------------------------------------*
       SEND-CARDACT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDACAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDACAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CARDACT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CARDACT-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDACAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDACAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDACAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDACAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDACAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDACAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDACAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-CARDACT-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDACAO
           MOVE -1            TO ACCTSIDL OF CCRDACAI
           MOVE SPACES        TO ACCTSIDI OF CCRDACAI
                                 LAST4I   OF CCRDACAI
                                 CVVCDI   OF CCRDACAI
                                 CARDSIDO OF CCRDACAO
                                 CRDNAMEO OF CCRDACAO
                                 EXPDATEO OF CCRDACAO
                                 CRDSTCDO OF CCRDACAO
                                 CRDSTDSO OF CCRDACAO
                                 INFOMSGO OF CCRDACAO
                                 WS-MESSAGE.
