      ******************************************************************
      * Program     : COCRDFZC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Temporary card freeze. Sets an active card to
      *               frozen status ('F') or lifts the freeze back to
      *               active, without the delete/reissue cycle: no
      *               supervisor sign-off, no replacement card and no
      *               cardholder letter. Each change is written to the
      *               CDELAUD audit trail and a FREEZE/UNFREEZE record
      *               is put on the CRDQ card block queue for the
      *               authorization system. Freezes left in place are
      *               expired by the nightly CBCRD13C job
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
       PROGRAM-ID. COCRDFZC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDFZC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCFZ'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDFZ'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDFZA'.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
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
      *QUEUE STATUS CODES FOR THE FREEZE ADVICES. A LIFTED FREEZE
      *LEAVES THE CARD 'Y', WHICH ON ITS OWN WOULD READ AS AN UNBLOCK
         05 WS-TDQ-FREEZE-CD           PIC X(01) VALUE 'F'.
         05 WS-TDQ-UNFREEZE-CD         PIC X(01) VALUE 'U'.
         05 WS-FREEZE-REASON-CD        PIC X(07) VALUE 'FREEZE'.
         05 WS-UNFREEZE-REASON-CD      PIC X(07) VALUE 'MANUAL'.
         05 WS-TDQ-STATUS-CD           PIC X(01) VALUE SPACES.
         05 WS-ACCT-INPUT              PIC X(11) VALUE SPACES.
         05 WS-ACCT-INPUT-N REDEFINES WS-ACCT-INPUT
                                       PIC 9(11).
         05 WS-CARD-DISPLAY            PIC X(16) VALUE SPACES.
         05 WS-FREEZE-ACTION-FLG       PIC X(01) VALUE SPACES.
           88 FREEZE-REQUESTED                   VALUE 'F'.
           88 UNFREEZE-REQUESTED                 VALUE 'U'.

      *CARD BLOCK QUEUE RECORD, SAME LAYOUT THE DELETE TRANSACTION
      *WRITES TO CRDQ
       01 WS-TDQ-BLOCK-RECORD.
         05 TDQ-BLK-CARD-NUM           PIC X(16).
         05 TDQ-BLK-ACCT-ID            PIC 9(11).
         05 TDQ-BLK-STATUS-CD          PIC X(01).
         05 TDQ-BLK-DATE               PIC X(08).
         05 TDQ-BLK-TIME               PIC X(08).

       COPY COCOM01Y.

       COPY COCRDFZ.

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
                          ERRMSGO OF CCRDFZAO
                          INFOMSGO OF CCRDFZAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDFZAO
      *ARRIVING FROM THE CARD DELETE SCREEN'S LIST WITH A CARD PICKED
                   IF CDEMO-CARD-NUM NOT = SPACES
                   AND CDEMO-CARD-NUM NOT = LOW-VALUES
                       MOVE CDEMO-CARD-NUM TO CARDSIDI OF CCRDFZAI
                       MOVE SPACES         TO ACCTSIDI OF CCRDFZAI
                       IF CDEMO-ACCT-ID NOT = ZEROES
                           MOVE CDEMO-ACCT-ID TO ACCTSIDI OF CCRDFZAI
                       END-IF
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1 TO ACCTSIDL OF CCRDFZAI
                       MOVE 'Enter account and card, then press ENTER'
                         TO WS-MESSAGE
                       PERFORM SEND-CARDFRZ-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-CARDFRZ-SCREEN
                   PERFORM RESOLVE-MASKED-CARD-INPUT
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
                           SET FREEZE-REQUESTED TO TRUE
                           PERFORM CHANGE-FREEZE-STATUS
                       WHEN DFHPF6
                           SET UNFREEZE-REQUESTED TO TRUE
                           PERFORM CHANGE-FREEZE-STATUS
                       WHEN DFHPF12
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-CARDFRZ-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *                      Shows the card and tells the operator
      *                      which key, if any, applies to its status
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-FREEZE-INPUT

           IF NOT ERR-FLG-ON
               PERFORM READ-CARD-FOR-INQUIRY
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM SHOW-CARD-DETAILS
               MOVE CARD-NUM TO CDEMO-CARD-NUM
               MOVE CARD-ACCT-ID TO CDEMO-ACCT-ID
               EVALUATE CARD-ACTIVE-STATUS
                   WHEN WS-ACTIVE-MARKER
                       MOVE 'Press F5 to FREEZE this card...'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDFZAO
                   WHEN WS-FROZEN-MARKER
                       MOVE 'Press F6 to LIFT the freeze on this card'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDFZAO
                   WHEN OTHER
                       MOVE 'Only active or frozen cards can be changed'
                         TO WS-MESSAGE
               END-EVALUATE
               PERFORM SEND-CARDFRZ-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-FREEZE-INPUT
      *                      The account is optional; when keyed the
      *                      card must belong to it
      *----------------------------------------------------------------*
       EDIT-FREEZE-INPUT.

           MOVE SPACES TO WS-ACCT-INPUT
           IF ACCTSIDI OF CCRDFZAI NOT = SPACES
           AND ACCTSIDI OF CCRDFZAI NOT = LOW-VALUES
               MOVE ACCTSIDI OF CCRDFZAI TO WS-ACCT-INPUT
           END-IF

           EVALUATE TRUE
               WHEN CARDSIDI OF CCRDFZAI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
               WHEN CARDSIDI OF CCRDFZAI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number must be a 16 digit number'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
               WHEN WS-ACCT-INPUT NOT = SPACES
                AND WS-ACCT-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number must be an 11 digit number'
                     TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDFZAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               PERFORM SEND-CARDFRZ-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CARD-FOR-INQUIRY
      *----------------------------------------------------------------*
       READ-CARD-FOR-INQUIRY.

           MOVE CARDSIDI OF CCRDFZAI TO CARD-NUM

           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           PERFORM CHECK-CARD-READ-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-CARD-READ-RESP
      *                      Common handling for the inquiry read and
      *                      the read for update
      *----------------------------------------------------------------*
       CHECK-CARD-READ-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF WS-ACCT-INPUT NOT = SPACES
                   AND CARD-ACCT-ID NOT = WS-ACCT-INPUT-N
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Card is not on that account...'
                         TO WS-MESSAGE
                       MOVE -1 TO ACCTSIDL OF CCRDFZAI
                       PERFORM SEND-CARDFRZ-SCREEN
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number NOT found...' TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
                   PERFORM SEND-CARDFRZ-SCREEN
               WHEN OTHER
                   DISPLAY 'READ CARDDAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read card file...' TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
                   PERFORM SEND-CARDFRZ-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHANGE-FREEZE-STATUS
      *                      F5 freezes an active card, F6 lifts the
      *                      freeze on a frozen one. The card is read
      *                      for update and its status re-checked so
      *                      a change made since ENTER is not undone
      *----------------------------------------------------------------*
       CHANGE-FREEZE-STATUS.

           PERFORM EDIT-FREEZE-INPUT

           IF NOT ERR-FLG-ON
               MOVE CARDSIDI OF CCRDFZAI TO CARD-NUM

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

               PERFORM CHECK-CARD-READ-RESP
           END-IF

           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN FREEZE-REQUESTED
                    AND CARD-ACTIVE-STATUS NOT = WS-ACTIVE-MARKER
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Only an active card can be frozen...'
                         TO WS-MESSAGE
                   WHEN UNFREEZE-REQUESTED
                    AND CARD-ACTIVE-STATUS NOT = WS-FROZEN-MARKER
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Card is not frozen...' TO WS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF ERR-FLG-ON
                   EXEC CICS UNLOCK
                        DATASET (WS-CARDFILE)
                        RESP    (WS-RESP-CD)
                        RESP2   (WS-REAS-CD)
                   END-EXEC
                   PERFORM SHOW-CARD-DETAILS
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
                   PERFORM SEND-CARDFRZ-SCREEN
               ELSE
                   PERFORM REWRITE-FROZEN-CARD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-FROZEN-CARD
      *----------------------------------------------------------------*
       REWRITE-FROZEN-CARD.

           PERFORM POPULATE-HEADER-INFO

           IF FREEZE-REQUESTED
               MOVE WS-FROZEN-MARKER       TO CARD-ACTIVE-STATUS
               MOVE WS-CURDATE-MM-DD-YY    TO CARD-FREEZE-DATE
           ELSE
               MOVE WS-ACTIVE-MARKER       TO CARD-ACTIVE-STATUS
               MOVE SPACES                 TO CARD-FREEZE-DATE
           END-IF

           EXEC CICS REWRITE
                DATASET   (WS-CARDFILE)
                FROM      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM WRITE-FREEZE-AUDIT-RECORD
                   PERFORM WRITE-CARD-FREEZE-TDQ
                   PERFORM SHOW-CARD-DETAILS
                   MOVE DFHGREEN  TO ERRMSGC OF CCRDFZAO
                   MOVE CARD-NUM  TO CMW-CARD-NUM-IN
                   PERFORM FORMAT-CARD-FOR-DISPLAY
                   IF FREEZE-REQUESTED
                       STRING 'Card '    DELIMITED BY SIZE
                              WS-CARD-DISPLAY
                                         DELIMITED BY SPACE
                              ' has been frozen ...'
                                         DELIMITED BY SIZE
                         INTO WS-MESSAGE
                   ELSE
                       STRING 'Freeze lifted on card '
                                         DELIMITED BY SIZE
                              WS-CARD-DISPLAY
                                         DELIMITED BY SPACE
                              ' ...'     DELIMITED BY SIZE
                         INTO WS-MESSAGE
                   END-IF
                   PERFORM SEND-CARDFRZ-SCREEN
               WHEN OTHER
                   DISPLAY 'REWRITE CARDDAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update card record...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDFZAI
                   PERFORM SEND-CARDFRZ-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-FREEZE-AUDIT-RECORD
      *----------------------------------------------------------------*
       WRITE-FREEZE-AUDIT-RECORD.

           MOVE CARD-NUM               TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID           TO CDEL-AUDIT-ACCT-ID
           MOVE CDEMO-USER-ID          TO CDEL-AUDIT-USER-ID
           IF FREEZE-REQUESTED
               SET CDEL-AUDIT-ACTION-FREEZE   TO TRUE
               MOVE WS-FREEZE-REASON-CD       TO CDEL-AUDIT-REASON-CD
           ELSE
               SET CDEL-AUDIT-ACTION-UNFREEZE TO TRUE
               MOVE WS-UNFREEZE-REASON-CD     TO CDEL-AUDIT-REASON-CD
           END-IF
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
      *                      WRITE-CARD-FREEZE-TDQ
      *                      COCRDTQC turns 'F' into a FREEZE advice
      *                      and 'U' into an UNFREEZE advice
      *----------------------------------------------------------------*
       WRITE-CARD-FREEZE-TDQ.

           IF FREEZE-REQUESTED
               MOVE WS-TDQ-FREEZE-CD   TO WS-TDQ-STATUS-CD
           ELSE
               MOVE WS-TDQ-UNFREEZE-CD TO WS-TDQ-STATUS-CD
           END-IF

           MOVE CARD-NUM               TO TDQ-BLK-CARD-NUM
           MOVE CARD-ACCT-ID           TO TDQ-BLK-ACCT-ID
           MOVE WS-TDQ-STATUS-CD       TO TDQ-BLK-STATUS-CD
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
           MOVE WS-CARD-DISPLAY       TO CARDSIDO OF CCRDFZAO
           MOVE CARD-ACCT-ID          TO ACCTSIDO OF CCRDFZAO
           MOVE CARD-EMBOSSED-NAME    TO CRDNAMEO OF CCRDFZAO
           MOVE CARD-EXPIRAION-DATE   TO EXPDATEO OF CCRDFZAO
           MOVE CARD-ACTIVE-STATUS    TO CRDSTCDO OF CCRDFZAO
           MOVE CARD-FREEZE-DATE      TO FRZDATEO OF CCRDFZAO

           EVALUATE CARD-ACTIVE-STATUS
               WHEN WS-ACTIVE-MARKER
                   MOVE 'ACTIVE'          TO CRDSTDSO OF CCRDFZAO
               WHEN WS-FROZEN-MARKER
                   MOVE 'FROZEN'          TO CRDSTDSO OF CCRDFZAO
               WHEN WS-SOFT-DELETED-MARKER
                   MOVE 'DELETED'         TO CRDSTDSO OF CCRDFZAO
               WHEN WS-EXPIRED-MARKER
                   MOVE 'EXPIRED'         TO CRDSTDSO OF CCRDFZAO
               WHEN WS-PENDING-MARKER
                   MOVE 'PENDING'         TO CRDSTDSO OF CCRDFZAO
               WHEN OTHER
                   MOVE 'UNKNOWN'         TO CRDSTDSO OF CCRDFZAO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RESOLVE-MASKED-CARD-INPUT
      *                      A non-admin screen echoes the card number
      *                      masked; when that masked value comes back
      *                      on the next turn it is swapped for the
      *                      full PAN parked in the commarea
      *----------------------------------------------------------------*
       RESOLVE-MASKED-CARD-INPUT.

           IF CARDSIDI OF CCRDFZAI(7:1) = '*'
           AND CDEMO-CARD-NUM NOT = SPACES
           AND CDEMO-CARD-NUM NOT = LOW-VALUES
               MOVE CDEMO-CARD-NUM TO CARDSIDI OF CCRDFZAI
           END-IF.

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
      *                      SEND-CARDFRZ-SCREEN
      *----------------------------------------------------------------*
       SEND-CARDFRZ-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDFZAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDFZAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CARDFRZ-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CARDFRZ-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDFZAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDFZAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDFZAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDFZAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDFZAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDFZAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDFZAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           MOVE SPACES TO CDEMO-CARD-NUM
           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-CARDFRZ-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDFZAO
           MOVE -1            TO ACCTSIDL OF CCRDFZAI
           MOVE SPACES        TO ACCTSIDI OF CCRDFZAI
                                 CARDSIDI OF CCRDFZAI
                                 CRDNAMEO OF CCRDFZAO
                                 EXPDATEO OF CCRDFZAO
                                 CRDSTCDO OF CCRDFZAO
                                 CRDSTDSO OF CCRDFZAO
                                 FRZDATEO OF CCRDFZAO
                                 INFOMSGO OF CCRDFZAO
                                 WS-MESSAGE.
