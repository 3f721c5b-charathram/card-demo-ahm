      ******************************************************************
      * Program     : COCRDHSC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Read-only card history inquiry. Shows one
      *               card's lifecycle in date/time order from the
      *               CRDHIST keyed history file (loaded nightly by
      *               CBCRD12C): issue, update, delete, reactivate and
      *               restore actions, temporary freezes and lifts,
      *               activations, fraud-review holds with their
      *               release or decline, and batch expiries and
      *               archive purges from the CDELAUD audit trail
      *               with the user and the CRDRSN reason
      *               description, block/unblock
      *               and freeze/unfreeze advices delivered to the
      *               authorization system, dead-letter replays
      *               and discards, and cardholder letter requests.
      *               The current embossing order status is read live
      *               from EMBSTAT. Ten events per page, F7/F8 to
      *               page. Reached directly or with H against a card
      *               on the card delete screen's account list
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
       PROGRAM-ID. COCRDHSC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDHSC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCHS'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDHS'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDHSA'.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-HISTFILE                PIC X(08) VALUE 'CRDHIST '.
         05 WS-REASONFILE              PIC X(08) VALUE 'CRDRSN  '.
         05 WS-EMBSTATFILE             PIC X(08) VALUE 'EMBSTAT '.
         05 WS-EMB-STATUS-TEXT         PIC X(09) VALUE SPACES.
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
         05 WS-CARD-ON-FILE-FLG        PIC X(01) VALUE 'N'.
           88 CARD-ON-FILE                       VALUE 'Y'.
           88 CARD-NOT-ON-FILE                   VALUE 'N'.
         05 WS-ACCT-INPUT              PIC X(11) VALUE SPACES.
         05 WS-ACCT-INPUT-N REDEFINES WS-ACCT-INPUT
                                       PIC 9(11).
         05 WS-CARD-SEARCH-KEY         PIC X(16) VALUE SPACES.
         05 WS-CARD-DISPLAY            PIC X(16) VALUE SPACES.
         05 WS-HIST-BROWSE-KEY.
           10 WS-HIST-BROWSE-CARD      PIC X(16).
           10 WS-HIST-BROWSE-REST      PIC X(16).
         05 WS-HIST-START-KEY          PIC X(32) VALUE SPACES.
         05 WS-BROWSE-DONE-FLG         PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                     VALUE 'Y'.
         05 WS-TOP-REACHED-FLG         PIC X(01) VALUE 'N'.
           88 TOP-OF-HISTORY-REACHED             VALUE 'Y'.
         05 WS-READ-DIRECTION-FLG      PIC X(01) VALUE 'F'.
           88 HISTORY-READ-FORWARD               VALUE 'F'.
           88 HISTORY-READ-BACKWARD              VALUE 'B'.
         05 WS-HIST-ROW-COUNT          PIC 9(02) VALUE ZEROES.
         05 WS-HIST-SUB                PIC 9(02) VALUE ZEROES.
         05 WS-HIST-ROW-NUM            PIC 9(02) VALUE ZEROES.
         05 WS-LAST-RSN-CD             PIC X(07) VALUE SPACES.
         05 WS-LAST-RSN-DESC           PIC X(30) VALUE SPACES.

      *ONE FORMATTED HISTORY ROW, MOVED TO THE SCREEN ROW BEING FILLED
       01 WS-HIST-ROW.
         05 WS-ROW-DATE.
           10 WS-ROW-DATE-MM           PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-ROW-DATE-DD           PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-ROW-DATE-YY           PIC X(02).
         05 WS-ROW-TIME.
           10 WS-ROW-TIME-HH           PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-ROW-TIME-MM           PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-ROW-TIME-SS           PIC X(02).
         05 WS-ROW-EVENT               PIC X(20).
         05 WS-ROW-USER                PIC X(08).
         05 WS-ROW-REASON              PIC X(07).
         05 WS-ROW-DESC                PIC X(23).

      *THE PAGE OF HISTORY RECORDS JUST READ, IN THE ORDER THE
      *BROWSE RETURNED THEM
       01 WS-HIST-TABLE.
         05 WS-HIST-ENTRY OCCURS 10 TIMES
                                       PIC X(100).

      *----------------------------------------------------------------*
      * Inquiry context saved across the pseudo-conversational turn,
      * carried in the commarea's generic scratch area
      * (CDEMO-CS01-INFO) since WORKING-STORAGE does not persist
      * between CICS tasks. The first and last keys shown (less the
      * card number) are where F7 and F8 resume the browse
      *----------------------------------------------------------------*
       01 WS-SAVE-CONTEXT.
         05 WS-SAVE-CARD-NUM           PIC X(16) VALUE SPACES.
         05 WS-SAVE-FIRST-KEY          PIC X(16) VALUE SPACES.
         05 WS-SAVE-LAST-KEY           PIC X(16) VALUE SPACES.
         05 WS-SAVE-MORE-FLG           PIC X(01) VALUE 'N'.
           88 MORE-HISTORY-FORWARD               VALUE 'Y'.
           88 NO-MORE-HISTORY-FORWARD            VALUE 'N'.
         05 WS-SAVE-PAGE-NUM           PIC 9(03) VALUE ZEROES.
         05 FILLER                     PIC X(28) VALUE SPACES.

       COPY COCOM01Y.

       COPY COCRDHS.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      *CARD RECORD LAYOUT (CARDDAT)
       COPY CVACT02Y.

      *CARD HISTORY EVENT RECORD (CRDHIST KSDS)
       COPY CVHST01Y.

      *CARD LIFECYCLE AUDIT TRAIL RECORD - ITS ACTION CODES NAME THE
      *AUDIT EVENTS ON THE HISTORY FILE
       COPY CSDEL01Y.

      *DELETE REASON CODE REFERENCE RECORD (CRDRSN FILE)
       COPY CVRSN01Y.

      *EMBOSSING ORDER STATUS RECORD (EMBSTAT FILE), MAINTAINED BY
      *THE CBCRD08C VENDOR CONFIRMATION JOB
       COPY CVEST01Y.

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
                          ERRMSGO OF CCRDHSAO
                          INFOMSGO OF CCRDHSAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDHSAO
                   MOVE WS-SAVE-CONTEXT     TO CDEMO-CS01-INFO
      *ARRIVING FROM THE CARD DELETE SCREEN'S LIST WITH A CARD PICKED;
      *FROM ANYWHERE ELSE THE CARD NUMBER IN THE COMMAREA IS STALE
                   IF CDEMO-FROM-PROGRAM = 'COCRDDLC'
                   AND CDEMO-CARD-NUM NOT = SPACES
                   AND CDEMO-CARD-NUM NOT = LOW-VALUES
                       MOVE CDEMO-CARD-NUM TO CARDSIDI OF CCRDHSAI
                       MOVE SPACES         TO ACCTSIDI OF CCRDHSAI
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1 TO CARDSIDL OF CCRDHSAI
                       MOVE 'Enter a card number to see its history'
                         TO WS-MESSAGE
                       PERFORM SEND-CARDHST-SCREEN
                   END-IF
               ELSE
                   MOVE CDEMO-CS01-INFO TO WS-SAVE-CONTEXT
                   PERFORM RECEIVE-CARDHST-SCREEN
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
                       WHEN DFHPF7
                           PERFORM PROCESS-PAGE-BACKWARD
                       WHEN DFHPF8
                           PERFORM PROCESS-PAGE-FORWARD
                       WHEN DFHPF12
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-CARDHST-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *                      A new inquiry always starts at the
      *                      card's oldest event
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-INQUIRY-INPUT

           IF NOT ERR-FLG-ON
               MOVE CARDSIDI OF CCRDHSAI TO WS-CARD-SEARCH-KEY
               PERFORM SHOW-CARD-DETAILS
           END-IF

           IF NOT ERR-FLG-ON
           AND CARD-ON-FILE
           AND WS-ACCT-INPUT NOT = SPACES
           AND CARD-ACCT-ID NOT = WS-ACCT-INPUT-N
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Card is not on that account...' TO WS-MESSAGE
               MOVE -1 TO ACCTSIDL OF CCRDHSAI
               PERFORM SEND-CARDHST-SCREEN
           END-IF

           IF NOT ERR-FLG-ON
               MOVE WS-CARD-SEARCH-KEY TO WS-SAVE-CARD-NUM
                                          CDEMO-CARD-NUM
               MOVE 1                  TO WS-SAVE-PAGE-NUM
               MOVE LOW-VALUES         TO WS-HIST-BROWSE-REST
               MOVE SPACES             TO WS-HIST-START-KEY
               PERFORM BROWSE-HISTORY-FORWARD

               IF WS-HIST-ROW-COUNT = ZEROES
               AND CARD-NOT-ON-FILE
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'No card or card history found...'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDHSAI
                   MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO
                   PERFORM SEND-CARDHST-SCREEN
               ELSE
                   PERFORM SHOW-HISTORY-PAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-INQUIRY-INPUT
      *----------------------------------------------------------------*
       EDIT-INQUIRY-INPUT.

           MOVE SPACES TO WS-ACCT-INPUT
           IF ACCTSIDI OF CCRDHSAI NOT = SPACES
           AND ACCTSIDI OF CCRDHSAI NOT = LOW-VALUES
               MOVE ACCTSIDI OF CCRDHSAI TO WS-ACCT-INPUT
           END-IF

           EVALUATE TRUE
               WHEN CARDSIDI OF CCRDHSAI = SPACES OR LOW-VALUES
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Enter a card number to see its history'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDHSAI
                   PERFORM SEND-CARDHST-SCREEN
               WHEN CARDSIDI OF CCRDHSAI IS NOT NUMERIC
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Card number must be a 16 digit number'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDHSAI
                   PERFORM SEND-CARDHST-SCREEN
               WHEN WS-ACCT-INPUT NOT = SPACES
                AND WS-ACCT-INPUT IS NOT NUMERIC
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Account number must be an 11 digit number'
                     TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDHSAI
                   PERFORM SEND-CARDHST-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-FORWARD
      *----------------------------------------------------------------*
       PROCESS-PAGE-FORWARD.

           EVALUATE TRUE
               WHEN WS-SAVE-CARD-NUM = SPACES OR LOW-VALUES
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Enter a card number to see its history'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDHSAI
                   PERFORM SEND-CARDHST-SCREEN
               WHEN NO-MORE-HISTORY-FORWARD
                   PERFORM REFRESH-CURRENT-PAGE
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'No more history for this card...'
                     TO WS-MESSAGE
                   PERFORM SEND-CARDHST-SCREEN
               WHEN OTHER
                   MOVE WS-SAVE-CARD-NUM TO WS-CARD-SEARCH-KEY
                   PERFORM SHOW-CARD-DETAILS
                   MOVE WS-SAVE-LAST-KEY TO WS-HIST-BROWSE-REST
                   MOVE WS-SAVE-CARD-NUM TO WS-HIST-BROWSE-CARD
                   MOVE WS-HIST-BROWSE-KEY TO WS-HIST-START-KEY
                   PERFORM BROWSE-HISTORY-FORWARD
                   ADD 1 TO WS-SAVE-PAGE-NUM
                   PERFORM SHOW-HISTORY-PAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-BACKWARD
      *----------------------------------------------------------------*
       PROCESS-PAGE-BACKWARD.

           EVALUATE TRUE
               WHEN WS-SAVE-CARD-NUM = SPACES OR LOW-VALUES
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Enter a card number to see its history'
                     TO WS-MESSAGE
                   MOVE -1 TO CARDSIDL OF CCRDHSAI
                   PERFORM SEND-CARDHST-SCREEN
               WHEN WS-SAVE-PAGE-NUM NOT > 1
                   PERFORM REFRESH-CURRENT-PAGE
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Already at the oldest history for this card'
                     TO WS-MESSAGE
                   PERFORM SEND-CARDHST-SCREEN
               WHEN OTHER
                   MOVE WS-SAVE-CARD-NUM TO WS-CARD-SEARCH-KEY
                   PERFORM SHOW-CARD-DETAILS
                   PERFORM BROWSE-HISTORY-BACKWARD
                   SUBTRACT 1 FROM WS-SAVE-PAGE-NUM
      *THE OLDEST EVENTS NEED NOT FILL A WHOLE PAGE GOING BACKWARD,
      *SO THE FIRST PAGE IS SIMPLY REREAD FROM THE TOP
                   IF TOP-OF-HISTORY-REACHED
                       MOVE 1          TO WS-SAVE-PAGE-NUM
                       MOVE LOW-VALUES TO WS-HIST-BROWSE-REST
                       MOVE SPACES     TO WS-HIST-START-KEY
                       PERFORM BROWSE-HISTORY-FORWARD
                   END-IF
                   PERFORM SHOW-HISTORY-PAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REFRESH-CURRENT-PAGE
      *                      Rereads the page on display, from its
      *                      first key, so a refused F7/F8 leaves
      *                      the same events on the screen
      *----------------------------------------------------------------*
       REFRESH-CURRENT-PAGE.

           MOVE WS-SAVE-CARD-NUM  TO WS-CARD-SEARCH-KEY
           PERFORM SHOW-CARD-DETAILS
           MOVE WS-SAVE-FIRST-KEY TO WS-HIST-BROWSE-REST
           MOVE SPACES            TO WS-HIST-START-KEY
           PERFORM BROWSE-HISTORY-FORWARD
           PERFORM FILL-HISTORY-ROWS.

      *----------------------------------------------------------------*
      *                      SHOW-CARD-DETAILS
      *                      A purged card is no longer on CARDDAT but
      *                      its history is still worth showing, so a
      *                      missing or unreadable card is not an
      *                      error here
      *----------------------------------------------------------------*
       SHOW-CARD-DETAILS.

           SET CARD-NOT-ON-FILE TO TRUE
           MOVE WS-CARD-SEARCH-KEY TO CARD-NUM

           EXEC CICS READ
                DATASET   (WS-CARDFILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           MOVE WS-CARD-SEARCH-KEY TO CMW-CARD-NUM-IN
           PERFORM FORMAT-CARD-FOR-DISPLAY
           MOVE WS-CARD-DISPLAY    TO CARDSIDO OF CCRDHSAO

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET CARD-ON-FILE TO TRUE
                   MOVE CARD-ACCT-ID       TO ACCTSIDO OF CCRDHSAO
                   MOVE CARD-EMBOSSED-NAME TO CRDNAMEO OF CCRDHSAO
                   MOVE CARD-ACTIVE-STATUS TO CRDSTCDO OF CCRDHSAO
                   EVALUATE CARD-ACTIVE-STATUS
                       WHEN WS-ACTIVE-MARKER
                           MOVE 'ACTIVE'       TO CRDSTDSO OF CCRDHSAO
                       WHEN WS-SOFT-DELETED-MARKER
                           MOVE 'DELETED'      TO CRDSTDSO OF CCRDHSAO
                       WHEN WS-EXPIRED-MARKER
                           MOVE 'EXPIRED'      TO CRDSTDSO OF CCRDHSAO
                       WHEN WS-FROZEN-MARKER
                           MOVE 'FROZEN'       TO CRDSTDSO OF CCRDHSAO
                       WHEN WS-PENDING-MARKER
                           MOVE 'PENDING'      TO CRDSTDSO OF CCRDHSAO
                       WHEN OTHER
                           MOVE 'UNKNOWN'      TO CRDSTDSO OF CCRDHSAO
                   END-EVALUATE
                   PERFORM SHOW-EMBOSSING-STATUS
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES             TO CRDNAMEO OF CCRDHSAO
                                              CRDSTCDO OF CCRDHSAO
                                              EMBSTATO OF CCRDHSAO
                   MOVE 'NOT ON FILE'      TO CRDSTDSO OF CCRDHSAO
                   IF WS-ACCT-INPUT NOT = SPACES
                       MOVE WS-ACCT-INPUT  TO ACCTSIDO OF CCRDHSAO
                   END-IF
               WHEN OTHER
                   DISPLAY 'READ CARDDAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Unable to read card file - history only'
                     TO INFOMSGO OF CCRDHSAO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-EMBOSSING-STATUS
      *                      The EMBSTAT order status is read live, so
      *                      the screen is current even between the
      *                      nightly history loads
      *----------------------------------------------------------------*
       SHOW-EMBOSSING-STATUS.

           MOVE CARD-NUM TO EST-CARD-NUM

           EXEC CICS READ
                DATASET   (WS-EMBSTATFILE)
                INTO      (CARD-EMB-STATUS-RECORD)
                LENGTH    (LENGTH OF CARD-EMB-STATUS-RECORD)
                RIDFLD    (EST-CARD-NUM)
                KEYLENGTH (LENGTH OF EST-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           MOVE SPACES TO EMBSTATO OF CCRDHSAO

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN EST-STATUS-SENT
                           MOVE 'SENT'      TO WS-EMB-STATUS-TEXT
                       WHEN EST-STATUS-CONFIRMED
                           MOVE 'CONFIRMED' TO WS-EMB-STATUS-TEXT
                       WHEN EST-STATUS-SHIPPED
                           MOVE 'SHIPPED'   TO WS-EMB-STATUS-TEXT
                       WHEN EST-STATUS-REJECTED
                           MOVE 'REJECTED'  TO WS-EMB-STATUS-TEXT
                       WHEN OTHER
                           MOVE 'UNKNOWN'   TO WS-EMB-STATUS-TEXT
                   END-EVALUATE
                   IF EST-STATUS-REJECTED
                       STRING WS-EMB-STATUS-TEXT   DELIMITED BY SPACE
                              ' '                  DELIMITED BY SIZE
                              EST-STATUS-DATE      DELIMITED BY SIZE
                              ' (sent '            DELIMITED BY SIZE
                              EST-SENT-DATE        DELIMITED BY SIZE
                              ') - '               DELIMITED BY SIZE
                              EST-REJECT-REASON    DELIMITED BY SIZE
                         INTO EMBSTATO OF CCRDHSAO
                   ELSE
                       STRING WS-EMB-STATUS-TEXT   DELIMITED BY SPACE
                              ' '                  DELIMITED BY SIZE
                              EST-STATUS-DATE      DELIMITED BY SIZE
                              ' (sent '            DELIMITED BY SIZE
                              EST-SENT-DATE        DELIMITED BY SIZE
                              ')'                  DELIMITED BY SIZE
                         INTO EMBSTATO OF CCRDHSAO
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'No embossing order on file'
                     TO EMBSTATO OF CCRDHSAO
               WHEN OTHER
                   DISPLAY 'READ EMBSTAT RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      BROWSE-HISTORY-FORWARD
      *                      Reads up to 10 events from the browse key
      *                      on, stopping at the card's last event.
      *                      When paging forward the browse starts ON
      *                      the last event already shown, which is
      *                      skipped. An 11th event means F8 has more
      *----------------------------------------------------------------*
       BROWSE-HISTORY-FORWARD.

           MOVE ZEROES           TO WS-HIST-ROW-COUNT
           MOVE SPACES           TO WS-HIST-TABLE
           MOVE 'N'              TO WS-BROWSE-DONE-FLG
           SET HISTORY-READ-FORWARD    TO TRUE
           SET NO-MORE-HISTORY-FORWARD TO TRUE
           MOVE WS-SAVE-CARD-NUM TO WS-HIST-BROWSE-CARD

           EXEC CICS STARTBR
                DATASET   (WS-HISTFILE)
                RIDFLD    (WS-HIST-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-HIST-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-HISTORY
                       UNTIL WS-BROWSE-DONE

                   EXEC CICS ENDBR
                        DATASET (WS-HISTFILE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'STARTBR CRDHIST RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-NEXT-HISTORY
      *----------------------------------------------------------------*
       READ-NEXT-HISTORY.

           EXEC CICS READNEXT
                DATASET   (WS-HISTFILE)
                INTO      (CARD-HISTORY-RECORD)
                LENGTH    (LENGTH OF CARD-HISTORY-RECORD)
                RIDFLD    (WS-HIST-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-HIST-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-DONE TO TRUE
               WHEN HST-CARD-NUM NOT = WS-SAVE-CARD-NUM
                   SET WS-BROWSE-DONE TO TRUE
               WHEN HST-KEY = WS-HIST-START-KEY
                   CONTINUE
               WHEN WS-HIST-ROW-COUNT < 10
                   ADD 1 TO WS-HIST-ROW-COUNT
                   MOVE CARD-HISTORY-RECORD
                     TO WS-HIST-ENTRY(WS-HIST-ROW-COUNT)
               WHEN OTHER
                   SET MORE-HISTORY-FORWARD TO TRUE
                   SET WS-BROWSE-DONE       TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      BROWSE-HISTORY-BACKWARD
      *                      Positions on the first event of the page
      *                      on display and reads up to 10 older ones
      *                      newest first; SHOW-HISTORY-PAGE turns
      *                      them back into date/time order
      *----------------------------------------------------------------*
       BROWSE-HISTORY-BACKWARD.

           MOVE ZEROES           TO WS-HIST-ROW-COUNT
           MOVE SPACES           TO WS-HIST-TABLE
           MOVE 'N'              TO WS-BROWSE-DONE-FLG
           MOVE 'N'              TO WS-TOP-REACHED-FLG
           SET HISTORY-READ-BACKWARD   TO TRUE
           MOVE WS-SAVE-CARD-NUM  TO WS-HIST-BROWSE-CARD
           MOVE WS-SAVE-FIRST-KEY TO WS-HIST-BROWSE-REST
           MOVE WS-HIST-BROWSE-KEY TO WS-HIST-START-KEY

           EXEC CICS STARTBR
                DATASET   (WS-HISTFILE)
                RIDFLD    (WS-HIST-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-HIST-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM READ-PREV-HISTORY
                   UNTIL WS-BROWSE-DONE

               EXEC CICS ENDBR
                    DATASET (WS-HISTFILE)
               END-EXEC
           ELSE
               SET TOP-OF-HISTORY-REACHED TO TRUE
           END-IF

           SET MORE-HISTORY-FORWARD TO TRUE.

      *----------------------------------------------------------------*
      *                      READ-PREV-HISTORY
      *----------------------------------------------------------------*
       READ-PREV-HISTORY.

           EXEC CICS READPREV
                DATASET   (WS-HISTFILE)
                INTO      (CARD-HISTORY-RECORD)
                LENGTH    (LENGTH OF CARD-HISTORY-RECORD)
                RIDFLD    (WS-HIST-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-HIST-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET TOP-OF-HISTORY-REACHED TO TRUE
                   SET WS-BROWSE-DONE         TO TRUE
               WHEN HST-CARD-NUM NOT = WS-SAVE-CARD-NUM
                   SET TOP-OF-HISTORY-REACHED TO TRUE
                   SET WS-BROWSE-DONE         TO TRUE
               WHEN HST-KEY NOT < WS-HIST-START-KEY
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-HIST-ROW-COUNT
                   MOVE CARD-HISTORY-RECORD
                     TO WS-HIST-ENTRY(WS-HIST-ROW-COUNT)
                   IF WS-HIST-ROW-COUNT = 10
                       SET WS-BROWSE-DONE TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-HISTORY-PAGE
      *----------------------------------------------------------------*
       SHOW-HISTORY-PAGE.

           PERFORM FILL-HISTORY-ROWS

           MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO

           EVALUATE TRUE
               WHEN WS-HIST-ROW-COUNT = ZEROES
                   MOVE 'No history recorded yet for this card'
                     TO WS-MESSAGE
               WHEN MORE-HISTORY-FORWARD
                   MOVE 'More history - press F8 to page forward'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'End of history for this card'
                     TO WS-MESSAGE
           END-EVALUATE
           MOVE DFHNEUTR TO ERRMSGC OF CCRDHSAO
           MOVE -1 TO CARDSIDL OF CCRDHSAI
           PERFORM SEND-CARDHST-SCREEN.

      *----------------------------------------------------------------*
      *                      FILL-HISTORY-ROWS
      *                      Screen rows always run oldest to newest.
      *                      A backward read filled the table newest
      *                      first, so it is unloaded from the bottom
      *----------------------------------------------------------------*
       FILL-HISTORY-ROWS.

           PERFORM CLEAR-HISTORY-ROWS

           MOVE 1 TO WS-HIST-ROW-NUM
           PERFORM FILL-ONE-HISTORY-ROW
               UNTIL WS-HIST-ROW-NUM > WS-HIST-ROW-COUNT

           IF WS-HIST-ROW-COUNT > ZEROES
               IF HISTORY-READ-BACKWARD
                   MOVE WS-HIST-ENTRY(WS-HIST-ROW-COUNT)(17:16)
                     TO WS-SAVE-FIRST-KEY
                   MOVE WS-HIST-ENTRY(1)(17:16)
                     TO WS-SAVE-LAST-KEY
               ELSE
                   MOVE WS-HIST-ENTRY(1)(17:16)
                     TO WS-SAVE-FIRST-KEY
                   MOVE WS-HIST-ENTRY(WS-HIST-ROW-COUNT)(17:16)
                     TO WS-SAVE-LAST-KEY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      FILL-ONE-HISTORY-ROW
      *----------------------------------------------------------------*
       FILL-ONE-HISTORY-ROW.

           IF HISTORY-READ-BACKWARD
               COMPUTE WS-HIST-SUB =
                   WS-HIST-ROW-COUNT - WS-HIST-ROW-NUM + 1
           ELSE
               MOVE WS-HIST-ROW-NUM TO WS-HIST-SUB
           END-IF

           MOVE WS-HIST-ENTRY(WS-HIST-SUB) TO CARD-HISTORY-RECORD
           PERFORM FORMAT-HISTORY-ROW
           PERFORM POPULATE-HISTORY-ROW

           ADD 1 TO WS-HIST-ROW-NUM.

      *----------------------------------------------------------------*
      *                      FORMAT-HISTORY-ROW
      *----------------------------------------------------------------*
       FORMAT-HISTORY-ROW.

           MOVE HST-EVENT-DATE(5:2)  TO WS-ROW-DATE-MM
           MOVE HST-EVENT-DATE(7:2)  TO WS-ROW-DATE-DD
           MOVE HST-EVENT-DATE(3:2)  TO WS-ROW-DATE-YY
           MOVE HST-EVENT-TIME(1:2)  TO WS-ROW-TIME-HH
           MOVE HST-EVENT-TIME(3:2)  TO WS-ROW-TIME-MM
           MOVE HST-EVENT-TIME(5:2)  TO WS-ROW-TIME-SS
           MOVE HST-USER-ID          TO WS-ROW-USER
           MOVE HST-REASON-CD        TO WS-ROW-REASON
           MOVE SPACES               TO WS-ROW-EVENT
                                        WS-ROW-DESC

           EVALUATE TRUE
               WHEN HST-SOURCE-AUDIT
                   MOVE HST-EVENT-CD TO CDEL-AUDIT-ACTION-CD
                   EVALUATE TRUE
                       WHEN CDEL-AUDIT-ACTION-ADD
                           MOVE 'CARD ISSUED'         TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-UPDATE
                           MOVE 'CARD UPDATED'        TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-DELETE
                           MOVE 'CARD DELETED'        TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-REACTIVATE
                           MOVE 'CARD REACTIVATED'    TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-RESTORE
                           MOVE 'RESTORED FROM ARCH'  TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-FREEZE
                           MOVE 'CARD FROZEN'         TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-UNFREEZE
                           MOVE 'FREEZE LIFTED'       TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-ACTIVATE
                           MOVE 'CARD ACTIVATED'      TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-HOLD
                           MOVE 'REPLACEMENT HELD'    TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-HOLD-RELEASE
                           MOVE 'HOLD RELEASED'       TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-HOLD-DECLINE
                           MOVE 'HOLD DECLINED'       TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-EXPIRE
                           MOVE 'CARD EXPIRED'        TO WS-ROW-EVENT
                       WHEN CDEL-AUDIT-ACTION-PURGE
                           MOVE 'PURGED TO ARCHIVE'   TO WS-ROW-EVENT
                       WHEN OTHER
                           STRING 'AUDIT ACTION '     DELIMITED BY SIZE
                                  HST-EVENT-CD        DELIMITED BY SIZE
                             INTO WS-ROW-EVENT
                   END-EVALUATE
               WHEN HST-SOURCE-ADVICE
                   EVALUATE HST-EVENT-CD
                       WHEN WS-SOFT-DELETED-MARKER
                           MOVE 'BLOCK ADVICE SENT'   TO WS-ROW-EVENT
                       WHEN 'F'
                           MOVE 'FREEZE ADVICE SENT'  TO WS-ROW-EVENT
                       WHEN 'U'
                           MOVE 'UNFREEZE ADVICE SENT'
                                                  TO WS-ROW-EVENT
                       WHEN OTHER
                           MOVE 'UNBLOCK ADVICE SENT' TO WS-ROW-EVENT
                   END-EVALUATE
               WHEN HST-SOURCE-DISPOSITION
                   IF HST-EVENT-CD = 'R'
                       MOVE 'DLQ ADVICE REPLAYED'     TO WS-ROW-EVENT
                   ELSE
                       MOVE 'DLQ ADVICE DISCARDED'    TO WS-ROW-EVENT
                   END-IF
               WHEN HST-SOURCE-LETTER
                   MOVE 'LETTER REQUESTED'            TO WS-ROW-EVENT
               WHEN OTHER
                   MOVE 'UNKNOWN EVENT'               TO WS-ROW-EVENT
           END-EVALUATE

           IF HST-DETAIL NOT = SPACES
               MOVE HST-DETAIL TO WS-ROW-DESC
           ELSE
               IF HST-REASON-CD NOT = SPACES
                   PERFORM LOOKUP-REASON-DESCRIPTION
                   MOVE WS-LAST-RSN-DESC TO WS-ROW-DESC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      LOOKUP-REASON-DESCRIPTION
      *                      Consecutive events usually share a
      *                      reason, so the last one read is kept
      *----------------------------------------------------------------*
       LOOKUP-REASON-DESCRIPTION.

           IF HST-REASON-CD NOT = WS-LAST-RSN-CD
               MOVE HST-REASON-CD TO RSN-REASON-CD
                                     WS-LAST-RSN-CD

               EXEC CICS READ
                    DATASET   (WS-REASONFILE)
                    INTO      (CARD-REASON-RECORD)
                    LENGTH    (LENGTH OF CARD-REASON-RECORD)
                    RIDFLD    (RSN-REASON-CD)
                    KEYLENGTH (LENGTH OF RSN-REASON-CD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       MOVE RSN-DESCRIPTION TO WS-LAST-RSN-DESC
                   WHEN DFHRESP(NOTFND)
                       MOVE SPACES          TO WS-LAST-RSN-DESC
                   WHEN OTHER
                       DISPLAY 'READ CRDRSN RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                       MOVE SPACES          TO WS-LAST-RSN-DESC
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      POPULATE-HISTORY-ROW
      *----------------------------------------------------------------*
       POPULATE-HISTORY-ROW.

           EVALUATE WS-HIST-ROW-NUM
               WHEN 1
                   MOVE WS-ROW-DATE   TO HDT1O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM1O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV1O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS1O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS1O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS1O  OF CCRDHSAO
               WHEN 2
                   MOVE WS-ROW-DATE   TO HDT2O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM2O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV2O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS2O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS2O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS2O  OF CCRDHSAO
               WHEN 3
                   MOVE WS-ROW-DATE   TO HDT3O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM3O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV3O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS3O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS3O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS3O  OF CCRDHSAO
               WHEN 4
                   MOVE WS-ROW-DATE   TO HDT4O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM4O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV4O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS4O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS4O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS4O  OF CCRDHSAO
               WHEN 5
                   MOVE WS-ROW-DATE   TO HDT5O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM5O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV5O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS5O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS5O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS5O  OF CCRDHSAO
               WHEN 6
                   MOVE WS-ROW-DATE   TO HDT6O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM6O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV6O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS6O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS6O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS6O  OF CCRDHSAO
               WHEN 7
                   MOVE WS-ROW-DATE   TO HDT7O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM7O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV7O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS7O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS7O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS7O  OF CCRDHSAO
               WHEN 8
                   MOVE WS-ROW-DATE   TO HDT8O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM8O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV8O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS8O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS8O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS8O  OF CCRDHSAO
               WHEN 9
                   MOVE WS-ROW-DATE   TO HDT9O  OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM9O  OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV9O  OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS9O  OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS9O  OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS9O  OF CCRDHSAO
               WHEN 10
                   MOVE WS-ROW-DATE   TO HDT10O OF CCRDHSAO
                   MOVE WS-ROW-TIME   TO HTM10O OF CCRDHSAO
                   MOVE WS-ROW-EVENT  TO HEV10O OF CCRDHSAO
                   MOVE WS-ROW-USER   TO HUS10O OF CCRDHSAO
                   MOVE WS-ROW-REASON TO HRS10O OF CCRDHSAO
                   MOVE WS-ROW-DESC   TO HDS10O OF CCRDHSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CLEAR-HISTORY-ROWS
      *----------------------------------------------------------------*
       CLEAR-HISTORY-ROWS.

           MOVE SPACES TO HDT1O  OF CCRDHSAO  HTM1O  OF CCRDHSAO
                          HEV1O  OF CCRDHSAO  HUS1O  OF CCRDHSAO
                          HRS1O  OF CCRDHSAO  HDS1O  OF CCRDHSAO
                          HDT2O  OF CCRDHSAO  HTM2O  OF CCRDHSAO
                          HEV2O  OF CCRDHSAO  HUS2O  OF CCRDHSAO
                          HRS2O  OF CCRDHSAO  HDS2O  OF CCRDHSAO
                          HDT3O  OF CCRDHSAO  HTM3O  OF CCRDHSAO
                          HEV3O  OF CCRDHSAO  HUS3O  OF CCRDHSAO
                          HRS3O  OF CCRDHSAO  HDS3O  OF CCRDHSAO
                          HDT4O  OF CCRDHSAO  HTM4O  OF CCRDHSAO
                          HEV4O  OF CCRDHSAO  HUS4O  OF CCRDHSAO
                          HRS4O  OF CCRDHSAO  HDS4O  OF CCRDHSAO
                          HDT5O  OF CCRDHSAO  HTM5O  OF CCRDHSAO
                          HEV5O  OF CCRDHSAO  HUS5O  OF CCRDHSAO
                          HRS5O  OF CCRDHSAO  HDS5O  OF CCRDHSAO
                          HDT6O  OF CCRDHSAO  HTM6O  OF CCRDHSAO
                          HEV6O  OF CCRDHSAO  HUS6O  OF CCRDHSAO
                          HRS6O  OF CCRDHSAO  HDS6O  OF CCRDHSAO
                          HDT7O  OF CCRDHSAO  HTM7O  OF CCRDHSAO
                          HEV7O  OF CCRDHSAO  HUS7O  OF CCRDHSAO
                          HRS7O  OF CCRDHSAO  HDS7O  OF CCRDHSAO
                          HDT8O  OF CCRDHSAO  HTM8O  OF CCRDHSAO
                          HEV8O  OF CCRDHSAO  HUS8O  OF CCRDHSAO
                          HRS8O  OF CCRDHSAO  HDS8O  OF CCRDHSAO
                          HDT9O  OF CCRDHSAO  HTM9O  OF CCRDHSAO
                          HEV9O  OF CCRDHSAO  HUS9O  OF CCRDHSAO
                          HRS9O  OF CCRDHSAO  HDS9O  OF CCRDHSAO
                          HDT10O OF CCRDHSAO  HTM10O OF CCRDHSAO
                          HEV10O OF CCRDHSAO  HUS10O OF CCRDHSAO
                          HRS10O OF CCRDHSAO  HDS10O OF CCRDHSAO.

      *----------------------------------------------------------------*
      *                      RESOLVE-MASKED-CARD-INPUT
      *                      A non-admin screen echoes the card number
      *                      masked; when that masked value comes back
      *                      on the next turn it is swapped for the
      *                      full PAN parked in the commarea
      *----------------------------------------------------------------*
       RESOLVE-MASKED-CARD-INPUT.

           IF CARDSIDI OF CCRDHSAI(7:1) = '*'
           AND CDEMO-CARD-NUM NOT = SPACES
           AND CDEMO-CARD-NUM NOT = LOW-VALUES
               MOVE CDEMO-CARD-NUM TO CARDSIDI OF CCRDHSAI
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
      *                      SEND-CARDHST-SCREEN
      *----------------------------------------------------------------*
       SEND-CARDHST-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDHSAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDHSAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CARDHST-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CARDHST-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDHSAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDHSAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDHSAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDHSAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDHSAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDHSAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDHSAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           MOVE SPACES TO WS-SAVE-CARD-NUM
                          WS-SAVE-FIRST-KEY
                          WS-SAVE-LAST-KEY
           MOVE ZEROES TO WS-SAVE-PAGE-NUM
           SET NO-MORE-HISTORY-FORWARD TO TRUE
           MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO
           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-CARDHST-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDHSAO
           MOVE -1            TO CARDSIDL OF CCRDHSAI
           MOVE SPACES        TO ACCTSIDI OF CCRDHSAI
                                 CARDSIDI OF CCRDHSAI
                                 CRDNAMEO OF CCRDHSAO
                                 CRDSTCDO OF CCRDHSAO
                                 CRDSTDSO OF CCRDHSAO
                                 EMBSTATO OF CCRDHSAO
                                 INFOMSGO OF CCRDHSAO
                                 WS-MESSAGE
           PERFORM CLEAR-HISTORY-ROWS.
