      ******************************************************************
      * Program     : COCRDAMC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Cardholder mailing address maintenance. Inquires
      *               on the CUSTADR address of an account and adds or
      *               changes it. State must be a valid USPS code and
      *               ZIP must be NNNNN or NNNNN-NNNN. Every field
      *               added or changed is written to the ADRHIST
      *               address change history with its old and new
      *               value, the signed-on user and the date/time.
      *               Letter requests held over by CBCRD09C for want
      *               of an address are picked up again by CBCRD15C
      *               once the address has been keyed here
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
       PROGRAM-ID. COCRDAMC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDAMC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCAM'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDAM'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDAMA'.
         05 WS-ADDRFILE                PIC X(08) VALUE 'CUSTADR '.
         05 WS-HISTFILE                PIC X(08) VALUE 'ADRHIST '.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-ADDR-ACTION-FLG         PIC X(01) VALUE SPACES.
           88 ADDR-BEING-ADDED                   VALUE 'A'.
           88 ADDR-BEING-CHANGED                 VALUE 'C'.
         05 WS-CHANGE-COUNT            PIC 9(02) VALUE ZEROES.
         05 WS-CHANGE-COUNT-DISP       PIC Z9.
         05 WS-ACCT-INPUT              PIC X(11) VALUE SPACES.
         05 WS-ACCT-INPUT-N REDEFINES WS-ACCT-INPUT
                                       PIC 9(11).
         05 WS-ACCT-DISPLAY            PIC X(11) VALUE SPACES.
         05 WS-ZIP-INPUT               PIC X(10) VALUE SPACES.
         05 WS-ZIP-INPUT-R REDEFINES WS-ZIP-INPUT.
           10 WS-ZIP-BASE              PIC X(05).
           10 WS-ZIP-DASH              PIC X(01).
           10 WS-ZIP-PLUS4             PIC X(04).
      *ONE FIELD COMPARED FOR THE CHANGE HISTORY
         05 WS-HIST-FIELD-NAME         PIC X(10) VALUE SPACES.
         05 WS-HIST-OLD-VALUE          PIC X(40) VALUE SPACES.
         05 WS-HIST-NEW-VALUE          PIC X(40) VALUE SPACES.

      *ADDRESS AS KEYED ON THE SCREEN
       01 WS-NEW-ADDRESS.
         05 WS-NEW-CUST-NAME           PIC X(40) VALUE SPACES.
         05 WS-NEW-LINE-1              PIC X(40) VALUE SPACES.
         05 WS-NEW-LINE-2              PIC X(40) VALUE SPACES.
         05 WS-NEW-CITY                PIC X(25) VALUE SPACES.
         05 WS-NEW-STATE               PIC X(02) VALUE SPACES.
         05 WS-NEW-ZIP                 PIC X(10) VALUE SPACES.

      *ADDRESS AS IT WAS ON FILE BEFORE THE SAVE, SPACES WHEN ADDED
       01 WS-OLD-ADDRESS.
         05 WS-OLD-CUST-NAME           PIC X(40) VALUE SPACES.
         05 WS-OLD-LINE-1              PIC X(40) VALUE SPACES.
         05 WS-OLD-LINE-2              PIC X(40) VALUE SPACES.
         05 WS-OLD-CITY                PIC X(25) VALUE SPACES.
         05 WS-OLD-STATE               PIC X(02) VALUE SPACES.
         05 WS-OLD-ZIP                 PIC X(10) VALUE SPACES.

       COPY COCOM01Y.

       COPY COCRDAM.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.
       COPY CSUSR01Y.

      *CARDHOLDER MAILING ADDRESS RECORD LAYOUT
       COPY CVADR01Y.

      *ADDRESS CHANGE HISTORY RECORD LAYOUT
       COPY CVADH01Y.

      *VALID USPS STATE CODES
       COPY CSSTA01Y.

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
                          ERRMSGO OF CCRDAMAO
                          INFOMSGO OF CCRDAMAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDAMAO
      *ARRIVING WITH AN ACCOUNT ALREADY SELECTED ON ANOTHER SCREEN
                   IF CDEMO-ACCT-ID NOT = ZEROES
                       MOVE CDEMO-ACCT-ID  TO ACCTSIDI OF CCRDAMAI
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1 TO ACCTSIDL OF CCRDAMAI
                       MOVE 'Enter an account number and press ENTER'
                         TO WS-MESSAGE
                       PERFORM SEND-ADDRMNT-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-ADDRMNT-SCREEN
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
                           PERFORM SAVE-ADDRESS-CHANGES
                       WHEN DFHPF12
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-ADDRMNT-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *                      Fetches the address on file for the
      *                      account, or opens an empty one to add
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM EDIT-ACCOUNT-INPUT

           IF NOT ERR-FLG-ON
               MOVE WS-ACCT-INPUT-N TO ADR-ACCT-ID

               EXEC CICS READ
                    DATASET   (WS-ADDRFILE)
                    INTO      (CUST-ADDRESS-RECORD)
                    LENGTH    (LENGTH OF CUST-ADDRESS-RECORD)
                    RIDFLD    (ADR-ACCT-ID)
                    KEYLENGTH (LENGTH OF ADR-ACCT-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       MOVE ADR-ACCT-ID TO CDEMO-ACCT-ID
                       PERFORM SHOW-ADDRESS-DETAILS
                       MOVE 'EXISTING ADDRESS' TO ADRMODEO OF CCRDAMAO
                       MOVE 'Change the address and press F5 to save'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDAMAO
                       MOVE -1 TO CUSNAMEL OF CCRDAMAI
                   WHEN DFHRESP(NOTFND)
                       MOVE ADR-ACCT-ID TO CDEMO-ACCT-ID
                       MOVE SPACES      TO CUST-ADDRESS-RECORD
                       MOVE CDEMO-ACCT-ID TO ADR-ACCT-ID
                       PERFORM SHOW-ADDRESS-DETAILS
                       MOVE 'NO ADDRESS ON FILE' TO ADRMODEO OF CCRDAMAO
                       MOVE 'No address on file - key it, F5 to add...'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDAMAO
                       MOVE -1 TO CUSNAMEL OF CCRDAMAI
                   WHEN OTHER
                       DISPLAY 'READ CUSTADR RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to read address file...'
                         TO WS-MESSAGE
                       MOVE -1 TO ACCTSIDL OF CCRDAMAI
               END-EVALUATE

               PERFORM SEND-ADDRMNT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-ACCOUNT-INPUT
      *----------------------------------------------------------------*
       EDIT-ACCOUNT-INPUT.

           MOVE SPACES TO WS-ACCT-INPUT
           IF ACCTSIDI OF CCRDAMAI NOT = LOW-VALUES
               MOVE ACCTSIDI OF CCRDAMAI TO WS-ACCT-INPUT
           END-IF

           EVALUATE TRUE
               WHEN WS-ACCT-INPUT = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number can NOT be empty...'
                     TO WS-MESSAGE
               WHEN WS-ACCT-INPUT IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number must be an 11 digit number'
                     TO WS-MESSAGE
               WHEN WS-ACCT-INPUT-N = ZEROES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account number can NOT be zero...'
                     TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               MOVE -1 TO ACCTSIDL OF CCRDAMAI
               PERFORM SEND-ADDRMNT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      SAVE-ADDRESS-CHANGES
      *                      F5 adds the address when the account has
      *                      none on file, otherwise rewrites it. The
      *                      account must have been fetched with ENTER
      *                      first so the operator has seen what is
      *                      being replaced
      *----------------------------------------------------------------*
       SAVE-ADDRESS-CHANGES.

           PERFORM EDIT-ACCOUNT-INPUT

           IF NOT ERR-FLG-ON
           AND WS-ACCT-INPUT-N NOT = CDEMO-ACCT-ID
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Press ENTER to fetch this account before saving'
                 TO WS-MESSAGE
               MOVE -1 TO ACCTSIDL OF CCRDAMAI
               PERFORM SEND-ADDRMNT-SCREEN
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM EDIT-ADDRESS-INPUT
           END-IF

           IF NOT ERR-FLG-ON
               MOVE WS-ACCT-INPUT-N TO ADR-ACCT-ID

               EXEC CICS READ
                    DATASET   (WS-ADDRFILE)
                    INTO      (CUST-ADDRESS-RECORD)
                    LENGTH    (LENGTH OF CUST-ADDRESS-RECORD)
                    RIDFLD    (ADR-ACCT-ID)
                    KEYLENGTH (LENGTH OF ADR-ACCT-ID)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       SET ADDR-BEING-CHANGED TO TRUE
                       PERFORM REWRITE-CUST-ADDRESS
                   WHEN DFHRESP(NOTFND)
                       SET ADDR-BEING-ADDED TO TRUE
                       PERFORM WRITE-CUST-ADDRESS
                   WHEN OTHER
                       DISPLAY 'READ CUSTADR RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to read address file...'
                         TO WS-MESSAGE
                       MOVE -1 TO ACCTSIDL OF CCRDAMAI
                       PERFORM SEND-ADDRMNT-SCREEN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-ADDRESS-INPUT
      *                      Name, line 1, city, state and ZIP are
      *                      required; line 2 is optional
      *----------------------------------------------------------------*
       EDIT-ADDRESS-INPUT.

           MOVE CUSNAMEI OF CCRDAMAI TO WS-NEW-CUST-NAME
           MOVE ADRLIN1I OF CCRDAMAI TO WS-NEW-LINE-1
           MOVE ADRLIN2I OF CCRDAMAI TO WS-NEW-LINE-2
           MOVE ADRCITYI OF CCRDAMAI TO WS-NEW-CITY
           MOVE ADRSTATI OF CCRDAMAI TO WS-NEW-STATE
           MOVE ADRZIPI  OF CCRDAMAI TO WS-NEW-ZIP
           INSPECT WS-NEW-ADDRESS REPLACING ALL LOW-VALUES BY SPACES
           INSPECT WS-NEW-STATE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE WS-NEW-ZIP TO WS-ZIP-INPUT

           EVALUATE TRUE
               WHEN WS-NEW-CUST-NAME = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer name can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO CUSNAMEL OF CCRDAMAI
               WHEN WS-NEW-LINE-1 = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Address line 1 can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRLIN1L OF CCRDAMAI
               WHEN WS-NEW-CITY = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'City can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRCITYL OF CCRDAMAI
               WHEN WS-NEW-STATE = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'State can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRSTATL OF CCRDAMAI
               WHEN WS-ZIP-INPUT = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'ZIP code can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRZIPL OF CCRDAMAI
               WHEN WS-ZIP-BASE IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'ZIP code must be NNNNN or NNNNN-NNNN...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRZIPL OF CCRDAMAI
               WHEN WS-ZIP-DASH = SPACE
                AND WS-ZIP-PLUS4 = SPACES
                   CONTINUE
               WHEN WS-ZIP-DASH NOT = '-'
                 OR WS-ZIP-PLUS4 IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'ZIP code must be NNNNN or NNNNN-NNNN...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRZIPL OF CCRDAMAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT ERR-FLG-ON
               PERFORM EDIT-STATE-CODE
           END-IF

           IF ERR-FLG-ON
               PERFORM SEND-ADDRMNT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-STATE-CODE
      *----------------------------------------------------------------*
       EDIT-STATE-CODE.

           SET CSSTA-IDX TO 1
           SEARCH CSSTA-STATE-CD
               AT END
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'State is not a valid USPS state code...'
                     TO WS-MESSAGE
                   MOVE -1 TO ADRSTATL OF CCRDAMAI
               WHEN CSSTA-STATE-CD(CSSTA-IDX) = WS-NEW-STATE
                   CONTINUE
           END-SEARCH.

      *----------------------------------------------------------------*
      *                      REWRITE-CUST-ADDRESS
      *                      Rewrites only when something was actually
      *                      changed, so the history stays meaningful
      *----------------------------------------------------------------*
       REWRITE-CUST-ADDRESS.

           MOVE ADR-CUST-NAME          TO WS-OLD-CUST-NAME
           MOVE ADR-LINE-1             TO WS-OLD-LINE-1
           MOVE ADR-LINE-2             TO WS-OLD-LINE-2
           MOVE ADR-CITY               TO WS-OLD-CITY
           MOVE ADR-STATE              TO WS-OLD-STATE
           MOVE ADR-ZIP                TO WS-OLD-ZIP

           IF WS-OLD-ADDRESS = WS-NEW-ADDRESS
               EXEC CICS UNLOCK
                    DATASET (WS-ADDRFILE)
                    RESP    (WS-RESP-CD)
                    RESP2   (WS-REAS-CD)
               END-EXEC
               PERFORM SHOW-ADDRESS-DETAILS
               MOVE 'No changes to save...' TO WS-MESSAGE
               MOVE DFHNEUTR TO ERRMSGC OF CCRDAMAO
               MOVE -1 TO CUSNAMEL OF CCRDAMAI
               PERFORM SEND-ADDRMNT-SCREEN
           ELSE
               PERFORM MOVE-NEW-ADDRESS-TO-RECORD

               EXEC CICS REWRITE
                    DATASET   (WS-ADDRFILE)
                    FROM      (CUST-ADDRESS-RECORD)
                    LENGTH    (LENGTH OF CUST-ADDRESS-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               IF WS-RESP-CD = DFHRESP(NORMAL)
                   PERFORM ADDRESS-SAVED
               ELSE
                   DISPLAY 'REWRITE CUSTADR RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update address record...'
                     TO WS-MESSAGE
                   MOVE -1 TO CUSNAMEL OF CCRDAMAI
                   PERFORM SEND-ADDRMNT-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CUST-ADDRESS
      *----------------------------------------------------------------*
       WRITE-CUST-ADDRESS.

           MOVE SPACES                 TO WS-OLD-ADDRESS
           MOVE SPACES                 TO CUST-ADDRESS-RECORD
           MOVE WS-ACCT-INPUT-N        TO ADR-ACCT-ID
           PERFORM MOVE-NEW-ADDRESS-TO-RECORD

           EXEC CICS WRITE
                DATASET   (WS-ADDRFILE)
                FROM      (CUST-ADDRESS-RECORD)
                LENGTH    (LENGTH OF CUST-ADDRESS-RECORD)
                RIDFLD    (ADR-ACCT-ID)
                KEYLENGTH (LENGTH OF ADR-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM ADDRESS-SAVED
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Address added by another user - press ENTER'
                     TO WS-MESSAGE
                   MOVE -1 TO ACCTSIDL OF CCRDAMAI
                   PERFORM SEND-ADDRMNT-SCREEN
               WHEN OTHER
                   DISPLAY 'WRITE CUSTADR RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add address record...'
                     TO WS-MESSAGE
                   MOVE -1 TO CUSNAMEL OF CCRDAMAI
                   PERFORM SEND-ADDRMNT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      MOVE-NEW-ADDRESS-TO-RECORD
      *----------------------------------------------------------------*
       MOVE-NEW-ADDRESS-TO-RECORD.

           MOVE WS-NEW-CUST-NAME       TO ADR-CUST-NAME
           MOVE WS-NEW-LINE-1          TO ADR-LINE-1
           MOVE WS-NEW-LINE-2          TO ADR-LINE-2
           MOVE WS-NEW-CITY            TO ADR-CITY
           MOVE WS-NEW-STATE           TO ADR-STATE
           MOVE WS-NEW-ZIP             TO ADR-ZIP.

      *----------------------------------------------------------------*
      *                      ADDRESS-SAVED
      *                      Logs each field that differs from what was
      *                      on file and confirms the save
      *----------------------------------------------------------------*
       ADDRESS-SAVED.

           PERFORM POPULATE-HEADER-INFO
           MOVE ZEROES TO WS-CHANGE-COUNT

           MOVE 'NAME'                 TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-CUST-NAME       TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-CUST-NAME       TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           MOVE 'LINE1'                TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-LINE-1          TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-LINE-1          TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           MOVE 'LINE2'                TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-LINE-2          TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-LINE-2          TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           MOVE 'CITY'                 TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-CITY            TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-CITY            TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           MOVE 'STATE'                TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-STATE           TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-STATE           TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           MOVE 'ZIP'                  TO WS-HIST-FIELD-NAME
           MOVE WS-OLD-ZIP             TO WS-HIST-OLD-VALUE
           MOVE WS-NEW-ZIP             TO WS-HIST-NEW-VALUE
           PERFORM LOG-ADDRESS-FIELD

           PERFORM SHOW-ADDRESS-DETAILS
           MOVE 'EXISTING ADDRESS'     TO ADRMODEO OF CCRDAMAO
           MOVE DFHGREEN               TO ERRMSGC OF CCRDAMAO
           MOVE ADR-ACCT-ID            TO WS-ACCT-DISPLAY
           MOVE WS-CHANGE-COUNT        TO WS-CHANGE-COUNT-DISP
           IF ADDR-BEING-ADDED
               STRING 'Address added for account '
                                          DELIMITED BY SIZE
                      WS-ACCT-DISPLAY     DELIMITED BY SIZE
                      ' ...'              DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
               STRING 'Address updated for account '
                                          DELIMITED BY SIZE
                      WS-ACCT-DISPLAY     DELIMITED BY SIZE
                      ' -'                DELIMITED BY SIZE
                      WS-CHANGE-COUNT-DISP
                                          DELIMITED BY SIZE
                      ' field(s) changed' DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF
           MOVE -1 TO ACCTSIDL OF CCRDAMAI
           PERFORM SEND-ADDRMNT-SCREEN.

      *----------------------------------------------------------------*
      *                      LOG-ADDRESS-FIELD
      *                      Writes one ADRHIST record when the field
      *                      was changed. A failed history write does
      *                      not undo the address update
      *----------------------------------------------------------------*
       LOG-ADDRESS-FIELD.

           IF WS-HIST-OLD-VALUE NOT = WS-HIST-NEW-VALUE
               ADD 1 TO WS-CHANGE-COUNT

               MOVE SPACES                 TO ADDRESS-HISTORY-RECORD
               MOVE ADR-ACCT-ID            TO ADH-ACCT-ID
               MOVE WS-ADDR-ACTION-FLG     TO ADH-ACTION-CD
               MOVE WS-HIST-FIELD-NAME     TO ADH-FIELD-NAME
               MOVE WS-HIST-OLD-VALUE      TO ADH-OLD-VALUE
               MOVE WS-HIST-NEW-VALUE      TO ADH-NEW-VALUE
               MOVE CDEMO-USER-ID          TO ADH-USER-ID
               MOVE WS-CURDATE-MM-DD-YY    TO ADH-CHANGE-DATE
               MOVE WS-CURTIME-HH-MM-SS    TO ADH-CHANGE-TIME

               EXEC CICS WRITE
                    DATASET   (WS-HISTFILE)
                    FROM      (ADDRESS-HISTORY-RECORD)
                    LENGTH    (LENGTH OF ADDRESS-HISTORY-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'WRITE ADRHIST RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-ADDRESS-DETAILS
      *----------------------------------------------------------------*
       SHOW-ADDRESS-DETAILS.

           MOVE ADR-ACCT-ID           TO ACCTSIDO OF CCRDAMAO
           MOVE ADR-CUST-NAME         TO CUSNAMEO OF CCRDAMAO
           MOVE ADR-LINE-1            TO ADRLIN1O OF CCRDAMAO
           MOVE ADR-LINE-2            TO ADRLIN2O OF CCRDAMAO
           MOVE ADR-CITY              TO ADRCITYO OF CCRDAMAO
           MOVE ADR-STATE             TO ADRSTATO OF CCRDAMAO
           MOVE ADR-ZIP               TO ADRZIPO  OF CCRDAMAO.

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
      *                      SEND-ADDRMNT-SCREEN
      *----------------------------------------------------------------*
       SEND-ADDRMNT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDAMAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDAMAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-ADDRMNT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-ADDRMNT-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDAMAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDAMAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDAMAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDAMAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDAMAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDAMAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDAMAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           MOVE ZEROES TO CDEMO-ACCT-ID
           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-ADDRMNT-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDAMAO
           MOVE -1            TO ACCTSIDL OF CCRDAMAI
           MOVE SPACES        TO ACCTSIDI OF CCRDAMAI
                                 ADRMODEO OF CCRDAMAO
                                 CUSNAMEO OF CCRDAMAO
                                 ADRLIN1O OF CCRDAMAO
                                 ADRLIN2O OF CCRDAMAO
                                 ADRCITYO OF CCRDAMAO
                                 ADRSTATO OF CCRDAMAO
                                 ADRZIPO  OF CCRDAMAO
                                 INFOMSGO OF CCRDAMAO
                                 WS-MESSAGE.
