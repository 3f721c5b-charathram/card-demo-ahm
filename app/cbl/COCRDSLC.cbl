      ******************************************************************
      * Program     : COCRDSLC.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Supervisor approval lockout inquiry and reset.
      *               Shows the consecutive wrong-password count and
      *               lockout state held on APRCTL for a supervisor
      *               ID; F5 clears the count and lifts the lockout
      *               so the ID can approve again. Limited to
      *               admin-class users, an administrator cannot reset
      *               their own ID, and every reset is written to the
      *               APRLDG approval ledger
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
       PROGRAM-ID. COCRDSLC.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCRDSLC'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCSL'.
         05 WS-MAPSET                  PIC X(07) VALUE 'COCRDSL'.
         05 WS-MAPNAME                 PIC X(07) VALUE 'CCRDSLA'.
         05 WS-USRSECFILE              PIC X(08) VALUE 'USRSEC  '.
         05 WS-APRLDGFILE              PIC X(08) VALUE 'APRLDG  '.
         05 WS-APRCTLFILE              PIC X(08) VALUE 'APRCTL  '.
         05 WS-PARMFILE                PIC X(08) VALUE 'CRDPRM  '.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-APRLOCK-PARM-KEY        PIC X(08) VALUE 'APRLOCK '.
         05 WS-LOCKOUT-LIMIT           PIC 9(05) VALUE 3.
         05 WS-APC-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 APPROVAL-CONTROL-FOUND             VALUE 'Y'.
           88 APPROVAL-CONTROL-NOT-FOUND         VALUE 'N'.
         05 WS-USER-NAME               PIC X(41) VALUE SPACES.

       COPY COCOM01Y.

       COPY COCRDSL.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.
       COPY CSUSR01Y.

      *SUPERVISOR APPROVAL LEDGER (APRLDG) AND APPROVAL LOCKOUT
      *CONTROL (APRCTL) RECORDS
       COPY CVAPR01Y.
       COPY CVAPC01Y.

      *CARD CONTROL PARAMETER RECORD (CRDPRM FILE)
       COPY CVPRM01Y.

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
                          ERRMSGO OF CCRDSLAO
                          INFOMSGO OF CCRDSLAO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CCRDSLAO
      *RESETTING A LOCKOUT UNDOES A SECURITY CONTROL, SO THE SCREEN IS
      *LIMITED TO ADMIN-CLASS USERS LIKE THE OTHER CONTROL FILE
      *MAINTENANCE SCREENS
                   IF NOT CDEMO-USRTYP-ADMIN
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Admin authority required...'
                         TO WS-MESSAGE
                   ELSE
                       MOVE 'Enter a supervisor ID, then press ENTER'
                         TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
               ELSE
                   PERFORM RECEIVE-LOCKOUT-SCREEN
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
                           PERFORM SEND-LOCKOUT-SCREEN
                       WHEN EIBAID = DFHENTER
                           PERFORM INQUIRE-SUPERVISOR-LOCKOUT
                       WHEN EIBAID = DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN EIBAID = DFHPF5
                           PERFORM RESET-SUPERVISOR-LOCKOUT
                       WHEN OTHER
                           MOVE 'Y'                   TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY  TO WS-MESSAGE
                           PERFORM SEND-LOCKOUT-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      INQUIRE-SUPERVISOR-LOCKOUT
      *                      Shows the approval control record for
      *                      the ID and tells the administrator
      *                      whether F5 has anything to reset
      *----------------------------------------------------------------*
       INQUIRE-SUPERVISOR-LOCKOUT.

           PERFORM EDIT-SUPERVISOR-ID

           IF NOT ERR-FLG-ON
               PERFORM READ-SUPERVISOR-USER
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-APPROVAL-CONTROL
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM SHOW-LOCKOUT-DETAILS
               EVALUATE TRUE
                   WHEN APC-LOCKED
                       MOVE 'Press F5 to RESET the lockout on this ID'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDSLAO
                   WHEN APC-FAIL-COUNT > ZEROES
                       MOVE 'Not locked - F5 clears the failed count'
                         TO WS-MESSAGE
                       MOVE DFHNEUTR TO ERRMSGC OF CCRDSLAO
                   WHEN OTHER
                       MOVE 'Supervisor ID is not locked out...'
                         TO WS-MESSAGE
               END-EVALUATE
               PERFORM SEND-LOCKOUT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SUPERVISOR-ID
      *----------------------------------------------------------------*
       EDIT-SUPERVISOR-ID.

           EVALUATE TRUE
               WHEN SUPVIDI OF CCRDSLAI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Supervisor ID can NOT be empty...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               PERFORM SEND-LOCKOUT-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-SUPERVISOR-USER
      *----------------------------------------------------------------*
       READ-SUPERVISOR-USER.

           MOVE SUPVIDI OF CCRDSLAI TO SEC-USR-ID

           EXEC CICS READ
                DATASET   (WS-USRSECFILE)
                INTO      (SEC-USER-DATA)
                LENGTH    (LENGTH OF SEC-USER-DATA)
                RIDFLD    (SEC-USR-ID)
                KEYLENGTH (LENGTH OF SEC-USR-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Supervisor ID NOT found...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
               WHEN OTHER
                   DISPLAY 'READ USRSEC RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read security file...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-APPROVAL-CONTROL
      *                      No APRCTL record means the ID has never
      *                      had a failed approval
      *----------------------------------------------------------------*
       READ-APPROVAL-CONTROL.

           MOVE SEC-USR-ID TO APC-USR-ID

           EXEC CICS READ
                DATASET   (WS-APRCTLFILE)
                INTO      (APPROVAL-CONTROL-RECORD)
                LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                RIDFLD    (APC-USR-ID)
                KEYLENGTH (LENGTH OF APC-USR-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           PERFORM CHECK-CONTROL-READ-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-CONTROL-READ-RESP
      *                      Common handling for the inquiry read and
      *                      the read for update
      *----------------------------------------------------------------*
       CHECK-CONTROL-READ-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET APPROVAL-CONTROL-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET APPROVAL-CONTROL-NOT-FOUND TO TRUE
                   MOVE SPACES       TO APPROVAL-CONTROL-RECORD
                   MOVE SEC-USR-ID   TO APC-USR-ID
                   MOVE ZEROES       TO APC-FAIL-COUNT
                   SET APC-NOT-LOCKED TO TRUE
               WHEN OTHER
                   DISPLAY 'READ APRCTL RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read approval control file...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RESET-SUPERVISOR-LOCKOUT
      *                      F5 clears the failed count and lifts the
      *                      lockout. The record is read for update
      *                      and re-checked so a reset is only logged
      *                      when there was something to reset
      *----------------------------------------------------------------*
       RESET-SUPERVISOR-LOCKOUT.

           PERFORM EDIT-SUPERVISOR-ID

      *THE ADMINISTRATOR LIFTING A LOCKOUT MUST NOT BE THE ONE WHO
      *WAS LOCKED OUT - THE SAME SEGREGATION THE SIGN-OFF ITSELF HAS
           IF NOT ERR-FLG-ON
           AND SUPVIDI OF CCRDSLAI = CDEMO-USER-ID
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'You can NOT reset your own supervisor ID...'
                 TO WS-MESSAGE
               MOVE -1 TO SUPVIDL OF CCRDSLAI
               PERFORM SEND-LOCKOUT-SCREEN
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-SUPERVISOR-USER
           END-IF

           IF NOT ERR-FLG-ON
               MOVE SEC-USR-ID TO APC-USR-ID

               EXEC CICS READ
                    DATASET   (WS-APRCTLFILE)
                    INTO      (APPROVAL-CONTROL-RECORD)
                    LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                    RIDFLD    (APC-USR-ID)
                    KEYLENGTH (LENGTH OF APC-USR-ID)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               PERFORM CHECK-CONTROL-READ-RESP
           END-IF

           IF NOT ERR-FLG-ON
               IF APC-NOT-LOCKED AND APC-FAIL-COUNT = ZEROES
                   IF APPROVAL-CONTROL-FOUND
                       EXEC CICS UNLOCK
                            DATASET (WS-APRCTLFILE)
                            RESP    (WS-RESP-CD)
                            RESP2   (WS-REAS-CD)
                       END-EXEC
                   END-IF
                   PERFORM SHOW-LOCKOUT-DETAILS
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Supervisor ID is not locked out...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
               ELSE
                   PERFORM REWRITE-RESET-CONTROL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-RESET-CONTROL
      *----------------------------------------------------------------*
       REWRITE-RESET-CONTROL.

           PERFORM POPULATE-HEADER-INFO

           MOVE ZEROES                 TO APC-FAIL-COUNT
           SET APC-NOT-LOCKED          TO TRUE
           MOVE CDEMO-USER-ID          TO APC-RESET-BY
           MOVE WS-CURDATE-MM-DD-YY    TO APC-RESET-DATE

           EXEC CICS REWRITE
                DATASET   (WS-APRCTLFILE)
                FROM      (APPROVAL-CONTROL-RECORD)
                LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM WRITE-RESET-LEDGER-RECORD
                   PERFORM SHOW-LOCKOUT-DETAILS
                   MOVE DFHGREEN  TO ERRMSGC OF CCRDSLAO
                   STRING 'Lockout reset for supervisor '
                                      DELIMITED BY SIZE
                          APC-USR-ID  DELIMITED BY SPACE
                          ' ...'      DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-LOCKOUT-SCREEN
               WHEN OTHER
                   DISPLAY 'REWRITE APRCTL RESP:' WS-RESP-CD
                           ' REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update approval control file...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDSLAI
                   PERFORM SEND-LOCKOUT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-RESET-LEDGER-RECORD
      *                      The reset goes on the approval ledger
      *                      with the reset ID as requester and the
      *                      administrator as approver
      *----------------------------------------------------------------*
       WRITE-RESET-LEDGER-RECORD.

           MOVE SPACES                 TO APPROVAL-LEDGER-RECORD
           MOVE APC-USR-ID             TO APR-REQUESTER-ID
           MOVE CDEMO-USER-ID          TO APR-APPROVER-ID
           MOVE WS-PGMNAME             TO APR-PROGRAM
           SET APR-ACTION-LOCKOUT-RESET TO TRUE
           SET APR-OUTCOME-APPROVED    TO TRUE
           SET APR-REFUSAL-NONE        TO TRUE
           MOVE ZEROES                 TO APR-ACCT-ID
           MOVE WS-CURDATE-MM-DD-YY    TO APR-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO APR-TIME

           EXEC CICS WRITE
                DATASET   (WS-APRLDGFILE)
                FROM      (APPROVAL-LEDGER-RECORD)
                LENGTH    (LENGTH OF APPROVAL-LEDGER-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'WRITE APRLDG RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-LOCKOUT-LIMIT
      *                      The lockout limit is the APRLOCK record
      *                      on CRDPRM; the default stands if the
      *                      record is missing or zero
      *----------------------------------------------------------------*
       READ-LOCKOUT-LIMIT.

           MOVE WS-APRLOCK-PARM-KEY TO PRM-KEY

           EXEC CICS READ
                DATASET   (WS-PARMFILE)
                INTO      (CARD-PARAMETER-RECORD)
                LENGTH    (LENGTH OF CARD-PARAMETER-RECORD)
                RIDFLD    (PRM-KEY)
                KEYLENGTH (LENGTH OF PRM-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND PRM-VALUE-1 IS NUMERIC
           AND PRM-VALUE-1 > ZEROES
               MOVE PRM-VALUE-1 TO WS-LOCKOUT-LIMIT
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-LOCKOUT-DETAILS
      *----------------------------------------------------------------*
       SHOW-LOCKOUT-DETAILS.

           PERFORM READ-LOCKOUT-LIMIT

           MOVE SPACES TO WS-USER-NAME
           STRING SEC-USR-FNAME  DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  SEC-USR-LNAME  DELIMITED BY SPACE
             INTO WS-USER-NAME

           MOVE SEC-USR-ID            TO SUPVIDO  OF CCRDSLAO
           MOVE WS-USER-NAME          TO USRNAMEO OF CCRDSLAO
           MOVE SEC-USR-TYPE          TO USRTYPEO OF CCRDSLAO
           MOVE APC-FAIL-COUNT        TO FAILCNTO OF CCRDSLAO
           MOVE WS-LOCKOUT-LIMIT      TO LOCKLIMO OF CCRDSLAO
           IF APC-LOCKED
               MOVE 'YES'             TO LOCKEDO  OF CCRDSLAO
               MOVE APC-LOCK-DATE     TO LOCKDTO  OF CCRDSLAO
               MOVE APC-LOCK-TIME     TO LOCKTMO  OF CCRDSLAO
           ELSE
               MOVE 'NO'              TO LOCKEDO  OF CCRDSLAO
               MOVE SPACES            TO LOCKDTO  OF CCRDSLAO
                                         LOCKTMO  OF CCRDSLAO
           END-IF
           MOVE APC-LAST-FAIL-DATE    TO FAILDTO  OF CCRDSLAO
           MOVE APC-LAST-FAIL-TIME    TO FAILTMO  OF CCRDSLAO
           MOVE APC-RESET-BY          TO RESETBYO OF CCRDSLAO
           MOVE APC-RESET-DATE        TO RESETDTO OF CCRDSLAO.

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
      *                      SEND-LOCKOUT-SCREEN
      *----------------------------------------------------------------*
       SEND-LOCKOUT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CCRDSLAO

           EXEC CICS SEND
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     FROM(CCRDSLAO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-LOCKOUT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-LOCKOUT-SCREEN.

           EXEC CICS RECEIVE
                     MAP(WS-MAPNAME)
                     MAPSET(WS-MAPSET)
                     INTO(CCRDSLAI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CCRDSLAO
           MOVE CCDA-TITLE02           TO TITLE02O OF CCRDSLAO
           MOVE WS-TRANID              TO TRNNAMEO OF CCRDSLAO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CCRDSLAO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CCRDSLAO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CCRDSLAO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS
           PERFORM SEND-LOCKOUT-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE LOW-VALUES    TO CCRDSLAO
           MOVE -1            TO SUPVIDL OF CCRDSLAI
           MOVE SPACES        TO SUPVIDI OF CCRDSLAI
                                 USRNAMEO OF CCRDSLAO
                                 USRTYPEO OF CCRDSLAO
                                 FAILCNTO OF CCRDSLAO
                                 LOCKLIMO OF CCRDSLAO
                                 LOCKEDO  OF CCRDSLAO
                                 LOCKDTO  OF CCRDSLAO
                                 LOCKTMO  OF CCRDSLAO
                                 FAILDTO  OF CCRDSLAO
                                 FAILTMO  OF CCRDSLAO
                                 RESETBYO OF CCRDSLAO
                                 RESETDTO OF CCRDSLAO
                                 INFOMSGO OF CCRDSLAO
                                 WS-MESSAGE.
