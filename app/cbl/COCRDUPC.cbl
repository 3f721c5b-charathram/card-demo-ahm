      *               a name change requires the same supervisor
      *               sign-off the card delete transaction uses and
      *               can optionally queue a re-embossing advice to
      *               the plastics vendor so the plastic gets
      *               redone. Every supervisor sign-off and refusal
      *               is written to the APRLDG approval ledger, and a
      *               supervisor ID is locked out on APRCTL after too
      *               many wrong passwords in a row
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-CARDFILE                PIC X(08) VALUE 'CARDDAT '.
         05 WS-AUDITFILE               PIC X(08) VALUE 'CDELAUD '.
         05 WS-USRSECFILE              PIC X(08) VALUE 'USRSEC  '.
         05 WS-APRLDGFILE              PIC X(08) VALUE 'APRLDG  '.
         05 WS-APRCTLFILE              PIC X(08) VALUE 'APRCTL  '.
         05 WS-PARMFILE                PIC X(08) VALUE 'CRDPRM  '.
         05 WS-EMBQNAME                PIC X(04) VALUE 'EMBQ'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
           88 NAME-IS-CHANGED                    VALUE 'Y'.
           88 NAME-NOT-CHANGED                   VALUE 'N'.
         05 WS-CARD-DISPLAY            PIC X(16) VALUE SPACES.
         05 WS-APRLOCK-PARM-KEY        PIC X(08) VALUE 'APRLOCK '.
         05 WS-LOCKOUT-LIMIT           PIC 9(05) VALUE 3.
         05 WS-APC-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 APPROVAL-CONTROL-FOUND             VALUE 'Y'.
           88 APPROVAL-CONTROL-NOT-FOUND         VALUE 'N'.
         05 WS-APR-ACTION-CD           PIC X(01) VALUE SPACES.
         05 WS-APR-REFUSAL-CD          PIC X(01) VALUE SPACES.

      *----------------------------------------------------------------*
      * Update context saved across the pseudo-conversational turn
       COPY CSMSG01Y.
       COPY CSUSR01Y.

      *SUPERVISOR APPROVAL LEDGER (APRLDG) AND APPROVAL LOCKOUT
      *CONTROL (APRCTL) RECORDS
       COPY CVAPR01Y.
       COPY CVAPC01Y.

      *CARD CONTROL PARAMETER RECORD (CRDPRM FILE)
       COPY CVPRM01Y.

      *CARD RECORD LAYOUT
       COPY CVACT02Y.

      *                      VALIDATE-SUPERVISOR-CREDENTIALS
      *                      Reads USRSEC for the supervisor ID keyed
      *                      in and confirms the password and user
      *                      class before the name change is allowed. A
      *                      supervisor ID locked out on APRCTL is
      *                      refused outright, every approval and
      *                      refusal goes to the APRLDG approval
      *                      ledger
      *----------------------------------------------------------------*
       VALIDATE-SUPERVISOR-CREDENTIALS.

           END-IF

           IF NOT ERR-FLG-ON
               PERFORM POPULATE-HEADER-INFO
               MOVE 'U' TO WS-APR-ACTION-CD
               MOVE SUPVIDI OF CCRDUPAI TO SEC-USR-ID

               EXEC CICS READ
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(NOTFND)
                       MOVE 'N' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Supervisor ID NOT found...'
                         TO WS-MESSAGE
           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN SUPVIDI OF CCRDUPAI = CDEMO-USER-ID
                       MOVE 'S' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Supervisor must differ from signed-on user'
                         TO WS-MESSAGE
                       MOVE -1 TO SUPVIDL OF CCRDUPAI
                       PERFORM SEND-CARDUPD-SCREEN
                   WHEN NOT SEC-USR-TYPE-ADMIN
                       MOVE 'T' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'User is not authorized as a supervisor...'
                         TO WS-MESSAGE
                       MOVE -1 TO SUPVIDL OF CCRDUPAI
                       PERFORM SEND-CARDUPD-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-APPROVAL-CONTROL
           END-IF

           IF NOT ERR-FLG-ON
               IF SUPVPWI OF CCRDUPAI NOT = SEC-USR-PWD
                   PERFORM RECORD-SUPERVISOR-FAILURE
                   PERFORM WRITE-APPROVAL-LEDGER-RECORD
                   MOVE 'Y' TO WS-ERR-FLG
                   IF APC-LOCKED
                       MOVE 'Wrong password - supervisor ID now locked'
                         TO WS-MESSAGE
                   ELSE
                       MOVE 'Supervisor password is incorrect...'
                         TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO SUPVPWL OF CCRDUPAI
                   PERFORM SEND-CARDUPD-SCREEN
               ELSE
                   PERFORM CLEAR-SUPERVISOR-FAILURES
                   MOVE SPACE TO WS-APR-REFUSAL-CD
                   PERFORM WRITE-APPROVAL-LEDGER-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-APPROVAL-CONTROL
      *                      Reads the supervisor's APRCTL record for
      *                      update. No record yet means no failures
      *                      on file. A locked-out ID is refused here
      *                      without the password ever being checked
      *----------------------------------------------------------------*
       READ-APPROVAL-CONTROL.

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
                   MOVE 'E' TO WS-APR-REFUSAL-CD
                   PERFORM WRITE-APPROVAL-LEDGER-RECORD
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to read approval control file...'
                     TO WS-MESSAGE
                   MOVE -1 TO SUPVIDL OF CCRDUPAI
                   PERFORM SEND-CARDUPD-SCREEN
           END-EVALUATE

           IF NOT ERR-FLG-ON AND APC-LOCKED
               EXEC CICS UNLOCK
                    DATASET   (WS-APRCTLFILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'L' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Supervisor ID is locked out - see administrator'
                 TO WS-MESSAGE
               MOVE -1 TO SUPVIDL OF CCRDUPAI
               PERFORM SEND-CARDUPD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      RECORD-SUPERVISOR-FAILURE
      *                      Counts a wrong password against the
      *                      supervisor ID and locks the ID once the
      *                      APRLOCK limit on CRDPRM is reached
      *----------------------------------------------------------------*
       RECORD-SUPERVISOR-FAILURE.

           PERFORM READ-LOCKOUT-LIMIT

           ADD 1 TO APC-FAIL-COUNT
           MOVE WS-CURDATE-MM-DD-YY TO APC-LAST-FAIL-DATE
           MOVE WS-CURTIME-HH-MM-SS TO APC-LAST-FAIL-TIME
           MOVE 'P' TO WS-APR-REFUSAL-CD

           IF APC-FAIL-COUNT NOT < WS-LOCKOUT-LIMIT
               SET APC-LOCKED TO TRUE
               MOVE WS-CURDATE-MM-DD-YY TO APC-LOCK-DATE
               MOVE WS-CURTIME-HH-MM-SS TO APC-LOCK-TIME
               MOVE 'K' TO WS-APR-REFUSAL-CD
           END-IF

           IF APPROVAL-CONTROL-FOUND
               EXEC CICS REWRITE
                    DATASET   (WS-APRCTLFILE)
                    FROM      (APPROVAL-CONTROL-RECORD)
                    LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET   (WS-APRCTLFILE)
                    FROM      (APPROVAL-CONTROL-RECORD)
                    LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                    RIDFLD    (APC-USR-ID)
                    KEYLENGTH (LENGTH OF APC-USR-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'UPDATE APRCTL RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      CLEAR-SUPERVISOR-FAILURES
      *                      A correct password ends the run of
      *                      consecutive failures
      *----------------------------------------------------------------*
       CLEAR-SUPERVISOR-FAILURES.

           IF APPROVAL-CONTROL-FOUND
               IF APC-FAIL-COUNT > ZEROES
                   MOVE ZEROES TO APC-FAIL-COUNT
                   EXEC CICS REWRITE
                        DATASET   (WS-APRCTLFILE)
                        FROM      (APPROVAL-CONTROL-RECORD)
                        LENGTH    (LENGTH OF APPROVAL-CONTROL-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       DISPLAY 'REWRITE APRCTL RESP:' WS-RESP-CD
                               ' REAS:' WS-REAS-CD
                   END-IF
               ELSE
                   EXEC CICS UNLOCK
                        DATASET   (WS-APRCTLFILE)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               END-IF
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
      *                      WRITE-APPROVAL-LEDGER-RECORD
      *                      One APRLDG record per approval or
      *                      refusal - blank refusal code means the
      *                      sign-off was approved
      *----------------------------------------------------------------*
       WRITE-APPROVAL-LEDGER-RECORD.

           MOVE SPACES                 TO APPROVAL-LEDGER-RECORD
           MOVE CDEMO-USER-ID          TO APR-REQUESTER-ID
           MOVE SUPVIDI OF CCRDUPAI TO APR-APPROVER-ID
           MOVE WS-PGMNAME             TO APR-PROGRAM
           MOVE WS-APR-ACTION-CD       TO APR-ACTION-CD
           MOVE WS-APR-REFUSAL-CD      TO APR-REFUSAL-CD
           IF APR-REFUSAL-NONE
               SET APR-OUTCOME-APPROVED TO TRUE
           ELSE
               SET APR-OUTCOME-REFUSED  TO TRUE
           END-IF
           MOVE WS-SAVE-CARD-NUM       TO APR-CARD-NUM
           MOVE WS-SAVE-ACCT-ID        TO APR-ACCT-ID
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
