      *               a whole account: every active card on the
      *               account is soft-deleted with reason CLOSED
      *               under one supervisor approval, deliberately
      *               bypassing the last-active-card guard. H next
      *               to a card on the PF7 account list opens the
      *               CCHS card history inquiry for it; F opens the
      *               CCFZ temporary card freeze. A frozen card ('F')
      *               or one pending activation ('P') still counts
      *               as a live card on the account. A successor
      *               card is written pending activation (CCAC).
      *               Every supervisor sign-off and refusal is
      *               written to the APRLDG approval ledger, and a
      *               supervisor ID is locked out on APRCTL after
      *               too many wrong passwords in a row. When the
      *               account has had more LOST/STOLEN/FRAUD deletions
      *               in the window than the CRDPRM VELOCITY record
      *               allows, the delete and block still go through
      *               but the replacement card is held on CRDHLD for
      *               fraud review (CCHR) instead of being issued.
      *               A card deleted while still pending activation
      *               is reactivated back to pending, not live, and
      *               no unblock advice is sent for it until CCAC
      *               activates it
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-CARDAIXFILE             PIC X(08) VALUE 'CARDAIX '.
         05 WS-AUDITFILE               PIC X(08) VALUE 'CDELAUD '.
         05 WS-USRSECFILE              PIC X(08) VALUE 'USRSEC  '.
         05 WS-APRLDGFILE              PIC X(08) VALUE 'APRLDG  '.
         05 WS-APRCTLFILE              PIC X(08) VALUE 'APRCTL  '.
         05 WS-PARMFILE                PIC X(08) VALUE 'CRDPRM  '.
         05 WS-REASONFILE              PIC X(08) VALUE 'CRDRSN  '.
         05 WS-BINFILE                 PIC X(08) VALUE 'CRDBIN  '.
         05 WS-HOLDFILE                PIC X(08) VALUE 'CRDHLD  '.
         05 WS-TDQNAME                 PIC X(04) VALUE 'CRDQ'.
         05 WS-ACTIVE-CARD-COUNT       PIC 9(03) VALUE ZEROES.
         05 WS-BROWSE-DONE-FLG         PIC X(01) VALUE 'N'.
         05 WS-EXPYEAR-DISP            PIC X(04) VALUE SPACES.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-CARD-DELETED-FLG        PIC X(01) VALUE 'N'.
           88 CARD-IS-DELETED                     VALUE 'Y'.
           88 CARD-IS-NOT-DELETED                 VALUE 'N'.
         05 WS-CARD-SELECTED-FLG       PIC X(01) VALUE 'N'.
           88 CARD-SELECTED                      VALUE 'Y'.
           88 CARD-NOT-SELECTED                  VALUE 'N'.
         05 WS-HISTORY-REQ-FLG         PIC X(01) VALUE 'N'.
           88 CARD-HISTORY-REQUESTED             VALUE 'Y'.
         05 WS-FREEZE-REQ-FLG          PIC X(01) VALUE 'N'.
           88 CARD-FREEZE-REQUESTED              VALUE 'Y'.
         05 WS-AUDIT-REASON-CD         PIC X(07) VALUE SPACES.
         05 WS-SAVE-CARD-RECORD        PIC X(150) VALUE SPACES.
         05 WS-SUPPRESS-SEND-FLG       PIC X(01) VALUE 'N'.
         05 WS-CLOSE-CARD-COUNT        PIC 9(03) VALUE ZEROES.
         05 WS-ACCT-CARDS-CLOSED       PIC 9(03) VALUE ZEROES.
         05 WS-CLOSED-COUNT-DISP       PIC ZZ9.
         05 WS-APRLOCK-PARM-KEY        PIC X(08) VALUE 'APRLOCK '.
         05 WS-LOCKOUT-LIMIT           PIC 9(05) VALUE 3.
         05 WS-APC-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 APPROVAL-CONTROL-FOUND             VALUE 'Y'.
           88 APPROVAL-CONTROL-NOT-FOUND         VALUE 'N'.
         05 WS-APR-ACTION-CD           PIC X(01) VALUE SPACES.
         05 WS-APR-REFUSAL-CD          PIC X(01) VALUE SPACES.
         05 WS-VELOCITY-PARM-KEY       PIC X(08) VALUE 'VELOCITY'.
         05 WS-VELOCITY-LIMIT          PIC 9(05) VALUE 2.
         05 WS-VELOCITY-DAYS           PIC 9(05) VALUE 90.
         05 WS-VELOCITY-ACCT-ID        PIC 9(11) VALUE ZEROES.
         05 WS-LOSS-DELETE-COUNT       PIC 9(03) VALUE ZEROES.
         05 WS-LOSS-REASON-CD          PIC X(07) VALUE SPACES.
           88 LOSS-TYPE-REASON                   VALUE 'LOST'
                                                       'STOLEN'
                                                       'FRAUD'.
         05 WS-REPLACEMENT-HELD-FLG    PIC X(01) VALUE 'N'.
           88 REPLACEMENT-HELD                   VALUE 'Y'.
           88 REPLACEMENT-NOT-HELD               VALUE 'N'.
         05 WS-TODAY-CCYYMMDD          PIC 9(08) VALUE ZEROES.
         05 WS-TODAY-CCYYMMDD-R  REDEFINES WS-TODAY-CCYYMMDD.
           10 WS-TODAY-CCYY            PIC X(04).
           10 WS-TODAY-MM              PIC X(02).
           10 WS-TODAY-DD              PIC X(02).
         05 WS-TODAY-INTEGER           PIC 9(07) VALUE ZEROES.
         05 WS-DEL-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
         05 WS-DEL-DATE-CCYYMMDD-R  REDEFINES WS-DEL-DATE-CCYYMMDD.
           10 WS-DEL-DATE-CC           PIC X(02).
           10 WS-DEL-DATE-YY           PIC X(02).
           10 WS-DEL-DATE-MM           PIC X(02).
           10 WS-DEL-DATE-DD           PIC X(02).
         05 WS-DEL-DATE-INTEGER        PIC 9(07) VALUE ZEROES.
         05 WS-LOSS-COUNT-DISP         PIC ZZ9.

      *ACTIVE CARD NUMBERS COLLECTED FOR AN ACCOUNT CLOSURE. THE
      *CARDAIX BROWSE ONLY COLLECTS; EACH CARD IS THEN READ FOR
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

      *EVERY REPLACEMENT CARD NUMBER
       COPY CVBIN01Y.

      *FRAUD-REVIEW HOLD RECORD (CRDHLD FILE), WRITTEN IN PLACE OF A
      *REPLACEMENT CARD WHEN THE REPEAT-LOSS VELOCITY RULE TRIPS
       COPY CVHLD01Y.

      *CARD NUMBER MASKING WORK AREA
       COPY CSMSK01Y.

      *                      VALIDATE-SUPERVISOR-CREDENTIALS
      *                      Reads USRSEC for the supervisor ID keyed
      *                      in and confirms the password and user
      *                      class before the delete is allowed. A
      *                      supervisor ID locked out on APRCTL is
      *                      refused outright, every approval and
      *                      refusal goes to the APRLDG approval
      *                      ledger
      *----------------------------------------------------------------*
       VALIDATE-SUPERVISOR-CREDENTIALS.

           END-IF

           IF NOT ERR-FLG-ON
               PERFORM POPULATE-HEADER-INFO
               IF PENDING-ACTION-CLOSE
                   MOVE 'C' TO WS-APR-ACTION-CD
               ELSE
                   MOVE 'D' TO WS-APR-ACTION-CD
               END-IF
               MOVE SUPVIDI OF CCRDDLAI TO SEC-USR-ID

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
                   WHEN SUPVIDI OF CCRDDLAI = CDEMO-USER-ID
                       MOVE 'S' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Supervisor must differ from signed-on user'
                         TO WS-MESSAGE
                       MOVE -1 TO SUPVIDL OF CCRDDLAI
                       PERFORM SEND-CARDDEL-SCREEN
                   WHEN NOT SEC-USR-TYPE-ADMIN
                       MOVE 'T' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'User is not authorized as a supervisor...'
                         TO WS-MESSAGE
                       MOVE -1 TO SUPVIDL OF CCRDDLAI
                       PERFORM SEND-CARDDEL-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-APPROVAL-CONTROL
           END-IF

           IF NOT ERR-FLG-ON
               IF SUPVPWI OF CCRDDLAI NOT = SEC-USR-PWD
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
                   MOVE -1 TO SUPVPWL OF CCRDDLAI
                   PERFORM SEND-CARDDEL-SCREEN
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
                   MOVE -1 TO SUPVIDL OF CCRDDLAI
                   PERFORM SEND-CARDDEL-SCREEN
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
               MOVE -1 TO SUPVIDL OF CCRDDLAI
               PERFORM SEND-CARDDEL-SCREEN
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
           MOVE SUPVIDI OF CCRDDLAI TO APR-APPROVER-ID
           MOVE WS-PGMNAME             TO APR-PROGRAM
           MOVE WS-APR-ACTION-CD       TO APR-ACTION-CD
           MOVE WS-APR-REFUSAL-CD      TO APR-REFUSAL-CD
           IF APR-REFUSAL-NONE
               SET APR-OUTCOME-APPROVED TO TRUE
           ELSE
               SET APR-OUTCOME-REFUSED  TO TRUE
           END-IF
           IF PENDING-ACTION-DELETE
               MOVE WS-SAVE-CARD-NUM   TO APR-CARD-NUM
           END-IF
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
                   SET LIST-IS-ACTIVE TO TRUE
                   MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO
                   MOVE
               'Type S=select, H=history or F=freeze, then press ENTER'
                     TO WS-MESSAGE
                   MOVE -1 TO SEL1L OF CCRDDLAI
               END-IF
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
                   OR CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
                   OR CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                       IF WS-CLOSE-CARD-COUNT < 100
                           ADD 1 TO WS-CLOSE-CARD-COUNT
                           MOVE CARD-NUM TO

           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
               OR CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
               OR CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                   IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                       SET CARD-NEVER-ACTIVATED TO TRUE
                   ELSE
                       MOVE SPACES TO CARD-NEVER-ACTIVATED-FLG
                   END-IF
                   MOVE WS-SOFT-DELETED-MARKER TO CARD-ACTIVE-STATUS
                   MOVE WS-CLOSURE-REASON-CD   TO CARD-DELETE-REASON-CD
                   MOVE WS-CURDATE-MM-DD-YY    TO CARD-DELETE-DATE
                   MOVE SPACES                 TO CARD-FREEZE-DATE

                   EXEC CICS REWRITE
                        DATASET   (WS-CARDFILE)

      *----------------------------------------------------------------*
      *                      PROCESS-LIST-SELECTION
      *                      S picks the card for delete/reactivate;
      *                      H hands it to the CCHS card history
      *                      inquiry and F to the CCFZ card freeze
      *                      screen, both of which F3 back here
      *----------------------------------------------------------------*
       PROCESS-LIST-SELECTION.

           SET CARD-NOT-SELECTED TO TRUE
           MOVE 'N' TO WS-HISTORY-REQ-FLG
                       WS-FREEZE-REQ-FLG

      *THE LIST ROWS MAY CARRY MASKED NUMBERS, SO A SELECTION IS
      *RESOLVED THROUGH THE REAL NUMBERS SAVED IN THE COMMAREA
               WHEN SEL1I OF CCRDDLAI = 'S' OR 's'
                   MOVE WS-LIST-CARD-NUM(1) TO CARDSIDI OF CCRDDLAI
                   SET CARD-SELECTED TO TRUE
               WHEN SEL1I OF CCRDDLAI = 'H' OR 'h'
                   MOVE WS-LIST-CARD-NUM(1) TO CDEMO-CARD-NUM
                   SET CARD-HISTORY-REQUESTED TO TRUE
               WHEN SEL1I OF CCRDDLAI = 'F' OR 'f'
                   MOVE WS-LIST-CARD-NUM(1) TO CDEMO-CARD-NUM
                   SET CARD-FREEZE-REQUESTED TO TRUE
               WHEN SEL2I OF CCRDDLAI = 'S' OR 's'
                   MOVE WS-LIST-CARD-NUM(2) TO CARDSIDI OF CCRDDLAI
                   SET CARD-SELECTED TO TRUE
               WHEN SEL2I OF CCRDDLAI = 'H' OR 'h'
                   MOVE WS-LIST-CARD-NUM(2) TO CDEMO-CARD-NUM
                   SET CARD-HISTORY-REQUESTED TO TRUE
               WHEN SEL2I OF CCRDDLAI = 'F' OR 'f'
                   MOVE WS-LIST-CARD-NUM(2) TO CDEMO-CARD-NUM
                   SET CARD-FREEZE-REQUESTED TO TRUE
               WHEN SEL3I OF CCRDDLAI = 'S' OR 's'
                   MOVE WS-LIST-CARD-NUM(3) TO CARDSIDI OF CCRDDLAI
                   SET CARD-SELECTED TO TRUE
               WHEN SEL3I OF CCRDDLAI = 'H' OR 'h'
                   MOVE WS-LIST-CARD-NUM(3) TO CDEMO-CARD-NUM
                   SET CARD-HISTORY-REQUESTED TO TRUE
               WHEN SEL3I OF CCRDDLAI = 'F' OR 'f'
                   MOVE WS-LIST-CARD-NUM(3) TO CDEMO-CARD-NUM
                   SET CARD-FREEZE-REQUESTED TO TRUE
               WHEN SEL4I OF CCRDDLAI = 'S' OR 's'
                   MOVE WS-LIST-CARD-NUM(4) TO CARDSIDI OF CCRDDLAI
                   SET CARD-SELECTED TO TRUE
               WHEN SEL4I OF CCRDDLAI = 'H' OR 'h'
                   MOVE WS-LIST-CARD-NUM(4) TO CDEMO-CARD-NUM
                   SET CARD-HISTORY-REQUESTED TO TRUE
               WHEN SEL4I OF CCRDDLAI = 'F' OR 'f'
                   MOVE WS-LIST-CARD-NUM(4) TO CDEMO-CARD-NUM
                   SET CARD-FREEZE-REQUESTED TO TRUE
               WHEN SEL5I OF CCRDDLAI = 'S' OR 's'
                   MOVE WS-LIST-CARD-NUM(5) TO CARDSIDI OF CCRDDLAI
                   SET CARD-SELECTED TO TRUE
               WHEN SEL5I OF CCRDDLAI = 'H' OR 'h'
                   MOVE WS-LIST-CARD-NUM(5) TO CDEMO-CARD-NUM
                   SET CARD-HISTORY-REQUESTED TO TRUE
               WHEN SEL5I OF CCRDDLAI = 'F' OR 'f'
                   MOVE WS-LIST-CARD-NUM(5) TO CDEMO-CARD-NUM
                   SET CARD-FREEZE-REQUESTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CARD-HISTORY-REQUESTED
               MOVE WS-SAVE-ACCT-ID TO CDEMO-ACCT-ID
               MOVE 'COCRDHSC'      TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           END-IF

           IF CARD-FREEZE-REQUESTED
               MOVE WS-SAVE-ACCT-ID TO CDEMO-ACCT-ID
               MOVE 'COCRDFZC'      TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           END-IF

           IF CARD-SELECTED
               SET LIST-NOT-ACTIVE TO TRUE
               MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE
               'Type S=select, H=history or F=freeze, then press ENTER'
                 TO WS-MESSAGE
               MOVE WS-SAVE-CONTEXT TO CDEMO-CS01-INFO
               PERFORM SEND-CARDDEL-SCREEN
                           PERFORM COUNT-ACTIVE-CARDS-FOR-ACCOUNT
                           MOVE WS-SAVE-CARD-RECORD TO CARD-RECORD
      *THE LAST-ACTIVE GUARD ONLY APPLIES WHEN THE TARGET CARD IS
      *ITSELF ACTIVE, FROZEN OR PENDING ACTIVATION - DELETING AN
      *EXPIRED CARD CAN NEVER REMOVE THE LAST ACTIVE CARD ON THE
      *ACCOUNT
                           IF (CARD-ACTIVE-STATUS NOT =
                                                   WS-ACTIVE-MARKER
                           AND CARD-ACTIVE-STATUS NOT =
                                                   WS-FROZEN-MARKER
                           AND CARD-ACTIVE-STATUS NOT =
                                                   WS-PENDING-MARKER)
                           OR WS-ACTIVE-CARD-COUNT > 1
                               SET CARD-FETCHED-YES TO TRUE
                               MOVE 'Press F5 to CONFIRM delete...'
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
      *ONLY TRULY ACTIVE CARDS COUNT - A CARD SITTING IN EXPIRED
      *STATUS MUST NOT BLOCK THE DELETE OF THE REAL LAST ACTIVE CARD.
      *A TEMPORARILY FROZEN CARD IS STILL THE CARDHOLDER'S LIVE CARD,
      *AS IS A NEW PLASTIC STILL AWAITING ACTIVATION
                   IF CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
                   OR CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
                   OR CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                       ADD 1 TO WS-ACTIVE-CARD-COUNT
                   END-IF
               END-IF
                   MOVE WS-SAVE-CARD-RECORD TO CARD-RECORD

      *THE LAST-ACTIVE GUARD ONLY APPLIES WHEN THE TARGET CARD IS
      *ITSELF ACTIVE, FROZEN OR PENDING ACTIVATION - DELETING AN
      *EXPIRED CARD CAN NEVER REMOVE THE LAST ACTIVE CARD ON THE
      *ACCOUNT
                   IF (CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
                   OR  CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
                   OR  CARD-ACTIVE-STATUS = WS-PENDING-MARKER)
                   AND WS-ACTIVE-CARD-COUNT NOT > 1
                       EXEC CICS UNLOCK
                            DATASET(WS-CARDFILE)
                       MOVE -1 TO CARDSIDL OF CCRDDLAI
                       PERFORM SEND-CARDDEL-SCREEN
                   ELSE
                       IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                           SET CARD-NEVER-ACTIVATED TO TRUE
                       ELSE
                           MOVE SPACES TO CARD-NEVER-ACTIVATED-FLG
                       END-IF
                       MOVE WS-SOFT-DELETED-MARKER TO CARD-ACTIVE-STATUS
                       MOVE REASCDI OF CCRDDLAI
                                       TO CARD-DELETE-REASON-CD
                       MOVE WS-CURDATE-MM-DD-YY    TO CARD-DELETE-DATE
                       MOVE SPACES                 TO CARD-FREEZE-DATE
                       MOVE CARD-DELETE-REASON-CD  TO WS-AUDIT-REASON-CD

                       EXEC CICS REWRITE
                               END-IF
                               IF REASON-RECORD-FOUND
                               AND RSN-TRIGGERS-REISSUE
                                   PERFORM ISSUE-OR-HOLD-REPLACEMENT
                               END-IF
                               PERFORM INITIALIZE-ALL-FIELDS
                               MOVE DFHGREEN  TO ERRMSGC OF CCRDDLAO

           IF NOT ERR-FLG-ON
               MOVE CARD-DELETE-REASON-CD TO WS-AUDIT-REASON-CD
      *A CARD DELETED BEFORE IT WAS EVER ACTIVATED GOES BACK TO
      *PENDING - IT STILL HAS TO PASS THE CCAC CVV ACTIVATION
               IF CARD-NEVER-ACTIVATED
                   MOVE WS-PENDING-MARKER TO CARD-ACTIVE-STATUS
               ELSE
                   MOVE WS-ACTIVE-MARKER TO CARD-ACTIVE-STATUS
               END-IF
               MOVE SPACES           TO CARD-DELETE-REASON-CD
               MOVE SPACES           TO CARD-DELETE-DATE
               MOVE SPACES           TO CARD-NEVER-ACTIVATED-FLG

               EXEC CICS REWRITE
                    DATASET   (WS-CARDFILE)
                   WHEN DFHRESP(NORMAL)
                       SET CDEL-AUDIT-ACTION-REACTIVATE TO TRUE
                       PERFORM WRITE-DELETE-AUDIT-RECORD
      *A CARD BACK TO PENDING STAYS BLOCKED AT THE AUTHORIZATION
      *SYSTEM - ITS ONLY UNBLOCK COMES FROM THE CCAC ACTIVATION
                       IF CARD-ACTIVE-STATUS NOT = WS-PENDING-MARKER
                           PERFORM WRITE-CARD-BLOCK-TDQ
                       END-IF
                       PERFORM INITIALIZE-ALL-FIELDS
                       MOVE DFHGREEN  TO ERRMSGC OF CCRDDLAO
                       MOVE CARD-NUM  TO CMW-CARD-NUM-IN
           MOVE WS-AUDIT-REASON-CD     TO CDEL-AUDIT-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY    TO CDEL-AUDIT-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO CDEL-AUDIT-TIME
           IF CDEL-AUDIT-ACTION-REACTIVATE
               MOVE CARD-ACTIVE-STATUS TO CDEL-AUDIT-NEW-STATUS
           ELSE
               MOVE SPACES             TO CDEL-AUDIT-NEW-STATUS
           END-IF

           EXEC CICS WRITE
                DATASET   (WS-AUDITFILE)
                       ' REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      ISSUE-OR-HOLD-REPLACEMENT
      *                      The repeat-loss velocity rule: an account
      *                      with more LOST/STOLEN/FRAUD deletions in
      *                      the window than the VELOCITY limit gets
      *                      no new plastic until the fraud team has
      *                      looked at it. The delete and block have
      *                      already gone through either way
      *----------------------------------------------------------------*
       ISSUE-OR-HOLD-REPLACEMENT.

           PERFORM CHECK-LOSS-VELOCITY

           IF REPLACEMENT-HELD
               PERFORM HOLD-REPLACEMENT-CARD
           ELSE
               PERFORM GENERATE-REPLACEMENT-CARD
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-LOSS-VELOCITY
      *                      Counts the account's loss-type deletes
      *                      inside the window, the one just made
      *                      included. The browse reuses CARD-RECORD,
      *                      so the deleted card is saved around it
      *----------------------------------------------------------------*
       CHECK-LOSS-VELOCITY.

           SET REPLACEMENT-NOT-HELD TO TRUE
           PERFORM READ-VELOCITY-LIMITS

           MOVE WS-CURDATE-YEAR        TO WS-TODAY-CCYY
           MOVE WS-CURDATE-MONTH       TO WS-TODAY-MM
           MOVE WS-CURDATE-DAY         TO WS-TODAY-DD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           MOVE CARD-RECORD  TO WS-SAVE-CARD-RECORD
           MOVE CARD-ACCT-ID TO WS-VELOCITY-ACCT-ID
           PERFORM COUNT-RECENT-LOSS-DELETES
           MOVE WS-SAVE-CARD-RECORD TO CARD-RECORD

           IF WS-LOSS-DELETE-COUNT > WS-VELOCITY-LIMIT
               SET REPLACEMENT-HELD TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-VELOCITY-LIMITS
      *                      Count limit and window in days from the
      *                      VELOCITY record on CRDPRM; the defaults
      *                      stand if the record is missing
      *----------------------------------------------------------------*
       READ-VELOCITY-LIMITS.

           MOVE WS-VELOCITY-PARM-KEY TO PRM-KEY

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
           AND PRM-VALUE-2 IS NUMERIC
           AND PRM-VALUE-2 > ZEROES
               MOVE PRM-VALUE-1 TO WS-VELOCITY-LIMIT
               MOVE PRM-VALUE-2 TO WS-VELOCITY-DAYS
           END-IF.

      *----------------------------------------------------------------*
      *                      COUNT-RECENT-LOSS-DELETES
      *                      Browses CARDAIX for the account's cards
      *----------------------------------------------------------------*
       COUNT-RECENT-LOSS-DELETES.

           MOVE ZEROES              TO WS-LOSS-DELETE-COUNT
           MOVE WS-VELOCITY-ACCT-ID TO WS-CARDAIX-ACCT-ID
           MOVE LOW-VALUES          TO WS-CARDAIX-CARD-NUM
           MOVE 'N'                 TO WS-BROWSE-DONE-FLG

           EXEC CICS STARTBR
                DATASET   (WS-CARDAIXFILE)
                RIDFLD    (WS-CARDAIX-KEY)
                KEYLENGTH (LENGTH OF WS-CARDAIX-ACCT-ID)
                GENERIC
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM READ-NEXT-LOSS-FOR-ACCOUNT
                   UNTIL WS-BROWSE-DONE

               EXEC CICS ENDBR
                    DATASET (WS-CARDAIXFILE)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NEXT-LOSS-FOR-ACCOUNT
      *----------------------------------------------------------------*
       READ-NEXT-LOSS-FOR-ACCOUNT.

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
               SET WS-BROWSE-DONE TO TRUE
           ELSE
               IF WS-CARDAIX-ACCT-ID NOT = WS-VELOCITY-ACCT-ID
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   MOVE CARD-DELETE-REASON-CD TO WS-LOSS-REASON-CD
                   IF CARD-ACTIVE-STATUS = WS-SOFT-DELETED-MARKER
                   AND LOSS-TYPE-REASON
                       PERFORM AGE-LOSS-DELETE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      AGE-LOSS-DELETE
      *                      CARD-DELETE-DATE is MM/DD/YY; a date that
      *                      does not edit cannot be placed in the
      *                      window and is not counted
      *----------------------------------------------------------------*
       AGE-LOSS-DELETE.

           MOVE '20'                    TO WS-DEL-DATE-CC
           MOVE CARD-DELETE-DATE(7:2)   TO WS-DEL-DATE-YY
           MOVE CARD-DELETE-DATE(1:2)   TO WS-DEL-DATE-MM
           MOVE CARD-DELETE-DATE(4:2)   TO WS-DEL-DATE-DD

           IF WS-DEL-DATE-CCYYMMDD IS NUMERIC
           AND WS-DEL-DATE-MM >= '01' AND WS-DEL-DATE-MM <= '12'
           AND WS-DEL-DATE-DD >= '01' AND WS-DEL-DATE-DD <= '31'
               COMPUTE WS-DEL-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DEL-DATE-CCYYMMDD)
               IF WS-DEL-DATE-INTEGER <= WS-TODAY-INTEGER
               AND WS-TODAY-INTEGER - WS-DEL-DATE-INTEGER
                                        <= WS-VELOCITY-DAYS
                   ADD 1 TO WS-LOSS-DELETE-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      HOLD-REPLACEMENT-CARD
      *                      Writes the fraud-review hold for the
      *                      deleted card in place of the replacement
      *                      and its embossing order. A card deleted,
      *                      reactivated and lost again reuses its
      *                      decided hold record; one still held is
      *                      left as it is
      *----------------------------------------------------------------*
       HOLD-REPLACEMENT-CARD.

           MOVE CARD-NUM TO HLD-CARD-NUM

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

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF HLD-STATUS-HELD
                       EXEC CICS UNLOCK
                            DATASET(WS-HOLDFILE)
                       END-EXEC
                   ELSE
                       PERFORM BUILD-HOLD-RECORD
                       EXEC CICS REWRITE
                            DATASET   (WS-HOLDFILE)
                            FROM      (CARD-HOLD-RECORD)
                            LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                            RESP      (WS-RESP-CD)
                            RESP2     (WS-REAS-CD)
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   PERFORM BUILD-HOLD-RECORD
                   EXEC CICS WRITE
                        DATASET   (WS-HOLDFILE)
                        FROM      (CARD-HOLD-RECORD)
                        LENGTH    (LENGTH OF CARD-HOLD-RECORD)
                        RIDFLD    (HLD-CARD-NUM)
                        KEYLENGTH (LENGTH OF HLD-CARD-NUM)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE WS-LOSS-DELETE-COUNT TO WS-LOSS-COUNT-DISP
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET CDEL-AUDIT-ACTION-HOLD TO TRUE
               MOVE CARD-DELETE-REASON-CD TO WS-AUDIT-REASON-CD
               PERFORM WRITE-DELETE-AUDIT-RECORD
               STRING 'Replacement HELD for fraud review - '
                                          DELIMITED BY SIZE
                      WS-LOSS-COUNT-DISP  DELIMITED BY SIZE
                      ' recent losses'    DELIMITED BY SIZE
                 INTO WS-REISSUE-MESSAGE
           ELSE
               DISPLAY 'WRITE CRDHLD RESP:' WS-RESP-CD
                       ' REAS:' WS-REAS-CD
               MOVE 'Replacement NOT issued - fraud hold failed...'
                 TO WS-REISSUE-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-HOLD-RECORD
      *----------------------------------------------------------------*
       BUILD-HOLD-RECORD.

           MOVE SPACES                 TO CARD-HOLD-RECORD
           MOVE CARD-NUM               TO HLD-CARD-NUM
           MOVE CARD-ACCT-ID           TO HLD-ACCT-ID
           MOVE CARD-EMBOSSED-NAME     TO HLD-EMBOSSED-NAME
           MOVE CARD-DELETE-REASON-CD  TO HLD-REASON-CD
           MOVE WS-LOSS-DELETE-COUNT   TO HLD-LOSS-COUNT
           MOVE WS-VELOCITY-LIMIT      TO HLD-LOSS-LIMIT
           MOVE WS-VELOCITY-DAYS       TO HLD-WINDOW-DAYS
           SET HLD-STATUS-HELD         TO TRUE
           MOVE CDEMO-USER-ID          TO HLD-HELD-BY
           MOVE WS-CURDATE-MM-DD-YY    TO HLD-HELD-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO HLD-HELD-TIME.

      *----------------------------------------------------------------*
      *                      GENERATE-REPLACEMENT-CARD
      *                      A REISSUE/LOST/STOLEN delete blocks the
      *                      BIN with a valid check digit, and the
      *                      CVV is freshly generated - nothing on
      *                      the new plastic is derivable from the
      *                      compromised card. The successor is
      *                      written pending activation and only goes
      *                      live once the cardholder activates it
      *----------------------------------------------------------------*
       GENERATE-REPLACEMENT-CARD.

                      WS-CURDATE-MONTH     DELIMITED BY SIZE
                      '-01'                DELIMITED BY SIZE
                 INTO CARD-EXPIRAION-DATE
               MOVE WS-PENDING-MARKER      TO CARD-ACTIVE-STATUS
               MOVE SPACES                 TO CARD-DELETE-REASON-CD
               MOVE SPACES                 TO CARD-DELETE-DATE

