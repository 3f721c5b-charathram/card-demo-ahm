      *               transaction, and reports any card it could not
      *               delete to an exception file. An extract record
      *               with scope 'A' is an account closure: every
      *               active, frozen or pending card on the account is
      *               soft-deleted under the run's single supervisor
      *               approval, deliberately bypassing the
      *               last-active-card guard, and a closure summary by
      *               account is written to ACCTSUM. Deleting a frozen
      *               card clears its freeze date. A successor card
      *               is written pending activation ('P'). The run
      *               approval or refusal is written to the APRLDG
      *               approval ledger and a locked-out approver is
      *               refused. When the account has had more
      *               LOST/STOLEN/FRAUD deletions in the window than
      *               the CRDPRM VELOCITY record allows, the card is
      *               still deleted and blocked but its replacement
      *               is held on CRDHLD for fraud review instead.
      *               RUNCTL run control: first job of the nightly
      *               stream, runs once per business day. RUNPARM
      *               override O marks an off-stream run (intraday
      *               fraud blocks, freeze conversions) that neither
      *               checks nor updates RUNCTL
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               RECORD KEY IS SEC-USR-ID
               FILE STATUS IS WS-USRSEC-STATUS.

           SELECT APPROVAL-LEDGER-FILE ASSIGN TO APRLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRLDG-STATUS.

           SELECT APPROVAL-CONTROL-FILE ASSIGN TO APRCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APC-USR-ID
               FILE STATUS IS WS-APRCTL-STATUS.

           SELECT CARD-PARAMETER-FILE ASSIGN TO CRDPRM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-CRDPRM-STATUS.

           SELECT CARD-HOLD-FILE ASSIGN TO CRDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-CARD-NUM
               FILE STATUS IS WS-CRDHLD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS CRW-RUNCTL-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRW-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-DEL-EXTRACT-FILE
      *SUPERVISOR APPROVAL PARM, ONE RECORD PER RUN. THE SAME DUAL-
      *CONTROL THE ONLINE DELETE TRANSACTION APPLIES PER CARD IS
      *APPLIED HERE AS A SINGLE UP-FRONT APPROVAL COVERING THE WHOLE
      *EXTRACT, SINCE A BATCH JOB HAS NO SESSION TO CHALLENGE PER CARD.
      *ID COLS 1-8, PASSWORD COLS 9-16, REQUESTING USER COLS 17-24
       FD  SUPV-APPROVAL-PARM-FILE
           RECORDING MODE IS F.
       01  FD-SUPV-APPROVAL-RECORD.
           05  FD-SUPV-ID                       PIC X(08).
           05  FD-SUPV-PWD                       PIC X(08).
           05  FD-SUPV-REQUESTER-ID              PIC X(08).
           05  FILLER                            PIC X(56).

      *CARDHOLDER NOTIFICATION LETTER REQUESTS, PICKED UP BY THE
      *NIGHTLY CORRESPONDENCE JOB
           RECORDING MODE IS F.
           COPY CSUSR01Y.

      *SUPERVISOR APPROVAL LEDGER (APRLDG), THE SAME DATASET THE
      *ONLINE SIGN-OFF CHECKS APPEND TO
       FD  APPROVAL-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CVAPR01Y.

      *APPROVAL LOCKOUT CONTROL (APRCTL), KEYED BY APPROVER ID
       FD  APPROVAL-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CVAPC01Y.

      *CARD CONTROL PARAMETERS (CRDPRM), SOURCE OF THE LOCKOUT LIMIT
      *AND THE REPEAT-LOSS VELOCITY LIMITS
       FD  CARD-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY CVPRM01Y.

      *FRAUD-REVIEW HOLDS (CRDHLD), WRITTEN IN PLACE OF A REPLACEMENT
      *CARD WHEN THE REPEAT-LOSS VELOCITY RULE TRIPS. SAME DATASET THE
      *ONLINE DELETE WRITES AND THE CCHR SCREEN RELEASES OR DECLINES
       FD  CARD-HOLD-FILE
           RECORDING MODE IS F.
           COPY CVHLD01Y.

      *NIGHTLY RUN CONTROL (RUNCTL), KEYED BY PROGRAM AND BUSINESS
      *DATE, AND THE OPERATOR'S RUNPARM DATE/OVERRIDE CARD
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CVRUN01Y.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  FD-RUNPARM-RECORD.
           05  FD-RUNPARM-DATE                 PIC X(08).
           05  FD-RUNPARM-OVERRIDE             PIC X(01).
           05  FILLER                          PIC X(71).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD01C'.
         05 WS-PREREQ-PGMNAME          PIC X(08) VALUE SPACES.
         05 WS-EXTRACT-STATUS          PIC X(02) VALUE '00'.
           88 EXTRACT-STATUS-OK                  VALUE '00'.
           88 EXTRACT-STATUS-EOF                 VALUE '10'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-USRSEC-STATUS           PIC X(02) VALUE '00'.
           88 USRSEC-STATUS-OK                   VALUE '00'.
         05 WS-APRLDG-STATUS           PIC X(02) VALUE '00'.
         05 WS-APRCTL-STATUS           PIC X(02) VALUE '00'.
           88 APRCTL-STATUS-OK                   VALUE '00'.
           88 APRCTL-STATUS-NOTFND               VALUE '23'.
         05 WS-CRDPRM-STATUS           PIC X(02) VALUE '00'.
           88 CRDPRM-STATUS-OK                   VALUE '00'.
         05 WS-APRLOCK-PARM-KEY        PIC X(08) VALUE 'APRLOCK '.
         05 WS-LOCKOUT-LIMIT           PIC 9(05) VALUE 3.
         05 WS-APC-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 APPROVAL-CONTROL-FOUND             VALUE 'Y'.
           88 APPROVAL-CONTROL-NOT-FOUND         VALUE 'N'.
         05 WS-APR-REQUESTER-ID        PIC X(08) VALUE SPACES.
         05 WS-APR-REFUSAL-CD          PIC X(01) VALUE SPACES.
         05 WS-CRDHLD-STATUS           PIC X(02) VALUE '00'.
           88 CRDHLD-STATUS-OK                   VALUE '00'.
         05 WS-VELOCITY-PARM-KEY       PIC X(08) VALUE 'VELOCITY'.
         05 WS-VELOCITY-LIMIT          PIC 9(05) VALUE 2.
         05 WS-VELOCITY-DAYS           PIC 9(05) VALUE 90.
         05 WS-LOSS-DELETE-COUNT       PIC 9(03) VALUE ZEROES.
         05 WS-LOSS-REASON-CD          PIC X(07) VALUE SPACES.
           88 LOSS-TYPE-REASON                   VALUE 'LOST'
                                                       'STOLEN'
                                                       'FRAUD'.
         05 WS-REPLACEMENT-HELD-FLG    PIC X(01) VALUE 'N'.
           88 REPLACEMENT-HELD                   VALUE 'Y'.
           88 REPLACEMENT-NOT-HELD               VALUE 'N'.
         05 WS-HOLD-WRITTEN-FLG        PIC X(01) VALUE 'N'.
           88 HOLD-WRITTEN                       VALUE 'Y'.
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
         05 WS-REASON-STATUS           PIC X(02) VALUE '00'.
           88 REASON-STATUS-OK                   VALUE '00'.
         05 WS-REASON-USABLE-FLG       PIC X(01) VALUE 'N'.
           88 END-OF-EXTRACT                     VALUE 'Y'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-BATCH-USER-ID           PIC X(08) VALUE 'BATCH'.
         05 WS-ACTIVE-CARD-COUNT       PIC 9(03) VALUE ZEROES.
         05 WS-TARGET-ACCT-ID          PIC 9(11) VALUE ZEROES.
           10 WS-CARDS-REISSUED        PIC 9(07) VALUE ZEROES.
           10 WS-LETTERS-WRITTEN       PIC 9(07) VALUE ZEROES.
           10 WS-ACCTS-CLOSED          PIC 9(07) VALUE ZEROES.
           10 WS-REPLACEMENTS-HELD     PIC 9(07) VALUE ZEROES.
         05 WS-EXCEPTION-LINE.
           10 WS-EXCP-CARD-NUM         PIC X(16).
           10 FILLER                   PIC X(01) VALUE SPACES.
      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA

           DISPLAY WS-PGMNAME ' STARTING'

      *OFF-STREAM RUNS (INTRADAY FRAUD BLOCKS, FREEZE CONVERSIONS) ARE
      *OUTSIDE THE NIGHTLY STREAM AND LEAVE ITS RUNCTL RECORD ALONE
           PERFORM GET-BUSINESS-DATE
           IF CRW-OVERRIDE-OFFSTREAM
               DISPLAY WS-PGMNAME ' OFF-STREAM RUN, RUNCTL NOT USED'
           ELSE
               PERFORM RUN-CONTROL-START
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-MINUTE     TO WS-CURTIME-MM
           MOVE WS-CURDATE-SECOND     TO WS-CURTIME-SS

           MOVE WS-CURDATE-YEAR       TO WS-TODAY-CCYY
           MOVE WS-CURDATE-MONTH      TO WS-TODAY-MM
           MOVE WS-CURDATE-DAY        TO WS-TODAY-DD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)

           PERFORM READ-LAST-CHECKPOINT

           OPEN INPUT  CARD-DEL-EXTRACT-FILE
               GOBACK
           END-IF

           OPEN EXTEND APPROVAL-LEDGER-FILE
           IF WS-APRLDG-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN APRLDG FAILED, STATUS: '
                       WS-APRLDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O    APPROVAL-CONTROL-FILE
           IF NOT APRCTL-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN APRCTL FAILED, STATUS: '
                       WS-APRCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CARD-PARAMETER-FILE
           IF NOT CRDPRM-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDPRM FAILED, STATUS: '
                       WS-CRDPRM-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-VELOCITY-LIMITS

           OPEN I-O    CARD-HOLD-FILE
           IF NOT CRDHLD-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDHLD FAILED, STATUS: '
                       WS-CRDHLD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  REASON-FILE
           IF NOT REASON-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDRSN FAILED, STATUS: '
      *ONLINE PF5 DELETE, SO THE SAME DUAL-CONTROL PRINCIPLE APPLIES:
      *THE JOB WILL NOT SOFT-DELETE A SINGLE CARD UNLESS THE SYSIN
      *APPROVAL RECORD NAMES A VALID SUPERVISOR-CLASS USER AND THE
      *PASSWORD ON THAT RECORD MATCHES USRSEC. THE APPROVER MUST NOT
      *BE THE REQUESTER NAMED ON THE RECORD, AN APPROVER LOCKED OUT
      *ON APRCTL IS REFUSED, AND EVERY APPROVAL OR REFUSAL IS WRITTEN
      *TO THE APRLDG APPROVAL LEDGER
       VALIDATE-SUPERVISOR-APPROVAL.

           MOVE 'Y' TO WS-SUPV-APPROVED-FLG
           END-READ

           IF WS-SUPV-APPROVED
               IF FD-SUPV-REQUESTER-ID = SPACES OR LOW-VALUES
                   MOVE WS-BATCH-USER-ID TO WS-APR-REQUESTER-ID
               ELSE
                   MOVE FD-SUPV-REQUESTER-ID TO WS-APR-REQUESTER-ID
               END-IF
               MOVE FD-SUPV-ID  TO SEC-USR-ID
               READ USER-SECURITY-FILE
                   INVALID KEY
                       DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                               FD-SUPV-ID ' NOT FOUND ON USRSEC'
                       MOVE 'N' TO WS-SUPV-APPROVED-FLG
                       MOVE 'N' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
               END-READ
           END-IF

           IF WS-SUPV-APPROVED AND FD-SUPV-ID = WS-APR-REQUESTER-ID
               DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                       FD-SUPV-ID ' IS ALSO THE REQUESTER'
               MOVE 'N' TO WS-SUPV-APPROVED-FLG
               MOVE 'S' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-SUPV-APPROVED AND NOT SEC-USR-TYPE-ADMIN
               DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                       FD-SUPV-ID ' IS NOT A SUPERVISOR-CLASS USER'
               MOVE 'N' TO WS-SUPV-APPROVED-FLG
               MOVE 'T' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-SUPV-APPROVED
               PERFORM READ-APPROVAL-CONTROL
           END-IF

           IF WS-SUPV-APPROVED AND SEC-USR-PWD NOT = FD-SUPV-PWD
               DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                       FD-SUPV-ID ' PASSWORD MISMATCH'
               MOVE 'N' TO WS-SUPV-APPROVED-FLG
               PERFORM RECORD-SUPERVISOR-FAILURE
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-SUPV-APPROVED
               PERFORM CLEAR-SUPERVISOR-FAILURES
               MOVE SPACE TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
               DISPLAY WS-PGMNAME ' RUN APPROVED BY SUPERVISOR '
                       FD-SUPV-ID
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-APPROVAL-CONTROL
      *                      Reads the approver's APRCTL record. No
      *                      record yet means no failures on file. A
      *                      locked-out ID is refused here without the
      *                      password ever being checked
      *----------------------------------------------------------------*
       READ-APPROVAL-CONTROL.

           MOVE SEC-USR-ID TO APC-USR-ID
           READ APPROVAL-CONTROL-FILE

           EVALUATE TRUE
               WHEN APRCTL-STATUS-OK
                   SET APPROVAL-CONTROL-FOUND TO TRUE
               WHEN APRCTL-STATUS-NOTFND
                   SET APPROVAL-CONTROL-NOT-FOUND TO TRUE
                   MOVE SPACES       TO APPROVAL-CONTROL-RECORD
                   MOVE SEC-USR-ID   TO APC-USR-ID
                   MOVE ZEROES       TO APC-FAIL-COUNT
                   SET APC-NOT-LOCKED TO TRUE
               WHEN OTHER
                   DISPLAY WS-PGMNAME ' READ APRCTL FAILED, STATUS: '
                           WS-APRCTL-STATUS
                   MOVE 'N' TO WS-SUPV-APPROVED-FLG
                   MOVE 'E' TO WS-APR-REFUSAL-CD
                   PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-EVALUATE

           IF WS-SUPV-APPROVED AND APC-LOCKED
               DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                       FD-SUPV-ID ' IS LOCKED OUT SINCE '
                       APC-LOCK-DATE ' ' APC-LOCK-TIME
               MOVE 'N' TO WS-SUPV-APPROVED-FLG
               MOVE 'L' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      RECORD-SUPERVISOR-FAILURE
      *                      Counts a wrong password against the
      *                      approver's ID and locks the ID once the
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
               DISPLAY WS-PGMNAME ' APPROVING SUPERVISOR '
                       FD-SUPV-ID ' NOW LOCKED OUT AFTER '
                       APC-FAIL-COUNT ' FAILURES'
           END-IF

           IF APPROVAL-CONTROL-FOUND
               REWRITE APPROVAL-CONTROL-RECORD
           ELSE
               WRITE APPROVAL-CONTROL-RECORD
           END-IF

           IF NOT APRCTL-STATUS-OK
               DISPLAY WS-PGMNAME ' UPDATE APRCTL FAILED, STATUS: '
                       WS-APRCTL-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      CLEAR-SUPERVISOR-FAILURES
      *                      A correct password ends the run of
      *                      consecutive failures
      *----------------------------------------------------------------*
       CLEAR-SUPERVISOR-FAILURES.

           IF APPROVAL-CONTROL-FOUND AND APC-FAIL-COUNT > ZEROES
               MOVE ZEROES TO APC-FAIL-COUNT
               REWRITE APPROVAL-CONTROL-RECORD
               IF NOT APRCTL-STATUS-OK
                   DISPLAY WS-PGMNAME ' REWRITE APRCTL FAILED, STATUS: '
                           WS-APRCTL-STATUS
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
           READ CARD-PARAMETER-FILE

           IF CRDPRM-STATUS-OK
           AND PRM-VALUE-1 IS NUMERIC
           AND PRM-VALUE-1 > ZEROES
               MOVE PRM-VALUE-1 TO WS-LOCKOUT-LIMIT
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-APPROVAL-LEDGER-RECORD
      *                      One APRLDG record per approval or
      *                      refusal - blank refusal code means the
      *                      run was approved
      *----------------------------------------------------------------*
       WRITE-APPROVAL-LEDGER-RECORD.

           MOVE SPACES                 TO APPROVAL-LEDGER-RECORD
           MOVE WS-APR-REQUESTER-ID    TO APR-REQUESTER-ID
           MOVE FD-SUPV-ID             TO APR-APPROVER-ID
           MOVE WS-PGMNAME             TO APR-PROGRAM
           MOVE 'M'                    TO APR-ACTION-CD
           MOVE WS-APR-REFUSAL-CD      TO APR-REFUSAL-CD
           IF APR-REFUSAL-NONE
               SET APR-OUTCOME-APPROVED TO TRUE
           ELSE
               SET APR-OUTCOME-REFUSED  TO TRUE
           END-IF
           MOVE ZEROES                 TO APR-ACCT-ID
           MOVE WS-CURDATE-MM-DD-YY    TO APR-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO APR-TIME

           WRITE APPROVAL-LEDGER-RECORD
           IF WS-APRLDG-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE APRLDG FAILED, STATUS: '
                       WS-APRLDG-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-LAST-CHECKPOINT
      *                      Decides fresh start vs restart before any
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
                   OR CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
                   OR CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                       IF WS-CLOSE-CARD-COUNT < 100
                           ADD 1 TO WS-CLOSE-CARD-COUNT
                           MOVE CARD-NUM TO
           END-READ

           IF CARDFILE-STATUS-OK
           AND (CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
           OR   CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
           OR   CARD-ACTIVE-STATUS = WS-PENDING-MARKER)
               IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                   SET CARD-NEVER-ACTIVATED TO TRUE
               ELSE
                   MOVE SPACES TO CARD-NEVER-ACTIVATED-FLG
               END-IF
               MOVE WS-SOFT-DELETED-MARKER TO CARD-ACTIVE-STATUS
               MOVE CDE-REASON-CD          TO CARD-DELETE-REASON-CD
               MOVE WS-CURDATE-MM-DD-YY    TO CARD-DELETE-DATE
               MOVE SPACES                 TO CARD-FREEZE-DATE

               REWRITE FD-CARD-RECORD FROM CARD-RECORD
                   INVALID KEY
           PERFORM COUNT-ACTIVE-CARDS-FOR-ACCOUNT
           MOVE WS-SAVE-CARD-RECORD TO CARD-RECORD

      *A REISSUE-FLAGGED REASON GENERATES THE SUCCESSOR CARD
      *IN THE SAME UNIT OF WORK, SO THE LAST-ACTIVE GUARD MUST NOT
      *BLOCK IT - OTHERWISE A SINGLE-CARD ACCOUNT COULD NEVER BE
      *RENEWED THROUGH THE RENEWAL EXTRACT. A SUCCESSOR HELD FOR
      *FRAUD REVIEW LEAVES THE ACCOUNT WITHOUT A LIVE CARD UNTIL THE
      *HOLD IS RELEASED, WHICH IS THE POINT OF THE HOLD. THE GUARD
      *ALSO ONLY APPLIES WHEN THE TARGET CARD IS ITSELF ACTIVE, FROZEN
      *OR PENDING ACTIVATION - DELETING AN EXPIRED CARD CAN NEVER
      *REMOVE THE LAST ACTIVE CARD
           IF WS-ACTIVE-CARD-COUNT NOT > 1
           AND WS-RSN-REISSUE-SAVE NOT = 'Y'
           AND (CARD-ACTIVE-STATUS = WS-ACTIVE-MARKER
           OR   CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
           OR   CARD-ACTIVE-STATUS = WS-PENDING-MARKER)
               ADD 1 TO WS-CARDS-LAST-ACTIVE
               MOVE 'LAST ACTIVE CARD ON ACCOUNT'
                 TO WS-EXCP-REASON
                       CONTINUE
               END-READ

               IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
                   SET CARD-NEVER-ACTIVATED TO TRUE
               ELSE
                   MOVE SPACES TO CARD-NEVER-ACTIVATED-FLG
               END-IF
               MOVE WS-SOFT-DELETED-MARKER TO CARD-ACTIVE-STATUS
               MOVE CDE-REASON-CD          TO CARD-DELETE-REASON-CD
               MOVE WS-CURDATE-MM-DD-YY    TO CARD-DELETE-DATE
               MOVE SPACES                 TO CARD-FREEZE-DATE

               REWRITE FD-CARD-RECORD FROM CARD-RECORD
                   INVALID KEY
      *WHETHER A REASON GENERATES A REPLACEMENT CARD IS DRIVEN BY
      *ITS CRDRSN REFERENCE RECORD, NOT A HARD-CODED LIST
                   IF WS-RSN-REISSUE-SAVE = 'Y'
                       PERFORM ISSUE-OR-HOLD-REPLACEMENT
                   END-IF
               ELSE
                   MOVE 'CARD REWRITE FAILED'     TO WS-EXCP-REASON
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
                       WS-NOTIFY-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-VELOCITY-LIMITS
      *                      Count limit and window in days for the
      *                      repeat-loss velocity rule, read once per
      *                      run from the VELOCITY record on CRDPRM;
      *                      the defaults stand if it is missing
      *----------------------------------------------------------------*
       READ-VELOCITY-LIMITS.

           MOVE WS-VELOCITY-PARM-KEY TO PRM-KEY

           READ CARD-PARAMETER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE-1 IS NUMERIC
                   AND PRM-VALUE-2 IS NUMERIC
                   AND PRM-VALUE-2 > ZEROES
                       MOVE PRM-VALUE-1 TO WS-VELOCITY-LIMIT
                       MOVE PRM-VALUE-2 TO WS-VELOCITY-DAYS
                   END-IF
           END-READ

           DISPLAY WS-PGMNAME ' LOSS VELOCITY   : MORE THAN '
                   WS-VELOCITY-LIMIT ' IN ' WS-VELOCITY-DAYS ' DAYS'.

      *----------------------------------------------------------------*
      *                      ISSUE-OR-HOLD-REPLACEMENT
      *                      The repeat-loss velocity rule, as in the
      *                      online delete: an account with more
      *                      LOST/STOLEN/FRAUD deletions in the window
      *                      than the VELOCITY limit gets no new
      *                      plastic until the fraud team has looked
      *                      at it. The delete and block have already
      *                      gone through either way
      *----------------------------------------------------------------*
       ISSUE-OR-HOLD-REPLACEMENT.

           SET REPLACEMENT-NOT-HELD TO TRUE

           MOVE CARD-RECORD TO WS-SAVE-CARD-RECORD
           PERFORM COUNT-RECENT-LOSS-DELETES
           MOVE WS-SAVE-CARD-RECORD TO CARD-RECORD

           IF WS-LOSS-DELETE-COUNT > WS-VELOCITY-LIMIT
               SET REPLACEMENT-HELD TO TRUE
           END-IF

           IF REPLACEMENT-HELD
               PERFORM HOLD-REPLACEMENT-CARD
           ELSE
               PERFORM GENERATE-REPLACEMENT-CARD
           END-IF.

      *----------------------------------------------------------------*
      *                      COUNT-RECENT-LOSS-DELETES
      *                      Counts the account's loss-type deletes
      *                      inside the window, the one just made
      *                      included, by the account-id alternate key
      *----------------------------------------------------------------*
       COUNT-RECENT-LOSS-DELETES.

           MOVE ZEROES               TO WS-LOSS-DELETE-COUNT
           MOVE 'N'                  TO WS-BROWSE-DONE-FLG
           MOVE CARD-ACCT-ID         TO WS-TARGET-ACCT-ID
           MOVE WS-TARGET-ACCT-ID    TO FD-CARD-ACCT-ID

           START CARD-FILE KEY IS EQUAL TO FD-CARD-ACCT-ID
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           PERFORM READ-NEXT-LOSS-FOR-ACCOUNT
               UNTIL WS-BROWSE-DONE.

      *----------------------------------------------------------------*
      *                      READ-NEXT-LOSS-FOR-ACCOUNT
      *----------------------------------------------------------------*
       READ-NEXT-LOSS-FOR-ACCOUNT.

           READ CARD-FILE NEXT RECORD INTO CARD-RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ

           IF NOT WS-BROWSE-DONE
               IF CARD-ACCT-ID NOT = WS-TARGET-ACCT-ID
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
      *                      and its CRDEMB embossing order. A card
      *                      deleted, reactivated and lost again
      *                      reuses its decided hold record; one
      *                      still held is left as it is
      *----------------------------------------------------------------*
       HOLD-REPLACEMENT-CARD.

           MOVE 'N'      TO WS-HOLD-WRITTEN-FLG
           MOVE CARD-NUM TO HLD-CARD-NUM

           READ CARD-HOLD-FILE
               INVALID KEY
                   PERFORM BUILD-HOLD-RECORD
                   WRITE CARD-HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET HOLD-WRITTEN TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF HLD-STATUS-HELD
                       SET HOLD-WRITTEN TO TRUE
                   ELSE
                       PERFORM BUILD-HOLD-RECORD
                       REWRITE CARD-HOLD-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET HOLD-WRITTEN TO TRUE
                       END-REWRITE
                   END-IF
           END-READ

           IF HOLD-WRITTEN
               ADD 1 TO WS-REPLACEMENTS-HELD
               SET CDEL-AUDIT-ACTION-HOLD TO TRUE
               MOVE CARD-DELETE-REASON-CD TO WS-AUDIT-REASON-CD
               PERFORM WRITE-DELETE-AUDIT-RECORD
           ELSE
               DISPLAY WS-PGMNAME ' WRITE CRDHLD FAILED, STATUS: '
                       WS-CRDHLD-STATUS
               MOVE 'REPLACEMENT NOT ISSUED - HOLD FAILED'
                 TO WS-EXCP-REASON
               PERFORM WRITE-EXCEPTION-RECORD
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
           MOVE WS-BATCH-USER-ID       TO HLD-HELD-BY
           MOVE WS-CURDATE-MM-DD-YY    TO HLD-HELD-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO HLD-HELD-TIME.

      *----------------------------------------------------------------*
      *                      GENERATE-REPLACEMENT-CARD
      *                      A REISSUE/LOST/STOLEN delete blocks the
      *                      card's BIN with a valid check digit,
      *                      and the CVV is freshly generated -
      *                      nothing on the new plastic is derivable
      *                      from the compromised card. The successor
      *                      is written pending activation
      *----------------------------------------------------------------*
       GENERATE-REPLACEMENT-CARD.

                      WS-CURDATE-MONTH     DELIMITED BY SIZE
                      '-01'                DELIMITED BY SIZE
                 INTO CARD-EXPIRAION-DATE
               MOVE WS-PENDING-MARKER      TO CARD-ACTIVE-STATUS
               MOVE SPACES                 TO CARD-DELETE-REASON-CD
               MOVE SPACES                 TO CARD-DELETE-DATE

           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

      *----------------------------------------------------------------*
      *                      RUN-CONTROL-START
      *                      The nightly stream runs once per
      *                      business day and in order: this job is
      *                      refused (RC 20) until the job ahead of it
      *                      is done for the business date, and
      *                      refused (RC 24) when it is itself already
      *                      done. RUNPARM override R allows a rerun of
      *                      a done day, F also skips the predecessor.
      *                      GET-BUSINESS-DATE has already been run
      *----------------------------------------------------------------*
       RUN-CONTROL-START.

           OPEN I-O RUN-CONTROL-FILE
           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' OPEN RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREREQ-PGMNAME NOT = SPACES
           AND NOT CRW-OVERRIDE-FORCE
               PERFORM CHECK-PREDECESSOR-RUN
           END-IF

           MOVE WS-PGMNAME        TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CRW-RUNCTL-NOTFND
                   MOVE SPACES            TO BATCH-RUN-CONTROL-RECORD
                   MOVE WS-PGMNAME        TO RUN-PROGRAM
                   MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE ZEROES            TO RUN-ATTEMPT-COUNT
               WHEN CRW-RUNCTL-OK
                   IF RUN-STATUS-DONE AND CRW-OVERRIDE-NONE
                       DISPLAY WS-PGMNAME ' ALREADY COMPLETED FOR '
                               CRW-BUSINESS-DATE ' WITH RC '
                               RUN-RETURN-CODE
                       CLOSE RUN-CONTROL-FILE
                       MOVE 24 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY WS-PGMNAME ' READ RUNCTL FAILED, STATUS: '
                           CRW-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           SET RUN-STATUS-STARTED TO TRUE
           MOVE ZEROES            TO RUN-RETURN-CODE
                                     RUN-RECORDS-READ
                                     RUN-RECORDS-UPDATED
                                     RUN-RECORDS-REJECTED
           ADD 1                  TO RUN-ATTEMPT-COUNT
           MOVE CRW-OVERRIDE-CD   TO RUN-OVERRIDE-CD
           PERFORM SET-RUN-STAMP
           MOVE CRW-STAMP-DATE    TO RUN-START-DATE
           MOVE CRW-STAMP-TIME    TO RUN-START-TIME
           MOVE SPACES            TO RUN-END-DATE
                                     RUN-END-TIME

           IF CRW-RUNCTL-NOTFND
               WRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' WRITE RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY WS-PGMNAME ' BUSINESS DATE: ' CRW-BUSINESS-DATE
                   ' ATTEMPT: ' RUN-ATTEMPT-COUNT
                   ' OVERRIDE: ' CRW-OVERRIDE-CD.

      *----------------------------------------------------------------*
      *                      GET-BUSINESS-DATE
      *                      RUNPARM cols 1-8 CCYYMMDD, col 9 the
      *                      override. With no date the run is for
      *                      today, or yesterday before the business
      *                      day starts
      *----------------------------------------------------------------*
       GET-BUSINESS-DATE.

           MOVE SPACES TO CRW-BUSINESS-DATE
           MOVE SPACE  TO CRW-OVERRIDE-CD

           OPEN INPUT RUN-PARM-FILE
           IF CRW-RUNPARM-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-RUNPARM-DATE     TO CRW-BUSINESS-DATE
                       MOVE FD-RUNPARM-OVERRIDE TO CRW-OVERRIDE-CD
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF

           PERFORM SET-RUN-STAMP
           IF CRW-BUSINESS-DATE = SPACES
               MOVE CRW-CUR-YMD TO CRW-BUSINESS-DATE
               IF CRW-CUR-HH < CRW-DAY-START-HOUR
                   COMPUTE CRW-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CRW-CUR-YMD-N) - 1
                   COMPUTE CRW-BUSINESS-DATE-N =
                       FUNCTION DATE-OF-INTEGER(CRW-DATE-INTEGER)
               END-IF
           END-IF

           MOVE 'N' TO CRW-DATE-VALID-FLG
           IF CRW-BUSINESS-DATE IS NUMERIC
               IF CRW-BUS-MM > 0 AND CRW-BUS-MM < 13
               AND CRW-BUS-DD > 0 AND CRW-BUS-DD < 32
               AND CRW-BUS-CCYY > 1900
                   MOVE 'Y' TO CRW-DATE-VALID-FLG
               END-IF
           END-IF

           IF NOT CRW-DATE-VALID
           OR NOT (CRW-OVERRIDE-VALID OR CRW-OVERRIDE-OFFSTREAM)
               DISPLAY WS-PGMNAME ' INVALID RUNPARM: '
                       CRW-BUSINESS-DATE CRW-OVERRIDE-CD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-PREDECESSOR-RUN
      *----------------------------------------------------------------*
       CHECK-PREDECESSOR-RUN.

           MOVE WS-PREREQ-PGMNAME TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF CRW-RUNCTL-OK AND RUN-STATUS-DONE
               CONTINUE
           ELSE
               DISPLAY WS-PGMNAME ' NOT STARTED, ' WS-PREREQ-PGMNAME
                       ' NOT COMPLETE FOR ' CRW-BUSINESS-DATE
               CLOSE RUN-CONTROL-FILE
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      RUN-CONTROL-END
      *                      Records the outcome and counts on RUNCTL
      *                      once the return code has been set
      *----------------------------------------------------------------*
       RUN-CONTROL-END.

           MOVE WS-PGMNAME        TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' READ RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN RETURN-CODE = ZERO
                       SET RUN-STATUS-COMPLETED  TO TRUE
                   WHEN RETURN-CODE NOT > 4
                       SET RUN-STATUS-WARNING    TO TRUE
                   WHEN RETURN-CODE NOT > 8
                       SET RUN-STATUS-EXCEPTIONS TO TRUE
                   WHEN OTHER
                       SET RUN-STATUS-FAILED     TO TRUE
               END-EVALUATE
               MOVE RETURN-CODE          TO RUN-RETURN-CODE
               PERFORM SET-RUN-STAMP
               MOVE CRW-STAMP-DATE       TO RUN-END-DATE
               MOVE CRW-STAMP-TIME       TO RUN-END-TIME
               MOVE CRW-RECORDS-READ     TO RUN-RECORDS-READ
               MOVE CRW-RECORDS-UPDATED  TO RUN-RECORDS-UPDATED
               MOVE CRW-RECORDS-REJECTED TO RUN-RECORDS-REJECTED
               REWRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF CRW-RUNCTL-OK
                   DISPLAY WS-PGMNAME ' RUN CONTROL STATUS: '
                           RUN-STATUS-CD
               ELSE
                   DISPLAY WS-PGMNAME ' REWRITE RUNCTL FAILED, '
                           'STATUS: ' CRW-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE RUN-CONTROL-FILE.

      *----------------------------------------------------------------*
      *                      SET-RUN-STAMP
      *----------------------------------------------------------------*
       SET-RUN-STAMP.

           MOVE FUNCTION CURRENT-DATE TO CRW-CURRENT-DATE-TIME
           MOVE CRW-CUR-MM            TO CRW-STAMP-MM
           MOVE CRW-CUR-DD            TO CRW-STAMP-DD
           MOVE CRW-CUR-YY            TO CRW-STAMP-YY
           MOVE CRW-CUR-HH            TO CRW-STAMP-HH
           MOVE CRW-CUR-MIN           TO CRW-STAMP-MIN
           MOVE CRW-CUR-SEC           TO CRW-STAMP-SEC.

      *----------------------------------------------------------------*
      *                      TERMINATION
      *----------------------------------------------------------------*
           CLOSE CLOSURE-SUMMARY-FILE
           CLOSE SUPV-APPROVAL-PARM-FILE
           CLOSE USER-SECURITY-FILE
           CLOSE APPROVAL-LEDGER-FILE
           CLOSE APPROVAL-CONTROL-FILE
           CLOSE CARD-PARAMETER-FILE
           CLOSE CARD-HOLD-FILE
           CLOSE REASON-FILE
           CLOSE CARD-BIN-FILE

                   WS-CARDS-LAST-ACTIVE
           DISPLAY WS-PGMNAME ' CARDS REISSUED  : '
                   WS-CARDS-REISSUED
           DISPLAY WS-PGMNAME ' REISSUES HELD   : '
                   WS-REPLACEMENTS-HELD
           DISPLAY WS-PGMNAME ' NOTIFY LETTERS  : '
                   WS-LETTERS-WRITTEN
           DISPLAY WS-PGMNAME ' ACCOUNTS CLOSED : '
                   WS-ACCTS-CLOSED

           MOVE WS-RECORDS-READ        TO CRW-RECORDS-READ
           MOVE WS-CARDS-DELETED       TO CRW-RECORDS-UPDATED
           COMPUTE CRW-RECORDS-REJECTED = WS-CARDS-NOT-FOUND
               + WS-CARDS-ALREADY-DEL + WS-CARDS-ACCT-MISMATCH
               + WS-CARDS-BAD-REASON  + WS-CARDS-LAST-ACTIVE
           IF NOT CRW-OVERRIDE-OFFSTREAM
               PERFORM RUN-CONTROL-END
           END-IF

           DISPLAY WS-PGMNAME ' ENDING'.
