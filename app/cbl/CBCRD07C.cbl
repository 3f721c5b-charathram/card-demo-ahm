      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Operations review and replay of the CRDDLQ
      *               dead-letter dataset written by CBCRD04C and
      *               by CBCRD14C for rejected advices. A
      *               disposition control file names each card to be
      *               actioned: 'R' replays the original block queue
      *               record back onto CRDTDQ for the next CBCRD04C
      *               review report shows what happened to every
      *               record. The run is gated by an operator
      *               approval on SYSIN checked against USRSEC, the
      *               same dual control the mass delete applies,
      *               including the APRLDG approval ledger entry and
      *               the APRCTL approver lockout
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

       DATA DIVISION.
       FILE SECTION.
      *DEAD-LETTER RECORDS AS SHUNTED BY CBCRD04C, ORIGINAL BLOCK
       01  FD-REPORT-RECORD                    PIC X(80).

      *OPERATOR APPROVAL PARM, ONE RECORD PER RUN (ID COLS 1-8,
      *PASSWORD COLS 9-16, REQUESTING USER COLS 17-24)
       FD  OPERATOR-PARM-FILE
           RECORDING MODE IS F.
       01  FD-OPERATOR-RECORD.
           05  FD-OPER-ID                      PIC X(08).
           05  FD-OPER-PWD                     PIC X(08).
           05  FD-OPER-REQUESTER-ID            PIC X(08).
           05  FILLER                          PIC X(56).

      *USER SECURITY FILE (USRSEC), SAME PHYSICAL DATASET THE ONLINE
      *SUPERVISOR SIGN-OFF CHECKS READ
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
       FD  CARD-PARAMETER-FILE
           RECORDING MODE IS F.
           COPY CVPRM01Y.

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
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
         05 WS-END-OF-DLQ-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-DLQ                         VALUE 'Y'.
         05 WS-END-OF-DISPIN-FLG       PIC X(01) VALUE 'N'.
           88 WS-OPER-APPROVED                   VALUE 'Y'.
         05 WS-DISP-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 DISPOSITION-FOUND                  VALUE 'Y'.
         05 WS-BATCH-USER-ID           PIC X(08) VALUE 'BATCH'.
         05 WS-COUNTERS.
           10 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES.
           10 WS-RECORDS-REPLAYED      PIC 9(07) VALUE ZEROES.
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

           PERFORM VALIDATE-OPERATOR-APPROVAL
           IF NOT WS-OPER-APPROVED
               DISPLAY WS-PGMNAME ' OPERATOR APPROVAL NOT '
      *AUTHORIZATION SYSTEM EVENTUALLY SEES, SO THE SAME DUAL
      *CONTROL AS THE MASS DELETE APPLIES: SYSIN MUST NAME A VALID
      *SUPERVISOR-CLASS USER WHOSE PASSWORD MATCHES USRSEC, AND THAT
      *USER IS THE ONE LOGGED ON EVERY DISPOSITION RECORD. THE
      *APPROVER MUST NOT BE THE REQUESTER NAMED ON THE RECORD, AN
      *APPROVER LOCKED OUT ON APRCTL IS REFUSED, AND EVERY APPROVAL
      *OR REFUSAL IS WRITTEN TO THE APRLDG APPROVAL LEDGER
       VALIDATE-OPERATOR-APPROVAL.

           MOVE 'Y' TO WS-OPER-APPROVED-FLG
           END-READ

           IF WS-OPER-APPROVED
               IF FD-OPER-REQUESTER-ID = SPACES OR LOW-VALUES
                   MOVE WS-BATCH-USER-ID TO WS-APR-REQUESTER-ID
               ELSE
                   MOVE FD-OPER-REQUESTER-ID TO WS-APR-REQUESTER-ID
               END-IF
               MOVE FD-OPER-ID  TO SEC-USR-ID
               READ USER-SECURITY-FILE
                   INVALID KEY
                       DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                               FD-OPER-ID ' NOT FOUND ON USRSEC'
                       MOVE 'N' TO WS-OPER-APPROVED-FLG
                       MOVE 'N' TO WS-APR-REFUSAL-CD
                       PERFORM WRITE-APPROVAL-LEDGER-RECORD
               END-READ
           END-IF

           IF WS-OPER-APPROVED AND FD-OPER-ID = WS-APR-REQUESTER-ID
               DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                       FD-OPER-ID ' IS ALSO THE REQUESTER'
               MOVE 'N' TO WS-OPER-APPROVED-FLG
               MOVE 'S' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-OPER-APPROVED AND NOT SEC-USR-TYPE-ADMIN
               DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                       FD-OPER-ID ' IS NOT A SUPERVISOR-CLASS USER'
               MOVE 'N' TO WS-OPER-APPROVED-FLG
               MOVE 'T' TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-OPER-APPROVED
               PERFORM READ-APPROVAL-CONTROL
           END-IF

           IF WS-OPER-APPROVED AND SEC-USR-PWD NOT = FD-OPER-PWD
               DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                       FD-OPER-ID ' PASSWORD MISMATCH'
               MOVE 'N' TO WS-OPER-APPROVED-FLG
               PERFORM RECORD-SUPERVISOR-FAILURE
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-IF

           IF WS-OPER-APPROVED
               PERFORM CLEAR-SUPERVISOR-FAILURES
               MOVE SPACE TO WS-APR-REFUSAL-CD
               PERFORM WRITE-APPROVAL-LEDGER-RECORD
               DISPLAY WS-PGMNAME ' RUN APPROVED BY OPERATOR '
                       FD-OPER-ID
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
                   MOVE 'N' TO WS-OPER-APPROVED-FLG
                   MOVE 'E' TO WS-APR-REFUSAL-CD
                   PERFORM WRITE-APPROVAL-LEDGER-RECORD
           END-EVALUATE

           IF WS-OPER-APPROVED AND APC-LOCKED
               DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                       FD-OPER-ID ' IS LOCKED OUT SINCE '
                       APC-LOCK-DATE ' ' APC-LOCK-TIME
               MOVE 'N' TO WS-OPER-APPROVED-FLG
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
               DISPLAY WS-PGMNAME ' APPROVING OPERATOR '
                       FD-OPER-ID ' NOW LOCKED OUT AFTER '
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
           MOVE FD-OPER-ID             TO APR-APPROVER-ID
           MOVE WS-PGMNAME             TO APR-PROGRAM
           MOVE 'Q'                    TO APR-ACTION-CD
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
      *                      READ-NEXT-DISPOSITION
      *----------------------------------------------------------------*
           CLOSE REVIEW-REPORT-FILE
           CLOSE OPERATOR-PARM-FILE
           CLOSE USER-SECURITY-FILE
           CLOSE APPROVAL-LEDGER-FILE
           CLOSE APPROVAL-CONTROL-FILE
           CLOSE CARD-PARAMETER-FILE

           DISPLAY WS-PGMNAME ' RECORDS READ     : ' WS-RECORDS-READ
           DISPLAY WS-PGMNAME ' REPLAYED         : '
