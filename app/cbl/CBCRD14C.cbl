      ******************************************************************
      * Program     : CBCRD14C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly processing of the acknowledgements the
      *               authorization system returns for the advices
      *               CBCRD04C and COCRDTQC deliver. Each inbound
      *               acknowledgement is matched to its CRDBLG block
      *               log entry on card number and block date/time.
      *               Accepted and rejected acknowledgements are kept
      *               on the CRDACK acknowledgement ledger; a
      *               rejection also puts the original block queue
      *               record on the CRDDLQ dead-letter file with the
      *               authorization reason code, so the CBCRD07C
      *               dead-letter review can replay or discard it
      *               like any other failed advice. A delivered
      *               advice with no acknowledgement, today's or on
      *               the ledger, older than the SYSIN limit (hours,
      *               default 24) is listed on the ACKRPT exception
      *               report. Advices older than the SYSIN look-back
      *               window (days, default 30) are not chased.
      *               The three inputs arrive sorted by card number
      *               and block date/time (SORT steps in the JCL) and
      *               are matched as co-sequential streams.
      *               An acknowledgement whose result is neither
      *               accepted nor rejected is reported and leaves
      *               the advice unanswered; a failed CRDACK or CRDDLQ
      *               write ends the run RC 16
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
       PROGRAM-ID. CBCRD14C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-ACK-FILE ASSIGN TO ACKSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CARD-BLOCK-LOG-FILE ASSIGN TO CRDBLGS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLG-STATUS.

           SELECT ACK-LEDGER-IN-FILE ASSIGN TO CRDACKS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-IN-STATUS.

           SELECT ACK-LEDGER-OUT-FILE ASSIGN TO CRDACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-OUT-STATUS.

           SELECT CARD-DLQ-FILE ASSIGN TO CRDDLQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLQ-STATUS.

           SELECT ACK-REPORT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACK-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *TODAY'S INBOUND ACKNOWLEDGEMENTS, SORTED UPSTREAM BY CARD AND
      *BLOCK DATE/TIME
       FD  AUTH-ACK-FILE
           RECORDING MODE IS F.
           COPY CVACK01Y.

      *DELIVERED-ADVICE BLOCK LOG, APPENDED BY BOTH QUEUE DRAINS
      *(COCRDTQC ONLINE, CBCRD04C BATCH), SORTED UPSTREAM BY CARD AND
      *BLOCK DATE/TIME
       FD  CARD-BLOCK-LOG-FILE
           RECORDING MODE IS F.
       01  FD-BLG-BLOCK-RECORD.
           05  FD-BLG-CARD-NUM                 PIC X(16).
           05  FD-BLG-ACCT-ID                  PIC 9(11).
           05  FD-BLG-STATUS-CD                PIC X(01).
           05  FD-BLG-DATE                     PIC X(08).
           05  FD-BLG-TIME                     PIC X(08).

      *ACKNOWLEDGEMENTS MATCHED ON EARLIER RUNS (CVACK01Y LAYOUT),
      *SORTED UPSTREAM THE SAME WAY - ONLY THE MATCH KEY IS NEEDED
       FD  ACK-LEDGER-IN-FILE
           RECORDING MODE IS F.
       01  FD-LEDGER-IN-RECORD.
           05  FD-LEDGER-CARD-NUM              PIC X(16).
           05  FILLER                          PIC X(08).
           05  FD-LEDGER-BLOCK-DATE            PIC X(08).
           05  FD-LEDGER-BLOCK-TIME            PIC X(08).
           05  FILLER                          PIC X(40).

      *ACKNOWLEDGEMENT LEDGER, APPENDED WITH TODAY'S MATCHES
       FD  ACK-LEDGER-OUT-FILE
           RECORDING MODE IS F.
       01  FD-LEDGER-OUT-RECORD                PIC X(80).

      *DEAD-LETTER FILE SHARED WITH CBCRD04C AND REVIEWED BY CBCRD07C,
      *ORIGINAL BLOCK QUEUE RECORD IN COLUMNS 1-44
       FD  CARD-DLQ-FILE
           RECORDING MODE IS F.
           COPY CVDLQ01Y.

       FD  ACK-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COLS 1-3 HOURS AN ADVICE MAY GO UNACKNOWLEDGED, COLS 4-6 THE
      *LOOK-BACK WINDOW IN DAYS
       FD  ACK-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-HOURS                   PIC X(03).
           05  FD-PARM-WINDOW-DAYS             PIC X(03).
           05  FILLER                          PIC X(74).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD14C'.
         05 WS-ACK-STATUS              PIC X(02) VALUE '00'.
           88 ACK-STATUS-OK                      VALUE '00'.
         05 WS-BLG-STATUS              PIC X(02) VALUE '00'.
           88 BLG-STATUS-OK                      VALUE '00'.
         05 WS-LEDGER-IN-STATUS        PIC X(02) VALUE '00'.
           88 LEDGER-IN-STATUS-OK                VALUE '00'.
         05 WS-LEDGER-OUT-STATUS       PIC X(02) VALUE '00'.
         05 WS-DLQ-STATUS              PIC X(02) VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-ACK-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-ACK                         VALUE 'Y'.
         05 WS-END-OF-BLG-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-BLG                         VALUE 'Y'.
         05 WS-END-OF-LEDGER-FLG       PIC X(01) VALUE 'N'.
           88 END-OF-LEDGER                      VALUE 'Y'.
         05 WS-ADVICE-ACKED-FLG        PIC X(01) VALUE 'N'.
           88 ADVICE-ACKNOWLEDGED                VALUE 'Y'.
         05 WS-BLK-DATE-VALID-FLG      PIC X(01) VALUE 'N'.
           88 BLK-DATE-VALID                     VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
      *BLOCK LOG STATUS CODES OF THE FREEZE AND FREEZE-LIFT ADVICES
         05 WS-BLG-FREEZE-CD           PIC X(01) VALUE 'F'.
         05 WS-BLG-UNFREEZE-CD         PIC X(01) VALUE 'U'.
         05 WS-ACK-LIMIT-HOURS         PIC 9(03) VALUE 024.
         05 WS-WINDOW-DAYS             PIC 9(03) VALUE 030.
         05 WS-EXPECTED-MSG-TYPE       PIC X(08) VALUE SPACES.
         05 WS-COUNTERS.
           10 WS-ACKS-READ             PIC 9(07) VALUE ZEROES.
           10 WS-ACKS-ACCEPTED         PIC 9(07) VALUE ZEROES.
           10 WS-ACKS-REJECTED         PIC 9(07) VALUE ZEROES.
           10 WS-ACKS-UNMATCHED        PIC 9(07) VALUE ZEROES.
           10 WS-ACKS-WRONG-TYPE       PIC 9(07) VALUE ZEROES.
           10 WS-ACKS-INVALID          PIC 9(07) VALUE ZEROES.
           10 WS-ACK-WRITE-ERRORS      PIC 9(07) VALUE ZEROES.
           10 WS-ADVICES-CHECKED       PIC 9(07) VALUE ZEROES.
           10 WS-ADVICES-AWAITING      PIC 9(07) VALUE ZEROES.
           10 WS-ADVICES-OVERDUE       PIC 9(07) VALUE ZEROES.
           10 WS-ADVICES-BAD-DATE      PIC 9(07) VALUE ZEROES.
         05 WS-CURDATE-DATA.
           10 WS-CURDATE-YEAR          PIC X(04).
           10 WS-CURDATE-MONTH         PIC X(02).
           10 WS-CURDATE-DAY           PIC X(02).
           10 WS-CURDATE-HOURS         PIC X(02).
           10 WS-CURDATE-MINUTE        PIC X(02).
           10 WS-CURDATE-SECOND        PIC X(02).
         05 WS-CURDATE-MM-DD-YY.
           10 WS-CURDATE-MM            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-DD            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-YY            PIC X(02).
         05 WS-CURTIME-HH-MM-SS.
           10 WS-CURTIME-HH            PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-CURTIME-MM            PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-CURTIME-SS            PIC X(02).
         05 WS-TODAY-CCYYMMDD          PIC 9(08).
         05 WS-TODAY-CCYYMMDD-R  REDEFINES WS-TODAY-CCYYMMDD.
           10 WS-TODAY-CCYY            PIC 9(04).
           10 WS-TODAY-MM              PIC 9(02).
           10 WS-TODAY-DD              PIC 9(02).
         05 WS-TODAY-INTEGER           PIC 9(07).
         05 WS-NOW-MINUTES             PIC 9(05).
         05 WS-BLK-DATE-CCYYMMDD       PIC 9(08).
         05 WS-BLK-DATE-CCYYMMDD-R  REDEFINES WS-BLK-DATE-CCYYMMDD.
           10 WS-BLK-CC                PIC 9(02).
           10 WS-BLK-YY                PIC 9(02).
           10 WS-BLK-MM                PIC 9(02).
           10 WS-BLK-DD                PIC 9(02).
         05 WS-BLK-DATE-INTEGER        PIC 9(07).
         05 WS-BLK-HH                  PIC 9(02).
         05 WS-BLK-MI                  PIC 9(02).
         05 WS-BLK-AGE-DAYS            PIC 9(07).
         05 WS-BLK-AGE-MINUTES         PIC S9(09) COMP-3.
         05 WS-BLK-AGE-HOURS           PIC 9(07).

      *----------------------------------------------------------------*
      * Co-sequential stream state. Each stream presents the card
      * number and block date/time it is positioned on, HIGH-VALUES
      * once it is exhausted
      *----------------------------------------------------------------*
       01 WS-STREAM-STATE.
         05 WS-ACK-KEY.
           10 WS-ACK-KEY-CARD          PIC X(16).
           10 WS-ACK-KEY-DATE          PIC X(08).
           10 WS-ACK-KEY-TIME          PIC X(08).
         05 WS-BLG-KEY.
           10 WS-BLG-KEY-CARD          PIC X(16).
           10 WS-BLG-KEY-DATE          PIC X(08).
           10 WS-BLG-KEY-TIME          PIC X(08).
         05 WS-LEDGER-KEY.
           10 WS-LEDGER-KEY-CARD       PIC X(16).
           10 WS-LEDGER-KEY-DATE       PIC X(08).
           10 WS-LEDGER-KEY-TIME       PIC X(08).
         05 WS-LOW-KEY                 PIC X(32).
           88 ALL-STREAMS-DONE                   VALUE HIGH-VALUES.
      *THE BLOCK LOG ENTRY AT THE LOW KEY, KEPT FOR THE DEAD-LETTER
      *RECORD AND THE EXCEPTION REPORT
         05 WS-MATCH-BLOCK-RECORD.
           10 WS-MATCH-CARD-NUM        PIC X(16).
           10 WS-MATCH-ACCT-ID         PIC 9(11).
           10 WS-MATCH-STATUS-CD       PIC X(01).
           10 WS-MATCH-DATE            PIC X(08).
           10 WS-MATCH-TIME            PIC X(08).
         05 WS-MATCH-ON-BLG-FLG        PIC X(01) VALUE 'N'.
           88 MATCH-ON-BLOCK-LOG                 VALUE 'Y'.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE 'AUTHORIZATION ACKNOWLEDGEMENT REPORT'.
           05  FILLER                  PIC X(04) VALUE 'FOR '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(10) VALUE 'ADVICE'.
           05  FILLER                  PIC X(19)
               VALUE 'BLOCK DATE/TIME'.
           05  FILLER                  PIC X(33) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MSG-TYPE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-BLOCK-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-BLOCK-TIME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DESC             PIC X(33).

       01  WS-OVERDUE-DESC.
           05  FILLER                  PIC X(13) VALUE 'NO ACK AFTER '.
           05  WS-OVD-HOURS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE ' HOURS'.
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-DESC             PIC X(42).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA
      *----------------------------------------------------------------*
       MAIN-PARA.

           PERFORM INITIALIZATION

           PERFORM GET-NEXT-ACK-RECORD
           PERFORM GET-NEXT-BLOCK-RECORD
           PERFORM GET-NEXT-LEDGER-RECORD
           PERFORM SET-LOW-KEY

           PERFORM MATCH-NEXT-ADVICE UNTIL ALL-STREAMS-DONE

           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           OPEN INPUT ACK-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ ACK-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-RECORD
               END-READ
               IF WS-PARM-STATUS = '00'
                   IF FD-PARM-HOURS IS NUMERIC
                       MOVE FD-PARM-HOURS TO WS-ACK-LIMIT-HOURS
                   END-IF
                   IF FD-PARM-WINDOW-DAYS IS NUMERIC
                       MOVE FD-PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
               END-IF
           END-IF
           CLOSE ACK-PARM-FILE

           DISPLAY WS-PGMNAME ' ACKNOWLEDGEMENT LIMIT HOURS: '
                   WS-ACK-LIMIT-HOURS
           DISPLAY WS-PGMNAME ' LOOK-BACK WINDOW DAYS      : '
                   WS-WINDOW-DAYS

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)  TO WS-CURDATE-YY
           MOVE WS-CURDATE-HOURS      TO WS-CURTIME-HH
           MOVE WS-CURDATE-MINUTE     TO WS-CURTIME-MM
           MOVE WS-CURDATE-SECOND     TO WS-CURTIME-SS
           MOVE WS-CURDATE-YEAR       TO WS-TODAY-CCYY
           MOVE WS-CURDATE-MONTH      TO WS-TODAY-MM
           MOVE WS-CURDATE-DAY        TO WS-TODAY-DD

           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
           MOVE WS-CURDATE-HOURS      TO WS-BLK-HH
           MOVE WS-CURDATE-MINUTE     TO WS-BLK-MI
           COMPUTE WS-NOW-MINUTES = WS-BLK-HH * 60 + WS-BLK-MI

           OPEN INPUT  AUTH-ACK-FILE
           IF NOT ACK-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN ACKSRT FAILED, STATUS: '
                       WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CARD-BLOCK-LOG-FILE
           IF NOT BLG-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDBLGS FAILED, STATUS: '
                       WS-BLG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  ACK-LEDGER-IN-FILE
           IF NOT LEDGER-IN-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDACKS FAILED, STATUS: '
                       WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ACK-LEDGER-OUT-FILE
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDACK FAILED, STATUS: '
                       WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CARD-DLQ-FILE
           IF WS-DLQ-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDDLQ FAILED, STATUS: '
                       WS-DLQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN ACKRPT FAILED, STATUS: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURDATE-MM-DD-YY TO WS-HDG-DATE
           MOVE WS-REPORT-HEADING1  TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING2  TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      MATCH-NEXT-ADVICE
      *                      One step of the three-way match on the
      *                      lowest card/block date/time key. A
      *                      ledger entry means the advice was
      *                      answered on an earlier night; today's
      *                      acknowledgements at the key are applied
      *                      to the block log entry; a block log entry
      *                      answered by neither is aged against the
      *                      limit
      *----------------------------------------------------------------*
       MATCH-NEXT-ADVICE.

           MOVE 'N' TO WS-ADVICE-ACKED-FLG
           MOVE 'N' TO WS-MATCH-ON-BLG-FLG

           IF WS-BLG-KEY = WS-LOW-KEY
               SET MATCH-ON-BLOCK-LOG TO TRUE
               MOVE FD-BLG-BLOCK-RECORD TO WS-MATCH-BLOCK-RECORD
               PERFORM SET-EXPECTED-MSG-TYPE
           END-IF

           IF WS-LEDGER-KEY = WS-LOW-KEY
               SET ADVICE-ACKNOWLEDGED TO TRUE
               PERFORM GET-NEXT-LEDGER-RECORD
                   UNTIL WS-LEDGER-KEY NOT = WS-LOW-KEY
           END-IF

           IF WS-ACK-KEY = WS-LOW-KEY
               PERFORM PROCESS-TODAYS-ACK
                   UNTIL WS-ACK-KEY NOT = WS-LOW-KEY
           END-IF

      *A REPLAYED ADVICE IS LOGGED AGAIN UNDER ITS ORIGINAL BLOCK
      *DATE/TIME, SO EVERY BLOCK LOG ENTRY AT THE KEY IS ANSWERED
      *BY THE SAME ACKNOWLEDGEMENT
           IF MATCH-ON-BLOCK-LOG
               IF NOT ADVICE-ACKNOWLEDGED
                   PERFORM CHECK-UNACKNOWLEDGED-ADVICE
               END-IF
               PERFORM GET-NEXT-BLOCK-RECORD
                   UNTIL WS-BLG-KEY NOT = WS-LOW-KEY
           END-IF

           PERFORM SET-LOW-KEY.

      *----------------------------------------------------------------*
      *                      SET-LOW-KEY
      *----------------------------------------------------------------*
       SET-LOW-KEY.

           MOVE WS-BLG-KEY TO WS-LOW-KEY
           IF WS-ACK-KEY < WS-LOW-KEY
               MOVE WS-ACK-KEY TO WS-LOW-KEY
           END-IF
           IF WS-LEDGER-KEY < WS-LOW-KEY
               MOVE WS-LEDGER-KEY TO WS-LOW-KEY
           END-IF.

      *----------------------------------------------------------------*
      *                      SET-EXPECTED-MSG-TYPE
      *                      The advice type CBCRD04C and COCRDTQC
      *                      send for a block log status code
      *----------------------------------------------------------------*
       SET-EXPECTED-MSG-TYPE.

           EVALUATE WS-MATCH-STATUS-CD
               WHEN WS-SOFT-DELETED-MARKER
                   MOVE 'BLOCK'    TO WS-EXPECTED-MSG-TYPE
               WHEN WS-BLG-FREEZE-CD
                   MOVE 'FREEZE'   TO WS-EXPECTED-MSG-TYPE
               WHEN WS-BLG-UNFREEZE-CD
                   MOVE 'UNFREEZE' TO WS-EXPECTED-MSG-TYPE
               WHEN OTHER
                   MOVE 'UNBLOCK'  TO WS-EXPECTED-MSG-TYPE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PROCESS-TODAYS-ACK
      *----------------------------------------------------------------*
       PROCESS-TODAYS-ACK.

           EVALUATE TRUE
               WHEN NOT MATCH-ON-BLOCK-LOG
                   ADD 1 TO WS-ACKS-UNMATCHED
                   MOVE 'ACK WITH NO MATCHING ADVICE' TO WS-DTL-DESC
                   PERFORM WRITE-ACK-DETAIL-LINE
               WHEN ACK-MSG-TYPE NOT = WS-EXPECTED-MSG-TYPE
                   ADD 1 TO WS-ACKS-WRONG-TYPE
                   MOVE SPACES TO WS-DTL-DESC
                   STRING 'ACK TYPE DIFFERS, SENT AS '
                                              DELIMITED BY SIZE
                          WS-EXPECTED-MSG-TYPE
                                              DELIMITED BY SPACE
                     INTO WS-DTL-DESC
                   PERFORM WRITE-ACK-DETAIL-LINE
               WHEN ACK-REJECTED
                   SET ADVICE-ACKNOWLEDGED TO TRUE
                   ADD 1 TO WS-ACKS-REJECTED
                   PERFORM WRITE-LEDGER-RECORD
                   PERFORM WRITE-REJECTED-DLQ-RECORD
               WHEN ACK-ACCEPTED
                   SET ADVICE-ACKNOWLEDGED TO TRUE
                   ADD 1 TO WS-ACKS-ACCEPTED
                   PERFORM WRITE-LEDGER-RECORD
      *        NEITHER ACCEPTED NOR REJECTED - THE ADVICE IS STILL
      *        UNANSWERED AND KEEPS AGEING
               WHEN OTHER
                   ADD 1 TO WS-ACKS-INVALID
                   MOVE SPACES TO WS-DTL-DESC
                   STRING 'INVALID ACK RESULT CODE '''
                                              DELIMITED BY SIZE
                          ACK-RESULT-CD       DELIMITED BY SIZE
                          ''''                DELIMITED BY SIZE
                     INTO WS-DTL-DESC
                   PERFORM WRITE-ACK-DETAIL-LINE
           END-EVALUATE

           PERFORM GET-NEXT-ACK-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-LEDGER-RECORD
      *----------------------------------------------------------------*
       WRITE-LEDGER-RECORD.

           MOVE WS-CURDATE-MM-DD-YY    TO ACK-MATCH-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO ACK-MATCH-TIME

           WRITE FD-LEDGER-OUT-RECORD FROM CARD-AUTH-ACK-RECORD

           IF WS-LEDGER-OUT-STATUS NOT = '00'
               ADD 1 TO WS-ACK-WRITE-ERRORS
               DISPLAY WS-PGMNAME ' WRITE CRDACK FAILED, STATUS: '
                       WS-LEDGER-OUT-STATUS
               MOVE 'CRDACK LEDGER WRITE FAILED' TO WS-DTL-DESC
               PERFORM WRITE-ACK-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-REJECTED-DLQ-RECORD
      *                      The block log entry is the original block
      *                      queue record, so it is dead-lettered as
      *                      it stands and the DLQ review can replay
      *                      it unchanged
      *----------------------------------------------------------------*
       WRITE-REJECTED-DLQ-RECORD.

           MOVE WS-MATCH-BLOCK-RECORD  TO DLQ-ORIGINAL-RECORD
           MOVE SPACES                 TO DLQ-FAIL-REASON
           STRING 'AUTH REJECT '       DELIMITED BY SIZE
                  ACK-REASON-CD        DELIMITED BY SIZE
             INTO DLQ-FAIL-REASON
           MOVE WS-CURDATE-MM-DD-YY    TO DLQ-FAIL-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO DLQ-FAIL-TIME

           WRITE CARD-BLOCK-DLQ-RECORD

           MOVE SPACES TO WS-DTL-DESC
           IF WS-DLQ-STATUS = '00'
               STRING 'REJECTED '          DELIMITED BY SIZE
                      ACK-REASON-CD        DELIMITED BY SIZE
                      ' - SENT TO DLQ'     DELIMITED BY SIZE
                 INTO WS-DTL-DESC
           ELSE
               ADD 1 TO WS-ACK-WRITE-ERRORS
               DISPLAY WS-PGMNAME ' WRITE CRDDLQ FAILED, STATUS: '
                       WS-DLQ-STATUS
               STRING 'REJECTED '          DELIMITED BY SIZE
                      ACK-REASON-CD        DELIMITED BY SIZE
                      ' - DLQ WRITE FAILED' DELIMITED BY SIZE
                 INTO WS-DTL-DESC
           END-IF
           PERFORM WRITE-ACK-DETAIL-LINE.

      *----------------------------------------------------------------*
      *                      CHECK-UNACKNOWLEDGED-ADVICE
      *                      Ages a delivered advice nobody has
      *                      answered. Within the limit it is still
      *                      in flight; past it, it is an exception;
      *                      beyond the look-back window it is left
      *                      alone
      *----------------------------------------------------------------*
       CHECK-UNACKNOWLEDGED-ADVICE.

           PERFORM EDIT-BLOCK-DATE-TIME

           IF NOT BLK-DATE-VALID
               ADD 1 TO WS-ADVICES-BAD-DATE
               MOVE 'UNUSABLE BLOCK DATE/TIME' TO WS-DTL-DESC
               PERFORM WRITE-ADVICE-DETAIL-LINE
           ELSE
               COMPUTE WS-BLK-AGE-DAYS =
                   WS-TODAY-INTEGER - WS-BLK-DATE-INTEGER
               IF WS-BLK-AGE-DAYS NOT > WS-WINDOW-DAYS
                   ADD 1 TO WS-ADVICES-CHECKED
                   COMPUTE WS-BLK-AGE-MINUTES =
                       WS-BLK-AGE-DAYS * 1440 + WS-NOW-MINUTES
                     - (WS-BLK-HH * 60 + WS-BLK-MI)
                   IF WS-BLK-AGE-MINUTES > WS-ACK-LIMIT-HOURS * 60
                       ADD 1 TO WS-ADVICES-OVERDUE
                       COMPUTE WS-BLK-AGE-HOURS =
                           WS-BLK-AGE-MINUTES / 60
                       MOVE WS-BLK-AGE-HOURS TO WS-OVD-HOURS
                       MOVE WS-OVERDUE-DESC  TO WS-DTL-DESC
                       PERFORM WRITE-ADVICE-DETAIL-LINE
                   ELSE
                       ADD 1 TO WS-ADVICES-AWAITING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-BLOCK-DATE-TIME
      *                      Block date is MM/DD/YY, always in this
      *                      century, and time HH:MM:SS; both are
      *                      digit-checked before INTEGER-OF-DATE so a
      *                      corrupt log record cannot abend the run
      *----------------------------------------------------------------*
       EDIT-BLOCK-DATE-TIME.

           MOVE 'N' TO WS-BLK-DATE-VALID-FLG

           IF WS-MATCH-DATE(1:2) IS NUMERIC
           AND WS-MATCH-DATE(4:2) IS NUMERIC
           AND WS-MATCH-DATE(7:2) IS NUMERIC
           AND WS-MATCH-TIME(1:2) IS NUMERIC
           AND WS-MATCH-TIME(4:2) IS NUMERIC
               MOVE 20                  TO WS-BLK-CC
               MOVE WS-MATCH-DATE(7:2)  TO WS-BLK-YY
               MOVE WS-MATCH-DATE(1:2)  TO WS-BLK-MM
               MOVE WS-MATCH-DATE(4:2)  TO WS-BLK-DD
               MOVE WS-MATCH-TIME(1:2)  TO WS-BLK-HH
               MOVE WS-MATCH-TIME(4:2)  TO WS-BLK-MI
               IF WS-BLK-MM > 0 AND WS-BLK-MM < 13
               AND WS-BLK-DD > 0 AND WS-BLK-DD < 32
               AND WS-BLK-HH < 24 AND WS-BLK-MI < 60
                   COMPUTE WS-BLK-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-BLK-DATE-CCYYMMDD)
                   IF WS-BLK-DATE-INTEGER NOT > WS-TODAY-INTEGER
                       MOVE 'Y' TO WS-BLK-DATE-VALID-FLG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-ACK-RECORD
      *----------------------------------------------------------------*
       GET-NEXT-ACK-RECORD.

           IF NOT END-OF-ACK
               READ AUTH-ACK-FILE
                   AT END
                       SET END-OF-ACK TO TRUE
               END-READ
           END-IF

           IF END-OF-ACK
               MOVE HIGH-VALUES TO WS-ACK-KEY
           ELSE
               ADD 1 TO WS-ACKS-READ
               MOVE ACK-CARD-NUM   TO WS-ACK-KEY-CARD
               MOVE ACK-BLOCK-DATE TO WS-ACK-KEY-DATE
               MOVE ACK-BLOCK-TIME TO WS-ACK-KEY-TIME
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-BLOCK-RECORD
      *----------------------------------------------------------------*
       GET-NEXT-BLOCK-RECORD.

           IF NOT END-OF-BLG
               READ CARD-BLOCK-LOG-FILE
                   AT END
                       SET END-OF-BLG TO TRUE
               END-READ
           END-IF

           IF END-OF-BLG
               MOVE HIGH-VALUES TO WS-BLG-KEY
           ELSE
               MOVE FD-BLG-CARD-NUM TO WS-BLG-KEY-CARD
               MOVE FD-BLG-DATE     TO WS-BLG-KEY-DATE
               MOVE FD-BLG-TIME     TO WS-BLG-KEY-TIME
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-LEDGER-RECORD
      *----------------------------------------------------------------*
       GET-NEXT-LEDGER-RECORD.

           IF NOT END-OF-LEDGER
               READ ACK-LEDGER-IN-FILE
                   AT END
                       SET END-OF-LEDGER TO TRUE
               END-READ
           END-IF

           IF END-OF-LEDGER
               MOVE HIGH-VALUES TO WS-LEDGER-KEY
           ELSE
               MOVE FD-LEDGER-CARD-NUM   TO WS-LEDGER-KEY-CARD
               MOVE FD-LEDGER-BLOCK-DATE TO WS-LEDGER-KEY-DATE
               MOVE FD-LEDGER-BLOCK-TIME TO WS-LEDGER-KEY-TIME
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-ACK-DETAIL-LINE
      *                      Caller sets WS-DTL-DESC
      *----------------------------------------------------------------*
       WRITE-ACK-DETAIL-LINE.

           MOVE ACK-CARD-NUM   TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER
           MOVE CMW-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
           MOVE ACK-MSG-TYPE   TO WS-DTL-MSG-TYPE
           MOVE ACK-BLOCK-DATE TO WS-DTL-BLOCK-DATE
           MOVE ACK-BLOCK-TIME TO WS-DTL-BLOCK-TIME

           MOVE WS-DETAIL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-ADVICE-DETAIL-LINE
      *                      Caller sets WS-DTL-DESC
      *----------------------------------------------------------------*
       WRITE-ADVICE-DETAIL-LINE.

           MOVE WS-MATCH-CARD-NUM    TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER
           MOVE CMW-CARD-NUM-MASKED  TO WS-DTL-CARD-NUM
           MOVE WS-EXPECTED-MSG-TYPE TO WS-DTL-MSG-TYPE
           MOVE WS-MATCH-DATE        TO WS-DTL-BLOCK-DATE
           MOVE WS-MATCH-TIME        TO WS-DTL-BLOCK-TIME

           MOVE WS-DETAIL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE 'ACKNOWLEDGEMENTS READ:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ADVICES ACCEPTED:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-ACCEPTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ADVICES REJECTED TO DEAD-LETTER FILE:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-REJECTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ACKS MATCHING NO DELIVERED ADVICE:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-UNMATCHED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ACKS WITH THE WRONG ADVICE TYPE:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-WRONG-TYPE TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ACKS WITH AN INVALID RESULT CODE:'
             TO WS-TOT-DESC
           MOVE WS-ACKS-INVALID TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'CRDACK/CRDDLQ WRITE FAILURES:'
             TO WS-TOT-DESC
           MOVE WS-ACK-WRITE-ERRORS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'UNACKNOWLEDGED ADVICES IN WINDOW:'
             TO WS-TOT-DESC
           MOVE WS-ADVICES-CHECKED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'AWAITING ACK WITHIN LIMIT:'
             TO WS-TOT-DESC
           MOVE WS-ADVICES-AWAITING TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'OVERDUE - NO ACK WITHIN LIMIT:'
             TO WS-TOT-DESC
           MOVE WS-ADVICES-OVERDUE TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'ADVICES WITH UNUSABLE BLOCK DATE/TIME:'
             TO WS-TOT-DESC
           MOVE WS-ADVICES-BAD-DATE TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      MASK-CARD-NUMBER
      *                      Card numbers printed on reports carry
      *                      only the first 6 and last 4 digits
      *----------------------------------------------------------------*
       MASK-CARD-NUMBER.

           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

      *----------------------------------------------------------------*
      *                      TERMINATION
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE AUTH-ACK-FILE
           CLOSE CARD-BLOCK-LOG-FILE
           CLOSE ACK-LEDGER-IN-FILE
           CLOSE ACK-LEDGER-OUT-FILE
           CLOSE CARD-DLQ-FILE
           CLOSE ACK-REPORT-FILE

           DISPLAY WS-PGMNAME ' ACKS READ        : ' WS-ACKS-READ
           DISPLAY WS-PGMNAME ' ACCEPTED         : ' WS-ACKS-ACCEPTED
           DISPLAY WS-PGMNAME ' REJECTED TO DLQ  : ' WS-ACKS-REJECTED
           DISPLAY WS-PGMNAME ' UNMATCHED ACKS   : ' WS-ACKS-UNMATCHED
           DISPLAY WS-PGMNAME ' WRONG ADVICE TYPE: ' WS-ACKS-WRONG-TYPE
           DISPLAY WS-PGMNAME ' INVALID RESULT CD: ' WS-ACKS-INVALID
           DISPLAY WS-PGMNAME ' WRITE FAILURES   : ' WS-ACK-WRITE-ERRORS
           DISPLAY WS-PGMNAME ' OVERDUE ADVICES  : ' WS-ADVICES-OVERDUE

      *REJECTIONS ARE PRESERVED ON CRDDLQ FOR REVIEW; THEY AND THE
      *EXCEPTIONS ON THE REPORT NEED OPERATIONS TO LOOK
           IF WS-ACKS-REJECTED    > ZEROES
           OR WS-ACKS-UNMATCHED   > ZEROES
           OR WS-ACKS-WRONG-TYPE  > ZEROES
           OR WS-ACKS-INVALID     > ZEROES
           OR WS-ADVICES-OVERDUE  > ZEROES
           OR WS-ADVICES-BAD-DATE > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

      *AN ACKNOWLEDGEMENT NOT ON CRDACK OR CRDDLQ WOULD BE LOST WHEN
      *AUTH.ACKS IS EMPTIED, SO THE JCL MUST KEEP IT FOR A RERUN
           IF WS-ACK-WRITE-ERRORS > ZEROES
               MOVE 16 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' ENDING'.
