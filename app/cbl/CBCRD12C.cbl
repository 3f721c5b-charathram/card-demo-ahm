      ******************************************************************
      * Program     : CBCRD12C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly load of the CRDHIST card history file
      *               the CCHS card history inquiry browses. Reads
      *               the cumulative sequential trails a CICS
      *               transaction cannot read - the CDELAUD lifecycle
      *               audit trail, the CRDBLG delivered block/unblock
      *               advice log, the CRDDSP dead-letter disposition
      *               log and the CRDNTF letter requests - and files
      *               one keyed history record per event. An event
      *               already on CRDHIST from an earlier night is
      *               skipped, so the job can be rerun at will.
      *               Letter requests carry only a masked card
      *               number; they are resolved to the real card
      *               through the account's cards on CARDDAT. Events
      *               with unusable dates, and letters that match no
      *               card, are listed on the HSTRPT control report
      *               (RC 4); an event CRDHIST would not take is
      *               listed there too and ends the run RC 8
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
       PROGRAM-ID. CBCRD12C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-DEL-AUDIT-FILE ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BLOCK-LOG-FILE ASSIGN TO CRDBLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLG-STATUS.

           SELECT DLQ-DISPOSITION-FILE ASSIGN TO CRDDSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT NOTIFY-LETTER-FILE ASSIGN TO CRDNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTF-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CARD-NUM
               ALTERNATE RECORD KEY IS FD-CARD-ACCT-ID
                                       WITH DUPLICATES
               FILE STATUS IS WS-CARDFILE-STATUS.

           SELECT CARD-HISTORY-FILE ASSIGN TO CRDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-REPORT-FILE ASSIGN TO HSTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *CARD LIFECYCLE AUDIT TRAIL (ISSUE, UPDATE, DELETE, REACTIVATE,
      *RESTORE), APPENDED BY THE ONLINE TRANSACTIONS AND CBCRD01C
       FD  CARD-DEL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CSDEL01Y.

      *DELIVERED-ADVICE BLOCK LOG, APPENDED BY BOTH QUEUE DRAINS
      *(COCRDTQC ONLINE, CBCRD04C BATCH)
       FD  BLOCK-LOG-FILE
           RECORDING MODE IS F.
       01  FD-BLG-BLOCK-RECORD.
           05  FD-BLG-CARD-NUM                 PIC X(16).
           05  FD-BLG-ACCT-ID                  PIC 9(11).
           05  FD-BLG-STATUS-CD                PIC X(01).
           05  FD-BLG-DATE                     PIC X(08).
           05  FD-BLG-TIME                     PIC X(08).

      *DLQ REVIEW DISPOSITION LOG, APPENDED BY THE ONLINE DLQQ
      *REVIEW SCREEN (VIA DSPQ) AND THE CBCRD07C BATCH REVIEW
       FD  DLQ-DISPOSITION-FILE
           RECORDING MODE IS F.
           COPY CVDSP01Y.

      *CARDHOLDER LETTER REQUESTS NOT YET CONSUMED BY CBCRD09C
       FD  NOTIFY-LETTER-FILE
           RECORDING MODE IS F.
           COPY CVNTF01Y.

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  FD-CARD-RECORD.
           05  FD-CARD-NUM                     PIC X(16).
           05  FD-CARD-ACCT-ID                 PIC 9(11).
           05  FILLER                          PIC X(123).

      *KEYED CARD HISTORY FILE READ BY THE CCHS INQUIRY
       FD  CARD-HISTORY-FILE
           RECORDING MODE IS F.
           COPY CVHST01Y.

       FD  HISTORY-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD12C'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
           88 AUDIT-STATUS-OK                    VALUE '00'.
         05 WS-BLG-STATUS              PIC X(02) VALUE '00'.
           88 BLG-STATUS-OK                      VALUE '00'.
         05 WS-DSP-STATUS              PIC X(02) VALUE '00'.
           88 DSP-STATUS-OK                      VALUE '00'.
         05 WS-NTF-STATUS              PIC X(02) VALUE '00'.
           88 NTF-STATUS-OK                      VALUE '00'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
         05 WS-HIST-STATUS             PIC X(02) VALUE '00'.
           88 HIST-STATUS-OK                     VALUE '00'.
           88 HIST-STATUS-DUPREC                 VALUE '22'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-END-OF-AUDIT-FLG        PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                       VALUE 'Y'.
         05 WS-END-OF-BLG-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-BLG                         VALUE 'Y'.
         05 WS-END-OF-DSP-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-DSP                         VALUE 'Y'.
         05 WS-END-OF-NTF-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-NTF                         VALUE 'Y'.
         05 WS-BROWSE-DONE-FLG         PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE                     VALUE 'Y'.
         05 WS-LETTER-CARD-FLG         PIC X(01) VALUE 'N'.
           88 LETTER-CARD-FOUND                  VALUE 'Y'.
           88 LETTER-CARD-NOT-FOUND              VALUE 'N'.
         05 WS-EVENT-VALID-FLG         PIC X(01) VALUE 'N'.
           88 EVENT-DATE-VALID                   VALUE 'Y'.
         05 WS-EVENT-DATE-IN           PIC X(08) VALUE SPACES.
         05 WS-EVENT-TIME-IN           PIC X(08) VALUE SPACES.
         05 WS-EVENT-YY                PIC 9(02) VALUE ZEROES.
         05 WS-EVENT-CCYYMMDD          PIC 9(08) VALUE ZEROES.
         05 WS-EVENT-CCYYMMDD-R  REDEFINES WS-EVENT-CCYYMMDD.
           10 WS-EVENT-CCYY            PIC 9(04).
           10 WS-EVENT-MM              PIC 9(02).
           10 WS-EVENT-DD              PIC 9(02).
         05 WS-EVENT-HHMMSS            PIC 9(06) VALUE ZEROES.
         05 WS-EVENT-HHMMSS-R  REDEFINES WS-EVENT-HHMMSS.
           10 WS-EVENT-HH              PIC 9(02).
           10 WS-EVENT-MI              PIC 9(02).
           10 WS-EVENT-SS              PIC 9(02).
         05 WS-LETTER-ACCT-ID          PIC 9(11) VALUE ZEROES.
         05 WS-COUNTERS.
           10 WS-AUDIT-READ            PIC 9(07) VALUE ZEROES.
           10 WS-ADVICES-READ          PIC 9(07) VALUE ZEROES.
           10 WS-DISPOSITIONS-READ     PIC 9(07) VALUE ZEROES.
           10 WS-LETTERS-READ          PIC 9(07) VALUE ZEROES.
           10 WS-EVENTS-LOADED         PIC 9(07) VALUE ZEROES.
           10 WS-EVENTS-ALREADY-LOADED PIC 9(07) VALUE ZEROES.
           10 WS-EVENTS-REJECTED       PIC 9(07) VALUE ZEROES.
           10 WS-HIST-WRITE-ERRORS     PIC 9(07) VALUE ZEROES.
         05 WS-CURDATE-DATA.
           10 WS-CURDATE-YEAR          PIC X(04).
           10 WS-CURDATE-MONTH         PIC X(02).
           10 WS-CURDATE-DAY           PIC X(02).
         05 WS-CURDATE-MM-DD-YY.
           10 WS-CURDATE-MM            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-DD            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-YY            PIC X(02).

      *CARD RECORD LAYOUT (CARDDAT)
           COPY CVACT02Y.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'CARD HISTORY LOAD CONTROL REPORT'.
           05  FILLER                  PIC X(05) VALUE 'FOR '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(09) VALUE 'SOURCE'.
           05  FILLER                  PIC X(40) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCT-ID          PIC 9(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE           PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EXCEPTION        PIC X(40).

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
           PERFORM READ-NEXT-AUDIT-RECORD
           PERFORM LOAD-AUDIT-EVENT UNTIL END-OF-AUDIT
           PERFORM READ-NEXT-BLG-RECORD
           PERFORM LOAD-ADVICE-EVENT UNTIL END-OF-BLG
           PERFORM READ-NEXT-DSP-RECORD
           PERFORM LOAD-DISPOSITION-EVENT UNTIL END-OF-DSP
           PERFORM READ-NEXT-NTF-RECORD
           PERFORM LOAD-LETTER-EVENT UNTIL END-OF-NTF
           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)  TO WS-CURDATE-YY

           OPEN INPUT  CARD-DEL-AUDIT-FILE
           IF NOT AUDIT-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  BLOCK-LOG-FILE
           IF NOT BLG-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDBLG FAILED, STATUS: '
                       WS-BLG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  DLQ-DISPOSITION-FILE
           IF NOT DSP-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDDSP FAILED, STATUS: '
                       WS-DSP-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  NOTIFY-LETTER-FILE
           IF NOT NTF-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDNTF FAILED, STATUS: '
                       WS-NTF-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CARD-FILE
           IF NOT CARDFILE-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDFILE FAILED, STATUS: '
                       WS-CARDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O    CARD-HISTORY-FILE
           IF NOT HIST-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDHIST FAILED, STATUS: '
                       WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HISTORY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN HSTRPT FAILED, STATUS: '
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
      *                      READ-NEXT-AUDIT-RECORD
      *----------------------------------------------------------------*
       READ-NEXT-AUDIT-RECORD.

           READ CARD-DEL-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ

           IF NOT END-OF-AUDIT
               ADD 1 TO WS-AUDIT-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      LOAD-AUDIT-EVENT
      *----------------------------------------------------------------*
       LOAD-AUDIT-EVENT.

           MOVE SPACES                 TO CARD-HISTORY-RECORD
           MOVE CDEL-AUDIT-CARD-NUM    TO HST-CARD-NUM
           SET HST-SOURCE-AUDIT        TO TRUE
           MOVE CDEL-AUDIT-ACTION-CD   TO HST-EVENT-CD
           MOVE CDEL-AUDIT-ACCT-ID     TO HST-ACCT-ID
           MOVE CDEL-AUDIT-USER-ID     TO HST-USER-ID
           MOVE CDEL-AUDIT-REASON-CD   TO HST-REASON-CD
           MOVE CDEL-AUDIT-DATE        TO WS-EVENT-DATE-IN
           MOVE CDEL-AUDIT-TIME        TO WS-EVENT-TIME-IN
           MOVE 'AUDIT'                TO WS-DTL-SOURCE

           PERFORM FILE-HISTORY-EVENT

           PERFORM READ-NEXT-AUDIT-RECORD.

      *----------------------------------------------------------------*
      *                      READ-NEXT-BLG-RECORD
      *----------------------------------------------------------------*
       READ-NEXT-BLG-RECORD.

           READ BLOCK-LOG-FILE
               AT END
                   SET END-OF-BLG TO TRUE
           END-READ

           IF NOT END-OF-BLG
               ADD 1 TO WS-ADVICES-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      LOAD-ADVICE-EVENT
      *                      A CRDBLG record only exists once the
      *                      advice was delivered to the authorization
      *                      system; the event code is the card status
      *                      the advice carried (D = block)
      *----------------------------------------------------------------*
       LOAD-ADVICE-EVENT.

           MOVE SPACES                 TO CARD-HISTORY-RECORD
           MOVE FD-BLG-CARD-NUM        TO HST-CARD-NUM
           SET HST-SOURCE-ADVICE       TO TRUE
           MOVE FD-BLG-STATUS-CD       TO HST-EVENT-CD
           MOVE FD-BLG-ACCT-ID         TO HST-ACCT-ID
           MOVE 'DELIVERED TO AUTH'    TO HST-DETAIL
           MOVE FD-BLG-DATE            TO WS-EVENT-DATE-IN
           MOVE FD-BLG-TIME            TO WS-EVENT-TIME-IN
           MOVE 'ADVICE'               TO WS-DTL-SOURCE

           PERFORM FILE-HISTORY-EVENT

           PERFORM READ-NEXT-BLG-RECORD.

      *----------------------------------------------------------------*
      *                      READ-NEXT-DSP-RECORD
      *----------------------------------------------------------------*
       READ-NEXT-DSP-RECORD.

           READ DLQ-DISPOSITION-FILE
               AT END
                   SET END-OF-DSP TO TRUE
           END-READ

           IF NOT END-OF-DSP
               ADD 1 TO WS-DISPOSITIONS-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      LOAD-DISPOSITION-EVENT
      *----------------------------------------------------------------*
       LOAD-DISPOSITION-EVENT.

           MOVE SPACES                 TO CARD-HISTORY-RECORD
           MOVE DSP-CARD-NUM           TO HST-CARD-NUM
           SET HST-SOURCE-DISPOSITION  TO TRUE
           MOVE DSP-ACTION-CD          TO HST-EVENT-CD
           MOVE DSP-ACCT-ID            TO HST-ACCT-ID
           MOVE DSP-USER-ID            TO HST-USER-ID
           MOVE DSP-DISCARD-REASON     TO HST-DETAIL
           MOVE DSP-DATE               TO WS-EVENT-DATE-IN
           MOVE DSP-TIME               TO WS-EVENT-TIME-IN
           MOVE 'DLQ'                  TO WS-DTL-SOURCE

           PERFORM FILE-HISTORY-EVENT

           PERFORM READ-NEXT-DSP-RECORD.

      *----------------------------------------------------------------*
      *                      READ-NEXT-NTF-RECORD
      *----------------------------------------------------------------*
       READ-NEXT-NTF-RECORD.

           READ NOTIFY-LETTER-FILE
               AT END
                   SET END-OF-NTF TO TRUE
           END-READ

           IF NOT END-OF-NTF
               ADD 1 TO WS-LETTERS-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      LOAD-LETTER-EVENT
      *                      A request carried over by CBCRD09C is
      *                      read again every night until it prints;
      *                      its key is unchanged, so it files once
      *----------------------------------------------------------------*
       LOAD-LETTER-EVENT.

           PERFORM RESOLVE-LETTER-CARD

           IF LETTER-CARD-FOUND
               MOVE SPACES             TO CARD-HISTORY-RECORD
               MOVE CARD-NUM           TO HST-CARD-NUM
               SET HST-SOURCE-LETTER   TO TRUE
               MOVE 'L'                TO HST-EVENT-CD
               MOVE CNL-ACCT-ID        TO HST-ACCT-ID
               MOVE CNL-REASON-CD      TO HST-REASON-CD
               MOVE CNL-DELETE-DATE    TO WS-EVENT-DATE-IN
               MOVE CNL-DELETE-TIME    TO WS-EVENT-TIME-IN
               MOVE 'LETTER'           TO WS-DTL-SOURCE
               PERFORM FILE-HISTORY-EVENT
           ELSE
               ADD 1 TO WS-EVENTS-REJECTED
               MOVE CNL-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
               MOVE CNL-ACCT-ID         TO WS-DTL-ACCT-ID
               MOVE 'LETTER'            TO WS-DTL-SOURCE
               MOVE 'MASKED CARD MATCHES NO CARD ON ACCOUNT'
                 TO WS-DTL-EXCEPTION
               PERFORM WRITE-DETAIL-LINE
           END-IF

           PERFORM READ-NEXT-NTF-RECORD.

      *----------------------------------------------------------------*
      *                      RESOLVE-LETTER-CARD
      *                      Browses the account's cards through the
      *                      CARDDAT account alternate key and takes
      *                      the card whose first 6 and last 4 digits
      *                      match the masked number on the request
      *----------------------------------------------------------------*
       RESOLVE-LETTER-CARD.

           SET LETTER-CARD-NOT-FOUND TO TRUE
           MOVE 'N'              TO WS-BROWSE-DONE-FLG
           MOVE CNL-ACCT-ID      TO WS-LETTER-ACCT-ID
           MOVE WS-LETTER-ACCT-ID TO FD-CARD-ACCT-ID

           START CARD-FILE KEY IS EQUAL TO FD-CARD-ACCT-ID
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START

           PERFORM MATCH-NEXT-ACCOUNT-CARD
               UNTIL WS-BROWSE-DONE.

      *----------------------------------------------------------------*
      *                      MATCH-NEXT-ACCOUNT-CARD
      *----------------------------------------------------------------*
       MATCH-NEXT-ACCOUNT-CARD.

           READ CARD-FILE NEXT RECORD INTO CARD-RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ

           IF NOT WS-BROWSE-DONE
               IF CARD-ACCT-ID NOT = WS-LETTER-ACCT-ID
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   IF CARD-NUM(1:6)  = CNL-CARD-NUM-MASKED(1:6)
                   AND CARD-NUM(13:4) = CNL-CARD-NUM-MASKED(13:4)
                       SET LETTER-CARD-FOUND TO TRUE
                       SET WS-BROWSE-DONE    TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      FILE-HISTORY-EVENT
      *                      Completes the key from the event's
      *                      MM/DD/YY and HH:MM:SS and writes it. A
      *                      duplicate key is an event loaded on an
      *                      earlier night
      *----------------------------------------------------------------*
       FILE-HISTORY-EVENT.

           PERFORM EDIT-EVENT-DATE-TIME

           IF NOT EVENT-DATE-VALID
               ADD 1 TO WS-EVENTS-REJECTED
               MOVE HST-CARD-NUM        TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               MOVE CMW-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
               MOVE HST-ACCT-ID         TO WS-DTL-ACCT-ID
               MOVE SPACES              TO WS-DTL-EXCEPTION
               STRING 'UNUSABLE DATE/TIME ' DELIMITED BY SIZE
                      WS-EVENT-DATE-IN      DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      WS-EVENT-TIME-IN      DELIMITED BY SIZE
                 INTO WS-DTL-EXCEPTION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE WS-EVENT-CCYYMMDD   TO HST-EVENT-DATE
               MOVE WS-EVENT-HHMMSS     TO HST-EVENT-TIME

               WRITE CARD-HISTORY-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE

               EVALUATE TRUE
                   WHEN HIST-STATUS-OK
                       ADD 1 TO WS-EVENTS-LOADED
                   WHEN HIST-STATUS-DUPREC
                       ADD 1 TO WS-EVENTS-ALREADY-LOADED
                   WHEN OTHER
                       ADD 1 TO WS-HIST-WRITE-ERRORS
                       DISPLAY WS-PGMNAME ' WRITE CRDHIST FAILED, '
                               'STATUS: ' WS-HIST-STATUS
                       MOVE HST-CARD-NUM        TO CMW-CARD-NUM-IN
                       PERFORM MASK-CARD-NUMBER
                       MOVE CMW-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
                       MOVE HST-ACCT-ID         TO WS-DTL-ACCT-ID
                       MOVE SPACES              TO WS-DTL-EXCEPTION
                       STRING 'CRDHIST WRITE FAILED, STATUS '
                                              DELIMITED BY SIZE
                              WS-HIST-STATUS  DELIMITED BY SIZE
                         INTO WS-DTL-EXCEPTION
                       PERFORM WRITE-DETAIL-LINE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-EVENT-DATE-TIME
      *                      The trails carry MM/DD/YY and HH:MM:SS;
      *                      both are digit-checked before they go
      *                      into the key so a corrupt record cannot
      *                      sort out of place
      *----------------------------------------------------------------*
       EDIT-EVENT-DATE-TIME.

           MOVE 'N' TO WS-EVENT-VALID-FLG

           IF WS-EVENT-DATE-IN(1:2) IS NUMERIC
           AND WS-EVENT-DATE-IN(4:2) IS NUMERIC
           AND WS-EVENT-DATE-IN(7:2) IS NUMERIC
           AND WS-EVENT-TIME-IN(1:2) IS NUMERIC
           AND WS-EVENT-TIME-IN(4:2) IS NUMERIC
           AND WS-EVENT-TIME-IN(7:2) IS NUMERIC
               MOVE WS-EVENT-DATE-IN(7:2) TO WS-EVENT-YY
               MOVE WS-EVENT-DATE-IN(1:2) TO WS-EVENT-MM
               MOVE WS-EVENT-DATE-IN(4:2) TO WS-EVENT-DD
               COMPUTE WS-EVENT-CCYY = 2000 + WS-EVENT-YY
               MOVE WS-EVENT-TIME-IN(1:2) TO WS-EVENT-HH
               MOVE WS-EVENT-TIME-IN(4:2) TO WS-EVENT-MI
               MOVE WS-EVENT-TIME-IN(7:2) TO WS-EVENT-SS
               IF WS-EVENT-MM > 0 AND WS-EVENT-MM < 13
               AND WS-EVENT-DD > 0 AND WS-EVENT-DD < 32
               AND WS-EVENT-HH < 24 AND WS-EVENT-MI < 60
               AND WS-EVENT-SS < 60
                   MOVE 'Y' TO WS-EVENT-VALID-FLG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-DETAIL-LINE
      *----------------------------------------------------------------*
       WRITE-DETAIL-LINE.

           MOVE WS-DETAIL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE 'AUDIT TRAIL RECORDS READ:'
             TO WS-TOT-DESC
           MOVE WS-AUDIT-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'DELIVERED ADVICES READ:'
             TO WS-TOT-DESC
           MOVE WS-ADVICES-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'DLQ DISPOSITIONS READ:'
             TO WS-TOT-DESC
           MOVE WS-DISPOSITIONS-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'LETTER REQUESTS READ:'
             TO WS-TOT-DESC
           MOVE WS-LETTERS-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EVENTS LOADED TO CRDHIST:'
             TO WS-TOT-DESC
           MOVE WS-EVENTS-LOADED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EVENTS ALREADY ON CRDHIST:'
             TO WS-TOT-DESC
           MOVE WS-EVENTS-ALREADY-LOADED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EVENTS REJECTED:'
             TO WS-TOT-DESC
           MOVE WS-EVENTS-REJECTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'CRDHIST WRITE FAILURES:'
             TO WS-TOT-DESC
           MOVE WS-HIST-WRITE-ERRORS TO WS-TOT-COUNT
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

           CLOSE CARD-DEL-AUDIT-FILE
           CLOSE BLOCK-LOG-FILE
           CLOSE DLQ-DISPOSITION-FILE
           CLOSE NOTIFY-LETTER-FILE
           CLOSE CARD-FILE
           CLOSE CARD-HISTORY-FILE
           CLOSE HISTORY-REPORT-FILE

           DISPLAY WS-PGMNAME ' AUDIT RECORDS READ : ' WS-AUDIT-READ
           DISPLAY WS-PGMNAME ' ADVICES READ       : ' WS-ADVICES-READ
           DISPLAY WS-PGMNAME ' DISPOSITIONS READ  : '
                   WS-DISPOSITIONS-READ
           DISPLAY WS-PGMNAME ' LETTERS READ       : ' WS-LETTERS-READ
           DISPLAY WS-PGMNAME ' EVENTS LOADED      : ' WS-EVENTS-LOADED
           DISPLAY WS-PGMNAME ' ALREADY LOADED     : '
                   WS-EVENTS-ALREADY-LOADED
           DISPLAY WS-PGMNAME ' EVENTS REJECTED    : '
                   WS-EVENTS-REJECTED
           DISPLAY WS-PGMNAME ' CRDHIST WRITE ERRS : '
                   WS-HIST-WRITE-ERRORS

      *A HISTORY ROW THAT COULD NOT BE FILED IS LOST UNTIL A RERUN
           EVALUATE TRUE
               WHEN WS-HIST-WRITE-ERRORS > ZEROES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EVENTS-REJECTED > ZEROES
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           DISPLAY WS-PGMNAME ' ENDING'.
