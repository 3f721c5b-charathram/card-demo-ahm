      ******************************************************************
      * Program     : CBCRD13C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly expiry of temporary card freezes. Frozen
      *               cards ('F') whose CARD-FREEZE-DATE is older than
      *               the SYSIN limit (days, default 30) are either
      *               lifted back to active - with a CDELAUD freeze-
      *               lift audit record and an UNFREEZE record on
      *               CRDTDQ - or, when the SYSIN action is 'L', cut to
      *               the FRZEXT extract in the mass-delete extract
      *               layout with reason LOST so CBCRD01C deletes them
      *               with the normal letter and reissue processing.
      *               Every expired freeze is listed on FRZRPT
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
       PROGRAM-ID. CBCRD13C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CARD-NUM
               ALTERNATE RECORD KEY IS FD-CARD-ACCT-ID
                                       WITH DUPLICATES
               FILE STATUS IS WS-CARDFILE-STATUS.

           SELECT FREEZE-EXTRACT-FILE ASSIGN TO FRZEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CARD-DEL-AUDIT-FILE ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CARD-BLOCK-TDQ-FILE ASSIGN TO CRDTDQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDQ-STATUS.

           SELECT FREEZE-REPORT-FILE ASSIGN TO FRZRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT FREEZE-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  FD-CARD-RECORD.
           05  FD-CARD-NUM                     PIC X(16).
           05  FD-CARD-ACCT-ID                 PIC 9(11).
           05  FILLER                          PIC X(123).

      *LOST-CONVERSION EXTRACT IN THE SAME LAYOUT THE MASS-DELETE JOB
      *READS, SO IT CAN FEED CBCRD01C DIRECTLY
       FD  FREEZE-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CVEXT01Y.

       FD  CARD-DEL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CSDEL01Y.

       FD  CARD-BLOCK-TDQ-FILE
           RECORDING MODE IS F.
       01  FD-TDQ-BLOCK-RECORD.
           05  FD-TDQ-CARD-NUM                 PIC X(16).
           05  FD-TDQ-ACCT-ID                  PIC 9(11).
           05  FD-TDQ-STATUS-CD                PIC X(01).
           05  FD-TDQ-DATE                     PIC X(08).
           05  FD-TDQ-TIME                     PIC X(08).

       FD  FREEZE-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COLS 1-4 FREEZE AGE LIMIT IN DAYS, COL 5 THE ACTION FOR AN
      *EXPIRED FREEZE: 'U' LIFT IT, 'L' CONVERT IT TO A LOST DELETE
       FD  FREEZE-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-DAYS                    PIC X(04).
           05  FD-PARM-ACTION                  PIC X(01).
           05  FILLER                          PIC X(75).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD13C'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
         05 WS-EXTRACT-STATUS          PIC X(02) VALUE '00'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
         05 WS-TDQ-STATUS              PIC X(02) VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-CARDFILE-FLG     PIC X(01) VALUE 'N'.
           88 END-OF-CARDFILE                    VALUE 'Y'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
      *QUEUE STATUS CODE FOR A LIFTED FREEZE; CBCRD04C TURNS IT INTO
      *AN UNFREEZE ADVICE
         05 WS-TDQ-UNFREEZE-CD         PIC X(01) VALUE 'U'.
         05 WS-BATCH-USER-ID           PIC X(08) VALUE 'BATCH'.
         05 WS-LIFT-REASON-CD          PIC X(07) VALUE 'AUTOEXP'.
         05 WS-LOST-REASON-CD          PIC X(07) VALUE 'LOST'.
         05 WS-FREEZE-LIMIT-DAYS       PIC 9(04) VALUE 0030.
         05 WS-EXPIRY-ACTION-CD        PIC X(01) VALUE 'U'.
           88 EXPIRY-LIFTS-FREEZE                VALUE 'U'.
           88 EXPIRY-CONVERTS-TO-LOST            VALUE 'L'.
         05 WS-COUNTERS.
           10 WS-RECORDS-SCANNED       PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-FROZEN          PIC 9(07) VALUE ZEROES.
           10 WS-FREEZES-LIFTED        PIC 9(07) VALUE ZEROES.
           10 WS-FREEZES-TO-LOST       PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-BAD-FRZ-DATE    PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-IN-ERROR        PIC 9(07) VALUE ZEROES.
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
         05 WS-FRZ-DATE-CCYYMMDD       PIC 9(08).
         05 WS-FRZ-DATE-CCYYMMDD-R  REDEFINES WS-FRZ-DATE-CCYYMMDD.
           10 WS-FRZ-CC                PIC 9(02).
           10 WS-FRZ-YY                PIC 9(02).
           10 WS-FRZ-MM                PIC 9(02).
           10 WS-FRZ-DD                PIC 9(02).
         05 WS-FRZ-DATE-INTEGER        PIC 9(07).
         05 WS-FRZ-DATE-VALID-FLG      PIC X(01) VALUE 'N'.
           88 FRZ-DATE-VALID                     VALUE 'Y'.
         05 WS-FREEZE-AGE-DAYS         PIC 9(05) VALUE ZEROES.

           COPY CVACT02Y.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE 'EXPIRED CARD FREEZE REPORT'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(10) VALUE 'FROZEN'.
           05  FILLER                  PIC X(07) VALUE 'DAYS'.
           05  FILLER                  PIC X(32) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID          PIC 9(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-FREEZE-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTION           PIC X(32).

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
           PERFORM READ-NEXT-CARD
           PERFORM PROCESS-CARD-RECORD UNTIL END-OF-CARDFILE
           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           OPEN INPUT FREEZE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ FREEZE-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-RECORD
               END-READ
               IF WS-PARM-STATUS = '00'
                   IF FD-PARM-DAYS IS NUMERIC
                       MOVE FD-PARM-DAYS TO WS-FREEZE-LIMIT-DAYS
                   END-IF
                   IF FD-PARM-ACTION = 'U' OR 'L'
                       MOVE FD-PARM-ACTION TO WS-EXPIRY-ACTION-CD
                   END-IF
               END-IF
           END-IF
           CLOSE FREEZE-PARM-FILE

           DISPLAY WS-PGMNAME ' FREEZE LIMIT DAYS: '
                   WS-FREEZE-LIMIT-DAYS
           IF EXPIRY-CONVERTS-TO-LOST
               DISPLAY WS-PGMNAME ' EXPIRED FREEZES CONVERT TO LOST'
           ELSE
               DISPLAY WS-PGMNAME ' EXPIRED FREEZES ARE LIFTED'
           END-IF

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

           OPEN I-O  CARD-FILE
           IF NOT CARDFILE-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDFILE FAILED, STATUS: '
                       WS-CARDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FREEZE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN FRZEXT FAILED, STATUS: '
                       WS-EXTRACT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CARD-DEL-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CARD-BLOCK-TDQ-FILE
           IF WS-TDQ-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDTDQ FAILED, STATUS: '
                       WS-TDQ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT FREEZE-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN FRZRPT FAILED, STATUS: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *SCANNING BY THE ACCOUNT-ID ALTERNATE KEY KEEPS THE REPORT IN
      *ACCOUNT ORDER WITHOUT A SORT STEP
           MOVE ZEROES TO FD-CARD-ACCT-ID
           START CARD-FILE KEY IS NOT LESS THAN FD-CARD-ACCT-ID
               INVALID KEY
                   SET END-OF-CARDFILE TO TRUE
           END-START

           MOVE WS-REPORT-HEADING1 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING2 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      READ-NEXT-CARD
      *----------------------------------------------------------------*
       READ-NEXT-CARD.

           IF NOT END-OF-CARDFILE
               READ CARD-FILE NEXT RECORD INTO CARD-RECORD
                   AT END
                       SET END-OF-CARDFILE TO TRUE
               END-READ
           END-IF

           IF NOT END-OF-CARDFILE
               ADD 1 TO WS-RECORDS-SCANNED
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-CARD-RECORD
      *----------------------------------------------------------------*
       PROCESS-CARD-RECORD.

           IF CARD-ACTIVE-STATUS = WS-FROZEN-MARKER
               ADD 1 TO WS-CARDS-FROZEN
               PERFORM EDIT-FREEZE-DATE
               IF FRZ-DATE-VALID
                   COMPUTE WS-FREEZE-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-FRZ-DATE-INTEGER
                   IF WS-FRZ-DATE-INTEGER < WS-TODAY-INTEGER
                   AND WS-FREEZE-AGE-DAYS > WS-FREEZE-LIMIT-DAYS
                       MOVE CARD-FREEZE-DATE TO WS-DTL-FREEZE-DATE
                       IF EXPIRY-CONVERTS-TO-LOST
                           PERFORM WRITE-LOST-EXTRACT-RECORD
                       ELSE
                           PERFORM LIFT-EXPIRED-FREEZE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-CARDS-BAD-FRZ-DATE
                   MOVE CARD-NUM TO CMW-CARD-NUM-IN
                   PERFORM MASK-CARD-NUMBER
                   DISPLAY WS-PGMNAME ' UNUSABLE FREEZE DATE ON '
                           'CARD ' CMW-CARD-NUM-MASKED ': '
                           CARD-FREEZE-DATE
               END-IF
           END-IF

           PERFORM READ-NEXT-CARD.

      *----------------------------------------------------------------*
      *                      EDIT-FREEZE-DATE
      *                      CARD-FREEZE-DATE is MM/DD/YY, always in
      *                      this century; it must be digit-checked
      *                      before INTEGER-OF-DATE or a corrupt
      *                      record would abend the whole run
      *----------------------------------------------------------------*
       EDIT-FREEZE-DATE.

           MOVE 'N' TO WS-FRZ-DATE-VALID-FLG

           IF CARD-FREEZE-DATE(1:2) IS NUMERIC
           AND CARD-FREEZE-DATE(4:2) IS NUMERIC
           AND CARD-FREEZE-DATE(7:2) IS NUMERIC
               MOVE 20                     TO WS-FRZ-CC
               MOVE CARD-FREEZE-DATE(7:2)  TO WS-FRZ-YY
               MOVE CARD-FREEZE-DATE(1:2)  TO WS-FRZ-MM
               MOVE CARD-FREEZE-DATE(4:2)  TO WS-FRZ-DD
               IF WS-FRZ-MM > 0 AND WS-FRZ-MM < 13
               AND WS-FRZ-DD > 0 AND WS-FRZ-DD < 32
                   COMPUTE WS-FRZ-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-FRZ-DATE-CCYYMMDD)
                   MOVE 'Y' TO WS-FRZ-DATE-VALID-FLG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      LIFT-EXPIRED-FREEZE
      *                      Same outcome as a manual lift on the CCFZ
      *                      screen: the card goes back to active and
      *                      the authorization system is told so
      *----------------------------------------------------------------*
       LIFT-EXPIRED-FREEZE.

           MOVE WS-ACTIVE-MARKER TO CARD-ACTIVE-STATUS
           MOVE SPACES           TO CARD-FREEZE-DATE

           REWRITE FD-CARD-RECORD FROM CARD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CARDFILE-STATUS-OK
               ADD 1 TO WS-FREEZES-LIFTED
               PERFORM WRITE-UNFREEZE-AUDIT-RECORD
               PERFORM WRITE-UNFREEZE-TDQ-RECORD
               MOVE 'FREEZE LIFTED' TO WS-DTL-ACTION
               PERFORM WRITE-FREEZE-DETAIL-LINE
           ELSE
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE CARD-NUM TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               DISPLAY WS-PGMNAME ' REWRITE FAILED FOR CARD: '
                       CMW-CARD-NUM-MASKED
                       ' STATUS: ' WS-CARDFILE-STATUS
               MOVE 'NOT LIFTED - REWRITE FAILED' TO WS-DTL-ACTION
               PERFORM WRITE-FREEZE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-UNFREEZE-AUDIT-RECORD
      *----------------------------------------------------------------*
       WRITE-UNFREEZE-AUDIT-RECORD.

           MOVE CARD-NUM               TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID           TO CDEL-AUDIT-ACCT-ID
           MOVE WS-BATCH-USER-ID       TO CDEL-AUDIT-USER-ID
           SET CDEL-AUDIT-ACTION-UNFREEZE TO TRUE
           MOVE WS-LIFT-REASON-CD      TO CDEL-AUDIT-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY    TO CDEL-AUDIT-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO CDEL-AUDIT-TIME

           WRITE CARDDEL-AUDIT-RECORD

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-UNFREEZE-TDQ-RECORD
      *                      CBCRD04C turns the 'U' status into an
      *                      UNFREEZE advice for the authorization
      *                      system
      *----------------------------------------------------------------*
       WRITE-UNFREEZE-TDQ-RECORD.

           MOVE CARD-NUM               TO FD-TDQ-CARD-NUM
           MOVE CARD-ACCT-ID           TO FD-TDQ-ACCT-ID
           MOVE WS-TDQ-UNFREEZE-CD     TO FD-TDQ-STATUS-CD
           MOVE WS-CURDATE-MM-DD-YY    TO FD-TDQ-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO FD-TDQ-TIME

           WRITE FD-TDQ-BLOCK-RECORD

           IF WS-TDQ-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CRDTDQ FAILED, STATUS: '
                       WS-TDQ-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-LOST-EXTRACT-RECORD
      *                      Reason LOST so the extract feeds the
      *                      mass-delete job, which blocks the card
      *                      and applies the LOST reason's letter and
      *                      reissue flags from CRDRSN. The card stays
      *                      frozen until that run deletes it
      *----------------------------------------------------------------*
       WRITE-LOST-EXTRACT-RECORD.

           MOVE SPACES TO CARD-DEL-EXTRACT-RECORD
           MOVE CARD-NUM                    TO CDE-CARD-NUM
           MOVE CARD-ACCT-ID                TO CDE-ACCT-ID
           MOVE WS-LOST-REASON-CD           TO CDE-REASON-CD

           WRITE CARD-DEL-EXTRACT-RECORD

           IF WS-EXTRACT-STATUS = '00'
               ADD 1 TO WS-FREEZES-TO-LOST
               MOVE 'CUT TO LOST DELETE EXTRACT' TO WS-DTL-ACTION
           ELSE
               ADD 1 TO WS-CARDS-IN-ERROR
               DISPLAY WS-PGMNAME ' WRITE FRZEXT FAILED, STATUS: '
                       WS-EXTRACT-STATUS
               MOVE 'NOT CONVERTED - EXTRACT FAILED' TO WS-DTL-ACTION
           END-IF

           PERFORM WRITE-FREEZE-DETAIL-LINE.

      *----------------------------------------------------------------*
      *                      WRITE-FREEZE-DETAIL-LINE
      *----------------------------------------------------------------*
       WRITE-FREEZE-DETAIL-LINE.

           MOVE CARD-ACCT-ID                  TO WS-DTL-ACCT-ID
           MOVE CARD-NUM                      TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER
           MOVE CMW-CARD-NUM-MASKED           TO WS-DTL-CARD-NUM
           MOVE WS-FREEZE-AGE-DAYS            TO WS-DTL-AGE-DAYS

           MOVE WS-DETAIL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'FROZEN CARDS ON FILE' TO WS-TOT-DESC
           MOVE WS-CARDS-FROZEN        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EXPIRED FREEZES LIFTED' TO WS-TOT-DESC
           MOVE WS-FREEZES-LIFTED      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EXPIRED FREEZES CUT TO LOST DELETE EXTRACT'
                                       TO WS-TOT-DESC
           MOVE WS-FREEZES-TO-LOST     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'FROZEN CARDS WITH UNUSABLE FREEZE DATE'
                                       TO WS-TOT-DESC
           MOVE WS-CARDS-BAD-FRZ-DATE  TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EXPIRED FREEZES NOT PROCESSED (ERROR)'
                                       TO WS-TOT-DESC
           MOVE WS-CARDS-IN-ERROR      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
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
      *                      RC 4 tells operations the report has
      *                      freezes that need a manual look
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE CARD-FILE
           CLOSE FREEZE-EXTRACT-FILE
           CLOSE CARD-DEL-AUDIT-FILE
           CLOSE CARD-BLOCK-TDQ-FILE
           CLOSE FREEZE-REPORT-FILE

           IF WS-CARDS-BAD-FRZ-DATE > ZEROES
           OR WS-CARDS-IN-ERROR > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' RECORDS SCANNED  : '
                   WS-RECORDS-SCANNED
           DISPLAY WS-PGMNAME ' FROZEN CARDS     : '
                   WS-CARDS-FROZEN
           DISPLAY WS-PGMNAME ' FREEZES LIFTED   : '
                   WS-FREEZES-LIFTED
           DISPLAY WS-PGMNAME ' FREEZES TO LOST  : '
                   WS-FREEZES-TO-LOST
           DISPLAY WS-PGMNAME ' BAD FREEZE DATES : '
                   WS-CARDS-BAD-FRZ-DATE
           DISPLAY WS-PGMNAME ' ERRORS           : '
                   WS-CARDS-IN-ERROR
           DISPLAY WS-PGMNAME ' ENDING'.
