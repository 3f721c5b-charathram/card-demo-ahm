      ******************************************************************
      * Program     : CBCRD16C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly follow-up of cards pending activation.
      *               Every pending card ('P') is looked up on the
      *               EMBSTAT embossing order status file; once the
      *               vendor has shipped the plastic, the days since
      *               the ship date are measured against two SYSIN
      *               limits. Past the report limit (default 14 days)
      *               the card is listed on ACTRPT as shipped but not
      *               activated; past the cancel limit (default 45
      *               days) it is cancelled - soft-deleted with reason
      *               NOACTV, with a CDELAUD delete audit record and a
      *               BLOCK record on CRDTDQ, so a plastic lost or
      *               stolen in the mail can never be activated
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
       PROGRAM-ID. CBCRD16C.
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

           SELECT EMB-STATUS-FILE ASSIGN TO EMBSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EST-CARD-NUM
               FILE STATUS IS WS-ESTAT-STATUS.

           SELECT CARD-DEL-AUDIT-FILE ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CARD-BLOCK-TDQ-FILE ASSIGN TO CRDTDQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TDQ-STATUS.

           SELECT ACTIVATION-REPORT-FILE ASSIGN TO ACTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACTIVATION-PARM-FILE ASSIGN TO SYSIN
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

      *PER-CARD EMBOSSING ORDER STATUS FILE, KEPT BY CBCRD08C
       FD  EMB-STATUS-FILE
           RECORDING MODE IS F.
           COPY CVEST01Y.

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

       FD  ACTIVATION-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COLS 1-4 DAYS SINCE SHIPMENT BEFORE A PENDING CARD IS REPORTED,
      *COLS 5-8 DAYS SINCE SHIPMENT BEFORE IT IS CANCELLED
       FD  ACTIVATION-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-REPORT-DAYS             PIC X(04).
           05  FD-PARM-CANCEL-DAYS             PIC X(04).
           05  FILLER                          PIC X(72).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD16C'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
         05 WS-ESTAT-STATUS            PIC X(02) VALUE '00'.
           88 ESTAT-STATUS-OK                    VALUE '00'.
           88 ESTAT-NOT-FOUND                    VALUE '23'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
         05 WS-TDQ-STATUS              PIC X(02) VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-CARDFILE-FLG     PIC X(01) VALUE 'N'.
           88 END-OF-CARDFILE                    VALUE 'Y'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-BATCH-USER-ID           PIC X(08) VALUE 'BATCH'.
         05 WS-CANCEL-REASON-CD        PIC X(07) VALUE 'NOACTV'.
         05 WS-REPORT-LIMIT-DAYS       PIC 9(04) VALUE 0014.
         05 WS-CANCEL-LIMIT-DAYS       PIC 9(04) VALUE 0045.
         05 WS-PARM-REPORT-DAYS-N      PIC 9(04) VALUE ZEROES.
         05 WS-PARM-CANCEL-DAYS-N      PIC 9(04) VALUE ZEROES.
         05 WS-COUNTERS.
           10 WS-RECORDS-SCANNED       PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-PENDING         PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-NOT-SHIPPED     PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-NO-ORDER        PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-REPORTED        PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-CANCELLED       PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-BAD-SHIP-DATE   PIC 9(07) VALUE ZEROES.
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
         05 WS-SHIP-DATE-CCYYMMDD      PIC 9(08).
         05 WS-SHIP-DATE-CCYYMMDD-R  REDEFINES WS-SHIP-DATE-CCYYMMDD.
           10 WS-SHIP-CC               PIC 9(02).
           10 WS-SHIP-YY               PIC 9(02).
           10 WS-SHIP-MM               PIC 9(02).
           10 WS-SHIP-DD               PIC 9(02).
         05 WS-SHIP-DATE-INTEGER       PIC 9(07).
         05 WS-SHIP-DATE-VALID-FLG     PIC X(01) VALUE 'N'.
           88 SHIP-DATE-VALID                    VALUE 'Y'.
         05 WS-SHIPPED-AGE-DAYS        PIC 9(05) VALUE ZEROES.

           COPY CVACT02Y.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'CARDS SHIPPED BUT NOT ACTIVATED REPORT'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(10) VALUE 'SHIPPED'.
           05  FILLER                  PIC X(07) VALUE 'DAYS'.
           05  FILLER                  PIC X(32) VALUE 'ACTION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID          PIC 9(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-SHIP-DATE        PIC X(08).
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

           OPEN INPUT ACTIVATION-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ ACTIVATION-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-RECORD
               END-READ
               IF WS-PARM-STATUS = '00'
                   PERFORM EDIT-PARM-LIMITS
               END-IF
           END-IF
           CLOSE ACTIVATION-PARM-FILE

           DISPLAY WS-PGMNAME ' REPORT AFTER DAYS : '
                   WS-REPORT-LIMIT-DAYS
           DISPLAY WS-PGMNAME ' CANCEL AFTER DAYS : '
                   WS-CANCEL-LIMIT-DAYS

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

           OPEN INPUT EMB-STATUS-FILE
           IF NOT ESTAT-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN EMBSTAT FAILED, STATUS: '
                       WS-ESTAT-STATUS
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

           OPEN OUTPUT ACTIVATION-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN ACTRPT FAILED, STATUS: '
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
      *                      EDIT-PARM-LIMITS
      *                      The cancel limit must stay longer than
      *                      the report limit so every card is listed
      *                      at least once before it is cancelled; a
      *                      pair that breaks that leaves the defaults
      *----------------------------------------------------------------*
       EDIT-PARM-LIMITS.

           IF FD-PARM-REPORT-DAYS IS NUMERIC
           AND FD-PARM-CANCEL-DAYS IS NUMERIC
               MOVE FD-PARM-REPORT-DAYS TO WS-PARM-REPORT-DAYS-N
               MOVE FD-PARM-CANCEL-DAYS TO WS-PARM-CANCEL-DAYS-N
               IF WS-PARM-CANCEL-DAYS-N > WS-PARM-REPORT-DAYS-N
                   MOVE WS-PARM-REPORT-DAYS-N TO WS-REPORT-LIMIT-DAYS
                   MOVE WS-PARM-CANCEL-DAYS-N TO WS-CANCEL-LIMIT-DAYS
               ELSE
                   DISPLAY WS-PGMNAME ' CANCEL DAYS NOT ABOVE REPORT '
                           'DAYS ON SYSIN, DEFAULTS USED'
               END-IF
           END-IF.

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
      *                      Only a shipped plastic is aged - a card
      *                      still at the vendor cannot be activated
      *                      yet, so it is counted and left alone
      *----------------------------------------------------------------*
       PROCESS-CARD-RECORD.

           IF CARD-ACTIVE-STATUS = WS-PENDING-MARKER
               ADD 1 TO WS-CARDS-PENDING
               PERFORM READ-EMBOSSING-STATUS
               EVALUATE TRUE
                   WHEN ESTAT-NOT-FOUND
                       ADD 1 TO WS-CARDS-NO-ORDER
                   WHEN NOT ESTAT-STATUS-OK
                       ADD 1 TO WS-CARDS-IN-ERROR
                       MOVE CARD-NUM TO CMW-CARD-NUM-IN
                       PERFORM MASK-CARD-NUMBER
                       DISPLAY WS-PGMNAME ' READ EMBSTAT FAILED FOR '
                               'CARD ' CMW-CARD-NUM-MASKED
                               ' STATUS: ' WS-ESTAT-STATUS
                   WHEN NOT EST-STATUS-SHIPPED
                       ADD 1 TO WS-CARDS-NOT-SHIPPED
                   WHEN OTHER
                       PERFORM AGE-SHIPPED-CARD
               END-EVALUATE
           END-IF

           PERFORM READ-NEXT-CARD.

      *----------------------------------------------------------------*
      *                      READ-EMBOSSING-STATUS
      *----------------------------------------------------------------*
       READ-EMBOSSING-STATUS.

           MOVE CARD-NUM TO EST-CARD-NUM

           READ EMB-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------*
      *                      AGE-SHIPPED-CARD
      *----------------------------------------------------------------*
       AGE-SHIPPED-CARD.

           PERFORM EDIT-SHIP-DATE

           IF SHIP-DATE-VALID
               IF WS-SHIP-DATE-INTEGER < WS-TODAY-INTEGER
                   COMPUTE WS-SHIPPED-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-SHIP-DATE-INTEGER
               ELSE
                   MOVE ZEROES TO WS-SHIPPED-AGE-DAYS
               END-IF
               MOVE EST-STATUS-DATE TO WS-DTL-SHIP-DATE
               EVALUATE TRUE
                   WHEN WS-SHIPPED-AGE-DAYS > WS-CANCEL-LIMIT-DAYS
                       PERFORM CANCEL-UNACTIVATED-CARD
                   WHEN WS-SHIPPED-AGE-DAYS > WS-REPORT-LIMIT-DAYS
                       ADD 1 TO WS-CARDS-REPORTED
                       MOVE 'SHIPPED, NOT ACTIVATED' TO WS-DTL-ACTION
                       PERFORM WRITE-ACTIVATION-DETAIL-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-CARDS-BAD-SHIP-DATE
               MOVE CARD-NUM TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               DISPLAY WS-PGMNAME ' UNUSABLE SHIP DATE ON '
                       'CARD ' CMW-CARD-NUM-MASKED ': '
                       EST-STATUS-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SHIP-DATE
      *                      EST-STATUS-DATE holds the vendor's ship
      *                      date as MM/DD/YY, always in this century;
      *                      it must be digit-checked before
      *                      INTEGER-OF-DATE or a corrupt record would
      *                      abend the whole run
      *----------------------------------------------------------------*
       EDIT-SHIP-DATE.

           MOVE 'N' TO WS-SHIP-DATE-VALID-FLG

           IF EST-STATUS-DATE(1:2) IS NUMERIC
           AND EST-STATUS-DATE(4:2) IS NUMERIC
           AND EST-STATUS-DATE(7:2) IS NUMERIC
               MOVE 20                     TO WS-SHIP-CC
               MOVE EST-STATUS-DATE(7:2)   TO WS-SHIP-YY
               MOVE EST-STATUS-DATE(1:2)   TO WS-SHIP-MM
               MOVE EST-STATUS-DATE(4:2)   TO WS-SHIP-DD
               IF WS-SHIP-MM > 0 AND WS-SHIP-MM < 13
               AND WS-SHIP-DD > 0 AND WS-SHIP-DD < 32
                   COMPUTE WS-SHIP-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-CCYYMMDD)
                   MOVE 'Y' TO WS-SHIP-DATE-VALID-FLG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      CANCEL-UNACTIVATED-CARD
      *                      Same outcome as a delete on the online
      *                      delete screen: the card is soft-deleted,
      *                      audited, and blocked at the authorization
      *                      system. No replacement is generated - the
      *                      cardholder has to ask for a new card
      *----------------------------------------------------------------*
       CANCEL-UNACTIVATED-CARD.

           SET CARD-NEVER-ACTIVATED    TO TRUE
           MOVE WS-SOFT-DELETED-MARKER TO CARD-ACTIVE-STATUS
           MOVE WS-CANCEL-REASON-CD    TO CARD-DELETE-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY    TO CARD-DELETE-DATE
           MOVE SPACES                 TO CARD-FREEZE-DATE

           REWRITE FD-CARD-RECORD FROM CARD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CARDFILE-STATUS-OK
               ADD 1 TO WS-CARDS-CANCELLED
               PERFORM WRITE-CANCEL-AUDIT-RECORD
               PERFORM WRITE-BLOCK-TDQ-RECORD
               MOVE 'CANCELLED - NOT ACTIVATED' TO WS-DTL-ACTION
               PERFORM WRITE-ACTIVATION-DETAIL-LINE
           ELSE
               ADD 1 TO WS-CARDS-IN-ERROR
               MOVE CARD-NUM TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               DISPLAY WS-PGMNAME ' REWRITE FAILED FOR CARD: '
                       CMW-CARD-NUM-MASKED
                       ' STATUS: ' WS-CARDFILE-STATUS
               MOVE 'NOT CANCELLED - REWRITE FAILED' TO WS-DTL-ACTION
               PERFORM WRITE-ACTIVATION-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CANCEL-AUDIT-RECORD
      *----------------------------------------------------------------*
       WRITE-CANCEL-AUDIT-RECORD.

           MOVE CARD-NUM               TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID           TO CDEL-AUDIT-ACCT-ID
           MOVE WS-BATCH-USER-ID       TO CDEL-AUDIT-USER-ID
           SET CDEL-AUDIT-ACTION-DELETE TO TRUE
           MOVE WS-CANCEL-REASON-CD    TO CDEL-AUDIT-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY    TO CDEL-AUDIT-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO CDEL-AUDIT-TIME

           WRITE CARDDEL-AUDIT-RECORD

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-BLOCK-TDQ-RECORD
      *                      CBCRD04C turns the card's new 'D' status
      *                      into a BLOCK advice for the authorization
      *                      system
      *----------------------------------------------------------------*
       WRITE-BLOCK-TDQ-RECORD.

           MOVE CARD-NUM               TO FD-TDQ-CARD-NUM
           MOVE CARD-ACCT-ID           TO FD-TDQ-ACCT-ID
           MOVE CARD-ACTIVE-STATUS     TO FD-TDQ-STATUS-CD
           MOVE WS-CURDATE-MM-DD-YY    TO FD-TDQ-DATE
           MOVE WS-CURTIME-HH-MM-SS    TO FD-TDQ-TIME

           WRITE FD-TDQ-BLOCK-RECORD

           IF WS-TDQ-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CRDTDQ FAILED, STATUS: '
                       WS-TDQ-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-ACTIVATION-DETAIL-LINE
      *----------------------------------------------------------------*
       WRITE-ACTIVATION-DETAIL-LINE.

           MOVE CARD-ACCT-ID                  TO WS-DTL-ACCT-ID
           MOVE CARD-NUM                      TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER
           MOVE CMW-CARD-NUM-MASKED           TO WS-DTL-CARD-NUM
           MOVE WS-SHIPPED-AGE-DAYS           TO WS-DTL-AGE-DAYS

           MOVE WS-DETAIL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'PENDING CARDS ON FILE' TO WS-TOT-DESC
           MOVE WS-CARDS-PENDING       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'PENDING CARDS NOT YET SHIPPED' TO WS-TOT-DESC
           MOVE WS-CARDS-NOT-SHIPPED   TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'PENDING CARDS WITH NO EMBOSSING ORDER'
                                       TO WS-TOT-DESC
           MOVE WS-CARDS-NO-ORDER      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SHIPPED, NOT ACTIVATED (REPORTED)' TO WS-TOT-DESC
           MOVE WS-CARDS-REPORTED      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SHIPPED, NOT ACTIVATED (CANCELLED)' TO WS-TOT-DESC
           MOVE WS-CARDS-CANCELLED     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SHIPPED CARDS WITH UNUSABLE SHIP DATE'
                                       TO WS-TOT-DESC
           MOVE WS-CARDS-BAD-SHIP-DATE TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'PENDING CARDS NOT PROCESSED (ERROR)'
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
      *                      pending cards that need a manual look
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE CARD-FILE
           CLOSE EMB-STATUS-FILE
           CLOSE CARD-DEL-AUDIT-FILE
           CLOSE CARD-BLOCK-TDQ-FILE
           CLOSE ACTIVATION-REPORT-FILE

           IF WS-CARDS-BAD-SHIP-DATE > ZEROES
           OR WS-CARDS-IN-ERROR > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' RECORDS SCANNED  : '
                   WS-RECORDS-SCANNED
           DISPLAY WS-PGMNAME ' PENDING CARDS    : '
                   WS-CARDS-PENDING
           DISPLAY WS-PGMNAME ' NOT YET SHIPPED  : '
                   WS-CARDS-NOT-SHIPPED
           DISPLAY WS-PGMNAME ' NO EMBOSS ORDER  : '
                   WS-CARDS-NO-ORDER
           DISPLAY WS-PGMNAME ' REPORTED         : '
                   WS-CARDS-REPORTED
           DISPLAY WS-PGMNAME ' CANCELLED        : '
                   WS-CARDS-CANCELLED
           DISPLAY WS-PGMNAME ' BAD SHIP DATES   : '
                   WS-CARDS-BAD-SHIP-DATE
           DISPLAY WS-PGMNAME ' ERRORS           : '
                   WS-CARDS-IN-ERROR
           DISPLAY WS-PGMNAME ' ENDING'.
