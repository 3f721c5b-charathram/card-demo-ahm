      ******************************************************************
      * Program     : CBCRD18C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Weekly CARDDAT data-integrity scan. Reads every
      *               card record, read-only, and checks it against
      *               the rules no online or batch program should
      *               ever break: a deleted card must carry a delete
      *               reason and a usable delete date, a reason code
      *               must exist on CRDRSN, the card number must pass
      *               the Luhn check, the expiration date must be a
      *               valid CCYY-MM-DD, the status must be one the
      *               programs set, the account must have a mailing
      *               address on CUSTADR and the card's BIN must be
      *               on the CRDBIN range control. Every broken rule
      *               is written to the CRDIEX exceptions extract for
      *               the correction process; CBCRD19C reports it
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
       PROGRAM-ID. CBCRD18C.
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

           SELECT CARD-REASON-FILE ASSIGN TO CRDRSN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSN-REASON-CD
               FILE STATUS IS WS-CRDRSN-STATUS.

           SELECT CUST-ADDRESS-FILE ASSIGN TO CUSTADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-ACCT-ID
               FILE STATUS IS WS-CUSTADR-STATUS.

           SELECT CARD-BIN-FILE ASSIGN TO CRDBIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIN-ISSUER-BIN
               FILE STATUS IS WS-CRDBIN-STATUS.

           SELECT INTEGRITY-EXCP-FILE ASSIGN TO CRDIEX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRDIEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  FD-CARD-RECORD.
           05  FD-CARD-NUM                     PIC X(16).
           05  FD-CARD-ACCT-ID                 PIC 9(11).
           05  FILLER                          PIC X(123).

      *DELETE REASON CODE REFERENCE FILE
       FD  CARD-REASON-FILE
           RECORDING MODE IS F.
           COPY CVRSN01Y.

      *CARDHOLDER MAILING ADDRESS FILE
       FD  CUST-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY CVADR01Y.

      *CARD NUMBER RANGE CONTROL FILE, ONE RECORD PER ISSUER BIN
       FD  CARD-BIN-FILE
           RECORDING MODE IS F.
           COPY CVBIN01Y.

       FD  INTEGRITY-EXCP-FILE
           RECORDING MODE IS F.
           COPY CVIEX01Y.

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD18C'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
         05 WS-CRDRSN-STATUS           PIC X(02) VALUE '00'.
           88 CRDRSN-STATUS-OK                   VALUE '00'.
           88 CRDRSN-NOT-FOUND                   VALUE '23'.
         05 WS-CUSTADR-STATUS          PIC X(02) VALUE '00'.
           88 CUSTADR-STATUS-OK                  VALUE '00'.
           88 CUSTADR-NOT-FOUND                  VALUE '23'.
         05 WS-CRDBIN-STATUS           PIC X(02) VALUE '00'.
           88 CRDBIN-STATUS-OK                   VALUE '00'.
           88 CRDBIN-NOT-FOUND                   VALUE '23'.
         05 WS-CRDIEX-STATUS           PIC X(02) VALUE '00'.
         05 WS-END-OF-CARDFILE-FLG     PIC X(01) VALUE 'N'.
           88 END-OF-CARDFILE                    VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-SCAN-STATUS             PIC X(01) VALUE SPACES.
           88 CARD-STATUS-VALID                  VALUE 'Y' 'D' 'E'
                                                       'F' 'P'.
         05 WS-PREV-ACCT-ID            PIC 9(11) VALUE ZEROES.
         05 WS-FIRST-CARD-FLG          PIC X(01) VALUE 'Y'.
           88 FIRST-CARD                         VALUE 'Y'.
         05 WS-RULE-SUB                PIC S9(04) COMP VALUE ZEROS.
         05 WS-EXCP-VALUE              PIC X(16) VALUE SPACES.
         05 WS-EXP-DATE-VALID-FLG      PIC X(01) VALUE 'N'.
           88 EXP-DATE-VALID                     VALUE 'Y'.
         05 WS-EXP-DATE-CCYYMMDD       PIC 9(08) VALUE ZEROES.
         05 WS-EXP-DATE-CCYYMMDD-R  REDEFINES WS-EXP-DATE-CCYYMMDD.
           10 WS-EXP-CCYY              PIC 9(04).
           10 WS-EXP-MM                PIC 9(02).
           10 WS-EXP-DD                PIC 9(02).
         05 WS-DEL-DATE-VALID-FLG      PIC X(01) VALUE 'N'.
           88 DEL-DATE-VALID                     VALUE 'Y'.
         05 WS-DEL-MM                  PIC 9(02) VALUE ZEROES.
         05 WS-DEL-DD                  PIC 9(02) VALUE ZEROES.
         05 WS-LUHN-CARD-NUM           PIC X(16) VALUE ZEROES.
         05 WS-LUHN-DIGITS REDEFINES WS-LUHN-CARD-NUM.
           10 WS-LUHN-DIGIT OCCURS 16 TIMES
                                       PIC 9(01).
         05 WS-LUHN-SUB                PIC S9(04) COMP VALUE ZEROS.
         05 WS-LUHN-SUM                PIC 9(05) VALUE ZEROES.
         05 WS-LUHN-WORK               PIC 9(02) VALUE ZEROES.
         05 WS-LUHN-PARITY             PIC 9(01) VALUE ZEROES.
         05 WS-LUHN-QUOT               PIC 9(05) VALUE ZEROES.
         05 WS-LUHN-REM                PIC 9(02) VALUE ZEROES.
         05 WS-LUHN-CHECK-DIGIT        PIC 9(01) VALUE ZEROES.
         05 WS-COUNTERS.
           10 WS-RECORDS-SCANNED       PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-WITH-EXCP       PIC 9(07) VALUE ZEROES.
           10 WS-EXCEPTIONS-WRITTEN    PIC 9(07) VALUE ZEROES.
           10 WS-LOOKUPS-IN-ERROR      PIC 9(07) VALUE ZEROES.
         05 WS-CARD-EXCP-COUNT         PIC 9(02) VALUE ZEROES.
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

      *----------------------------------------------------------------*
      * Integrity rules - code, severity (H/M/L) and description. The
      * rule number is the table subscript; CBCRD19C applies the run's
      * severity threshold to these severities
      *----------------------------------------------------------------*
       01 WS-RULE-VALUES.
           05 FILLER                   PIC X(40)
               VALUE 'R01HDELETED CARD WITH NO DELETE REASON  '.
           05 FILLER                   PIC X(40)
               VALUE 'R02HDELETED CARD, DELETE DATE UNUSABLE  '.
           05 FILLER                   PIC X(40)
               VALUE 'R03MDELETE REASON NOT ON CRDRSN         '.
           05 FILLER                   PIC X(40)
               VALUE 'R04HCARD NUMBER FAILS LUHN CHECK        '.
           05 FILLER                   PIC X(40)
               VALUE 'R05MEXPIRATION DATE NOT CCYY-MM-DD      '.
           05 FILLER                   PIC X(40)
               VALUE 'R06HCARD STATUS NOT Y/D/E/F/P           '.
           05 FILLER                   PIC X(40)
               VALUE 'R07LACCOUNT HAS NO ADDRESS ON CUSTADR   '.
           05 FILLER                   PIC X(40)
               VALUE 'R08MCARD BIN NOT ON CRDBIN              '.
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-ENTRY OCCURS 8 TIMES.
              10 WS-RULE-CD            PIC X(03).
              10 WS-RULE-SEVERITY      PIC X(01).
              10 WS-RULE-DESC          PIC X(36).

       01 WS-RULE-COUNTS.
           05 WS-RULE-COUNT OCCURS 8 TIMES
                                       PIC 9(07).

           COPY CVACT02Y.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA
      *----------------------------------------------------------------*
       MAIN-PARA.

           PERFORM INITIALIZATION
           PERFORM READ-NEXT-CARD
           PERFORM PROCESS-CARD-RECORD UNTIL END-OF-CARDFILE
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

           MOVE ZEROES TO WS-RULE-COUNTS

      *EVERY FILE IS OPENED INPUT - THE SCAN NEVER CHANGES CARDDAT OR
      *THE REFERENCE FILES, IT ONLY REPORTS WHAT NEEDS CORRECTING
           OPEN INPUT CARD-FILE
           IF NOT CARDFILE-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDFILE FAILED, STATUS: '
                       WS-CARDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CARD-REASON-FILE
           IF NOT CRDRSN-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDRSN FAILED, STATUS: '
                       WS-CRDRSN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUST-ADDRESS-FILE
           IF NOT CUSTADR-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CUSTADR FAILED, STATUS: '
                       WS-CUSTADR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CARD-BIN-FILE
           IF NOT CRDBIN-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDBIN FAILED, STATUS: '
                       WS-CRDBIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INTEGRITY-EXCP-FILE
           IF WS-CRDIEX-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDIEX FAILED, STATUS: '
                       WS-CRDIEX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *SCANNING BY THE ACCOUNT-ID ALTERNATE KEY LETS THE ADDRESS RULE
      *BE CHECKED ONCE PER ACCOUNT RATHER THAN ONCE PER CARD
           MOVE ZEROES TO FD-CARD-ACCT-ID
           START CARD-FILE KEY IS NOT LESS THAN FD-CARD-ACCT-ID
               INVALID KEY
                   SET END-OF-CARDFILE TO TRUE
           END-START.

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
      *                      Every rule is applied to every card, so
      *                      a card breaking several rules shows up
      *                      once under each of them
      *----------------------------------------------------------------*
       PROCESS-CARD-RECORD.

           MOVE ZEROES TO WS-CARD-EXCP-COUNT

           PERFORM CHECK-DELETE-FIELDS
           PERFORM CHECK-REASON-ON-FILE
           PERFORM CHECK-CARD-NUMBER-LUHN
           PERFORM CHECK-EXPIRATION-DATE
           PERFORM CHECK-CARD-STATUS

           IF FIRST-CARD
           OR CARD-ACCT-ID NOT = WS-PREV-ACCT-ID
               MOVE 'N'          TO WS-FIRST-CARD-FLG
               MOVE CARD-ACCT-ID TO WS-PREV-ACCT-ID
               PERFORM CHECK-ACCOUNT-ADDRESS
           END-IF

           PERFORM CHECK-CARD-BIN

           IF WS-CARD-EXCP-COUNT > ZEROES
               ADD 1 TO WS-CARDS-WITH-EXCP
           END-IF

           PERFORM READ-NEXT-CARD.

      *----------------------------------------------------------------*
      *                      CHECK-DELETE-FIELDS
      *                      Rules R01/R02 - a soft-deleted card must
      *                      say why and when; the delete date is
      *                      MM/DD/YY as every delete path writes it
      *----------------------------------------------------------------*
       CHECK-DELETE-FIELDS.

           IF CARD-ACTIVE-STATUS = WS-SOFT-DELETED-MARKER
               IF CARD-DELETE-REASON-CD = SPACES OR LOW-VALUES
                   MOVE 1      TO WS-RULE-SUB
                   MOVE SPACES TO WS-EXCP-VALUE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF

               PERFORM EDIT-DELETE-DATE
               IF NOT DEL-DATE-VALID
                   MOVE 2                TO WS-RULE-SUB
                   MOVE CARD-DELETE-DATE TO WS-EXCP-VALUE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-DELETE-DATE
      *----------------------------------------------------------------*
       EDIT-DELETE-DATE.

           MOVE 'N' TO WS-DEL-DATE-VALID-FLG

           IF CARD-DELETE-DATE(1:2) IS NUMERIC
           AND CARD-DELETE-DATE(3:1) = '/'
           AND CARD-DELETE-DATE(4:2) IS NUMERIC
           AND CARD-DELETE-DATE(6:1) = '/'
           AND CARD-DELETE-DATE(7:2) IS NUMERIC
               MOVE CARD-DELETE-DATE(1:2) TO WS-DEL-MM
               MOVE CARD-DELETE-DATE(4:2) TO WS-DEL-DD
               IF WS-DEL-MM > 0 AND WS-DEL-MM < 13
               AND WS-DEL-DD > 0 AND WS-DEL-DD < 32
                   MOVE 'Y' TO WS-DEL-DATE-VALID-FLG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-REASON-ON-FILE
      *                      Rule R03 - any reason code on the card,
      *                      active or retired, must still exist on
      *                      CRDRSN
      *----------------------------------------------------------------*
       CHECK-REASON-ON-FILE.

           IF CARD-DELETE-REASON-CD NOT = SPACES
           AND CARD-DELETE-REASON-CD NOT = LOW-VALUES
               MOVE CARD-DELETE-REASON-CD TO RSN-REASON-CD
               READ CARD-REASON-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN CRDRSN-STATUS-OK
                       CONTINUE
                   WHEN CRDRSN-NOT-FOUND
                       MOVE 3                     TO WS-RULE-SUB
                       MOVE CARD-DELETE-REASON-CD TO WS-EXCP-VALUE
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN OTHER
                       ADD 1 TO WS-LOOKUPS-IN-ERROR
                       DISPLAY WS-PGMNAME ' READ CRDRSN FAILED FOR '
                               CARD-DELETE-REASON-CD
                               ' STATUS: ' WS-CRDRSN-STATUS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-CARD-NUMBER-LUHN
      *                      Rule R04 - a card number that is not 16
      *                      digits fails outright
      *----------------------------------------------------------------*
       CHECK-CARD-NUMBER-LUHN.

           IF CARD-NUM IS NUMERIC
               MOVE CARD-NUM TO WS-LUHN-CARD-NUM
               PERFORM COMPUTE-LUHN-CHECK-DIGIT
               IF WS-LUHN-CHECK-DIGIT NOT = WS-LUHN-DIGIT(16)
                   MOVE 4        TO WS-RULE-SUB
                   MOVE CARD-NUM TO WS-EXCP-VALUE
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           ELSE
               MOVE 4        TO WS-RULE-SUB
               MOVE CARD-NUM TO WS-EXCP-VALUE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-LUHN-CHECK-DIGIT
      *                      Standard Luhn over positions 1-15 of
      *                      WS-LUHN-CARD-NUM; the result is the
      *                      digit that belongs in position 16
      *----------------------------------------------------------------*
       COMPUTE-LUHN-CHECK-DIGIT.

           MOVE ZEROES TO WS-LUHN-SUM
           PERFORM LUHN-ADD-DIGIT
               VARYING WS-LUHN-SUB FROM 1 BY 1
               UNTIL WS-LUHN-SUB > 15

           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM = ZEROES
               MOVE ZEROES TO WS-LUHN-CHECK-DIGIT
           ELSE
               COMPUTE WS-LUHN-CHECK-DIGIT = 10 - WS-LUHN-REM
           END-IF.

      *----------------------------------------------------------------*
      *                      LUHN-ADD-DIGIT
      *                      Digits an odd distance from the check
      *                      digit (positions 15, 13, ... 1) are
      *                      doubled, with 9 subtracted when the
      *                      double carries
      *----------------------------------------------------------------*
       LUHN-ADD-DIGIT.

           DIVIDE WS-LUHN-SUB BY 2
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-PARITY

           IF WS-LUHN-PARITY = 1
               COMPUTE WS-LUHN-WORK = WS-LUHN-DIGIT(WS-LUHN-SUB) * 2
               IF WS-LUHN-WORK > 9
                   SUBTRACT 9 FROM WS-LUHN-WORK
               END-IF
               ADD WS-LUHN-WORK TO WS-LUHN-SUM
           ELSE
               ADD WS-LUHN-DIGIT(WS-LUHN-SUB) TO WS-LUHN-SUM
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-EXPIRATION-DATE
      *                      Rule R05 - the same edit CBCRD06C applies
      *                      before it ages a card; a date that fails
      *                      it is never expired or renewed there
      *----------------------------------------------------------------*
       CHECK-EXPIRATION-DATE.

           MOVE 'N' TO WS-EXP-DATE-VALID-FLG

           IF CARD-EXPIRAION-DATE(1:4) IS NUMERIC
           AND CARD-EXPIRAION-DATE(6:2) IS NUMERIC
           AND CARD-EXPIRAION-DATE(9:2) IS NUMERIC
               MOVE CARD-EXPIRAION-DATE(1:4) TO WS-EXP-CCYY
               MOVE CARD-EXPIRAION-DATE(6:2) TO WS-EXP-MM
               MOVE CARD-EXPIRAION-DATE(9:2) TO WS-EXP-DD
               IF WS-EXP-MM > 0 AND WS-EXP-MM < 13
               AND WS-EXP-DD > 0 AND WS-EXP-DD < 32
               AND WS-EXP-CCYY > 1900
                   MOVE 'Y' TO WS-EXP-DATE-VALID-FLG
               END-IF
           END-IF

           IF NOT EXP-DATE-VALID
               MOVE 5                   TO WS-RULE-SUB
               MOVE CARD-EXPIRAION-DATE TO WS-EXCP-VALUE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-CARD-STATUS
      *                      Rule R06 - active, deleted, expired,
      *                      frozen and pending are the only statuses
      *                      any program sets
      *----------------------------------------------------------------*
       CHECK-CARD-STATUS.

           MOVE CARD-ACTIVE-STATUS TO WS-SCAN-STATUS

           IF NOT CARD-STATUS-VALID
               MOVE 6                  TO WS-RULE-SUB
               MOVE CARD-ACTIVE-STATUS TO WS-EXCP-VALUE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-ACCOUNT-ADDRESS
      *                      Rule R07 - without a mailing address the
      *                      correspondence job can only hold the
      *                      account's letters. Reported against the
      *                      account's first card
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-ADDRESS.

           MOVE CARD-ACCT-ID TO ADR-ACCT-ID
           READ CUST-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CUSTADR-STATUS-OK
                   CONTINUE
               WHEN CUSTADR-NOT-FOUND
                   MOVE 7            TO WS-RULE-SUB
                   MOVE CARD-ACCT-ID TO WS-EXCP-VALUE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   ADD 1 TO WS-LOOKUPS-IN-ERROR
                   DISPLAY WS-PGMNAME ' READ CUSTADR FAILED FOR '
                           'ACCOUNT ' CARD-ACCT-ID
                           ' STATUS: ' WS-CUSTADR-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-CARD-BIN
      *                      Rule R08 - the first six digits must be a
      *                      BIN the range control knows, open or not
      *----------------------------------------------------------------*
       CHECK-CARD-BIN.

           MOVE CARD-NUM(1:6) TO BIN-ISSUER-BIN
           READ CARD-BIN-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CRDBIN-STATUS-OK
                   CONTINUE
               WHEN CRDBIN-NOT-FOUND
                   MOVE 8             TO WS-RULE-SUB
                   MOVE CARD-NUM(1:6) TO WS-EXCP-VALUE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   ADD 1 TO WS-LOOKUPS-IN-ERROR
                   DISPLAY WS-PGMNAME ' READ CRDBIN FAILED FOR BIN '
                           CARD-NUM(1:6)
                           ' STATUS: ' WS-CRDBIN-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-EXCEPTION-RECORD
      *                      One extract record for the rule in
      *                      WS-RULE-SUB, with the offending value in
      *                      WS-EXCP-VALUE
      *----------------------------------------------------------------*
       WRITE-EXCEPTION-RECORD.

           MOVE SPACES                     TO CARD-INTEGRITY-EXCP-RECORD
           MOVE WS-RULE-CD(WS-RULE-SUB)    TO IEX-RULE-CD
           MOVE WS-RULE-SEVERITY(WS-RULE-SUB)
                                           TO IEX-SEVERITY-CD
           MOVE CARD-NUM                   TO IEX-CARD-NUM
           MOVE CARD-ACCT-ID               TO IEX-ACCT-ID
           MOVE CARD-ACTIVE-STATUS         TO IEX-ACTIVE-STATUS
           MOVE WS-EXCP-VALUE              TO IEX-FIELD-VALUE
           MOVE WS-RULE-DESC(WS-RULE-SUB)  TO IEX-RULE-DESC
           MOVE WS-CURDATE-MM-DD-YY        TO IEX-SCAN-DATE

           WRITE CARD-INTEGRITY-EXCP-RECORD

           IF WS-CRDIEX-STATUS = '00'
               ADD 1 TO WS-RULE-COUNT(WS-RULE-SUB)
               ADD 1 TO WS-EXCEPTIONS-WRITTEN
               ADD 1 TO WS-CARD-EXCP-COUNT
           ELSE
               MOVE CARD-NUM TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               DISPLAY WS-PGMNAME ' WRITE CRDIEX FAILED FOR CARD '
                       CMW-CARD-NUM-MASKED
                       ' STATUS: ' WS-CRDIEX-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      MASK-CARD-NUMBER
      *----------------------------------------------------------------*
       MASK-CARD-NUMBER.

           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

      *----------------------------------------------------------------*
      *                      DISPLAY-RULE-COUNT
      *----------------------------------------------------------------*
       DISPLAY-RULE-COUNT.

           DISPLAY WS-PGMNAME ' RULE ' WS-RULE-CD(WS-RULE-SUB) ' '
                   WS-RULE-DESC(WS-RULE-SUB) ': '
                   WS-RULE-COUNT(WS-RULE-SUB).

      *----------------------------------------------------------------*
      *                      TERMINATION
      *                      A failed lookup leaves that rule
      *                      unchecked for the card, so the run ends
      *                      RC=4 rather than looking clean
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE CARD-FILE
           CLOSE CARD-REASON-FILE
           CLOSE CUST-ADDRESS-FILE
           CLOSE CARD-BIN-FILE
           CLOSE INTEGRITY-EXCP-FILE

           IF WS-LOOKUPS-IN-ERROR > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' RECORDS SCANNED  : '
                   WS-RECORDS-SCANNED
           DISPLAY WS-PGMNAME ' CARDS IN ERROR   : '
                   WS-CARDS-WITH-EXCP
           DISPLAY WS-PGMNAME ' EXCEPTIONS       : '
                   WS-EXCEPTIONS-WRITTEN
           DISPLAY WS-PGMNAME ' LOOKUP ERRORS    : '
                   WS-LOOKUPS-IN-ERROR
           PERFORM DISPLAY-RULE-COUNT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > 8
           DISPLAY WS-PGMNAME ' ENDING'.
