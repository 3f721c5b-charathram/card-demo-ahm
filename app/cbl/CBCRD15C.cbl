      ******************************************************************
      * Program     : CBCRD15C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly re-presentation of held letter requests.
      *               Reads the CRDNTFH file of cardholder letter
      *               requests that CBCRD09C could not letter for want
      *               of a usable mailing address and looks each
      *               account up again on CUSTADR, which is now kept
      *               current on the CCAM address maintenance screen.
      *               Requests whose account now has a usable address
      *               are appended to CRDNTF so CBCRD09C letters them
      *               tonight; the rest are written unchanged to the
      *               still-held file. The held pass goes first and
      *               parks the re-presentable requests on the
      *               CRDNTFR work file; CRDNTF is only appended once
      *               every request is safely on one or the other,
      *               so a failed run (RC 16) leaves CRDNTF untouched.
      *               RC 4 when a request stays held for want of an
      *               address. Runs ahead of CBCRD09C
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
       PROGRAM-ID. CBCRD15C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-REQUEST-FILE ASSIGN TO CRDNTFH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT CUST-ADDRESS-FILE ASSIGN TO CUSTADR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-ACCT-ID
               FILE STATUS IS WS-ADDRESS-STATUS.

           SELECT NOTIFY-LETTER-FILE ASSIGN TO CRDNTF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.

           SELECT STILL-HELD-FILE ASSIGN TO CRDNTFS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STILL-STATUS.

           SELECT REPRESENT-WORK-FILE ASSIGN TO CRDNTFR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT REPRESENT-REPORT-FILE ASSIGN TO ADRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *LETTER REQUESTS HELD OVER BY CBCRD09C, IN THE CRDNTF LAYOUT
       FD  HELD-REQUEST-FILE
           RECORDING MODE IS F.
           COPY CVNTF01Y.

      *CARDHOLDER MAILING ADDRESS REFERENCE FILE, KEYED BY ACCOUNT
       FD  CUST-ADDRESS-FILE
           RECORDING MODE IS F.
           COPY CVADR01Y.

      *TONIGHT'S LETTER REQUESTS; RE-PRESENTED REQUESTS ARE ADDED TO
      *THE END OF THE DAY'S NEW ONES
       FD  NOTIFY-LETTER-FILE
           RECORDING MODE IS F.
       01  FD-NOTIFY-RECORD                    PIC X(100).

      *REQUESTS STILL WITHOUT A USABLE ADDRESS, UNCHANGED
       FD  STILL-HELD-FILE
           RECORDING MODE IS F.
       01  FD-STILL-HELD-RECORD                PIC X(100).

      *REQUESTS TO BE RE-PRESENTED, PARKED UNTIL THE HELD PASS IS DONE
       FD  REPRESENT-WORK-FILE
           RECORDING MODE IS F.
       01  FD-WORK-RECORD                      PIC X(100).

       FD  REPRESENT-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD15C'.
         05 WS-HELD-STATUS             PIC X(02) VALUE '00'.
           88 HELD-STATUS-OK                     VALUE '00'.
         05 WS-ADDRESS-STATUS          PIC X(02) VALUE '00'.
           88 ADDRESS-STATUS-OK                  VALUE '00'.
           88 ADDRESS-STATUS-NOTFND              VALUE '23'.
         05 WS-NOTIFY-STATUS           PIC X(02) VALUE '00'.
         05 WS-STILL-STATUS            PIC X(02) VALUE '00'.
         05 WS-WORK-STATUS             PIC X(02) VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-END-OF-HELD-FLG         PIC X(01) VALUE 'N'.
           88 END-OF-HELD                        VALUE 'Y'.
         05 WS-END-OF-WORK-FLG         PIC X(01) VALUE 'N'.
           88 END-OF-WORK                        VALUE 'Y'.
         05 WS-ADDRESS-USABLE-FLG      PIC X(01) VALUE 'N'.
           88 ADDRESS-USABLE                     VALUE 'Y'.
           88 ADDRESS-NOT-USABLE                 VALUE 'N'.
         05 WS-HOLD-REASON             PIC X(30) VALUE SPACES.
         05 WS-COUNTERS.
           10 WS-HELD-READ             PIC 9(07) VALUE ZEROES.
           10 WS-REPRESENTED           PIC 9(07) VALUE ZEROES.
           10 WS-STILL-NO-ADDR         PIC 9(07) VALUE ZEROES.
           10 WS-STILL-BAD-ADDR        PIC 9(07) VALUE ZEROES.
           10 WS-STILL-HELD            PIC 9(07) VALUE ZEROES.
           10 WS-NOTIFY-WRITE-ERRS     PIC 9(07) VALUE ZEROES.
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

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE 'HELD LETTER REQUEST RE-PRESENTATION'.
           05  FILLER                  PIC X(05) VALUE 'FOR '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(17) VALUE 'CARD'.
           05  FILLER                  PIC X(08) VALUE 'REASON'.
           05  FILLER                  PIC X(09) VALUE 'DELETED'.
           05  FILLER                  PIC X(34) VALUE 'DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID          PIC 9(11).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REASON-CD        PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DELETE-DATE      PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-DISPOSITION      PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.

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
           PERFORM READ-NEXT-HELD-REQUEST
           PERFORM PROCESS-HELD-REQUEST UNTIL END-OF-HELD
           CLOSE REPRESENT-WORK-FILE

      *A REQUEST THAT MADE NEITHER OUTPUT OF THE HELD PASS IS STILL ON
      *CRDNTFH; NOTHING GOES TO CRDNTF SO THE RERUN STARTS CLEAN
           IF RETURN-CODE = ZEROES
               PERFORM APPEND-REPRESENTED-REQUESTS
           ELSE
               DISPLAY WS-PGMNAME ' HELD PASS FAILED, NOTHING '
                       'RE-PRESENTED'
           END-IF

           PERFORM WRITE-REPORT-TOTALS
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

           OPEN INPUT  HELD-REQUEST-FILE
           IF NOT HELD-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDNTFH FAILED, STATUS: '
                       WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CUST-ADDRESS-FILE
           IF NOT ADDRESS-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CUSTADR FAILED, STATUS: '
                       WS-ADDRESS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT STILL-HELD-FILE
           IF WS-STILL-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDNTFS FAILED, STATUS: '
                       WS-STILL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPRESENT-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDNTFR FAILED, STATUS: '
                       WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPRESENT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN ADRRPT FAILED, STATUS: '
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
      *                      READ-NEXT-HELD-REQUEST
      *----------------------------------------------------------------*
       READ-NEXT-HELD-REQUEST.

           READ HELD-REQUEST-FILE
               AT END
                   SET END-OF-HELD TO TRUE
           END-READ

           IF NOT END-OF-HELD
               ADD 1 TO WS-HELD-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-HELD-REQUEST
      *----------------------------------------------------------------*
       PROCESS-HELD-REQUEST.

           PERFORM LOOKUP-CUSTOMER-ADDRESS

           IF ADDRESS-USABLE
               PERFORM PARK-REQUEST-FOR-REPRESENT
           ELSE
               PERFORM KEEP-REQUEST-HELD
           END-IF

           PERFORM WRITE-DETAIL-LINE
           PERFORM READ-NEXT-HELD-REQUEST.

      *----------------------------------------------------------------*
      *                      LOOKUP-CUSTOMER-ADDRESS
      *                      Same test CBCRD09C applies: the account
      *                      must have an address record with a first
      *                      line, or the letter cannot go out
      *----------------------------------------------------------------*
       LOOKUP-CUSTOMER-ADDRESS.

           SET ADDRESS-NOT-USABLE TO TRUE
           MOVE SPACES TO WS-HOLD-REASON
           MOVE CNL-ACCT-ID TO ADR-ACCT-ID

           READ CUST-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN ADDRESS-STATUS-NOTFND
                   ADD 1 TO WS-STILL-NO-ADDR
                   MOVE 'STILL HELD - NO ADDRESS' TO WS-HOLD-REASON
               WHEN NOT ADDRESS-STATUS-OK
                   ADD 1 TO WS-STILL-BAD-ADDR
                   MOVE 'STILL HELD - ADDRESS READ ERR'
                     TO WS-HOLD-REASON
                   DISPLAY WS-PGMNAME ' READ CUSTADR FAILED, '
                           'STATUS: ' WS-ADDRESS-STATUS
               WHEN ADR-LINE-1 = SPACES
                   ADD 1 TO WS-STILL-BAD-ADDR
                   MOVE 'STILL HELD - ADDRESS INCOMPLETE'
                     TO WS-HOLD-REASON
               WHEN OTHER
                   SET ADDRESS-USABLE TO TRUE
                   MOVE 'RE-PRESENTED FOR LETTERING'
                     TO WS-HOLD-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PARK-REQUEST-FOR-REPRESENT
      *----------------------------------------------------------------*
       PARK-REQUEST-FOR-REPRESENT.

           MOVE SPACES                     TO FD-WORK-RECORD
           MOVE CARD-NOTIFY-LETTER-RECORD  TO FD-WORK-RECORD

           WRITE FD-WORK-RECORD

           IF WS-WORK-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CRDNTFR FAILED, STATUS: '
                       WS-WORK-STATUS
               MOVE 'HELD PASS FAILED' TO WS-HOLD-REASON
               MOVE 16 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      APPEND-REPRESENTED-REQUESTS
      *                      Second pass: every held request is now on
      *                      the still-held file or the work file, so
      *                      the work file can go onto CRDNTF
      *----------------------------------------------------------------*
       APPEND-REPRESENTED-REQUESTS.

           OPEN INPUT REPRESENT-WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CRDNTFR FAILED, STATUS: '
                       WS-WORK-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN EXTEND NOTIFY-LETTER-FILE
               IF WS-NOTIFY-STATUS NOT = '00'
                   DISPLAY WS-PGMNAME ' OPEN CRDNTF FAILED, STATUS: '
                           WS-NOTIFY-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM READ-NEXT-PARKED-REQUEST
                   PERFORM REPRESENT-REQUEST UNTIL END-OF-WORK
                   CLOSE NOTIFY-LETTER-FILE
               END-IF
               CLOSE REPRESENT-WORK-FILE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NEXT-PARKED-REQUEST
      *----------------------------------------------------------------*
       READ-NEXT-PARKED-REQUEST.

           READ REPRESENT-WORK-FILE INTO CARD-NOTIFY-LETTER-RECORD
               AT END
                   SET END-OF-WORK TO TRUE
           END-READ.

      *----------------------------------------------------------------*
      *                      REPRESENT-REQUEST
      *                      The request goes back on CRDNTF exactly
      *                      as it was held, so the letter keeps the
      *                      original delete date and time
      *----------------------------------------------------------------*
       REPRESENT-REQUEST.

           MOVE SPACES                     TO FD-NOTIFY-RECORD
           MOVE CARD-NOTIFY-LETTER-RECORD  TO FD-NOTIFY-RECORD

           WRITE FD-NOTIFY-RECORD

           IF WS-NOTIFY-STATUS = '00'
               ADD 1 TO WS-REPRESENTED
           ELSE
               ADD 1 TO WS-NOTIFY-WRITE-ERRS
               DISPLAY WS-PGMNAME ' WRITE CRDNTF FAILED, STATUS: '
                       WS-NOTIFY-STATUS
               MOVE 'STILL HELD - CRDNTF WRITE ERR' TO WS-HOLD-REASON
               PERFORM KEEP-REQUEST-HELD
               PERFORM WRITE-DETAIL-LINE
           END-IF

           PERFORM READ-NEXT-PARKED-REQUEST.

      *----------------------------------------------------------------*
      *                      KEEP-REQUEST-HELD
      *                      A request is never dropped: anything not
      *                      re-presented stays on the held file
      *----------------------------------------------------------------*
       KEEP-REQUEST-HELD.

           ADD 1 TO WS-STILL-HELD
           MOVE SPACES                     TO FD-STILL-HELD-RECORD
           MOVE CARD-NOTIFY-LETTER-RECORD  TO FD-STILL-HELD-RECORD

           WRITE FD-STILL-HELD-RECORD

           IF WS-STILL-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CRDNTFS FAILED, STATUS: '
                       WS-STILL-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-DETAIL-LINE
      *----------------------------------------------------------------*
       WRITE-DETAIL-LINE.

           MOVE CNL-ACCT-ID                TO WS-DTL-ACCT-ID
           MOVE CNL-CARD-NUM-MASKED        TO WS-DTL-CARD-NUM
           MOVE CNL-REASON-CD              TO WS-DTL-REASON-CD
           MOVE CNL-DELETE-DATE            TO WS-DTL-DELETE-DATE
           MOVE WS-HOLD-REASON             TO WS-DTL-DISPOSITION
           MOVE WS-DETAIL-LINE             TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-REPORT-TOTALS
      *----------------------------------------------------------------*
       WRITE-REPORT-TOTALS.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'HELD LETTER REQUESTS READ:'
             TO WS-TOT-DESC
           MOVE WS-HELD-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'RE-PRESENTED FOR LETTERING:'
             TO WS-TOT-DESC
           MOVE WS-REPRESENTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'STILL HELD - NO ADDRESS ON FILE:'
             TO WS-TOT-DESC
           MOVE WS-STILL-NO-ADDR TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'STILL HELD - ADDRESS UNUSABLE:'
             TO WS-TOT-DESC
           MOVE WS-STILL-BAD-ADDR TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'STILL HELD - CRDNTF WRITE FAILED:'
             TO WS-TOT-DESC
           MOVE WS-NOTIFY-WRITE-ERRS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'REQUESTS KEPT ON THE HELD FILE:'
             TO WS-TOT-DESC
           MOVE WS-STILL-HELD TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      TERMINATION
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE HELD-REQUEST-FILE
           CLOSE CUST-ADDRESS-FILE
           CLOSE STILL-HELD-FILE
           CLOSE REPRESENT-REPORT-FILE

           DISPLAY WS-PGMNAME ' HELD READ        : ' WS-HELD-READ
           DISPLAY WS-PGMNAME ' RE-PRESENTED     : ' WS-REPRESENTED
           DISPLAY WS-PGMNAME ' STILL HELD       : ' WS-STILL-HELD

           IF RETURN-CODE = ZEROES
           AND (WS-STILL-NO-ADDR     > ZEROES
             OR WS-STILL-BAD-ADDR    > ZEROES
             OR WS-NOTIFY-WRITE-ERRS > ZEROES)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' ENDING'.
