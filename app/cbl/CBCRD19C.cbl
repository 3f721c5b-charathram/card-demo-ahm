      ******************************************************************
      * Program     : CBCRD19C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : CARDDAT data-integrity exceptions report. Reads
      *               the CRDIEX exceptions extract written by the
      *               CBCRD18C scan, sorted by rule, and lists the
      *               exceptions grouped by rule with a count per rule
      *               and totals by severity. The run ends RC=8 when
      *               the exceptions at or above the SYSIN severity
      *               level exceed the number the SYSIN threshold
      *               tolerates, so the scheduler can alert on it
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
       PROGRAM-ID. CBCRD19C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEGRITY-EXCP-FILE ASSIGN TO IEXSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IEXSRT-STATUS.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO IEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT INTEGRITY-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *INTEGRITY EXCEPTIONS, SORTED BY RULE, ACCOUNT AND CARD
       FD  INTEGRITY-EXCP-FILE
           RECORDING MODE IS F.
           COPY CVIEX01Y.

       FD  INTEGRITY-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COL 1 LOWEST SEVERITY COUNTED TOWARD THE THRESHOLD (H, M OR L,
      *DEFAULT H), COLS 2-6 NUMBER OF SUCH EXCEPTIONS TOLERATED
      *(DEFAULT 00000)
       FD  INTEGRITY-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-SEVERITY                PIC X(01).
           05  FD-PARM-THRESHOLD               PIC X(05).
           05  FILLER                          PIC X(74).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD19C'.
         05 WS-IEXSRT-STATUS           PIC X(02) VALUE '00'.
           88 IEXSRT-STATUS-OK                   VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-IEXSRT-FLG       PIC X(01) VALUE 'N'.
           88 END-OF-IEXSRT                      VALUE 'Y'.
         05 WS-PARM-ERROR-FLG          PIC X(01) VALUE 'N'.
           88 PARM-IN-ERROR                      VALUE 'Y'.
         05 WS-THRESHOLD-SEVERITY      PIC X(01) VALUE 'H'.
           88 THRESHOLD-HIGH-ONLY                VALUE 'H'.
           88 THRESHOLD-MEDIUM-UP                VALUE 'M'.
           88 THRESHOLD-ALL                      VALUE 'L'.
         05 WS-THRESHOLD-COUNT         PIC 9(05) VALUE ZEROES.
         05 WS-PREV-RULE-CD            PIC X(03) VALUE SPACES.
         05 WS-FIRST-RULE-FLG          PIC X(01) VALUE 'Y'.
           88 FIRST-RULE                         VALUE 'Y'.
         05 WS-COUNTERS.
           10 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES.
           10 WS-RULE-EXCP-COUNT       PIC 9(07) VALUE ZEROES.
           10 WS-HIGH-COUNT            PIC 9(07) VALUE ZEROES.
           10 WS-MEDIUM-COUNT          PIC 9(07) VALUE ZEROES.
           10 WS-LOW-COUNT             PIC 9(07) VALUE ZEROES.
           10 WS-COUNTED-EXCP          PIC 9(07) VALUE ZEROES.
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

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(42)
               VALUE 'CARDDAT DATA INTEGRITY EXCEPTIONS REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-RULE-HEADING.
           05  FILLER                  PIC X(05) VALUE 'RULE '.
           05  WS-RHD-RULE-CD          PIC X(03).
           05  FILLER                  PIC X(12)
               VALUE '  SEVERITY '.
           05  WS-RHD-SEVERITY         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RHD-RULE-DESC        PIC X(36).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(08) VALUE 'STATUS'.
           05  FILLER                  PIC X(41) VALUE 'VALUE FOUND'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-ID          PIC 9(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(01).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-DTL-VALUE            PIC X(16).
           05  FILLER                  PIC X(25) VALUE SPACES.

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
           PERFORM READ-NEXT-EXCEPTION
           PERFORM PROCESS-EXCEPTION-RECORD UNTIL END-OF-IEXSRT
           IF NOT FIRST-RULE
               PERFORM WRITE-RULE-TOTAL-LINE
           END-IF
           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           OPEN INPUT INTEGRITY-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ INTEGRITY-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-RECORD
               END-READ
               IF WS-PARM-STATUS = '00'
                   PERFORM EDIT-PARM-THRESHOLD
               END-IF
           END-IF
           CLOSE INTEGRITY-PARM-FILE

           DISPLAY WS-PGMNAME ' THRESHOLD SEVERITY : '
                   WS-THRESHOLD-SEVERITY
           DISPLAY WS-PGMNAME ' EXCEPTIONS ALLOWED : '
                   WS-THRESHOLD-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)  TO WS-CURDATE-YY

           OPEN INPUT INTEGRITY-EXCP-FILE
           IF NOT IEXSRT-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN IEXSRT FAILED, STATUS: '
                       WS-IEXSRT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN IEXRPT FAILED, STATUS: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURDATE-MM-DD-YY TO WS-HDG-DATE
           MOVE WS-REPORT-HEADING1  TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      EDIT-PARM-THRESHOLD
      *                      A blank field keeps its default; anything
      *                      else that does not edit is reported and
      *                      the defaults stand
      *----------------------------------------------------------------*
       EDIT-PARM-THRESHOLD.

           EVALUATE TRUE
               WHEN FD-PARM-SEVERITY = SPACE
                   CONTINUE
               WHEN FD-PARM-SEVERITY = 'H' OR 'M' OR 'L'
                   MOVE FD-PARM-SEVERITY TO WS-THRESHOLD-SEVERITY
               WHEN OTHER
                   SET PARM-IN-ERROR TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN FD-PARM-THRESHOLD = SPACES
                   CONTINUE
               WHEN FD-PARM-THRESHOLD IS NUMERIC
                   MOVE FD-PARM-THRESHOLD TO WS-THRESHOLD-COUNT
               WHEN OTHER
                   SET PARM-IN-ERROR TO TRUE
           END-EVALUATE

           IF PARM-IN-ERROR
               MOVE 'H'    TO WS-THRESHOLD-SEVERITY
               MOVE ZEROES TO WS-THRESHOLD-COUNT
               DISPLAY WS-PGMNAME ' INVALID SYSIN THRESHOLD '
                       FD-PARM-RECORD(1:6) ', DEFAULTS USED'
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NEXT-EXCEPTION
      *----------------------------------------------------------------*
       READ-NEXT-EXCEPTION.

           READ INTEGRITY-EXCP-FILE
               AT END
                   SET END-OF-IEXSRT TO TRUE
           END-READ

           IF NOT END-OF-IEXSRT
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-EXCEPTION-RECORD
      *                      A change of rule closes the previous
      *                      group with its count and opens the next
      *----------------------------------------------------------------*
       PROCESS-EXCEPTION-RECORD.

           IF FIRST-RULE
           OR IEX-RULE-CD NOT = WS-PREV-RULE-CD
               IF NOT FIRST-RULE
                   PERFORM WRITE-RULE-TOTAL-LINE
               END-IF
               MOVE 'N'         TO WS-FIRST-RULE-FLG
               MOVE IEX-RULE-CD TO WS-PREV-RULE-CD
               MOVE ZEROES      TO WS-RULE-EXCP-COUNT
               PERFORM WRITE-RULE-HEADING
           END-IF

           ADD 1 TO WS-RULE-EXCP-COUNT
           PERFORM COUNT-BY-SEVERITY
           PERFORM WRITE-EXCEPTION-DETAIL-LINE

           PERFORM READ-NEXT-EXCEPTION.

      *----------------------------------------------------------------*
      *                      COUNT-BY-SEVERITY
      *                      An exception counts toward the threshold
      *                      when its severity is at or above the
      *                      SYSIN severity level
      *----------------------------------------------------------------*
       COUNT-BY-SEVERITY.

           EVALUATE TRUE
               WHEN IEX-SEVERITY-HIGH
                   ADD 1 TO WS-HIGH-COUNT
                   ADD 1 TO WS-COUNTED-EXCP
               WHEN IEX-SEVERITY-MEDIUM
                   ADD 1 TO WS-MEDIUM-COUNT
                   IF NOT THRESHOLD-HIGH-ONLY
                       ADD 1 TO WS-COUNTED-EXCP
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
                   IF THRESHOLD-ALL
                       ADD 1 TO WS-COUNTED-EXCP
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-RULE-HEADING
      *----------------------------------------------------------------*
       WRITE-RULE-HEADING.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE IEX-RULE-CD       TO WS-RHD-RULE-CD
           MOVE IEX-SEVERITY-CD   TO WS-RHD-SEVERITY
           MOVE IEX-RULE-DESC     TO WS-RHD-RULE-DESC
           MOVE WS-RULE-HEADING   TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE WS-COLUMN-HEADING TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-EXCEPTION-DETAIL-LINE
      *                      The report is printed, so the card
      *                      number is masked; the extract keeps it
      *                      in full for the correction process
      *----------------------------------------------------------------*
       WRITE-EXCEPTION-DETAIL-LINE.

           MOVE IEX-CARD-NUM TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER

           MOVE IEX-ACCT-ID         TO WS-DTL-ACCT-ID
           MOVE CMW-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
           MOVE IEX-ACTIVE-STATUS   TO WS-DTL-STATUS
           IF IEX-RULE-CD = 'R04'
               MOVE CMW-CARD-NUM-MASKED TO WS-DTL-VALUE
           ELSE
               MOVE IEX-FIELD-VALUE     TO WS-DTL-VALUE
           END-IF
           MOVE WS-DETAIL-LINE      TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-RULE-TOTAL-LINE
      *----------------------------------------------------------------*
       WRITE-RULE-TOTAL-LINE.

           MOVE SPACES TO WS-TOT-DESC
           STRING 'EXCEPTIONS FOR RULE ' DELIMITED BY SIZE
                  WS-PREV-RULE-CD        DELIMITED BY SIZE
             INTO WS-TOT-DESC
           MOVE WS-RULE-EXCP-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           IF WS-RECORDS-READ = ZEROES
               MOVE 'NO INTEGRITY EXCEPTIONS FOUND' TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
               MOVE SPACES TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
           END-IF

           MOVE 'TOTAL EXCEPTIONS'     TO WS-TOT-DESC
           MOVE WS-RECORDS-READ        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SEVERITY H (HIGH)'    TO WS-TOT-DESC
           MOVE WS-HIGH-COUNT          TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SEVERITY M (MEDIUM)'  TO WS-TOT-DESC
           MOVE WS-MEDIUM-COUNT        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SEVERITY L (LOW)'     TO WS-TOT-DESC
           MOVE WS-LOW-COUNT           TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE SPACES TO WS-TOT-DESC
           STRING 'COUNTED AT SEVERITY '  DELIMITED BY SIZE
                  WS-THRESHOLD-SEVERITY   DELIMITED BY SIZE
                  ' AND ABOVE'            DELIMITED BY SIZE
             INTO WS-TOT-DESC
           MOVE WS-COUNTED-EXCP        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'EXCEPTIONS TOLERATED' TO WS-TOT-DESC
           MOVE WS-THRESHOLD-COUNT     TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           IF WS-COUNTED-EXCP > WS-THRESHOLD-COUNT
               MOVE '*** SEVERITY THRESHOLD EXCEEDED ***'
                 TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      MASK-CARD-NUMBER
      *----------------------------------------------------------------*
       MASK-CARD-NUMBER.

           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

      *----------------------------------------------------------------*
      *                      TERMINATION
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE INTEGRITY-EXCP-FILE
           CLOSE INTEGRITY-REPORT-FILE

           EVALUATE TRUE
               WHEN WS-COUNTED-EXCP > WS-THRESHOLD-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN PARM-IN-ERROR
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           DISPLAY WS-PGMNAME ' EXCEPTIONS READ  : '
                   WS-RECORDS-READ
           DISPLAY WS-PGMNAME ' HIGH SEVERITY    : '
                   WS-HIGH-COUNT
           DISPLAY WS-PGMNAME ' MEDIUM SEVERITY  : '
                   WS-MEDIUM-COUNT
           DISPLAY WS-PGMNAME ' LOW SEVERITY     : '
                   WS-LOW-COUNT
           DISPLAY WS-PGMNAME ' COUNTED          : '
                   WS-COUNTED-EXCP
           IF WS-COUNTED-EXCP > WS-THRESHOLD-COUNT
               DISPLAY WS-PGMNAME ' SEVERITY THRESHOLD EXCEEDED'
           END-IF
           DISPLAY WS-PGMNAME ' ENDING'.
