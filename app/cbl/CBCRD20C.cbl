      ******************************************************************
      * Program     : CBCRD20C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Morning batch summary. Prints the RUNCTL run
      *               control record of every job in the nightly card
      *               stream for one business date, in stream order:
      *               status, return code, attempts, operator
      *               override, start and end times and the records
      *               read, updated and rejected. A job with no
      *               record is shown as not run. The business date
      *               is SYSIN cols 1-8 (CCYYMMDD); blank means the
      *               calendar day before the run date - the night
      *               just run, whether the stream finished before or
      *               after midnight. Ends RC=4 when any job in the
      *               stream is not done
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
       PROGRAM-ID. CBCRD20C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS CRW-RUNCTL-STATUS.

           SELECT SUMMARY-REPORT-FILE ASSIGN TO RUNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SUMMARY-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *NIGHTLY RUN CONTROL (RUNCTL), KEYED BY PROGRAM AND BUSINESS DATE
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CVRUN01Y.

       FD  SUMMARY-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COLS 1-8 BUSINESS DATE CCYYMMDD, BLANK FOR THE LAST ONE
       FD  SUMMARY-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-BUSINESS-DATE           PIC X(08).
           05  FILLER                          PIC X(72).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD20C'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-STREAM-IDX              PIC 9(02) VALUE ZEROES.
         05 WS-COUNTERS.
           10 WS-JOBS-DONE             PIC 9(07) VALUE ZEROES.
           10 WS-JOBS-NOT-DONE         PIC 9(07) VALUE ZEROES.
         05 WS-CURDATE-MM-DD-YY.
           10 WS-CURDATE-MM            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-DD            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-YY            PIC X(02).

      *THE NIGHTLY CARD STREAM, IN THE ORDER IT RUNS
       01  WS-STREAM-TABLE-VALUES.
           05  FILLER                  PIC X(08) VALUE 'CBCRD01C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD04C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD05C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD06C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD02C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD08C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD09C'.
           05  FILLER                  PIC X(08) VALUE 'CBCRD21C'.
       01  WS-STREAM-TABLE  REDEFINES WS-STREAM-TABLE-VALUES.
           05  WS-STREAM-PGMNAME       PIC X(08) OCCURS 8 TIMES.
       01  WS-STREAM-COUNT             PIC 9(02) VALUE 8.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE 'NIGHTLY CARD BATCH SUMMARY'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  WS-HDG-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(09) VALUE 'STATUS'.
           05  FILLER                  PIC X(05) VALUE '  RC'.
           05  FILLER                  PIC X(04) VALUE 'ATT'.
           05  FILLER                  PIC X(02) VALUE 'O'.
           05  FILLER                  PIC X(09) VALUE 'START'.
           05  FILLER                  PIC X(09) VALUE 'END'.
           05  FILLER                  PIC X(10) VALUE '     READ'.
           05  FILLER                  PIC X(10) VALUE '  UPDATED'.
           05  FILLER                  PIC X(12) VALUE ' REJECTED'.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PGMNAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-RC               PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-ATTEMPTS         PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-OVERRIDE         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-START-TIME       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-END-TIME         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-READ             PIC Z(08)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-UPDATED          PIC Z(08)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DTL-REJECTED         PIC Z(08)9.
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-NOT-RUN-LINE.
           05  WS-NRN-PGMNAME          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(70) VALUE 'NOT RUN'.

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
           PERFORM REPORT-STREAM-JOB
               VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-COUNT
           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           PERFORM GET-REPORT-DATE

           DISPLAY WS-PGMNAME ' BUSINESS DATE: ' CRW-BUSINESS-DATE

           OPEN INPUT RUN-CONTROL-FILE
           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' OPEN RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN RUNRPT FAILED, STATUS: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CURDATE-MM-DD-YY TO WS-HDG-DATE
           MOVE WS-REPORT-HEADING1  TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE CRW-BUSINESS-DATE   TO WS-HDG-BUSINESS-DATE
           MOVE WS-REPORT-HEADING2  TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE WS-COLUMN-HEADING   TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      GET-REPORT-DATE
      *                      The report is printed in the morning, so
      *                      with no SYSIN date it covers yesterday's
      *                      calendar date: the night that has just
      *                      run, even when the stream went on past
      *                      midnight or the report runs before 06:00
      *----------------------------------------------------------------*
       GET-REPORT-DATE.

           MOVE SPACES TO CRW-BUSINESS-DATE

           OPEN INPUT SUMMARY-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ SUMMARY-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-PARM-BUSINESS-DATE TO CRW-BUSINESS-DATE
               END-READ
           END-IF
           CLOSE SUMMARY-PARM-FILE

           PERFORM SET-RUN-STAMP
           MOVE CRW-STAMP-DATE TO WS-CURDATE-MM-DD-YY

           IF CRW-BUSINESS-DATE = SPACES
               COMPUTE CRW-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(CRW-CUR-YMD-N) - 1
               COMPUTE CRW-BUSINESS-DATE-N =
                   FUNCTION DATE-OF-INTEGER(CRW-DATE-INTEGER)
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
               DISPLAY WS-PGMNAME ' INVALID SYSIN BUSINESS DATE: '
                       CRW-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      REPORT-STREAM-JOB
      *                      A job counts as done when it completed,
      *                      even with warnings or exceptions; one
      *                      still marked started has not ended
      *----------------------------------------------------------------*
       REPORT-STREAM-JOB.

           MOVE WS-STREAM-PGMNAME(WS-STREAM-IDX) TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE                TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CRW-RUNCTL-OK
                   PERFORM WRITE-RUN-DETAIL-LINE
               WHEN CRW-RUNCTL-NOTFND
                   ADD 1 TO WS-JOBS-NOT-DONE
                   MOVE WS-STREAM-PGMNAME(WS-STREAM-IDX)
                                              TO WS-NRN-PGMNAME
                   MOVE WS-NOT-RUN-LINE       TO FD-REPORT-RECORD
                   WRITE FD-REPORT-RECORD
               WHEN OTHER
                   DISPLAY WS-PGMNAME ' READ RUNCTL FAILED FOR '
                           WS-STREAM-PGMNAME(WS-STREAM-IDX)
                           ', STATUS: ' CRW-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM TERMINATION
                   GOBACK
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-RUN-DETAIL-LINE
      *----------------------------------------------------------------*
       WRITE-RUN-DETAIL-LINE.

           IF RUN-STATUS-DONE
               ADD 1 TO WS-JOBS-DONE
           ELSE
               ADD 1 TO WS-JOBS-NOT-DONE
           END-IF

           EVALUATE TRUE
               WHEN RUN-STATUS-COMPLETED
                   MOVE 'COMPLETE' TO WS-DTL-STATUS
               WHEN RUN-STATUS-WARNING
                   MOVE 'WARNING'  TO WS-DTL-STATUS
               WHEN RUN-STATUS-EXCEPTIONS
                   MOVE 'EXCEPTNS' TO WS-DTL-STATUS
               WHEN RUN-STATUS-FAILED
                   MOVE 'FAILED'   TO WS-DTL-STATUS
               WHEN RUN-STATUS-STARTED
                   MOVE 'STARTED'  TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE RUN-STATUS-CD TO WS-DTL-STATUS
           END-EVALUATE

           MOVE RUN-PROGRAM          TO WS-DTL-PGMNAME
           MOVE RUN-RETURN-CODE      TO WS-DTL-RC
           MOVE RUN-ATTEMPT-COUNT    TO WS-DTL-ATTEMPTS
           MOVE RUN-OVERRIDE-CD      TO WS-DTL-OVERRIDE
           MOVE RUN-START-TIME       TO WS-DTL-START-TIME
           MOVE RUN-END-TIME         TO WS-DTL-END-TIME
           MOVE RUN-RECORDS-READ     TO WS-DTL-READ
           MOVE RUN-RECORDS-UPDATED  TO WS-DTL-UPDATED
           MOVE RUN-RECORDS-REJECTED TO WS-DTL-REJECTED

           MOVE WS-DETAIL-LINE       TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'JOBS DONE'            TO WS-TOT-DESC
           MOVE WS-JOBS-DONE           TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'JOBS NOT DONE'        TO WS-TOT-DESC
           MOVE WS-JOBS-NOT-DONE       TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           IF WS-JOBS-NOT-DONE > ZEROES
               MOVE '*** NIGHTLY STREAM NOT COMPLETE ***'
                 TO FD-REPORT-RECORD
           ELSE
               MOVE 'NIGHTLY STREAM COMPLETE' TO FD-REPORT-RECORD
           END-IF
           WRITE FD-REPORT-RECORD.

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
       TERMINATION.

           CLOSE RUN-CONTROL-FILE
           CLOSE SUMMARY-REPORT-FILE

           IF WS-JOBS-NOT-DONE > ZEROES
           AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' JOBS DONE     : ' WS-JOBS-DONE
           DISPLAY WS-PGMNAME ' JOBS NOT DONE : ' WS-JOBS-NOT-DONE
           DISPLAY WS-PGMNAME ' ENDING'.
