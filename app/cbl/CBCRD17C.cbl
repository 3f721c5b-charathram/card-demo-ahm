      ******************************************************************
      * Program     : CBCRD17C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Daily supervisor approval report. Reads the
      *               APRLDG approval ledger, sorted by approver and
      *               requester, for one business date and reports
      *               on APRRPT the approvals given outside business
      *               hours or at the weekend, then every approver /
      *               requester pair with its approvals and refusals.
      *               A pair whose two users have each approved for
      *               the other that day is flagged MUTUAL, since
      *               two users signing off each other's work defeats
      *               dual control. Lockout resets done on the CCSL
      *               screen are counted in the totals only
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
       PROGRAM-ID. CBCRD17C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-LEDGER-FILE ASSIGN TO APRSRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRLDG-STATUS.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO APRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT APPROVAL-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *APPROVAL LEDGER, SORTED BY APPROVER AND REQUESTER
       FD  APPROVAL-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CVAPR01Y.

       FD  APPROVAL-REPORT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

      *COLS 1-8 REPORT DATE MM/DD/YY (BLANK FOR TODAY), COLS 9-12 AND
      *13-16 START AND END OF BUSINESS HOURS AS HHMM (DEFAULT 0800 AND
      *1800)
       FD  APPROVAL-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD.
           05  FD-PARM-REPORT-DATE.
               10  FD-PARM-MM                  PIC X(02).
               10  FD-PARM-SLASH1              PIC X(01).
               10  FD-PARM-DD                  PIC X(02).
               10  FD-PARM-SLASH2              PIC X(01).
               10  FD-PARM-YY                  PIC X(02).
           05  FD-PARM-START-HHMM              PIC X(04).
           05  FD-PARM-END-HHMM                PIC X(04).
           05  FILLER                          PIC X(64).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD17C'.
         05 WS-APRLDG-STATUS           PIC X(02) VALUE '00'.
           88 APRLDG-STATUS-OK                   VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-APRLDG-FLG       PIC X(01) VALUE 'N'.
           88 END-OF-APRLDG                      VALUE 'Y'.
         05 WS-PARM-ERROR-FLG          PIC X(01) VALUE 'N'.
           88 PARM-IN-ERROR                      VALUE 'Y'.
         05 WS-WEEKEND-FLG             PIC X(01) VALUE 'N'.
           88 REPORT-DATE-WEEKEND                VALUE 'Y'.
         05 WS-MUTUAL-FLG              PIC X(01) VALUE 'N'.
           88 PAIR-IS-MUTUAL                     VALUE 'Y'.
         05 WS-REPORT-DATE             PIC X(08) VALUE SPACES.
         05 WS-START-HHMM              PIC 9(04) VALUE 0800.
         05 WS-END-HHMM                PIC 9(04) VALUE 1800.
         05 WS-PARM-START-HHMM-N       PIC 9(04) VALUE ZEROES.
         05 WS-PARM-END-HHMM-N         PIC 9(04) VALUE ZEROES.
         05 WS-APPROVAL-HHMM           PIC X(04) VALUE SPACES.
         05 WS-APPROVAL-HHMM-N  REDEFINES WS-APPROVAL-HHMM
                                       PIC 9(04).
         05 WS-REPORT-CCYYMMDD         PIC 9(08) VALUE ZEROES.
         05 WS-REPORT-CCYYMMDD-R  REDEFINES WS-REPORT-CCYYMMDD.
           10 WS-REPORT-CC             PIC 9(02).
           10 WS-REPORT-YY             PIC 9(02).
           10 WS-REPORT-MM             PIC 9(02).
           10 WS-REPORT-DD             PIC 9(02).
         05 WS-REPORT-INTEGER          PIC 9(07) VALUE ZEROES.
         05 WS-WEEKS                   PIC 9(07) VALUE ZEROES.
         05 WS-DAY-OF-WEEK             PIC 9(01) VALUE ZEROES.
         05 WS-COUNTERS.
           10 WS-RECORDS-READ          PIC 9(07) VALUE ZEROES.
           10 WS-ENTRIES-FOR-DATE      PIC 9(07) VALUE ZEROES.
           10 WS-APPROVALS             PIC 9(07) VALUE ZEROES.
           10 WS-REFUSALS              PIC 9(07) VALUE ZEROES.
           10 WS-LOCKOUTS              PIC 9(07) VALUE ZEROES.
           10 WS-LOCKOUT-RESETS        PIC 9(07) VALUE ZEROES.
           10 WS-AFTER-HOURS           PIC 9(07) VALUE ZEROES.
           10 WS-MUTUAL-PAIRS          PIC 9(07) VALUE ZEROES.
           10 WS-PAIRS-NOT-TABLED      PIC 9(07) VALUE ZEROES.
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

      *ONE ENTRY PER APPROVER / REQUESTER PAIR SEEN ON THE REPORT
      *DATE. THE LEDGER ARRIVES SORTED SO THE TABLE IS BUILT IN PAIR
      *ORDER; IT IS KEPT UNTIL END OF FILE SO EACH PAIR CAN BE CHECKED
      *FOR ITS REVERSE BEFORE IT IS PRINTED
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-PAIR-IDX WS-REV-IDX.
               10  WS-TBL-APPROVER-ID   PIC X(08) VALUE SPACES.
               10  WS-TBL-REQUESTER-ID  PIC X(08) VALUE SPACES.
               10  WS-TBL-APPROVED      PIC 9(05) VALUE ZEROES.
               10  WS-TBL-REFUSED       PIC 9(05) VALUE ZEROES.
       01  WS-PAIR-TABLE-USED           PIC 9(05) VALUE ZEROES.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(31)
               VALUE 'SUPERVISOR APPROVAL REPORT FOR '.
           05  WS-HDG-REPORT-DATE      PIC X(08).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(34)
               VALUE 'APPROVALS OUTSIDE BUSINESS HOURS ('.
           05  WS-HDG-START-HHMM       PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-HDG-END-HHMM         PIC 9(04).
           05  FILLER                  PIC X(01) VALUE ')'.
           05  WS-HDG-WEEKEND          PIC X(36) VALUE SPACES.

       01  WS-REPORT-HEADING3.
           05  FILLER                  PIC X(10) VALUE 'TIME'.
           05  FILLER                  PIC X(10) VALUE 'APPROVER'.
           05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(14) VALUE 'ACTION'.
           05  FILLER                  PIC X(26) VALUE 'CARD NUMBER'.

       01  WS-REPORT-HEADING4.
           05  FILLER                  PIC X(80)
               VALUE 'APPROVALS BY APPROVER AND REQUESTER'.

       01  WS-REPORT-HEADING5.
           05  FILLER                  PIC X(10) VALUE 'APPROVER'.
           05  FILLER                  PIC X(10) VALUE 'REQUESTER'.
           05  FILLER                  PIC X(10) VALUE 'APPROVED'.
           05  FILLER                  PIC X(10) VALUE 'REFUSED'.
           05  FILLER                  PIC X(40) VALUE 'FLAG'.

       01  WS-AFTER-HOURS-LINE.
           05  WS-AHL-TIME             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AHL-APPROVER-ID      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AHL-REQUESTER-ID     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AHL-PROGRAM          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AHL-ACTION           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AHL-CARD-NUM         PIC X(16).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-PAIR-LINE.
           05  WS-PRL-APPROVER-ID      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRL-REQUESTER-ID     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PRL-APPROVED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PRL-REFUSED          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PRL-FLAG             PIC X(40).

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
           PERFORM READ-NEXT-LEDGER
           PERFORM PROCESS-LEDGER-RECORD UNTIL END-OF-APRLDG
           PERFORM WRITE-PAIR-SECTION
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
           MOVE WS-CURDATE-MM-DD-YY   TO WS-REPORT-DATE

           OPEN INPUT APPROVAL-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ APPROVAL-PARM-FILE
                   AT END
                       MOVE SPACES TO FD-PARM-RECORD
               END-READ
               IF WS-PARM-STATUS = '00'
                   PERFORM EDIT-PARM-RECORD
               END-IF
           END-IF
           CLOSE APPROVAL-PARM-FILE

           PERFORM SET-REPORT-DAY-OF-WEEK

           DISPLAY WS-PGMNAME ' REPORT DATE      : ' WS-REPORT-DATE
           DISPLAY WS-PGMNAME ' BUSINESS HOURS   : '
                   WS-START-HHMM '-' WS-END-HHMM

           OPEN INPUT APPROVAL-LEDGER-FILE
           IF NOT APRLDG-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN APRSRT FAILED, STATUS: '
                       WS-APRLDG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN APRRPT FAILED, STATUS: '
                       WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-REPORT-DATE     TO WS-HDG-REPORT-DATE
           MOVE WS-START-HHMM      TO WS-HDG-START-HHMM
           MOVE WS-END-HHMM        TO WS-HDG-END-HHMM
           IF REPORT-DATE-WEEKEND
               MOVE ' - WEEKEND, ALL APPROVALS LISTED'
                 TO WS-HDG-WEEKEND
           END-IF

           MOVE WS-REPORT-HEADING1 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE SPACES             TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING2 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING3 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      EDIT-PARM-RECORD
      *                      A value that does not edit leaves its
      *                      default and ends the run RC 4, so a
      *                      mistyped date is not silently taken as
      *                      a quiet day
      *----------------------------------------------------------------*
       EDIT-PARM-RECORD.

           IF FD-PARM-REPORT-DATE NOT = SPACES
               IF FD-PARM-MM IS NUMERIC
               AND FD-PARM-DD IS NUMERIC
               AND FD-PARM-YY IS NUMERIC
               AND FD-PARM-SLASH1 = '/'
               AND FD-PARM-SLASH2 = '/'
               AND FD-PARM-MM >= '01' AND FD-PARM-MM <= '12'
               AND FD-PARM-DD >= '01' AND FD-PARM-DD <= '31'
                   MOVE FD-PARM-REPORT-DATE TO WS-REPORT-DATE
               ELSE
                   SET PARM-IN-ERROR TO TRUE
                   DISPLAY WS-PGMNAME ' INVALID REPORT DATE ON SYSIN: '
                           FD-PARM-REPORT-DATE ', TODAY USED'
               END-IF
           END-IF

           IF FD-PARM-START-HHMM NOT = SPACES
           OR FD-PARM-END-HHMM NOT = SPACES
               IF FD-PARM-START-HHMM IS NUMERIC
               AND FD-PARM-END-HHMM IS NUMERIC
                   MOVE FD-PARM-START-HHMM TO WS-PARM-START-HHMM-N
                   MOVE FD-PARM-END-HHMM   TO WS-PARM-END-HHMM-N
               END-IF
               IF FD-PARM-START-HHMM IS NUMERIC
               AND FD-PARM-END-HHMM IS NUMERIC
               AND WS-PARM-END-HHMM-N > WS-PARM-START-HHMM-N
               AND WS-PARM-END-HHMM-N <= 2400
                   MOVE WS-PARM-START-HHMM-N TO WS-START-HHMM
                   MOVE WS-PARM-END-HHMM-N   TO WS-END-HHMM
               ELSE
                   SET PARM-IN-ERROR TO TRUE
                   DISPLAY WS-PGMNAME ' INVALID BUSINESS HOURS ON '
                           'SYSIN, DEFAULTS USED'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      SET-REPORT-DAY-OF-WEEK
      *                      Day 1 of the integer date calendar is a
      *                      Monday, so (integer - 1) remainder 7
      *                      gives 0 for Monday through 6 for Sunday
      *----------------------------------------------------------------*
       SET-REPORT-DAY-OF-WEEK.

           MOVE 20                       TO WS-REPORT-CC
           MOVE WS-REPORT-DATE(7:2)      TO WS-REPORT-YY
           MOVE WS-REPORT-DATE(1:2)      TO WS-REPORT-MM
           MOVE WS-REPORT-DATE(4:2)      TO WS-REPORT-DD

           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-CCYYMMDD) - 1

           DIVIDE WS-REPORT-INTEGER BY 7
               GIVING WS-WEEKS REMAINDER WS-DAY-OF-WEEK

           IF WS-DAY-OF-WEEK > 4
               SET REPORT-DATE-WEEKEND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NEXT-LEDGER
      *----------------------------------------------------------------*
       READ-NEXT-LEDGER.

           READ APPROVAL-LEDGER-FILE
               AT END
                   SET END-OF-APRLDG TO TRUE
           END-READ

           IF NOT END-OF-APRLDG
               ADD 1 TO WS-RECORDS-READ
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-LEDGER-RECORD
      *                      Only the report date is looked at. A
      *                      lockout reset is an administrator action,
      *                      not a dual-control sign-off, so it is
      *                      counted but kept out of both sections
      *----------------------------------------------------------------*
       PROCESS-LEDGER-RECORD.

           IF APR-DATE = WS-REPORT-DATE
               ADD 1 TO WS-ENTRIES-FOR-DATE
               IF APR-REFUSAL-NOW-LOCKED
                   ADD 1 TO WS-LOCKOUTS
               END-IF
               IF APR-ACTION-LOCKOUT-RESET
                   ADD 1 TO WS-LOCKOUT-RESETS
               ELSE
                   IF APR-OUTCOME-APPROVED
                       ADD 1 TO WS-APPROVALS
                       PERFORM CHECK-AFTER-HOURS
                   ELSE
                       ADD 1 TO WS-REFUSALS
                   END-IF
                   PERFORM UPDATE-PAIR-TABLE
               END-IF
           END-IF

           PERFORM READ-NEXT-LEDGER.

      *----------------------------------------------------------------*
      *                      CHECK-AFTER-HOURS
      *                      At the weekend every approval is listed;
      *                      on a weekday those before the start or
      *                      from the end of business hours
      *----------------------------------------------------------------*
       CHECK-AFTER-HOURS.

           MOVE APR-TIME(1:2) TO WS-APPROVAL-HHMM(1:2)
           MOVE APR-TIME(4:2) TO WS-APPROVAL-HHMM(3:2)

           IF REPORT-DATE-WEEKEND
           OR WS-APPROVAL-HHMM IS NOT NUMERIC
           OR WS-APPROVAL-HHMM-N < WS-START-HHMM
           OR WS-APPROVAL-HHMM-N >= WS-END-HHMM
               PERFORM WRITE-AFTER-HOURS-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AFTER-HOURS-LINE
      *----------------------------------------------------------------*
       WRITE-AFTER-HOURS-LINE.

           ADD 1 TO WS-AFTER-HOURS

           MOVE APR-TIME               TO WS-AHL-TIME
           MOVE APR-APPROVER-ID        TO WS-AHL-APPROVER-ID
           MOVE APR-REQUESTER-ID       TO WS-AHL-REQUESTER-ID
           MOVE APR-PROGRAM            TO WS-AHL-PROGRAM

           EVALUATE TRUE
               WHEN APR-ACTION-CARD-DELETE
                   MOVE 'CARD DELETE'  TO WS-AHL-ACTION
               WHEN APR-ACTION-ACCT-CLOSE
                   MOVE 'ACCT CLOSE'   TO WS-AHL-ACTION
               WHEN APR-ACTION-NAME-CHANGE
                   MOVE 'NAME CHANGE'  TO WS-AHL-ACTION
               WHEN APR-ACTION-MASS-DELETE
                   MOVE 'MASS DELETE'  TO WS-AHL-ACTION
               WHEN APR-ACTION-DLQ-REPLAY
                   MOVE 'DLQ REPLAY'   TO WS-AHL-ACTION
               WHEN OTHER
                   MOVE APR-ACTION-CD  TO WS-AHL-ACTION
           END-EVALUATE

           IF APR-CARD-NUM = SPACES OR LOW-VALUES
               MOVE SPACES             TO WS-AHL-CARD-NUM
           ELSE
               MOVE APR-CARD-NUM       TO CMW-CARD-NUM-IN
               PERFORM MASK-CARD-NUMBER
               MOVE CMW-CARD-NUM-MASKED TO WS-AHL-CARD-NUM
           END-IF

           MOVE WS-AFTER-HOURS-LINE    TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      UPDATE-PAIR-TABLE
      *                      The ledger is in pair order, so a new
      *                      pair is always added after the last one
      *----------------------------------------------------------------*
       UPDATE-PAIR-TABLE.

           IF WS-PAIR-TABLE-USED = ZEROES
           OR APR-APPROVER-ID NOT =
                              WS-TBL-APPROVER-ID(WS-PAIR-TABLE-USED)
           OR APR-REQUESTER-ID NOT =
                              WS-TBL-REQUESTER-ID(WS-PAIR-TABLE-USED)
               PERFORM ADD-NEW-PAIR-ENTRY
           ELSE
               SET WS-PAIR-IDX TO WS-PAIR-TABLE-USED
               PERFORM COUNT-PAIR-OUTCOME
           END-IF.

      *----------------------------------------------------------------*
      *                      ADD-NEW-PAIR-ENTRY
      *----------------------------------------------------------------*
       ADD-NEW-PAIR-ENTRY.

           IF WS-PAIR-TABLE-USED < 500
               ADD 1 TO WS-PAIR-TABLE-USED
               SET WS-PAIR-IDX TO WS-PAIR-TABLE-USED
               MOVE APR-APPROVER-ID  TO WS-TBL-APPROVER-ID(WS-PAIR-IDX)
               MOVE APR-REQUESTER-ID TO WS-TBL-REQUESTER-ID(WS-PAIR-IDX)
               PERFORM COUNT-PAIR-OUTCOME
           ELSE
               ADD 1 TO WS-PAIRS-NOT-TABLED
               DISPLAY WS-PGMNAME
                   ' PAIR TABLE FULL, SKIPPING PAIR '
                   APR-APPROVER-ID '/' APR-REQUESTER-ID
           END-IF.

      *----------------------------------------------------------------*
      *                      COUNT-PAIR-OUTCOME
      *----------------------------------------------------------------*
       COUNT-PAIR-OUTCOME.

           IF APR-OUTCOME-APPROVED
               ADD 1 TO WS-TBL-APPROVED(WS-PAIR-IDX)
           ELSE
               ADD 1 TO WS-TBL-REFUSED(WS-PAIR-IDX)
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-PAIR-SECTION
      *----------------------------------------------------------------*
       WRITE-PAIR-SECTION.

           IF WS-AFTER-HOURS = ZEROES
               MOVE '  NO APPROVALS OUTSIDE BUSINESS HOURS'
                 TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
           END-IF

           MOVE SPACES             TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING4 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE WS-REPORT-HEADING5 TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           PERFORM WRITE-PAIR-LINE
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-TABLE-USED.

      *----------------------------------------------------------------*
      *                      WRITE-PAIR-LINE
      *                      A pair is mutual when both it and its
      *                      reverse have at least one approval
      *----------------------------------------------------------------*
       WRITE-PAIR-LINE.

           MOVE 'N' TO WS-MUTUAL-FLG

           IF WS-TBL-APPROVED(WS-PAIR-IDX) > ZEROES
               SET WS-REV-IDX TO 1
               SEARCH WS-PAIR-ENTRY VARYING WS-REV-IDX
                   AT END
                       CONTINUE
                   WHEN WS-REV-IDX > WS-PAIR-TABLE-USED
                       CONTINUE
                   WHEN WS-TBL-APPROVER-ID(WS-REV-IDX) =
                                    WS-TBL-REQUESTER-ID(WS-PAIR-IDX)
                    AND WS-TBL-REQUESTER-ID(WS-REV-IDX) =
                                    WS-TBL-APPROVER-ID(WS-PAIR-IDX)
                       IF WS-TBL-APPROVED(WS-REV-IDX) > ZEROES
                           SET PAIR-IS-MUTUAL TO TRUE
                       END-IF
               END-SEARCH
           END-IF

           MOVE WS-TBL-APPROVER-ID(WS-PAIR-IDX)  TO WS-PRL-APPROVER-ID
           MOVE WS-TBL-REQUESTER-ID(WS-PAIR-IDX) TO WS-PRL-REQUESTER-ID
           MOVE WS-TBL-APPROVED(WS-PAIR-IDX)     TO WS-PRL-APPROVED
           MOVE WS-TBL-REFUSED(WS-PAIR-IDX)      TO WS-PRL-REFUSED

           IF PAIR-IS-MUTUAL
               ADD 1 TO WS-MUTUAL-PAIRS
               MOVE 'MUTUAL - EACH APPROVES THE OTHER'
                 TO WS-PRL-FLAG
           ELSE
               MOVE SPACES TO WS-PRL-FLAG
           END-IF

           MOVE WS-PAIR-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-TOTAL-LINES
      *----------------------------------------------------------------*
       WRITE-TOTAL-LINES.

           IF WS-PAIR-TABLE-USED = ZEROES
               MOVE '  NO SUPERVISOR APPROVALS ON THE LEDGER'
                 TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
           END-IF

           MOVE SPACES TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'LEDGER ENTRIES FOR REPORT DATE'  TO WS-TOT-DESC
           MOVE WS-ENTRIES-FOR-DATE    TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'APPROVALS GIVEN'      TO WS-TOT-DESC
           MOVE WS-APPROVALS           TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'APPROVALS REFUSED'    TO WS-TOT-DESC
           MOVE WS-REFUSALS            TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'APPROVALS OUTSIDE BUSINESS HOURS' TO WS-TOT-DESC
           MOVE WS-AFTER-HOURS         TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'MUTUAL APPROVER / REQUESTER PAIRS' TO WS-TOT-DESC
           MOVE WS-MUTUAL-PAIRS        TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'SUPERVISOR IDS LOCKED OUT'  TO WS-TOT-DESC
           MOVE WS-LOCKOUTS            TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'LOCKOUTS RESET BY AN ADMINISTRATOR' TO WS-TOT-DESC
           MOVE WS-LOCKOUT-RESETS      TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE          TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           IF WS-PAIRS-NOT-TABLED > ZEROES
               MOVE 'ENTRIES LEFT OFF - PAIR TABLE FULL' TO WS-TOT-DESC
               MOVE WS-PAIRS-NOT-TABLED TO WS-TOT-COUNT
               MOVE WS-TOTAL-LINE       TO FD-REPORT-RECORD
               WRITE FD-REPORT-RECORD
           END-IF.

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
      *                      RC 4 tells operations the SYSIN did not
      *                      edit or the pair section is incomplete
      *----------------------------------------------------------------*
       TERMINATION.

           CLOSE APPROVAL-LEDGER-FILE
           CLOSE APPROVAL-REPORT-FILE

           IF PARM-IN-ERROR
           OR WS-PAIRS-NOT-TABLED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY WS-PGMNAME ' LEDGER RECORDS   : ' WS-RECORDS-READ
           DISPLAY WS-PGMNAME ' FOR REPORT DATE  : '
                   WS-ENTRIES-FOR-DATE
           DISPLAY WS-PGMNAME ' APPROVALS        : ' WS-APPROVALS
           DISPLAY WS-PGMNAME ' REFUSALS         : ' WS-REFUSALS
           DISPLAY WS-PGMNAME ' AFTER HOURS      : ' WS-AFTER-HOURS
           DISPLAY WS-PGMNAME ' MUTUAL PAIRS     : ' WS-MUTUAL-PAIRS
           DISPLAY WS-PGMNAME ' LOCKOUTS         : ' WS-LOCKOUTS
           DISPLAY WS-PGMNAME ' LOCKOUT RESETS   : ' WS-LOCKOUT-RESETS
           DISPLAY WS-PGMNAME ' ENDING'.
