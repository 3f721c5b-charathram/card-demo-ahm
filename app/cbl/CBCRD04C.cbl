      *               log the nightly reconciliation reads; records
      *               that cannot be delivered after retries are
      *               shunted onto the CRDDLQ dead-letter file for
      *               operations review and replay.
      *               RUNCTL run control: runs once per business day
      *               and only after CBCRD01C is done for that date
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BLG-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS CRW-RUNCTL-STATUS.

           SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CRW-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *CARD BLOCK QUEUE RECORDS, SAME LAYOUT CBCRD01C APPENDS AND THE
           05  FD-BLG-DATE                     PIC X(08).
           05  FD-BLG-TIME                     PIC X(08).

      *NIGHTLY RUN CONTROL (RUNCTL), KEYED BY PROGRAM AND BUSINESS
      *DATE, AND THE OPERATOR'S RUNPARM DATE/OVERRIDE CARD
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CVRUN01Y.

       FD  RUN-PARM-FILE
           RECORDING MODE IS F.
       01  FD-RUNPARM-RECORD.
           05  FD-RUNPARM-DATE                 PIC X(08).
           05  FD-RUNPARM-OVERRIDE             PIC X(01).
           05  FILLER                          PIC X(71).

      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD04C'.
         05 WS-PREREQ-PGMNAME          PIC X(08) VALUE 'CBCRD01C'.
         05 WS-TDQ-STATUS              PIC X(02) VALUE '00'.
           88 TDQ-STATUS-OK                      VALUE '00'.
           88 TDQ-STATUS-EOF                     VALUE '10'.
      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA

           DISPLAY WS-PGMNAME ' STARTING'

           PERFORM RUN-CONTROL-START

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
      *                      The status code on the queue record is
      *                      the card's status AFTER the action, so
      *                      'D' means the card was blocked and
      *                      anything else means it was unblocked,
      *                      except the temporary freeze codes: 'F'
      *                      (freeze set) and 'U' (freeze lifted)
      *----------------------------------------------------------------*
       FORMAT-AUTH-ADVICE.

           MOVE SPACES TO CARD-AUTH-ADVICE-RECORD
           EVALUATE FD-TDQ-STATUS-CD
               WHEN 'D'
                   SET ADV-MSG-BLOCK TO TRUE
               WHEN 'F'
                   SET ADV-MSG-FREEZE TO TRUE
               WHEN 'U'
                   SET ADV-MSG-UNFREEZE TO TRUE
               WHEN OTHER
                   SET ADV-MSG-UNBLOCK TO TRUE
           END-EVALUATE
           MOVE FD-TDQ-CARD-NUM        TO ADV-CARD-NUM
           MOVE FD-TDQ-ACCT-ID         TO ADV-ACCT-ID
           MOVE FD-TDQ-STATUS-CD       TO ADV-STATUS-CD
           MOVE CMW-CARD-NUM-IN TO CMW-CARD-NUM-MASKED
           MOVE '******'        TO CMW-CARD-NUM-MASKED(7:6).

      *----------------------------------------------------------------*
      *                      RUN-CONTROL-START
      *                      The nightly stream runs once per
      *                      business day and in order: this job is
      *                      refused (RC 20) until the job ahead of it
      *                      is done for the business date, and
      *                      refused (RC 24) when it is itself already
      *                      done. RUNPARM override R allows a rerun of
      *                      a done day, F also skips the predecessor
      *----------------------------------------------------------------*
       RUN-CONTROL-START.

           PERFORM GET-BUSINESS-DATE

           OPEN I-O RUN-CONTROL-FILE
           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' OPEN RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREREQ-PGMNAME NOT = SPACES
           AND NOT CRW-OVERRIDE-FORCE
               PERFORM CHECK-PREDECESSOR-RUN
           END-IF

           MOVE WS-PGMNAME        TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CRW-RUNCTL-NOTFND
                   MOVE SPACES            TO BATCH-RUN-CONTROL-RECORD
                   MOVE WS-PGMNAME        TO RUN-PROGRAM
                   MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE ZEROES            TO RUN-ATTEMPT-COUNT
               WHEN CRW-RUNCTL-OK
                   IF RUN-STATUS-DONE AND CRW-OVERRIDE-NONE
                       DISPLAY WS-PGMNAME ' ALREADY COMPLETED FOR '
                               CRW-BUSINESS-DATE ' WITH RC '
                               RUN-RETURN-CODE
                       CLOSE RUN-CONTROL-FILE
                       MOVE 24 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY WS-PGMNAME ' READ RUNCTL FAILED, STATUS: '
                           CRW-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           SET RUN-STATUS-STARTED TO TRUE
           MOVE ZEROES            TO RUN-RETURN-CODE
                                     RUN-RECORDS-READ
                                     RUN-RECORDS-UPDATED
                                     RUN-RECORDS-REJECTED
           ADD 1                  TO RUN-ATTEMPT-COUNT
           MOVE CRW-OVERRIDE-CD   TO RUN-OVERRIDE-CD
           PERFORM SET-RUN-STAMP
           MOVE CRW-STAMP-DATE    TO RUN-START-DATE
           MOVE CRW-STAMP-TIME    TO RUN-START-TIME
           MOVE SPACES            TO RUN-END-DATE
                                     RUN-END-TIME

           IF CRW-RUNCTL-NOTFND
               WRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF

           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' WRITE RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY WS-PGMNAME ' BUSINESS DATE: ' CRW-BUSINESS-DATE
                   ' ATTEMPT: ' RUN-ATTEMPT-COUNT
                   ' OVERRIDE: ' CRW-OVERRIDE-CD.

      *----------------------------------------------------------------*
      *                      GET-BUSINESS-DATE
      *                      RUNPARM cols 1-8 CCYYMMDD, col 9 the
      *                      override. With no date the run is for
      *                      today, or yesterday before the business
      *                      day starts
      *----------------------------------------------------------------*
       GET-BUSINESS-DATE.

           MOVE SPACES TO CRW-BUSINESS-DATE
           MOVE SPACE  TO CRW-OVERRIDE-CD

           OPEN INPUT RUN-PARM-FILE
           IF CRW-RUNPARM-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FD-RUNPARM-DATE     TO CRW-BUSINESS-DATE
                       MOVE FD-RUNPARM-OVERRIDE TO CRW-OVERRIDE-CD
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF

           PERFORM SET-RUN-STAMP
           IF CRW-BUSINESS-DATE = SPACES
               MOVE CRW-CUR-YMD TO CRW-BUSINESS-DATE
               IF CRW-CUR-HH < CRW-DAY-START-HOUR
                   COMPUTE CRW-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(CRW-CUR-YMD-N) - 1
                   COMPUTE CRW-BUSINESS-DATE-N =
                       FUNCTION DATE-OF-INTEGER(CRW-DATE-INTEGER)
               END-IF
           END-IF

           MOVE 'N' TO CRW-DATE-VALID-FLG
           IF CRW-BUSINESS-DATE IS NUMERIC
               IF CRW-BUS-MM > 0 AND CRW-BUS-MM < 13
               AND CRW-BUS-DD > 0 AND CRW-BUS-DD < 32
               AND CRW-BUS-CCYY > 1900
                   MOVE 'Y' TO CRW-DATE-VALID-FLG
               END-IF
           END-IF

           IF NOT CRW-DATE-VALID OR NOT CRW-OVERRIDE-VALID
               DISPLAY WS-PGMNAME ' INVALID RUNPARM: '
                       CRW-BUSINESS-DATE CRW-OVERRIDE-CD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-PREDECESSOR-RUN
      *----------------------------------------------------------------*
       CHECK-PREDECESSOR-RUN.

           MOVE WS-PREREQ-PGMNAME TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF CRW-RUNCTL-OK AND RUN-STATUS-DONE
               CONTINUE
           ELSE
               DISPLAY WS-PGMNAME ' NOT STARTED, ' WS-PREREQ-PGMNAME
                       ' NOT COMPLETE FOR ' CRW-BUSINESS-DATE
               CLOSE RUN-CONTROL-FILE
               MOVE 20 TO RETURN-CODE
               GOBACK
           END-IF.

      *----------------------------------------------------------------*
      *                      RUN-CONTROL-END
      *                      Records the outcome and counts on RUNCTL
      *                      once the return code has been set
      *----------------------------------------------------------------*
       RUN-CONTROL-END.

           MOVE WS-PGMNAME        TO RUN-PROGRAM
           MOVE CRW-BUSINESS-DATE TO RUN-BUSINESS-DATE
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           IF NOT CRW-RUNCTL-OK
               DISPLAY WS-PGMNAME ' READ RUNCTL FAILED, STATUS: '
                       CRW-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN RETURN-CODE = ZERO
                       SET RUN-STATUS-COMPLETED  TO TRUE
                   WHEN RETURN-CODE NOT > 4
                       SET RUN-STATUS-WARNING    TO TRUE
                   WHEN RETURN-CODE NOT > 8
                       SET RUN-STATUS-EXCEPTIONS TO TRUE
                   WHEN OTHER
                       SET RUN-STATUS-FAILED     TO TRUE
               END-EVALUATE
               MOVE RETURN-CODE          TO RUN-RETURN-CODE
               PERFORM SET-RUN-STAMP
               MOVE CRW-STAMP-DATE       TO RUN-END-DATE
               MOVE CRW-STAMP-TIME       TO RUN-END-TIME
               MOVE CRW-RECORDS-READ     TO RUN-RECORDS-READ
               MOVE CRW-RECORDS-UPDATED  TO RUN-RECORDS-UPDATED
               MOVE CRW-RECORDS-REJECTED TO RUN-RECORDS-REJECTED
               REWRITE BATCH-RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF CRW-RUNCTL-OK
                   DISPLAY WS-PGMNAME ' RUN CONTROL STATUS: '
                           RUN-STATUS-CD
               ELSE
                   DISPLAY WS-PGMNAME ' REWRITE RUNCTL FAILED, '
                           'STATUS: ' CRW-RUNCTL-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE RUN-CONTROL-FILE.

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
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE WS-RECORDS-READ          TO CRW-RECORDS-READ
           MOVE WS-ADVICES-SENT          TO CRW-RECORDS-UPDATED
           MOVE WS-RECORDS-DEAD-LETTERED TO CRW-RECORDS-REJECTED
           PERFORM RUN-CONTROL-END

           DISPLAY WS-PGMNAME ' ENDING'.
