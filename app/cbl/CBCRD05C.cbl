      *               same way a quiet one does. Every disagreement
      *               is reported on RECOUT; the job ends RC=8 when
      *               mismatches exist so the scheduler can page,
      *               otherwise RC=0. Temporary card freezes are not
      *               deletions: FREEZE/UNFREEZE advices on the block
      *               log and freeze/lift records on the audit trail
      *               are counted on the report for information only
      *               and never reconcile or mismatch. A delete
      *               whose block advice was delivered but has no
      *               acknowledgement on the CRDACK ledger (kept by
      *               CBCRD14C) is reported as delivered but not
      *               acknowledged; acknowledgements can arrive after
      *               this run, so that line is information only and
      *               does not set RC=8. A block advice the
      *               authorization system rejected, with no later
      *               accepted acknowledgement, is a mismatch reported
      *               as delivered but rejected.
      *               RUNCTL run control: runs once per business day
      *               and only after CBCRD04C is done for that date.
      *               The activity reconciled is the business date's,
      *               so a run after midnight or a rerun for an
      *               earlier date matches the day RUNCTL records
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.

           SELECT ACK-LEDGER-FILE ASSIGN TO CRDACKS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
      *THE DAY'S AUDIT TRAIL, SORTED UPSTREAM BY CARD NUMBER AND
           RECORDING MODE IS F.
           COPY CVDSP01Y.

      *AUTHORIZATION ACKNOWLEDGEMENT LEDGER KEPT BY CBCRD14C, SORTED
      *UPSTREAM BY CARD
       FD  ACK-LEDGER-FILE
           RECORDING MODE IS F.
           COPY CVACK01Y.

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  FD-CARD-RECORD.
           RECORDING MODE IS F.
       01  FD-REPORT-RECORD                    PIC X(80).

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
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD05C'.
         05 WS-PREREQ-PGMNAME          PIC X(08) VALUE 'CBCRD04C'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
           88 AUDIT-STATUS-OK                    VALUE '00'.
         05 WS-BLG-STATUS              PIC X(02) VALUE '00'.
           88 BLG-STATUS-OK                      VALUE '00'.
         05 WS-DSP-STATUS              PIC X(02) VALUE '00'.
           88 DSP-STATUS-OK                      VALUE '00'.
         05 WS-ACK-STATUS              PIC X(02) VALUE '00'.
           88 ACK-STATUS-OK                      VALUE '00'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
         05 WS-REPORT-STATUS           PIC X(02) VALUE '00'.
           88 END-OF-BLG                         VALUE 'Y'.
         05 WS-END-OF-DSP-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-DSP                         VALUE 'Y'.
         05 WS-END-OF-ACK-FLG          PIC X(01) VALUE 'N'.
           88 END-OF-ACK                         VALUE 'Y'.
         05 WS-END-OF-CARDFILE-FLG     PIC X(01) VALUE 'N'.
           88 END-OF-CARDFILE                    VALUE 'Y'.
         05 WS-AUD-REC-RELEVANT-FLG    PIC X(01) VALUE 'N'.
           88 AUD-REC-RELEVANT                   VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
         05 WS-ACTIVE-MARKER           PIC X(01) VALUE 'Y'.
         05 WS-FROZEN-MARKER           PIC X(01) VALUE 'F'.
         05 WS-PENDING-MARKER          PIC X(01) VALUE 'P'.
      *BLOCK LOG STATUS CODES OF THE FREEZE AND FREEZE-LIFT ADVICES
         05 WS-BLG-FREEZE-CD           PIC X(01) VALUE 'F'.
         05 WS-BLG-UNFREEZE-CD         PIC X(01) VALUE 'U'.
         05 WS-COVERED-FLG             PIC X(01) VALUE 'N'.
           88 BLOCK-COVERED                      VALUE 'Y'.
           88 BLOCK-NOT-COVERED                  VALUE 'N'.
         05 WS-ACK-RELEVANT-FLG        PIC X(01) VALUE 'N'.
           88 ACK-RELEVANT                       VALUE 'Y'.
         05 WS-BLOCK-ACCEPTED-FLG      PIC X(01) VALUE 'N'.
           88 BLOCK-ACK-ACCEPTED                 VALUE 'Y'.
         05 WS-BLOCK-REJECTED-FLG      PIC X(01) VALUE 'N'.
           88 BLOCK-ACK-REJECTED                 VALUE 'Y'.
         05 WS-COUNTERS.
           10 WS-AUDIT-DELETES-TODAY   PIC 9(07) VALUE ZEROES.
           10 WS-BLG-BLOCKS-TODAY      PIC 9(07) VALUE ZEROES.
           10 WS-DSP-ACTIONS-TODAY     PIC 9(07) VALUE ZEROES.
           10 WS-BLG-FREEZES-TODAY     PIC 9(07) VALUE ZEROES.
           10 WS-AUDIT-FREEZES-TODAY   PIC 9(07) VALUE ZEROES.
           10 WS-ACK-BLOCKS-TODAY      PIC 9(07) VALUE ZEROES.
           10 WS-DELIVERED-NOT-ACKED   PIC 9(07) VALUE ZEROES.
           10 WS-DELIVERED-REJECTED    PIC 9(07) VALUE ZEROES.
           10 WS-CARDS-DELETED-TODAY   PIC 9(07) VALUE ZEROES.
           10 WS-MISMATCH-NO-AUDIT     PIC 9(07) VALUE ZEROES.
           10 WS-MISMATCH-STILL-ACTIVE PIC 9(07) VALUE ZEROES.
           88 BLOCK-STREAM-DONE                  VALUE HIGH-VALUES.
         05 WS-DSP-CUR-CARD            PIC X(16) VALUE LOW-VALUES.
           88 DISP-STREAM-DONE                   VALUE HIGH-VALUES.
         05 WS-ACK-CUR-CARD            PIC X(16) VALUE LOW-VALUES.
           88 ACK-STREAM-DONE                    VALUE HIGH-VALUES.
         05 WS-MATCH-CARD              PIC X(16) VALUE LOW-VALUES.
         05 WS-MATCH-ACCT              PIC 9(11) VALUE ZEROES.

           COPY CSMSK01Y.

       01  WS-REPORT-HEADING1.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(34)
               VALUE 'CARD DELETE RECONCILIATION REPORT'.
           05  FILLER                  PIC X(04) VALUE 'FOR '.
           05  WS-HDG-DATE             PIC X(08).
           05  FILLER                  PIC X(06) VALUE '  RUN '.
           05  WS-HDG-RUN-DATE         PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-REPORT-HEADING2.
           05  FILLER                  PIC X(18) VALUE 'CARD NUMBER'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-COUNT            PIC ZZZ,ZZ9.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA
      *THE REPORT ARE COMPLETE
           PERFORM GET-NEXT-BLOCK-CARD UNTIL BLOCK-STREAM-DONE
           PERFORM GET-NEXT-DISP-CARD  UNTIL DISP-STREAM-DONE
           PERFORM GET-NEXT-ACK-CARD   UNTIL ACK-STREAM-DONE

           PERFORM WRITE-TOTAL-LINES
           PERFORM TERMINATION

           DISPLAY WS-PGMNAME ' STARTING'

           PERFORM RUN-CONTROL-START

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)  TO WS-CURDATE-YY
           MOVE WS-CURDATE-MM-DD-YY   TO WS-HDG-RUN-DATE

      *THE DAY RECONCILED IS THE BUSINESS DATE RUNCTL RECORDS THE RUN
      *AGAINST - AFTER MIDNIGHT, OR ON A RERUN, NOT THE CALENDAR DATE
           MOVE CRW-BUSINESS-DATE(5:2) TO WS-CURDATE-MM
           MOVE CRW-BUSINESS-DATE(7:2) TO WS-CURDATE-DD
           MOVE CRW-BUSINESS-DATE(3:2) TO WS-CURDATE-YY

           DISPLAY WS-PGMNAME ' RECONCILING ACTIVITY FOR: '
                   WS-CURDATE-MM-DD-YY
               GOBACK
           END-IF

           OPEN INPUT  ACK-LEDGER-FILE
           IF NOT ACK-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CRDACKS FAILED, STATUS: '
                       WS-ACK-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT  CARD-FILE
           IF NOT CARDFILE-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDFILE FAILED, STATUS: '
               WHEN OTHER
                   IF WS-AUD-ACTIVE-ENTRY
      *AN AUDITED DELETE MUST HAVE STUCK ON CARDDAT AND MUST HAVE
      *PRODUCED A DELIVERED (OR REVIEWED) BLOCK ADVICE. A FROZEN
      *CARD IS STILL LIVE, SO A DELETE LEAVING IT FROZEN DID NOT STICK,
      *AND THE SAME GOES FOR A CARD LEFT PENDING ACTIVATION
                       IF CARD-ACTIVE-STATUS OF CARD-RECORD =
                                                   WS-ACTIVE-MARKER
                       OR CARD-ACTIVE-STATUS OF CARD-RECORD =
                                                   WS-FROZEN-MARKER
                       OR CARD-ACTIVE-STATUS OF CARD-RECORD =
                                                   WS-PENDING-MARKER
                           PERFORM REPORT-STILL-ACTIVE-MISMATCH
                       END-IF
                       PERFORM CHECK-BLOCK-COVERAGE
                       ADD 1 TO WS-AUDIT-DELETES-TODAY
                   END-IF
               END-IF
      *FREEZES AND FREEZE LIFTS ARE COUNTED BUT TAKE NO PART IN THE
      *MATCH - THE CARD STAYS LIVE EITHER WAY
               IF CDEL-AUDIT-DATE = WS-CURDATE-MM-DD-YY
               AND (CDEL-AUDIT-ACTION-FREEZE
                    OR CDEL-AUDIT-ACTION-UNFREEZE)
                   ADD 1 TO WS-AUDIT-FREEZES-TODAY
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-BLOCK-CARD
      *                      Positions on the next of today's
      *                      delivered block advices, HIGH-VALUES
      *                      at end of file. Today's FREEZE and
      *                      UNFREEZE advices are counted and passed
      *                      over, never matched against a delete
      *----------------------------------------------------------------*
       GET-NEXT-BLOCK-CARD.

                       ADD 1 TO WS-BLG-BLOCKS-TODAY
                       MOVE FD-BLG-CARD-NUM TO WS-BLG-CUR-CARD
                   END-IF
                   IF FD-BLG-DATE = WS-CURDATE-MM-DD-YY
                   AND (FD-BLG-STATUS-CD = WS-BLG-FREEZE-CD
                        OR FD-BLG-STATUS-CD = WS-BLG-UNFREEZE-CD)
                       ADD 1 TO WS-BLG-FREEZES-TODAY
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-ACK-CARD
      *                      Positions on the next acknowledgement of
      *                      one of today's block advices, accepted
      *                      or rejected, HIGH-VALUES at end of file.
      *                      The ledger record stays in the record
      *                      area so its result can be checked
      *----------------------------------------------------------------*
       GET-NEXT-ACK-CARD.

           MOVE 'N' TO WS-ACK-RELEVANT-FLG
           PERFORM READ-ACK-LEDGER-RECORD
               UNTIL ACK-RELEVANT OR END-OF-ACK

           IF END-OF-ACK
               MOVE HIGH-VALUES TO WS-ACK-CUR-CARD
           ELSE
               ADD 1 TO WS-ACK-BLOCKS-TODAY
               MOVE ACK-CARD-NUM TO WS-ACK-CUR-CARD
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACK-LEDGER-RECORD
      *----------------------------------------------------------------*
       READ-ACK-LEDGER-RECORD.

           READ ACK-LEDGER-FILE
               AT END
                   SET END-OF-ACK TO TRUE
               NOT AT END
                   IF ACK-BLOCK-DATE = WS-CURDATE-MM-DD-YY
                   AND ACK-MSG-BLOCK
                       SET ACK-RELEVANT TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      *                      CHECK-BLOCK-COVERAGE
      *                      The block log and disposition streams
               UNTIL WS-BLG-CUR-CARD NOT < WS-MATCH-CARD
           IF WS-BLG-CUR-CARD = WS-MATCH-CARD
               SET BLOCK-COVERED TO TRUE
               PERFORM CHECK-BLOCK-ACKNOWLEDGED
           END-IF

           IF BLOCK-NOT-COVERED
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-BLOCK-ACKNOWLEDGED
      *                      A delivered block advice should have been
      *                      accepted by the authorization system. An
      *                      accepted acknowledgement (e.g. of the
      *                      replay after a rejection) settles it; a
      *                      rejection alone is a mismatch, since the
      *                      card is not blocked at authorization; no
      *                      answer yet is reported for information
      *----------------------------------------------------------------*
       CHECK-BLOCK-ACKNOWLEDGED.

           PERFORM GET-NEXT-ACK-CARD
               UNTIL WS-ACK-CUR-CARD NOT < WS-MATCH-CARD

           MOVE 'N' TO WS-BLOCK-ACCEPTED-FLG
           MOVE 'N' TO WS-BLOCK-REJECTED-FLG
           PERFORM NOTE-BLOCK-ACK-RESULT
               UNTIL WS-ACK-CUR-CARD NOT = WS-MATCH-CARD

           MOVE WS-MATCH-CARD TO CMW-CARD-NUM-IN
           PERFORM MASK-CARD-NUMBER
           MOVE CMW-CARD-NUM-MASKED TO WS-DTL-CARD-NUM
           MOVE WS-MATCH-ACCT       TO WS-DTL-ACCT-ID

           EVALUATE TRUE
               WHEN BLOCK-ACK-ACCEPTED
                   CONTINUE
               WHEN BLOCK-ACK-REJECTED
                   ADD 1 TO WS-DELIVERED-REJECTED
                   ADD 1 TO WS-MISMATCH-TOTAL
                   MOVE 'BLOCK ADVICE DELIVERED BUT REJECTED'
                     TO WS-DTL-DESC
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-DELIVERED-NOT-ACKED
                   MOVE 'BLOCK ADVICE DELIVERED BUT NOT ACKNOWLEDGED'
                     TO WS-DTL-DESC
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      NOTE-BLOCK-ACK-RESULT
      *                      One of the card's acknowledgements for
      *                      today's block advice
      *----------------------------------------------------------------*
       NOTE-BLOCK-ACK-RESULT.

           EVALUATE TRUE
               WHEN ACK-ACCEPTED
                   SET BLOCK-ACK-ACCEPTED TO TRUE
               WHEN ACK-REJECTED
                   SET BLOCK-ACK-REJECTED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM GET-NEXT-ACK-CARD.

      *----------------------------------------------------------------*
      *                      REPORT-NO-AUDIT-MISMATCH
      *----------------------------------------------------------------*
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'FREEZE/LIFT AUDIT RECORDS TODAY:'
             TO WS-TOT-DESC
           MOVE WS-AUDIT-FREEZES-TODAY TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'FREEZE/UNFREEZE ADVICES DELIVERED TODAY:'
             TO WS-TOT-DESC
           MOVE WS-BLG-FREEZES-TODAY TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'BLOCK ADVICES ACKNOWLEDGED SO FAR:'
             TO WS-TOT-DESC
           MOVE WS-ACK-BLOCKS-TODAY TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'DELIVERED BUT NOT ACKNOWLEDGED (INFO):'
             TO WS-TOT-DESC
           MOVE WS-DELIVERED-NOT-ACKED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'BLOCK ADVICE DELIVERED BUT REJECTED:'
             TO WS-TOT-DESC
           MOVE WS-DELIVERED-REJECTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD

           MOVE 'DELETED WITH NO AUDIT RECORD:'
             TO WS-TOT-DESC
           MOVE WS-MISMATCH-NO-AUDIT TO WS-TOT-COUNT
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
           CLOSE AUDIT-TRAIL-FILE
           CLOSE CARD-BLOCK-LOG-FILE
           CLOSE DLQ-DISPOSITION-FILE
           CLOSE ACK-LEDGER-FILE
           CLOSE CARD-FILE
           CLOSE RECON-REPORT-FILE

                   WS-BLG-BLOCKS-TODAY
           DISPLAY WS-PGMNAME ' DISPOSITIONS TODAY  : '
                   WS-DSP-ACTIONS-TODAY
           DISPLAY WS-PGMNAME ' NOT ACKNOWLEDGED    : '
                   WS-DELIVERED-NOT-ACKED
           DISPLAY WS-PGMNAME ' ACK REJECTED        : '
                   WS-DELIVERED-REJECTED
           DISPLAY WS-PGMNAME ' TOTAL MISMATCHES    : '
                   WS-MISMATCH-TOTAL

               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE WS-AUDIT-DELETES-TODAY TO CRW-RECORDS-READ
           MOVE ZEROES                 TO CRW-RECORDS-UPDATED
           MOVE WS-MISMATCH-TOTAL      TO CRW-RECORDS-REJECTED
           PERFORM RUN-CONTROL-END

           DISPLAY WS-PGMNAME ' ENDING'.
