      *               card is written to the CARDARCH keyed archive
      *               (card number + purge timestamp, so every
      *               generation of a re-purged card is kept) and
      *               then removed from CARDDAT; the purge is logged
      *               on the CDELAUD audit trail (action P).
      *               RUNCTL run control: runs once per business day
      *               and only after CBCRD06C is done for that date
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               RECORD KEY IS ARCH-KEY
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CARD-DEL-AUDIT-FILE ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RETENTION-PARM-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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
       FD  CARD-FILE
           RECORDING MODE IS F.
           COPY CVARC01Y.

      *CARD AUDIT TRAIL (CDELAUD), SAME PHYSICAL DATASET THE ONLINE
      *TRANSACTIONS AND CBCRD01C WRITE; EVERY PURGE IS LOGGED HERE
       FD  CARD-DEL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CSDEL01Y.

       FD  RETENTION-PARM-FILE
           RECORDING MODE IS F.
       01  FD-PARM-RECORD                      PIC X(04).

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
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD02C'.
         05 WS-PREREQ-PGMNAME          PIC X(08) VALUE 'CBCRD06C'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
           88 CARDFILE-STATUS-EOF                VALUE '10'.
         05 WS-ARCHIVE-STATUS          PIC X(02) VALUE '00'.
         05 WS-PARM-STATUS             PIC X(02) VALUE '00'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
         05 WS-BATCH-USER-ID           PIC X(08) VALUE 'BATCH'.
         05 WS-PURGED-REASON-CD        PIC X(07) VALUE 'PURGED'.
         05 WS-END-OF-CARDFILE-FLG     PIC X(01) VALUE 'N'.
           88 END-OF-CARDFILE                    VALUE 'Y'.
         05 WS-SOFT-DELETED-MARKER     PIC X(01) VALUE 'D'.
           10 WS-TODAY-CCYY            PIC X(04).
           10 WS-TODAY-MM              PIC X(02).
           10 WS-TODAY-DD              PIC X(02).
         05 WS-CURDATE-MM-DD-YY.
           10 WS-CURDATE-MM            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-DD            PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-CURDATE-YY            PIC X(02).
         05 WS-AUDIT-TIME-HH-MM-SS.
           10 WS-AUDIT-TIME-HH         PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-AUDIT-TIME-MM         PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-AUDIT-TIME-SS         PIC X(02).
         05 WS-CUTOFF-DATE-CCYYMMDD    PIC 9(08).
         05 WS-CUTOFF-DATE-CCYYMMDD-R  REDEFINES
                                       WS-CUTOFF-DATE-CCYYMMDD.
      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA

           DISPLAY WS-PGMNAME ' STARTING'

           PERFORM RUN-CONTROL-START

           OPEN INPUT RETENTION-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ RETENTION-PARM-FILE INTO WS-RETENTION-DAYS
           MOVE WS-CURDATE-YEAR       TO WS-TODAY-CCYY
           MOVE WS-CURDATE-MONTH      TO WS-TODAY-MM
           MOVE WS-CURDATE-DAY        TO WS-TODAY-DD
           MOVE WS-CURDATE-MONTH      TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY        TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)  TO WS-CURDATE-YY
           MOVE WS-CURDATE-HOURS      TO WS-AUDIT-TIME-HH
           MOVE WS-CURDATE-MINUTE     TO WS-AUDIT-TIME-MM
           MOVE WS-CURDATE-SECOND     TO WS-AUDIT-TIME-SS

           COMPUTE WS-CUTOFF-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE-CCYYMMDD)
               GOBACK
           END-IF

           OPEN EXTEND CARD-DEL-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO FD-CARD-NUM
           START CARD-FILE KEY IS NOT LESS THAN FD-CARD-NUM
               INVALID KEY
               DELETE CARD-FILE RECORD
               IF CARDFILE-STATUS-OK
                   ADD 1 TO WS-RECORDS-PURGED
                   PERFORM WRITE-PURGE-AUDIT-RECORD
               ELSE
                   MOVE CARD-NUM OF CARD-RECORD TO CMW-CARD-NUM-IN
                   PERFORM MASK-CARD-NUMBER
                       ' STATUS: ' WS-ARCHIVE-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-PURGE-AUDIT-RECORD
      *                      Same CARDDEL-AUDIT trail the online
      *                      transactions write to, so a purge is
      *                      traceable like any other status change
      *----------------------------------------------------------------*
       WRITE-PURGE-AUDIT-RECORD.

           MOVE SPACES                      TO CARDDEL-AUDIT-RECORD
           MOVE CARD-NUM OF CARD-RECORD     TO CDEL-AUDIT-CARD-NUM
           MOVE CARD-ACCT-ID OF CARD-RECORD TO CDEL-AUDIT-ACCT-ID
           MOVE WS-BATCH-USER-ID            TO CDEL-AUDIT-USER-ID
           SET CDEL-AUDIT-ACTION-PURGE      TO TRUE
           MOVE WS-PURGED-REASON-CD         TO CDEL-AUDIT-REASON-CD
           MOVE WS-CURDATE-MM-DD-YY         TO CDEL-AUDIT-DATE
           MOVE WS-AUDIT-TIME-HH-MM-SS      TO CDEL-AUDIT-TIME

           WRITE CARDDEL-AUDIT-RECORD

           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                      MASK-CARD-NUMBER
      *                      Card numbers logged for operators carry
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

           CLOSE CARD-FILE
           CLOSE CARD-ARCHIVE-FILE
           CLOSE CARD-DEL-AUDIT-FILE

           DISPLAY WS-PGMNAME ' RECORDS SCANNED : ' WS-RECORDS-SCANNED
           DISPLAY WS-PGMNAME ' RECORDS PURGED  : ' WS-RECORDS-PURGED

           MOVE WS-RECORDS-SCANNED TO CRW-RECORDS-READ
           MOVE WS-RECORDS-PURGED  TO CRW-RECORDS-UPDATED
           MOVE ZEROES             TO CRW-RECORDS-REJECTED
           PERFORM RUN-CONTROL-END

           DISPLAY WS-PGMNAME ' ENDING'.
