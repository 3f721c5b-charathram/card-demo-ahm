      ******************************************************************
      * Program     : CBCRD21C.CBL
      * Application : CardDemo
      * Type        : Batch COBOL Program
      * Function    : Nightly card status change feed. Reads the
      *               CDELAUD audit trail and writes every card status
      *               change of the business date - issue, update,
      *               delete, reactivate, freeze and unfreeze,
      *               activation, fraud-review holds, expiry, restore
      *               and archive purge - to the STCHGFD delta file
      *               (CVSCF01Y) for the downstream systems, between a
      *               header and a trailer carrying the record count
      *               and the account id and card number hash totals.
      *               The status after an update or restore is taken
      *               from CARDDAT.
      *               RUNCTL run control: runs once per business day
      *               and only after CBCRD09C is done for that date
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
       PROGRAM-ID. CBCRD21C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-DEL-AUDIT-FILE ASSIGN TO CARDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FD-CARD-NUM
               FILE STATUS IS WS-CARDFILE-STATUS.

           SELECT STATUS-FEED-FILE ASSIGN TO STCHGFD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

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
      *CARD AUDIT TRAIL (CDELAUD) WRITTEN BY THE ONLINE TRANSACTIONS
      *AND THE NIGHTLY JOBS, IN THE ORDER THE CHANGES HAPPENED
       FD  CARD-DEL-AUDIT-FILE
           RECORDING MODE IS F.
           COPY CSDEL01Y.

       FD  CARD-FILE
           RECORDING MODE IS F.
       01  FD-CARD-RECORD.
           05  FD-CARD-NUM                     PIC X(16).
           05  FD-CARD-ACCT-ID                 PIC 9(11).
           05  FILLER                          PIC X(123).

       FD  STATUS-FEED-FILE
           RECORDING MODE IS F.
           COPY CVSCF01Y.

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
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CBCRD21C'.
         05 WS-PREREQ-PGMNAME          PIC X(08) VALUE 'CBCRD09C'.
         05 WS-AUDIT-STATUS            PIC X(02) VALUE '00'.
         05 WS-CARDFILE-STATUS         PIC X(02) VALUE '00'.
           88 CARDFILE-STATUS-OK                 VALUE '00'.
           88 CARDFILE-NOTFND                    VALUE '23'.
         05 WS-FEED-STATUS             PIC X(02) VALUE '00'.
         05 WS-END-OF-AUDIT-FLG        PIC X(01) VALUE 'N'.
           88 END-OF-AUDIT                       VALUE 'Y'.
         05 WS-FEED-ID                 PIC X(08) VALUE 'CRDSTCHG'.
         05 WS-SOURCE-SYSTEM           PIC X(08) VALUE 'CARDDEMO'.
         05 WS-LAYOUT-VERSION          PIC X(02) VALUE '01'.
         05 WS-COUNTERS.
           10 WS-AUDIT-RECORDS-READ    PIC 9(07) VALUE ZEROES.
           10 WS-CHANGES-WRITTEN       PIC 9(07) VALUE ZEROES.
           10 WS-LOOKUPS-FAILED        PIC 9(07) VALUE ZEROES.
      *AUDIT RECORDS ARE STAMPED MM/DD/YY; THE BUSINESS DATE IS BUILT
      *IN THAT FORM TO PICK OUT THE DAY'S CHANGES
         05 WS-FEED-AUDIT-DATE.
           10 WS-FEED-AUDIT-MM         PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-FEED-AUDIT-DD         PIC X(02).
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-FEED-AUDIT-YY         PIC X(02).
         05 WS-CURDATE-DATA.
           10 WS-CURDATE-CCYYMMDD      PIC X(08).
           10 WS-CURDATE-HHMMSS        PIC X(06).
           10 FILLER                   PIC X(07).

      *FEED HASH TOTALS - THE CARD NUMBER HASH KEEPS ONLY ITS
      *LOW-ORDER 18 DIGITS
       01 WS-HASH-TOTALS.
         05 WS-ACCT-ID-HASH            PIC 9(18) VALUE ZEROES.
         05 WS-CARD-NUM-HASH           PIC 9(18) VALUE ZEROES.
         05 WS-CARD-NUM-N              PIC 9(16) VALUE ZEROES.
         05 WS-HASH-COMPLEMENT         PIC 9(18) VALUE ZEROES.

           COPY CVACT02Y.

      *CARD NUMBER MASKING WORK AREA
           COPY CSMSK01Y.

      *NIGHTLY RUN CONTROL WORK AREA
           COPY CSRUN01Y.

       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
      *                      MAIN-PARA
      *----------------------------------------------------------------*
       MAIN-PARA.

           PERFORM INITIALIZATION
           PERFORM WRITE-FEED-HEADER
           PERFORM READ-NEXT-AUDIT
           PERFORM PROCESS-AUDIT-RECORD UNTIL END-OF-AUDIT
           PERFORM WRITE-FEED-TRAILER

           IF WS-LOOKUPS-FAILED > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM TERMINATION
           GOBACK.

      *----------------------------------------------------------------*
      *                      INITIALIZATION
      *----------------------------------------------------------------*
       INITIALIZATION.

           DISPLAY WS-PGMNAME ' STARTING'

           PERFORM RUN-CONTROL-START

           MOVE CRW-BUSINESS-DATE(5:2) TO WS-FEED-AUDIT-MM
           MOVE CRW-BUSINESS-DATE(7:2) TO WS-FEED-AUDIT-DD
           MOVE CRW-BUSINESS-DATE(3:2) TO WS-FEED-AUDIT-YY

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA

           OPEN INPUT CARD-DEL-AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN CARDAUD FAILED, STATUS: '
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CARD-FILE
           IF NOT CARDFILE-STATUS-OK
               DISPLAY WS-PGMNAME ' OPEN CARDFILE FAILED, STATUS: '
                       WS-CARDFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT STATUS-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' OPEN STCHGFD FAILED, STATUS: '
                       WS-FEED-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY WS-PGMNAME ' SELECTING CHANGES DATED: '
                   WS-FEED-AUDIT-DATE.

      *----------------------------------------------------------------*
      *                      WRITE-FEED-HEADER
      *----------------------------------------------------------------*
       WRITE-FEED-HEADER.

           MOVE SPACES                 TO CARD-STATUS-FEED-RECORD
           SET SCF-HEADER-RECORD       TO TRUE
           MOVE WS-FEED-ID             TO SCF-HDR-FEED-ID
           MOVE CRW-BUSINESS-DATE      TO SCF-HDR-BUSINESS-DATE
           MOVE WS-CURDATE-CCYYMMDD    TO SCF-HDR-CREATE-DATE
           MOVE WS-CURDATE-HHMMSS      TO SCF-HDR-CREATE-TIME
           MOVE WS-SOURCE-SYSTEM       TO SCF-HDR-SOURCE-SYSTEM
           MOVE WS-LAYOUT-VERSION      TO SCF-HDR-LAYOUT-VERSION

           PERFORM WRITE-FEED-RECORD.

      *----------------------------------------------------------------*
      *                      READ-NEXT-AUDIT
      *----------------------------------------------------------------*
       READ-NEXT-AUDIT.

           READ CARD-DEL-AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ

           IF NOT END-OF-AUDIT
               IF WS-AUDIT-STATUS = '00'
                   ADD 1 TO WS-AUDIT-RECORDS-READ
               ELSE
                   DISPLAY WS-PGMNAME ' READ CARDAUD FAILED, STATUS: '
                           WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM TERMINATION
                   GOBACK
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-AUDIT-RECORD
      *----------------------------------------------------------------*
       PROCESS-AUDIT-RECORD.

           IF CDEL-AUDIT-DATE = WS-FEED-AUDIT-DATE
               PERFORM WRITE-CHANGE-DETAIL
           END-IF

           PERFORM READ-NEXT-AUDIT.

      *----------------------------------------------------------------*
      *                      WRITE-CHANGE-DETAIL
      *                      The change code is the audit action code
      *                      itself, so a new action reaches the feed
      *                      without a layout change
      *----------------------------------------------------------------*
       WRITE-CHANGE-DETAIL.

           MOVE SPACES                 TO CARD-STATUS-FEED-RECORD
           SET SCF-DETAIL-RECORD       TO TRUE
           ADD 1                       TO WS-CHANGES-WRITTEN
           MOVE WS-CHANGES-WRITTEN     TO SCF-SEQUENCE-NUM
           MOVE CDEL-AUDIT-CARD-NUM    TO SCF-CARD-NUM
           MOVE CDEL-AUDIT-ACCT-ID     TO SCF-ACCT-ID
           MOVE CDEL-AUDIT-ACTION-CD   TO SCF-CHANGE-CD
           MOVE CDEL-AUDIT-REASON-CD   TO SCF-REASON-CD
           MOVE CDEL-AUDIT-USER-ID     TO SCF-USER-ID
           MOVE CRW-BUSINESS-DATE      TO SCF-CHANGE-DATE
           MOVE CDEL-AUDIT-TIME(1:2)   TO SCF-CHANGE-TIME(1:2)
           MOVE CDEL-AUDIT-TIME(4:2)   TO SCF-CHANGE-TIME(3:2)
           MOVE CDEL-AUDIT-TIME(7:2)   TO SCF-CHANGE-TIME(5:2)

           PERFORM SET-CHANGE-STATUS
           PERFORM ADD-HASH-TOTALS
           PERFORM WRITE-FEED-RECORD.

      *----------------------------------------------------------------*
      *                      SET-CHANGE-STATUS
      *                      Description and the card status after the
      *                      change. An update or restore can leave the
      *                      card in more than one status, so those
      *                      are taken from CARDDAT
      *----------------------------------------------------------------*
       SET-CHANGE-STATUS.

           EVALUATE TRUE
               WHEN SCF-CHANGE-ISSUE
                   MOVE 'ISSUE'            TO SCF-CHANGE-DESC
                   MOVE 'P'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-UPDATE
                   MOVE 'UPDATE'           TO SCF-CHANGE-DESC
                   PERFORM LOOKUP-CARD-STATUS
               WHEN SCF-CHANGE-DELETE
                   MOVE 'DELETE'           TO SCF-CHANGE-DESC
                   MOVE 'D'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-REACTIVATE
                   MOVE 'REACTIVATE'       TO SCF-CHANGE-DESC
      *A CARD DELETED BEFORE ACTIVATION IS REACTIVATED TO PENDING;
      *OLDER AUDIT RECORDS CARRY NO STATUS AND WERE ALWAYS LIVE
                   IF CDEL-AUDIT-NEW-STATUS = 'P'
                       MOVE 'P'            TO SCF-NEW-STATUS
                   ELSE
                       MOVE 'Y'            TO SCF-NEW-STATUS
                   END-IF
               WHEN SCF-CHANGE-FREEZE
                   MOVE 'FREEZE'           TO SCF-CHANGE-DESC
                   MOVE 'F'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-UNFREEZE
                   MOVE 'UNFREEZE'         TO SCF-CHANGE-DESC
                   MOVE 'Y'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-ACTIVATE
                   MOVE 'ACTIVATE'         TO SCF-CHANGE-DESC
                   MOVE 'Y'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-EXPIRE
                   MOVE 'EXPIRE'           TO SCF-CHANGE-DESC
                   MOVE 'E'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-RESTORE
                   MOVE 'RESTORE'          TO SCF-CHANGE-DESC
                   PERFORM LOOKUP-CARD-STATUS
               WHEN SCF-CHANGE-PURGE
                   MOVE 'PURGE'            TO SCF-CHANGE-DESC
                   MOVE SPACE              TO SCF-NEW-STATUS
      *        HOLDS ARE ON THE DELETED CARD WHOSE REPLACEMENT IS HELD
               WHEN SCF-CHANGE-HOLD
                   MOVE 'HOLD'             TO SCF-CHANGE-DESC
                   MOVE 'D'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-HOLD-RELEASE
                   MOVE 'HOLD RELEASE'     TO SCF-CHANGE-DESC
                   MOVE 'D'                TO SCF-NEW-STATUS
               WHEN SCF-CHANGE-HOLD-DECLINE
                   MOVE 'HOLD DECLINE'     TO SCF-CHANGE-DESC
                   MOVE 'D'                TO SCF-NEW-STATUS
               WHEN OTHER
                   MOVE 'UNKNOWN'          TO SCF-CHANGE-DESC
                   PERFORM LOOKUP-CARD-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      LOOKUP-CARD-STATUS
      *                      A card no longer on CARDDAT goes out with
      *                      a blank status
      *----------------------------------------------------------------*
       LOOKUP-CARD-STATUS.

           MOVE SPACE               TO SCF-NEW-STATUS
           MOVE CDEL-AUDIT-CARD-NUM TO FD-CARD-NUM

           READ CARD-FILE INTO CARD-RECORD
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CARDFILE-STATUS-OK
                   MOVE CARD-ACTIVE-STATUS OF CARD-RECORD
                     TO SCF-NEW-STATUS
               WHEN CARDFILE-NOTFND
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-LOOKUPS-FAILED
                   MOVE CDEL-AUDIT-CARD-NUM TO CMW-CARD-NUM-IN
                   PERFORM MASK-CARD-NUMBER
                   DISPLAY WS-PGMNAME ' READ CARDFILE FAILED FOR CARD '
                           CMW-CARD-NUM-MASKED
                           ' STATUS: ' WS-CARDFILE-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      ADD-HASH-TOTALS
      *                      On overflow the card number hash drops
      *                      its high-order digit, as the receiving
      *                      side's 18-digit total does. The excess
      *                      over 18 digits is taken off by way of the
      *                      card number's complement to all nines, so
      *                      no field ever needs more than 18 digits
      *----------------------------------------------------------------*
       ADD-HASH-TOTALS.

           ADD SCF-ACCT-ID TO WS-ACCT-ID-HASH

           IF SCF-CARD-NUM IS NUMERIC
               MOVE SCF-CARD-NUM TO WS-CARD-NUM-N
               ADD WS-CARD-NUM-N TO WS-CARD-NUM-HASH
                   ON SIZE ERROR
                       COMPUTE WS-HASH-COMPLEMENT =
                               999999999999999999 - WS-CARD-NUM-N
                       COMPUTE WS-CARD-NUM-HASH = WS-CARD-NUM-HASH
                                                - WS-HASH-COMPLEMENT
                                                - 1
               END-ADD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-FEED-TRAILER
      *----------------------------------------------------------------*
       WRITE-FEED-TRAILER.

           MOVE SPACES                 TO CARD-STATUS-FEED-RECORD
           SET SCF-TRAILER-RECORD      TO TRUE
           MOVE WS-FEED-ID             TO SCF-TRL-FEED-ID
           MOVE CRW-BUSINESS-DATE      TO SCF-TRL-BUSINESS-DATE
           MOVE WS-CHANGES-WRITTEN     TO SCF-TRL-DETAIL-COUNT
           COMPUTE SCF-TRL-TOTAL-RECORDS = WS-CHANGES-WRITTEN + 2
           MOVE WS-ACCT-ID-HASH        TO SCF-TRL-ACCT-ID-HASH
           MOVE WS-CARD-NUM-HASH       TO SCF-TRL-CARD-NUM-HASH

           PERFORM WRITE-FEED-RECORD.

      *----------------------------------------------------------------*
      *                      WRITE-FEED-RECORD
      *                      A feed that cannot be balanced is no use
      *                      downstream, so a write failure ends the
      *                      run
      *----------------------------------------------------------------*
       WRITE-FEED-RECORD.

           WRITE CARD-STATUS-FEED-RECORD

           IF WS-FEED-STATUS NOT = '00'
               DISPLAY WS-PGMNAME ' WRITE STCHGFD FAILED, STATUS: '
                       WS-FEED-STATUS ' RECORD TYPE: ' SCF-RECORD-TYPE
               MOVE 16 TO RETURN-CODE
               PERFORM TERMINATION
               GOBACK
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
       TERMINATION.

           CLOSE CARD-DEL-AUDIT-FILE
           CLOSE CARD-FILE
           CLOSE STATUS-FEED-FILE

           DISPLAY WS-PGMNAME ' AUDIT RECORDS READ: '
                   WS-AUDIT-RECORDS-READ
           DISPLAY WS-PGMNAME ' CHANGES WRITTEN   : '
                   WS-CHANGES-WRITTEN
           DISPLAY WS-PGMNAME ' LOOKUPS FAILED    : '
                   WS-LOOKUPS-FAILED
           DISPLAY WS-PGMNAME ' ACCOUNT ID HASH   : '
                   WS-ACCT-ID-HASH
           DISPLAY WS-PGMNAME ' CARD NUMBER HASH  : '
                   WS-CARD-NUM-HASH

           MOVE WS-AUDIT-RECORDS-READ TO CRW-RECORDS-READ
           MOVE WS-CHANGES-WRITTEN    TO CRW-RECORDS-UPDATED
           MOVE WS-LOOKUPS-FAILED     TO CRW-RECORDS-REJECTED
           PERFORM RUN-CONTROL-END

           DISPLAY WS-PGMNAME ' ENDING'.
