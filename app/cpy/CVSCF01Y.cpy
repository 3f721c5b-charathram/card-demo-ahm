      ******************************************************************
      * Copybook    : CVSCF01Y.CPY
      * Application : CardDemo
      * Type        : Batch Interface Record Layout
      * Function    : Daily card status change feed (STCHGFD file)
      *               for downstream systems, written nightly by
      *               CBCRD21C from the CDELAUD audit trail. One
      *               header, one detail per card status change of
      *               the business date in the order it happened, and
      *               one trailer with the detail count and the hash
      *               totals of the account ids and card numbers so a
      *               receiver can balance its load. Dates CCYYMMDD,
      *               times HHMMSS
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
       01  CARD-STATUS-FEED-RECORD.
           05  SCF-RECORD-TYPE                 PIC X(01).
               88  SCF-HEADER-RECORD               VALUE 'H'.
               88  SCF-DETAIL-RECORD               VALUE 'D'.
               88  SCF-TRAILER-RECORD              VALUE 'T'.
           05  SCF-RECORD-DATA                 PIC X(99).
      *    HEADER
           05  SCF-HEADER-DATA  REDEFINES SCF-RECORD-DATA.
               10  SCF-HDR-FEED-ID             PIC X(08).
               10  SCF-HDR-BUSINESS-DATE       PIC X(08).
               10  SCF-HDR-CREATE-DATE         PIC X(08).
               10  SCF-HDR-CREATE-TIME         PIC X(06).
               10  SCF-HDR-SOURCE-SYSTEM       PIC X(08).
               10  SCF-HDR-LAYOUT-VERSION      PIC X(02).
               10  FILLER                      PIC X(59).
      *    DETAIL - CHANGE CODE IS THE CDELAUD ACTION CODE
           05  SCF-DETAIL-DATA  REDEFINES SCF-RECORD-DATA.
               10  SCF-SEQUENCE-NUM            PIC 9(07).
               10  SCF-CARD-NUM                PIC X(16).
               10  SCF-ACCT-ID                 PIC 9(11).
               10  SCF-CHANGE-CD               PIC X(01).
                   88  SCF-CHANGE-ISSUE            VALUE 'A'.
                   88  SCF-CHANGE-UPDATE           VALUE 'U'.
                   88  SCF-CHANGE-DELETE           VALUE 'D'.
                   88  SCF-CHANGE-REACTIVATE       VALUE 'R'.
                   88  SCF-CHANGE-FREEZE           VALUE 'F'.
                   88  SCF-CHANGE-UNFREEZE         VALUE 'L'.
                   88  SCF-CHANGE-ACTIVATE         VALUE 'V'.
                   88  SCF-CHANGE-EXPIRE           VALUE 'E'.
                   88  SCF-CHANGE-RESTORE          VALUE 'S'.
                   88  SCF-CHANGE-PURGE            VALUE 'P'.
                   88  SCF-CHANGE-HOLD             VALUE 'H'.
                   88  SCF-CHANGE-HOLD-RELEASE     VALUE 'O'.
                   88  SCF-CHANGE-HOLD-DECLINE     VALUE 'N'.
               10  SCF-CHANGE-DESC             PIC X(12).
      *        CARD STATUS AFTER THE CHANGE, SPACE WHEN PURGED
               10  SCF-NEW-STATUS              PIC X(01).
               10  SCF-REASON-CD               PIC X(07).
               10  SCF-USER-ID                 PIC X(08).
               10  SCF-CHANGE-DATE             PIC X(08).
               10  SCF-CHANGE-TIME             PIC X(06).
               10  FILLER                      PIC X(22).
      *    TRAILER - CARD NUMBER HASH KEEPS ITS LOW-ORDER 18 DIGITS
           05  SCF-TRAILER-DATA  REDEFINES SCF-RECORD-DATA.
               10  SCF-TRL-FEED-ID             PIC X(08).
               10  SCF-TRL-BUSINESS-DATE       PIC X(08).
               10  SCF-TRL-DETAIL-COUNT        PIC 9(09).
               10  SCF-TRL-TOTAL-RECORDS       PIC 9(09).
               10  SCF-TRL-ACCT-ID-HASH        PIC 9(18).
               10  SCF-TRL-CARD-NUM-HASH       PIC 9(18).
               10  FILLER                      PIC X(29).
