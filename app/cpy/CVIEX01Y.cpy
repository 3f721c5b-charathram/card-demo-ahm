      ******************************************************************
      * Copybook    : CVIEX01Y.CPY
      * Application : CardDemo
      * Type        : Batch Extract Record Layout
      * Function    : CARDDAT data-integrity exception (CRDIEX file).
      *               One record for every rule a card record breaks,
      *               written by the weekly CBCRD18C integrity scan
      *               and reported by rule by CBCRD19C. The card
      *               number is carried in full so the extract can
      *               feed the correction process; the field value is
      *               the offending value as found on CARDDAT
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
       01  CARD-INTEGRITY-EXCP-RECORD.
           05  IEX-RULE-CD                     PIC X(03).
           05  IEX-SEVERITY-CD                 PIC X(01).
               88  IEX-SEVERITY-HIGH               VALUE 'H'.
               88  IEX-SEVERITY-MEDIUM             VALUE 'M'.
               88  IEX-SEVERITY-LOW                VALUE 'L'.
           05  IEX-CARD-NUM                    PIC X(16).
           05  IEX-ACCT-ID                     PIC 9(11).
           05  IEX-ACTIVE-STATUS               PIC X(01).
           05  IEX-FIELD-VALUE                 PIC X(16).
           05  IEX-RULE-DESC                   PIC X(36).
           05  IEX-SCAN-DATE                   PIC X(08).
           05  FILLER                          PIC X(08).
