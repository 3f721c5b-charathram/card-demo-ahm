      ******************************************************************
      * Copybook    : CVHST01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : One event in a card's lifecycle history (CRDHIST
      *               keyed file). Loaded nightly by CBCRD12C from the
      *               sequential CDELAUD audit trail, CRDBLG delivered
      *               advice log, CRDDSP dead-letter disposition log
      *               and CRDNTF letter requests, which CICS cannot
      *               read, and browsed by the CCHS card history
      *               inquiry. The key runs card / event date / event
      *               time / source, so a generic browse on the card
      *               number returns its events in date/time order
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
       01  CARD-HISTORY-RECORD.
           05  HST-KEY.
               10  HST-CARD-NUM                PIC X(16).
               10  HST-EVENT-DATE              PIC 9(08).
               10  HST-EVENT-TIME              PIC 9(06).
               10  HST-SOURCE-CD               PIC X(01).
                   88  HST-SOURCE-AUDIT            VALUE 'A'.
                   88  HST-SOURCE-ADVICE           VALUE 'B'.
                   88  HST-SOURCE-DISPOSITION      VALUE 'D'.
                   88  HST-SOURCE-LETTER           VALUE 'L'.
               10  HST-EVENT-CD                PIC X(01).
           05  HST-ACCT-ID                     PIC 9(11).
           05  HST-USER-ID                     PIC X(08).
           05  HST-REASON-CD                   PIC X(07).
           05  HST-DETAIL                      PIC X(20).
           05  FILLER                          PIC X(22).
