      ******************************************************************
      * Copybook    : CVHLD01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Fraud-review hold (CRDHLD file), keyed by the
      *               deleted card's number. Written instead of a
      *               replacement card when the account has had more
      *               LOST/STOLEN/FRAUD deletions inside the window
      *               than the VELOCITY parameter allows. The CCHR
      *               screen releases the hold (the replacement card
      *               is generated and embossed then) or declines it
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
       01  CARD-HOLD-RECORD.
           05  HLD-CARD-NUM                    PIC X(16).
           05  HLD-ACCT-ID                     PIC 9(11).
           05  HLD-EMBOSSED-NAME               PIC X(50).
           05  HLD-REASON-CD                   PIC X(07).
           05  HLD-LOSS-COUNT                  PIC 9(03).
           05  HLD-LOSS-LIMIT                  PIC 9(05).
           05  HLD-WINDOW-DAYS                 PIC 9(05).
           05  HLD-STATUS-CD                   PIC X(01).
               88  HLD-STATUS-HELD                 VALUE 'H'.
               88  HLD-STATUS-RELEASED             VALUE 'R'.
               88  HLD-STATUS-DECLINED             VALUE 'X'.
           05  HLD-HELD-BY                     PIC X(08).
           05  HLD-HELD-DATE                   PIC X(08).
           05  HLD-HELD-TIME                   PIC X(08).
           05  HLD-DECIDED-BY                  PIC X(08).
           05  HLD-DECIDED-DATE                PIC X(08).
           05  HLD-DECIDED-TIME                PIC X(08).
           05  HLD-NEW-CARD-NUM                PIC X(16).
           05  FILLER                          PIC X(38).
