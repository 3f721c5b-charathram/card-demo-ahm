      ******************************************************************
      * Copybook    : CVACK01Y.CPY
      * Application : CardDemo
      * Type        : Interface Record Layout
      * Function    : Acknowledgement returned by the authorization
      *               system for a block/unblock/freeze/unfreeze
      *               advice. The inbound AUTH.ACKS file carries the
      *               card number, advice type, the block date/time
      *               of the advice being answered, accepted or
      *               rejected, and the authorization reason code.
      *               CBCRD14C matches each one to its CRDBLG block
      *               log entry, stamps the match date/time and keeps
      *               it on the CRDACK acknowledgement ledger in this
      *               same layout
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
       01  CARD-AUTH-ACK-RECORD.
           05  ACK-CARD-NUM                    PIC X(16).
           05  ACK-MSG-TYPE                    PIC X(08).
               88  ACK-MSG-BLOCK                   VALUE 'BLOCK'.
               88  ACK-MSG-UNBLOCK                 VALUE 'UNBLOCK'.
               88  ACK-MSG-FREEZE                  VALUE 'FREEZE'.
               88  ACK-MSG-UNFREEZE                VALUE 'UNFREEZE'.
           05  ACK-BLOCK-DATE                  PIC X(08).
           05  ACK-BLOCK-TIME                  PIC X(08).
           05  ACK-RESULT-CD                   PIC X(01).
               88  ACK-ACCEPTED                    VALUE 'A'.
               88  ACK-REJECTED                    VALUE 'R'.
           05  ACK-REASON-CD                   PIC X(04).
           05  ACK-MATCH-DATE                  PIC X(08).
           05  ACK-MATCH-TIME                  PIC X(08).
           05  FILLER                          PIC X(19).
