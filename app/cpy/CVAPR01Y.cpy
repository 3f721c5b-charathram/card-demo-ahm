      ******************************************************************
      * Copybook    : CVAPR01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Supervisor approval ledger (APRLDG file). One
      *               record for every dual-control approval and every
      *               refusal - online delete, account closure and
      *               name change sign-offs, the run approvals of the
      *               CBCRD01C mass delete and the CBCRD07C dead-letter
      *               replay, and the lockout resets done on the CCSL
      *               screen. The card number and account are blank /
      *               zero for a batch run; the program and date/time
      *               identify the run. For a lockout reset the
      *               requester is the supervisor ID that was reset
      *               and the approver the administrator who reset it
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
       01  APPROVAL-LEDGER-RECORD.
           05  APR-REQUESTER-ID                PIC X(08).
           05  APR-APPROVER-ID                 PIC X(08).
           05  APR-PROGRAM                     PIC X(08).
           05  APR-ACTION-CD                   PIC X(01).
               88  APR-ACTION-CARD-DELETE          VALUE 'D'.
               88  APR-ACTION-ACCT-CLOSE           VALUE 'C'.
               88  APR-ACTION-NAME-CHANGE          VALUE 'U'.
               88  APR-ACTION-MASS-DELETE          VALUE 'M'.
               88  APR-ACTION-DLQ-REPLAY           VALUE 'Q'.
               88  APR-ACTION-LOCKOUT-RESET        VALUE 'X'.
           05  APR-OUTCOME-CD                  PIC X(01).
               88  APR-OUTCOME-APPROVED            VALUE 'A'.
               88  APR-OUTCOME-REFUSED             VALUE 'R'.
           05  APR-REFUSAL-CD                  PIC X(01).
               88  APR-REFUSAL-NONE                VALUE SPACE.
               88  APR-REFUSAL-UNKNOWN-ID          VALUE 'N'.
               88  APR-REFUSAL-NOT-SUPERVISOR      VALUE 'T'.
               88  APR-REFUSAL-SELF-APPROVAL       VALUE 'S'.
               88  APR-REFUSAL-BAD-PASSWORD        VALUE 'P'.
               88  APR-REFUSAL-NOW-LOCKED          VALUE 'K'.
               88  APR-REFUSAL-LOCKED-OUT          VALUE 'L'.
               88  APR-REFUSAL-CONTROL-ERROR       VALUE 'E'.
           05  APR-CARD-NUM                    PIC X(16).
           05  APR-ACCT-ID                     PIC 9(11).
           05  APR-DATE                        PIC X(08).
           05  APR-TIME                        PIC X(08).
           05  FILLER                          PIC X(30).
