      ******************************************************************
      * Copybook    : CVAPC01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Supervisor approval control record (APRCTL
      *               file), keyed by supervisor user ID. Counts the
      *               consecutive wrong-password approval attempts
      *               made under the ID; once the count reaches the
      *               APRLOCK limit on CRDPRM the ID is locked out of
      *               approving until an administrator resets it on
      *               the CCSL screen. A correct approval clears the
      *               count
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
       01  APPROVAL-CONTROL-RECORD.
           05  APC-USR-ID                      PIC X(08).
           05  APC-FAIL-COUNT                  PIC 9(03).
           05  APC-LOCK-FLG                    PIC X(01).
               88  APC-LOCKED                      VALUE 'Y'.
               88  APC-NOT-LOCKED                  VALUE 'N'.
           05  APC-LAST-FAIL-DATE              PIC X(08).
           05  APC-LAST-FAIL-TIME              PIC X(08).
           05  APC-LOCK-DATE                   PIC X(08).
           05  APC-LOCK-TIME                   PIC X(08).
           05  APC-RESET-BY                    PIC X(08).
           05  APC-RESET-DATE                  PIC X(08).
           05  FILLER                          PIC X(20).
