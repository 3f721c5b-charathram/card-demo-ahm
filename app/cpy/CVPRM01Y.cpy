      ******************************************************************
      * Copybook    : CVPRM01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Card control parameter (CRDPRM file), keyed by
      *               parameter name. Holds the tunable limits the
      *               online and batch programs read instead of
      *               carrying them as literals:
      *                 APRLOCK  value 1 = consecutive wrong-password
      *                          approvals before a supervisor ID is
      *                          locked out
      *                 VELOCITY value 1 = LOST/STOLEN/FRAUD deletions
      *                          an account may have inside the
      *                          window before its replacement card
      *                          is held for fraud review; value 2 =
      *                          the window in days
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
       01  CARD-PARAMETER-RECORD.
           05  PRM-KEY                         PIC X(08).
           05  PRM-DESCRIPTION                 PIC X(30).
           05  PRM-VALUE-1                     PIC 9(05).
           05  PRM-VALUE-2                     PIC 9(05).
           05  FILLER                          PIC X(32).
