      ******************************************************************
      * Copybook    : CVADH01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Cardholder address change history (ADRHIST
      *               file). The CCAM address maintenance screen
      *               writes one record for every CUSTADR field it adds
      *               or changes, holding the old and new value, the
      *               signed-on user and the date/time of the change.
      *               An added address is logged field by field with
      *               a blank old value
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
       01  ADDRESS-HISTORY-RECORD.
           05  ADH-ACCT-ID                     PIC 9(11).
           05  ADH-ACTION-CD                   PIC X(01).
               88  ADH-ACTION-ADD                  VALUE 'A'.
               88  ADH-ACTION-CHANGE               VALUE 'C'.
           05  ADH-FIELD-NAME                  PIC X(10).
           05  ADH-OLD-VALUE                   PIC X(40).
           05  ADH-NEW-VALUE                   PIC X(40).
           05  ADH-USER-ID                     PIC X(08).
           05  ADH-CHANGE-DATE                 PIC X(08).
           05  ADH-CHANGE-TIME                 PIC X(08).
           05  FILLER                          PIC X(24).
