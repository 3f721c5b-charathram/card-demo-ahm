      ******************************************************************
      * Copybook    : CVRUN01Y.CPY
      * Application : CardDemo
      * Type        : Reference File Record Layout
      * Function    : Nightly batch run control (RUNCTL file), keyed
      *               by program and business date. Each job in the
      *               nightly card stream writes its record when it
      *               starts and rewrites it with the outcome and its
      *               key counts when it ends; the next job in the
      *               stream will not start until it is done. Printed
      *               each morning by CBCRD20C
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
       01  BATCH-RUN-CONTROL-RECORD.
           05  RUN-KEY.
               10  RUN-PROGRAM                 PIC X(08).
               10  RUN-BUSINESS-DATE           PIC X(08).
      *    S STARTED (OR ENDED ABNORMALLY), C COMPLETED RC 0,
      *    W COMPLETED RC 4, E COMPLETED WITH EXCEPTIONS RC 8,
      *    F FAILED RC 12 OR HIGHER
           05  RUN-STATUS-CD                   PIC X(01).
               88  RUN-STATUS-STARTED              VALUE 'S'.
               88  RUN-STATUS-COMPLETED            VALUE 'C'.
               88  RUN-STATUS-WARNING              VALUE 'W'.
               88  RUN-STATUS-EXCEPTIONS           VALUE 'E'.
               88  RUN-STATUS-FAILED               VALUE 'F'.
               88  RUN-STATUS-DONE                 VALUE 'C' 'W' 'E'.
           05  RUN-RETURN-CODE                 PIC 9(04).
           05  RUN-ATTEMPT-COUNT               PIC 9(03).
      *    OPERATOR OVERRIDE ON THE LAST ATTEMPT - R RERUN OF A
      *    COMPLETED DAY, F FORCED PAST THE PREDECESSOR CHECK
           05  RUN-OVERRIDE-CD                 PIC X(01).
               88  RUN-OVERRIDE-NONE               VALUE ' '.
               88  RUN-OVERRIDE-RERUN              VALUE 'R'.
               88  RUN-OVERRIDE-FORCE              VALUE 'F'.
           05  RUN-START-DATE                  PIC X(08).
           05  RUN-START-TIME                  PIC X(08).
           05  RUN-END-DATE                    PIC X(08).
           05  RUN-END-TIME                    PIC X(08).
           05  RUN-RECORDS-READ                PIC 9(09).
           05  RUN-RECORDS-UPDATED             PIC 9(09).
           05  RUN-RECORDS-REJECTED            PIC 9(09).
           05  FILLER                          PIC X(16).
