      ******************************************************************
      * Copybook    : CSRUN01Y.CPY
      * Application : CardDemo
      * Type        : Batch COBOL Copybook
      * Function    : Working storage for the nightly run-control
      *               check. The business date comes from the RUNPARM
      *               card (CCYYMMDD in cols 1-8, override R or F in
      *               col 9); when it is blank the run is for today,
      *               or for yesterday when started before the
      *               business day begins at 06:00. CBCRD01C also
      *               takes O in col 9 for a run outside the stream
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
       01  BATCH-RUN-WORK-AREA.
           05  CRW-RUNCTL-STATUS               PIC X(02) VALUE '00'.
               88  CRW-RUNCTL-OK                   VALUE '00'.
               88  CRW-RUNCTL-NOTFND               VALUE '23'.
           05  CRW-RUNPARM-STATUS              PIC X(02) VALUE '00'.
           05  CRW-BUSINESS-DATE               PIC X(08) VALUE SPACES.
           05  CRW-BUSINESS-DATE-R  REDEFINES CRW-BUSINESS-DATE.
               10  CRW-BUS-CCYY                PIC 9(04).
               10  CRW-BUS-MM                  PIC 9(02).
               10  CRW-BUS-DD                  PIC 9(02).
           05  CRW-BUSINESS-DATE-N  REDEFINES CRW-BUSINESS-DATE
                                               PIC 9(08).
           05  CRW-OVERRIDE-CD                 PIC X(01) VALUE SPACE.
               88  CRW-OVERRIDE-NONE               VALUE ' '.
               88  CRW-OVERRIDE-RERUN              VALUE 'R'.
               88  CRW-OVERRIDE-FORCE              VALUE 'F'.
               88  CRW-OVERRIDE-VALID              VALUE ' ' 'R' 'F'.
      *        CBCRD01C ONLY - RUN OUTSIDE THE NIGHTLY STREAM
               88  CRW-OVERRIDE-OFFSTREAM          VALUE 'O'.
           05  CRW-DATE-VALID-FLG              PIC X(01) VALUE 'N'.
               88  CRW-DATE-VALID                  VALUE 'Y'.
           05  CRW-DAY-START-HOUR              PIC 9(02) VALUE 06.
           05  CRW-CURRENT-DATE-TIME.
               10  CRW-CUR-YMD.
                   15  CRW-CUR-CC              PIC X(02).
                   15  CRW-CUR-YY              PIC X(02).
                   15  CRW-CUR-MM              PIC X(02).
                   15  CRW-CUR-DD              PIC X(02).
               10  CRW-CUR-YMD-N  REDEFINES CRW-CUR-YMD
                                               PIC 9(08).
               10  CRW-CUR-HH                  PIC 9(02).
               10  CRW-CUR-MIN                 PIC X(02).
               10  CRW-CUR-SEC                 PIC X(02).
               10  FILLER                      PIC X(07).
           05  CRW-STAMP-DATE.
               10  CRW-STAMP-MM                PIC X(02).
               10  FILLER                      PIC X(01) VALUE '/'.
               10  CRW-STAMP-DD                PIC X(02).
               10  FILLER                      PIC X(01) VALUE '/'.
               10  CRW-STAMP-YY                PIC X(02).
           05  CRW-STAMP-TIME.
               10  CRW-STAMP-HH                PIC 9(02).
               10  FILLER                      PIC X(01) VALUE ':'.
               10  CRW-STAMP-MIN               PIC X(02).
               10  FILLER                      PIC X(01) VALUE ':'.
               10  CRW-STAMP-SEC               PIC X(02).
           05  CRW-DATE-INTEGER                PIC 9(07).
           05  CRW-RECORDS-READ                PIC 9(09) VALUE ZEROES.
           05  CRW-RECORDS-UPDATED             PIC 9(09) VALUE ZEROES.
           05  CRW-RECORDS-REJECTED            PIC 9(09) VALUE ZEROES.
