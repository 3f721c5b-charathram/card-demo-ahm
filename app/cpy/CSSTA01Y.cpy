      ******************************************************************
      * Copybook    : CSSTA01Y.CPY
      * Application : CardDemo
      * Type        : CICS COBOL Copybook
      * Function    : Valid USPS state codes for cardholder mailing
      *               addresses: the 50 states, DC, the US
      *               territories and freely associated states, and the
      *               military AA/AE/AP codes
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
       01  CSSTA-STATE-CODE-VALUES.
           05  FILLER                          PIC X(20)
               VALUE 'ALAKAZARCACOCTDEFLGA'.
           05  FILLER                          PIC X(20)
               VALUE 'HIIDILINIAKSKYLAMEMD'.
           05  FILLER                          PIC X(20)
               VALUE 'MAMIMNMSMOMTNENVNHNJ'.
           05  FILLER                          PIC X(20)
               VALUE 'NMNYNCNDOHOKORPARISC'.
           05  FILLER                          PIC X(20)
               VALUE 'SDTNTXUTVTVAWAWVWIWY'.
           05  FILLER                          PIC X(20)
               VALUE 'DCASGUMPPRVIFMMHPWAA'.
           05  FILLER                          PIC X(20)
               VALUE 'AEAP                '.
       01  CSSTA-STATE-CODE-TABLE REDEFINES CSSTA-STATE-CODE-VALUES.
           05  CSSTA-STATE-CD                  PIC X(02)
                                               OCCURS 70 TIMES
                                               INDEXED BY CSSTA-IDX.
