      ******************************************************************
      * Copybook    : COCRDSL.CPY
      * Application : CardDemo
      * Type        : BMS Generated Symbolic Map
      * Function    : Supervisor Approval Lockout screen
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
       01  CCRDSLAI.
           02  FILLER PIC X(12).
      *    TITLE01
           02  TITLE01L  COMP  PIC S9(0004).
           02  TITLE01F  PICTURE X(0001).
           02  FILLER REDEFINES TITLE01F.
               03 TITLE01A PICTURE X(0001).
           02  TITLE01I  PIC  X(0040).
      *    TITLE02
           02  TITLE02L  COMP  PIC S9(0004).
           02  TITLE02F  PICTURE X(0001).
           02  FILLER REDEFINES TITLE02F.
               03 TITLE02A PICTURE X(0001).
           02  TITLE02I  PIC  X(0040).
      *    TRNNAME
           02  TRNNAMEL  COMP  PIC S9(0004).
           02  TRNNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES TRNNAMEF.
               03 TRNNAMEA PICTURE X(0001).
           02  TRNNAMEI  PIC  X(0004).
      *    PGMNAME
           02  PGMNAMEL  COMP  PIC S9(0004).
           02  PGMNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES PGMNAMEF.
               03 PGMNAMEA PICTURE X(0001).
           02  PGMNAMEI  PIC  X(0008).
      *    CURDATE
           02  CURDATEL  COMP  PIC S9(0004).
           02  CURDATEF  PICTURE X(0001).
           02  FILLER REDEFINES CURDATEF.
               03 CURDATEA PICTURE X(0001).
           02  CURDATEI  PIC  X(0008).
      *    CURTIME
           02  CURTIMEL  COMP  PIC S9(0004).
           02  CURTIMEF  PICTURE X(0001).
           02  FILLER REDEFINES CURTIMEF.
               03 CURTIMEA PICTURE X(0001).
           02  CURTIMEI  PIC  X(0008).
      *    SUPVID
           02  SUPVIDL  COMP  PIC S9(0004).
           02  SUPVIDF  PICTURE X(0001).
           02  FILLER REDEFINES SUPVIDF.
               03 SUPVIDA PICTURE X(0001).
           02  SUPVIDI  PIC  X(0008).
      *    USRNAME
           02  USRNAMEL  COMP  PIC S9(0004).
           02  USRNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES USRNAMEF.
               03 USRNAMEA PICTURE X(0001).
           02  USRNAMEI  PIC  X(0041).
      *    USRTYPE
           02  USRTYPEL  COMP  PIC S9(0004).
           02  USRTYPEF  PICTURE X(0001).
           02  FILLER REDEFINES USRTYPEF.
               03 USRTYPEA PICTURE X(0001).
           02  USRTYPEI  PIC  X(0001).
      *    FAILCNT
           02  FAILCNTL  COMP  PIC S9(0004).
           02  FAILCNTF  PICTURE X(0001).
           02  FILLER REDEFINES FAILCNTF.
               03 FAILCNTA PICTURE X(0001).
           02  FAILCNTI  PIC  X(0003).
      *    LOCKLIM
           02  LOCKLIML  COMP  PIC S9(0004).
           02  LOCKLIMF  PICTURE X(0001).
           02  FILLER REDEFINES LOCKLIMF.
               03 LOCKLIMA PICTURE X(0001).
           02  LOCKLIMI  PIC  X(0005).
      *    LOCKED
           02  LOCKEDL  COMP  PIC S9(0004).
           02  LOCKEDF  PICTURE X(0001).
           02  FILLER REDEFINES LOCKEDF.
               03 LOCKEDA PICTURE X(0001).
           02  LOCKEDI  PIC  X(0003).
      *    LOCKDT
           02  LOCKDTL  COMP  PIC S9(0004).
           02  LOCKDTF  PICTURE X(0001).
           02  FILLER REDEFINES LOCKDTF.
               03 LOCKDTA PICTURE X(0001).
           02  LOCKDTI  PIC  X(0008).
      *    LOCKTM
           02  LOCKTML  COMP  PIC S9(0004).
           02  LOCKTMF  PICTURE X(0001).
           02  FILLER REDEFINES LOCKTMF.
               03 LOCKTMA PICTURE X(0001).
           02  LOCKTMI  PIC  X(0008).
      *    FAILDT
           02  FAILDTL  COMP  PIC S9(0004).
           02  FAILDTF  PICTURE X(0001).
           02  FILLER REDEFINES FAILDTF.
               03 FAILDTA PICTURE X(0001).
           02  FAILDTI  PIC  X(0008).
      *    FAILTM
           02  FAILTML  COMP  PIC S9(0004).
           02  FAILTMF  PICTURE X(0001).
           02  FILLER REDEFINES FAILTMF.
               03 FAILTMA PICTURE X(0001).
           02  FAILTMI  PIC  X(0008).
      *    RESETBY
           02  RESETBYL  COMP  PIC S9(0004).
           02  RESETBYF  PICTURE X(0001).
           02  FILLER REDEFINES RESETBYF.
               03 RESETBYA PICTURE X(0001).
           02  RESETBYI  PIC  X(0008).
      *    RESETDT
           02  RESETDTL  COMP  PIC S9(0004).
           02  RESETDTF  PICTURE X(0001).
           02  FILLER REDEFINES RESETDTF.
               03 RESETDTA PICTURE X(0001).
           02  RESETDTI  PIC  X(0008).
      *    INFOMSG
           02  INFOMSGL  COMP  PIC S9(0004).
           02  INFOMSGF  PICTURE X(0001).
           02  FILLER REDEFINES INFOMSGF.
               03 INFOMSGA PICTURE X(0001).
           02  INFOMSGI  PIC  X(0080).
      *    ERRMSG
           02  ERRMSGL  COMP  PIC S9(0004).
           02  ERRMSGF  PICTURE X(0001).
           02  FILLER REDEFINES ERRMSGF.
               03 ERRMSGA PICTURE X(0001).
           02  ERRMSGI  PIC  X(0080).
       01  CCRDSLAO REDEFINES CCRDSLAI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(0003).
           02  TITLE01C PICTURE X(0001).
           02  TITLE01H PICTURE X(0001).
           02  TITLE01V PICTURE X(0001).
           02  TITLE01O PIC  X(0040).
           02  FILLER PICTURE X(0003).
           02  TITLE02C PICTURE X(0001).
           02  TITLE02H PICTURE X(0001).
           02  TITLE02V PICTURE X(0001).
           02  TITLE02O PIC  X(0040).
           02  FILLER PICTURE X(0003).
           02  TRNNAMEC PICTURE X(0001).
           02  TRNNAMEH PICTURE X(0001).
           02  TRNNAMEV PICTURE X(0001).
           02  TRNNAMEO PIC  X(0004).
           02  FILLER PICTURE X(0003).
           02  PGMNAMEC PICTURE X(0001).
           02  PGMNAMEH PICTURE X(0001).
           02  PGMNAMEV PICTURE X(0001).
           02  PGMNAMEO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  CURDATEC PICTURE X(0001).
           02  CURDATEH PICTURE X(0001).
           02  CURDATEV PICTURE X(0001).
           02  CURDATEO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  CURTIMEC PICTURE X(0001).
           02  CURTIMEH PICTURE X(0001).
           02  CURTIMEV PICTURE X(0001).
           02  CURTIMEO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  SUPVIDC PICTURE X(0001).
           02  SUPVIDH PICTURE X(0001).
           02  SUPVIDV PICTURE X(0001).
           02  SUPVIDO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  USRNAMEC PICTURE X(0001).
           02  USRNAMEH PICTURE X(0001).
           02  USRNAMEV PICTURE X(0001).
           02  USRNAMEO PIC  X(0041).
           02  FILLER PICTURE X(0003).
           02  USRTYPEC PICTURE X(0001).
           02  USRTYPEH PICTURE X(0001).
           02  USRTYPEV PICTURE X(0001).
           02  USRTYPEO PIC  X(0001).
           02  FILLER PICTURE X(0003).
           02  FAILCNTC PICTURE X(0001).
           02  FAILCNTH PICTURE X(0001).
           02  FAILCNTV PICTURE X(0001).
           02  FAILCNTO PIC  X(0003).
           02  FILLER PICTURE X(0003).
           02  LOCKLIMC PICTURE X(0001).
           02  LOCKLIMH PICTURE X(0001).
           02  LOCKLIMV PICTURE X(0001).
           02  LOCKLIMO PIC  X(0005).
           02  FILLER PICTURE X(0003).
           02  LOCKEDC PICTURE X(0001).
           02  LOCKEDH PICTURE X(0001).
           02  LOCKEDV PICTURE X(0001).
           02  LOCKEDO PIC  X(0003).
           02  FILLER PICTURE X(0003).
           02  LOCKDTC PICTURE X(0001).
           02  LOCKDTH PICTURE X(0001).
           02  LOCKDTV PICTURE X(0001).
           02  LOCKDTO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  LOCKTMC PICTURE X(0001).
           02  LOCKTMH PICTURE X(0001).
           02  LOCKTMV PICTURE X(0001).
           02  LOCKTMO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  FAILDTC PICTURE X(0001).
           02  FAILDTH PICTURE X(0001).
           02  FAILDTV PICTURE X(0001).
           02  FAILDTO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  FAILTMC PICTURE X(0001).
           02  FAILTMH PICTURE X(0001).
           02  FAILTMV PICTURE X(0001).
           02  FAILTMO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  RESETBYC PICTURE X(0001).
           02  RESETBYH PICTURE X(0001).
           02  RESETBYV PICTURE X(0001).
           02  RESETBYO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  RESETDTC PICTURE X(0001).
           02  RESETDTH PICTURE X(0001).
           02  RESETDTV PICTURE X(0001).
           02  RESETDTO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  INFOMSGC PICTURE X(0001).
           02  INFOMSGH PICTURE X(0001).
           02  INFOMSGV PICTURE X(0001).
           02  INFOMSGO PIC  X(0080).
           02  FILLER PICTURE X(0003).
           02  ERRMSGC PICTURE X(0001).
           02  ERRMSGH PICTURE X(0001).
           02  ERRMSGV PICTURE X(0001).
           02  ERRMSGO PIC  X(0080).
