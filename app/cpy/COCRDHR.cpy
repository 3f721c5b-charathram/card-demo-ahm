      ******************************************************************
      * Copybook    : COCRDHR.CPY
      * Application : CardDemo
      * Type        : BMS Generated Symbolic Map
      * Function    : Fraud Review Hold screen
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
       01  CCRDHRAI.
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
      *    CARDNUM
           02  CARDNUML  COMP  PIC S9(0004).
           02  CARDNUMF  PICTURE X(0001).
           02  FILLER REDEFINES CARDNUMF.
               03 CARDNUMA PICTURE X(0001).
           02  CARDNUMI  PIC  X(0016).
      *    ACCTID
           02  ACCTIDL  COMP  PIC S9(0004).
           02  ACCTIDF  PICTURE X(0001).
           02  FILLER REDEFINES ACCTIDF.
               03 ACCTIDA PICTURE X(0001).
           02  ACCTIDI  PIC  X(0011).
      *    EMBNAME
           02  EMBNAMEL  COMP  PIC S9(0004).
           02  EMBNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES EMBNAMEF.
               03 EMBNAMEA PICTURE X(0001).
           02  EMBNAMEI  PIC  X(0050).
      *    REASON
           02  REASONL  COMP  PIC S9(0004).
           02  REASONF  PICTURE X(0001).
           02  FILLER REDEFINES REASONF.
               03 REASONA PICTURE X(0001).
           02  REASONI  PIC  X(0007).
      *    LOSSCNT
           02  LOSSCNTL  COMP  PIC S9(0004).
           02  LOSSCNTF  PICTURE X(0001).
           02  FILLER REDEFINES LOSSCNTF.
               03 LOSSCNTA PICTURE X(0001).
           02  LOSSCNTI  PIC  X(0003).
      *    LOSSLIM
           02  LOSSLIML  COMP  PIC S9(0004).
           02  LOSSLIMF  PICTURE X(0001).
           02  FILLER REDEFINES LOSSLIMF.
               03 LOSSLIMA PICTURE X(0001).
           02  LOSSLIMI  PIC  X(0005).
      *    WINDAYS
           02  WINDAYSL  COMP  PIC S9(0004).
           02  WINDAYSF  PICTURE X(0001).
           02  FILLER REDEFINES WINDAYSF.
               03 WINDAYSA PICTURE X(0001).
           02  WINDAYSI  PIC  X(0005).
      *    HLDSTAT
           02  HLDSTATL  COMP  PIC S9(0004).
           02  HLDSTATF  PICTURE X(0001).
           02  FILLER REDEFINES HLDSTATF.
               03 HLDSTATA PICTURE X(0001).
           02  HLDSTATI  PIC  X(0010).
      *    HELDBY
           02  HELDBYL  COMP  PIC S9(0004).
           02  HELDBYF  PICTURE X(0001).
           02  FILLER REDEFINES HELDBYF.
               03 HELDBYA PICTURE X(0001).
           02  HELDBYI  PIC  X(0008).
      *    HELDDT
           02  HELDDTL  COMP  PIC S9(0004).
           02  HELDDTF  PICTURE X(0001).
           02  FILLER REDEFINES HELDDTF.
               03 HELDDTA PICTURE X(0001).
           02  HELDDTI  PIC  X(0008).
      *    HELDTM
           02  HELDTML  COMP  PIC S9(0004).
           02  HELDTMF  PICTURE X(0001).
           02  FILLER REDEFINES HELDTMF.
               03 HELDTMA PICTURE X(0001).
           02  HELDTMI  PIC  X(0008).
      *    DECBY
           02  DECBYL  COMP  PIC S9(0004).
           02  DECBYF  PICTURE X(0001).
           02  FILLER REDEFINES DECBYF.
               03 DECBYA PICTURE X(0001).
           02  DECBYI  PIC  X(0008).
      *    DECDT
           02  DECDTL  COMP  PIC S9(0004).
           02  DECDTF  PICTURE X(0001).
           02  FILLER REDEFINES DECDTF.
               03 DECDTA PICTURE X(0001).
           02  DECDTI  PIC  X(0008).
      *    DECTM
           02  DECTML  COMP  PIC S9(0004).
           02  DECTMF  PICTURE X(0001).
           02  FILLER REDEFINES DECTMF.
               03 DECTMA PICTURE X(0001).
           02  DECTMI  PIC  X(0008).
      *    NEWCARD
           02  NEWCARDL  COMP  PIC S9(0004).
           02  NEWCARDF  PICTURE X(0001).
           02  FILLER REDEFINES NEWCARDF.
               03 NEWCARDA PICTURE X(0001).
           02  NEWCARDI  PIC  X(0016).
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
       01  CCRDHRAO REDEFINES CCRDHRAI.
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
           02  CARDNUMC PICTURE X(0001).
           02  CARDNUMH PICTURE X(0001).
           02  CARDNUMV PICTURE X(0001).
           02  CARDNUMO PIC  X(0016).
           02  FILLER PICTURE X(0003).
           02  ACCTIDC PICTURE X(0001).
           02  ACCTIDH PICTURE X(0001).
           02  ACCTIDV PICTURE X(0001).
           02  ACCTIDO PIC  X(0011).
           02  FILLER PICTURE X(0003).
           02  EMBNAMEC PICTURE X(0001).
           02  EMBNAMEH PICTURE X(0001).
           02  EMBNAMEV PICTURE X(0001).
           02  EMBNAMEO PIC  X(0050).
           02  FILLER PICTURE X(0003).
           02  REASONC PICTURE X(0001).
           02  REASONH PICTURE X(0001).
           02  REASONV PICTURE X(0001).
           02  REASONO PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  LOSSCNTC PICTURE X(0001).
           02  LOSSCNTH PICTURE X(0001).
           02  LOSSCNTV PICTURE X(0001).
           02  LOSSCNTO PIC  X(0003).
           02  FILLER PICTURE X(0003).
           02  LOSSLIMC PICTURE X(0001).
           02  LOSSLIMH PICTURE X(0001).
           02  LOSSLIMV PICTURE X(0001).
           02  LOSSLIMO PIC  X(0005).
           02  FILLER PICTURE X(0003).
           02  WINDAYSC PICTURE X(0001).
           02  WINDAYSH PICTURE X(0001).
           02  WINDAYSV PICTURE X(0001).
           02  WINDAYSO PIC  X(0005).
           02  FILLER PICTURE X(0003).
           02  HLDSTATC PICTURE X(0001).
           02  HLDSTATH PICTURE X(0001).
           02  HLDSTATV PICTURE X(0001).
           02  HLDSTATO PIC  X(0010).
           02  FILLER PICTURE X(0003).
           02  HELDBYC PICTURE X(0001).
           02  HELDBYH PICTURE X(0001).
           02  HELDBYV PICTURE X(0001).
           02  HELDBYO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HELDDTC PICTURE X(0001).
           02  HELDDTH PICTURE X(0001).
           02  HELDDTV PICTURE X(0001).
           02  HELDDTO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HELDTMC PICTURE X(0001).
           02  HELDTMH PICTURE X(0001).
           02  HELDTMV PICTURE X(0001).
           02  HELDTMO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  DECBYC PICTURE X(0001).
           02  DECBYH PICTURE X(0001).
           02  DECBYV PICTURE X(0001).
           02  DECBYO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  DECDTC PICTURE X(0001).
           02  DECDTH PICTURE X(0001).
           02  DECDTV PICTURE X(0001).
           02  DECDTO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  DECTMC PICTURE X(0001).
           02  DECTMH PICTURE X(0001).
           02  DECTMV PICTURE X(0001).
           02  DECTMO PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  NEWCARDC PICTURE X(0001).
           02  NEWCARDH PICTURE X(0001).
           02  NEWCARDV PICTURE X(0001).
           02  NEWCARDO PIC  X(0016).
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
