      ******************************************************************
      * Copybook    : COCRDFZ.CPY
      * Application : CardDemo
      * Type        : BMS Generated Symbolic Map
      * Function    : Temporary Card Freeze screen (CCRDFZA)
      *               symbolic map, as generated from mapset COCRDFZ
      *               / map CCRDFZA
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
       01  CCRDFZAI.
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
      *    ACCTSID
           02  ACCTSIDL  COMP  PIC S9(0004).
           02  ACCTSIDF  PICTURE X(0001).
           02  FILLER REDEFINES ACCTSIDF.
               03 ACCTSIDA PICTURE X(0001).
           02  ACCTSIDI  PIC  X(0011).
      *    CARDSID
           02  CARDSIDL  COMP  PIC S9(0004).
           02  CARDSIDF  PICTURE X(0001).
           02  FILLER REDEFINES CARDSIDF.
               03 CARDSIDA PICTURE X(0001).
           02  CARDSIDI  PIC  X(0016).
      *    CRDNAME
           02  CRDNAMEL  COMP  PIC S9(0004).
           02  CRDNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES CRDNAMEF.
               03 CRDNAMEA PICTURE X(0001).
           02  CRDNAMEI  PIC  X(0050).
      *    EXPDATE
           02  EXPDATEL  COMP  PIC S9(0004).
           02  EXPDATEF  PICTURE X(0001).
           02  FILLER REDEFINES EXPDATEF.
               03 EXPDATEA PICTURE X(0001).
           02  EXPDATEI  PIC  X(0010).
      *    CRDSTCD
           02  CRDSTCDL  COMP  PIC S9(0004).
           02  CRDSTCDF  PICTURE X(0001).
           02  FILLER REDEFINES CRDSTCDF.
               03 CRDSTCDA PICTURE X(0001).
           02  CRDSTCDI  PIC  X(0001).
      *    CRDSTDS
           02  CRDSTDSL  COMP  PIC S9(0004).
           02  CRDSTDSF  PICTURE X(0001).
           02  FILLER REDEFINES CRDSTDSF.
               03 CRDSTDSA PICTURE X(0001).
           02  CRDSTDSI  PIC  X(0012).
      *    FRZDATE
           02  FRZDATEL  COMP  PIC S9(0004).
           02  FRZDATEF  PICTURE X(0001).
           02  FILLER REDEFINES FRZDATEF.
               03 FRZDATEA PICTURE X(0001).
           02  FRZDATEI  PIC  X(0008).
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
       01  CCRDFZAO REDEFINES CCRDFZAI.
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
           02  ACCTSIDC PICTURE X(0001).
           02  ACCTSIDH PICTURE X(0001).
           02  ACCTSIDV PICTURE X(0001).
           02  ACCTSIDO PIC  X(0011).
           02  FILLER PICTURE X(0003).
           02  CARDSIDC PICTURE X(0001).
           02  CARDSIDH PICTURE X(0001).
           02  CARDSIDV PICTURE X(0001).
           02  CARDSIDO PIC  X(0016).
           02  FILLER PICTURE X(0003).
           02  CRDNAMEC PICTURE X(0001).
           02  CRDNAMEH PICTURE X(0001).
           02  CRDNAMEV PICTURE X(0001).
           02  CRDNAMEO PIC  X(0050).
           02  FILLER PICTURE X(0003).
           02  EXPDATEC PICTURE X(0001).
           02  EXPDATEH PICTURE X(0001).
           02  EXPDATEV PICTURE X(0001).
           02  EXPDATEO PIC  X(0010).
           02  FILLER PICTURE X(0003).
           02  CRDSTCDC PICTURE X(0001).
           02  CRDSTCDH PICTURE X(0001).
           02  CRDSTCDV PICTURE X(0001).
           02  CRDSTCDO PIC  X(0001).
           02  FILLER PICTURE X(0003).
           02  CRDSTDSC PICTURE X(0001).
           02  CRDSTDSH PICTURE X(0001).
           02  CRDSTDSV PICTURE X(0001).
           02  CRDSTDSO PIC  X(0012).
           02  FILLER PICTURE X(0003).
           02  FRZDATEC PICTURE X(0001).
           02  FRZDATEH PICTURE X(0001).
           02  FRZDATEV PICTURE X(0001).
           02  FRZDATEO PIC  X(0008).
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
