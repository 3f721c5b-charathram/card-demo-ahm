      ******************************************************************
      * Copybook    : COCRDAM.CPY
      * Application : CardDemo
      * Type        : BMS Generated Symbolic Map
      * Function    : Cardholder Address Maintenance screen
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
       01  CCRDAMAI.
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
      *    ADRMODE
           02  ADRMODEL  COMP  PIC S9(0004).
           02  ADRMODEF  PICTURE X(0001).
           02  FILLER REDEFINES ADRMODEF.
               03 ADRMODEA PICTURE X(0001).
           02  ADRMODEI  PIC  X(0020).
      *    CUSNAME
           02  CUSNAMEL  COMP  PIC S9(0004).
           02  CUSNAMEF  PICTURE X(0001).
           02  FILLER REDEFINES CUSNAMEF.
               03 CUSNAMEA PICTURE X(0001).
           02  CUSNAMEI  PIC  X(0040).
      *    ADRLIN1
           02  ADRLIN1L  COMP  PIC S9(0004).
           02  ADRLIN1F  PICTURE X(0001).
           02  FILLER REDEFINES ADRLIN1F.
               03 ADRLIN1A PICTURE X(0001).
           02  ADRLIN1I  PIC  X(0040).
      *    ADRLIN2
           02  ADRLIN2L  COMP  PIC S9(0004).
           02  ADRLIN2F  PICTURE X(0001).
           02  FILLER REDEFINES ADRLIN2F.
               03 ADRLIN2A PICTURE X(0001).
           02  ADRLIN2I  PIC  X(0040).
      *    ADRCITY
           02  ADRCITYL  COMP  PIC S9(0004).
           02  ADRCITYF  PICTURE X(0001).
           02  FILLER REDEFINES ADRCITYF.
               03 ADRCITYA PICTURE X(0001).
           02  ADRCITYI  PIC  X(0025).
      *    ADRSTAT
           02  ADRSTATL  COMP  PIC S9(0004).
           02  ADRSTATF  PICTURE X(0001).
           02  FILLER REDEFINES ADRSTATF.
               03 ADRSTATA PICTURE X(0001).
           02  ADRSTATI  PIC  X(0002).
      *    ADRZIP
           02  ADRZIPL  COMP  PIC S9(0004).
           02  ADRZIPF  PICTURE X(0001).
           02  FILLER REDEFINES ADRZIPF.
               03 ADRZIPA PICTURE X(0001).
           02  ADRZIPI  PIC  X(0010).
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
       01  CCRDAMAO REDEFINES CCRDAMAI.
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
           02  ADRMODEC PICTURE X(0001).
           02  ADRMODEH PICTURE X(0001).
           02  ADRMODEV PICTURE X(0001).
           02  ADRMODEO PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  CUSNAMEC PICTURE X(0001).
           02  CUSNAMEH PICTURE X(0001).
           02  CUSNAMEV PICTURE X(0001).
           02  CUSNAMEO PIC  X(0040).
           02  FILLER PICTURE X(0003).
           02  ADRLIN1C PICTURE X(0001).
           02  ADRLIN1H PICTURE X(0001).
           02  ADRLIN1V PICTURE X(0001).
           02  ADRLIN1O PIC  X(0040).
           02  FILLER PICTURE X(0003).
           02  ADRLIN2C PICTURE X(0001).
           02  ADRLIN2H PICTURE X(0001).
           02  ADRLIN2V PICTURE X(0001).
           02  ADRLIN2O PIC  X(0040).
           02  FILLER PICTURE X(0003).
           02  ADRCITYC PICTURE X(0001).
           02  ADRCITYH PICTURE X(0001).
           02  ADRCITYV PICTURE X(0001).
           02  ADRCITYO PIC  X(0025).
           02  FILLER PICTURE X(0003).
           02  ADRSTATC PICTURE X(0001).
           02  ADRSTATH PICTURE X(0001).
           02  ADRSTATV PICTURE X(0001).
           02  ADRSTATO PIC  X(0002).
           02  FILLER PICTURE X(0003).
           02  ADRZIPC PICTURE X(0001).
           02  ADRZIPH PICTURE X(0001).
           02  ADRZIPV PICTURE X(0001).
           02  ADRZIPO PIC  X(0010).
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
