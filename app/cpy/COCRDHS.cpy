      ******************************************************************
      * Copybook    : COCRDHS.CPY
      * Application : CardDemo
      * Type        : BMS Generated Symbolic Map
      * Function    : Card History Inquiry screen (CCRDHSA)
      *               symbolic map, as generated from mapset COCRDHS
      *               / map CCRDHSA
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
       01  CCRDHSAI.
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
      *    EMBSTAT
           02  EMBSTATL  COMP  PIC S9(0004).
           02  EMBSTATF  PICTURE X(0001).
           02  FILLER REDEFINES EMBSTATF.
               03 EMBSTATA PICTURE X(0001).
           02  EMBSTATI  PIC  X(0060).
      *    HDT1
           02  HDT1L  COMP  PIC S9(0004).
           02  HDT1F  PICTURE X(0001).
           02  FILLER REDEFINES HDT1F.
               03 HDT1A PICTURE X(0001).
           02  HDT1I  PIC  X(0008).
      *    HTM1
           02  HTM1L  COMP  PIC S9(0004).
           02  HTM1F  PICTURE X(0001).
           02  FILLER REDEFINES HTM1F.
               03 HTM1A PICTURE X(0001).
           02  HTM1I  PIC  X(0008).
      *    HEV1
           02  HEV1L  COMP  PIC S9(0004).
           02  HEV1F  PICTURE X(0001).
           02  FILLER REDEFINES HEV1F.
               03 HEV1A PICTURE X(0001).
           02  HEV1I  PIC  X(0020).
      *    HUS1
           02  HUS1L  COMP  PIC S9(0004).
           02  HUS1F  PICTURE X(0001).
           02  FILLER REDEFINES HUS1F.
               03 HUS1A PICTURE X(0001).
           02  HUS1I  PIC  X(0008).
      *    HRS1
           02  HRS1L  COMP  PIC S9(0004).
           02  HRS1F  PICTURE X(0001).
           02  FILLER REDEFINES HRS1F.
               03 HRS1A PICTURE X(0001).
           02  HRS1I  PIC  X(0007).
      *    HDS1
           02  HDS1L  COMP  PIC S9(0004).
           02  HDS1F  PICTURE X(0001).
           02  FILLER REDEFINES HDS1F.
               03 HDS1A PICTURE X(0001).
           02  HDS1I  PIC  X(0023).
      *    HDT2
           02  HDT2L  COMP  PIC S9(0004).
           02  HDT2F  PICTURE X(0001).
           02  FILLER REDEFINES HDT2F.
               03 HDT2A PICTURE X(0001).
           02  HDT2I  PIC  X(0008).
      *    HTM2
           02  HTM2L  COMP  PIC S9(0004).
           02  HTM2F  PICTURE X(0001).
           02  FILLER REDEFINES HTM2F.
               03 HTM2A PICTURE X(0001).
           02  HTM2I  PIC  X(0008).
      *    HEV2
           02  HEV2L  COMP  PIC S9(0004).
           02  HEV2F  PICTURE X(0001).
           02  FILLER REDEFINES HEV2F.
               03 HEV2A PICTURE X(0001).
           02  HEV2I  PIC  X(0020).
      *    HUS2
           02  HUS2L  COMP  PIC S9(0004).
           02  HUS2F  PICTURE X(0001).
           02  FILLER REDEFINES HUS2F.
               03 HUS2A PICTURE X(0001).
           02  HUS2I  PIC  X(0008).
      *    HRS2
           02  HRS2L  COMP  PIC S9(0004).
           02  HRS2F  PICTURE X(0001).
           02  FILLER REDEFINES HRS2F.
               03 HRS2A PICTURE X(0001).
           02  HRS2I  PIC  X(0007).
      *    HDS2
           02  HDS2L  COMP  PIC S9(0004).
           02  HDS2F  PICTURE X(0001).
           02  FILLER REDEFINES HDS2F.
               03 HDS2A PICTURE X(0001).
           02  HDS2I  PIC  X(0023).
      *    HDT3
           02  HDT3L  COMP  PIC S9(0004).
           02  HDT3F  PICTURE X(0001).
           02  FILLER REDEFINES HDT3F.
               03 HDT3A PICTURE X(0001).
           02  HDT3I  PIC  X(0008).
      *    HTM3
           02  HTM3L  COMP  PIC S9(0004).
           02  HTM3F  PICTURE X(0001).
           02  FILLER REDEFINES HTM3F.
               03 HTM3A PICTURE X(0001).
           02  HTM3I  PIC  X(0008).
      *    HEV3
           02  HEV3L  COMP  PIC S9(0004).
           02  HEV3F  PICTURE X(0001).
           02  FILLER REDEFINES HEV3F.
               03 HEV3A PICTURE X(0001).
           02  HEV3I  PIC  X(0020).
      *    HUS3
           02  HUS3L  COMP  PIC S9(0004).
           02  HUS3F  PICTURE X(0001).
           02  FILLER REDEFINES HUS3F.
               03 HUS3A PICTURE X(0001).
           02  HUS3I  PIC  X(0008).
      *    HRS3
           02  HRS3L  COMP  PIC S9(0004).
           02  HRS3F  PICTURE X(0001).
           02  FILLER REDEFINES HRS3F.
               03 HRS3A PICTURE X(0001).
           02  HRS3I  PIC  X(0007).
      *    HDS3
           02  HDS3L  COMP  PIC S9(0004).
           02  HDS3F  PICTURE X(0001).
           02  FILLER REDEFINES HDS3F.
               03 HDS3A PICTURE X(0001).
           02  HDS3I  PIC  X(0023).
      *    HDT4
           02  HDT4L  COMP  PIC S9(0004).
           02  HDT4F  PICTURE X(0001).
           02  FILLER REDEFINES HDT4F.
               03 HDT4A PICTURE X(0001).
           02  HDT4I  PIC  X(0008).
      *    HTM4
           02  HTM4L  COMP  PIC S9(0004).
           02  HTM4F  PICTURE X(0001).
           02  FILLER REDEFINES HTM4F.
               03 HTM4A PICTURE X(0001).
           02  HTM4I  PIC  X(0008).
      *    HEV4
           02  HEV4L  COMP  PIC S9(0004).
           02  HEV4F  PICTURE X(0001).
           02  FILLER REDEFINES HEV4F.
               03 HEV4A PICTURE X(0001).
           02  HEV4I  PIC  X(0020).
      *    HUS4
           02  HUS4L  COMP  PIC S9(0004).
           02  HUS4F  PICTURE X(0001).
           02  FILLER REDEFINES HUS4F.
               03 HUS4A PICTURE X(0001).
           02  HUS4I  PIC  X(0008).
      *    HRS4
           02  HRS4L  COMP  PIC S9(0004).
           02  HRS4F  PICTURE X(0001).
           02  FILLER REDEFINES HRS4F.
               03 HRS4A PICTURE X(0001).
           02  HRS4I  PIC  X(0007).
      *    HDS4
           02  HDS4L  COMP  PIC S9(0004).
           02  HDS4F  PICTURE X(0001).
           02  FILLER REDEFINES HDS4F.
               03 HDS4A PICTURE X(0001).
           02  HDS4I  PIC  X(0023).
      *    HDT5
           02  HDT5L  COMP  PIC S9(0004).
           02  HDT5F  PICTURE X(0001).
           02  FILLER REDEFINES HDT5F.
               03 HDT5A PICTURE X(0001).
           02  HDT5I  PIC  X(0008).
      *    HTM5
           02  HTM5L  COMP  PIC S9(0004).
           02  HTM5F  PICTURE X(0001).
           02  FILLER REDEFINES HTM5F.
               03 HTM5A PICTURE X(0001).
           02  HTM5I  PIC  X(0008).
      *    HEV5
           02  HEV5L  COMP  PIC S9(0004).
           02  HEV5F  PICTURE X(0001).
           02  FILLER REDEFINES HEV5F.
               03 HEV5A PICTURE X(0001).
           02  HEV5I  PIC  X(0020).
      *    HUS5
           02  HUS5L  COMP  PIC S9(0004).
           02  HUS5F  PICTURE X(0001).
           02  FILLER REDEFINES HUS5F.
               03 HUS5A PICTURE X(0001).
           02  HUS5I  PIC  X(0008).
      *    HRS5
           02  HRS5L  COMP  PIC S9(0004).
           02  HRS5F  PICTURE X(0001).
           02  FILLER REDEFINES HRS5F.
               03 HRS5A PICTURE X(0001).
           02  HRS5I  PIC  X(0007).
      *    HDS5
           02  HDS5L  COMP  PIC S9(0004).
           02  HDS5F  PICTURE X(0001).
           02  FILLER REDEFINES HDS5F.
               03 HDS5A PICTURE X(0001).
           02  HDS5I  PIC  X(0023).
      *    HDT6
           02  HDT6L  COMP  PIC S9(0004).
           02  HDT6F  PICTURE X(0001).
           02  FILLER REDEFINES HDT6F.
               03 HDT6A PICTURE X(0001).
           02  HDT6I  PIC  X(0008).
      *    HTM6
           02  HTM6L  COMP  PIC S9(0004).
           02  HTM6F  PICTURE X(0001).
           02  FILLER REDEFINES HTM6F.
               03 HTM6A PICTURE X(0001).
           02  HTM6I  PIC  X(0008).
      *    HEV6
           02  HEV6L  COMP  PIC S9(0004).
           02  HEV6F  PICTURE X(0001).
           02  FILLER REDEFINES HEV6F.
               03 HEV6A PICTURE X(0001).
           02  HEV6I  PIC  X(0020).
      *    HUS6
           02  HUS6L  COMP  PIC S9(0004).
           02  HUS6F  PICTURE X(0001).
           02  FILLER REDEFINES HUS6F.
               03 HUS6A PICTURE X(0001).
           02  HUS6I  PIC  X(0008).
      *    HRS6
           02  HRS6L  COMP  PIC S9(0004).
           02  HRS6F  PICTURE X(0001).
           02  FILLER REDEFINES HRS6F.
               03 HRS6A PICTURE X(0001).
           02  HRS6I  PIC  X(0007).
      *    HDS6
           02  HDS6L  COMP  PIC S9(0004).
           02  HDS6F  PICTURE X(0001).
           02  FILLER REDEFINES HDS6F.
               03 HDS6A PICTURE X(0001).
           02  HDS6I  PIC  X(0023).
      *    HDT7
           02  HDT7L  COMP  PIC S9(0004).
           02  HDT7F  PICTURE X(0001).
           02  FILLER REDEFINES HDT7F.
               03 HDT7A PICTURE X(0001).
           02  HDT7I  PIC  X(0008).
      *    HTM7
           02  HTM7L  COMP  PIC S9(0004).
           02  HTM7F  PICTURE X(0001).
           02  FILLER REDEFINES HTM7F.
               03 HTM7A PICTURE X(0001).
           02  HTM7I  PIC  X(0008).
      *    HEV7
           02  HEV7L  COMP  PIC S9(0004).
           02  HEV7F  PICTURE X(0001).
           02  FILLER REDEFINES HEV7F.
               03 HEV7A PICTURE X(0001).
           02  HEV7I  PIC  X(0020).
      *    HUS7
           02  HUS7L  COMP  PIC S9(0004).
           02  HUS7F  PICTURE X(0001).
           02  FILLER REDEFINES HUS7F.
               03 HUS7A PICTURE X(0001).
           02  HUS7I  PIC  X(0008).
      *    HRS7
           02  HRS7L  COMP  PIC S9(0004).
           02  HRS7F  PICTURE X(0001).
           02  FILLER REDEFINES HRS7F.
               03 HRS7A PICTURE X(0001).
           02  HRS7I  PIC  X(0007).
      *    HDS7
           02  HDS7L  COMP  PIC S9(0004).
           02  HDS7F  PICTURE X(0001).
           02  FILLER REDEFINES HDS7F.
               03 HDS7A PICTURE X(0001).
           02  HDS7I  PIC  X(0023).
      *    HDT8
           02  HDT8L  COMP  PIC S9(0004).
           02  HDT8F  PICTURE X(0001).
           02  FILLER REDEFINES HDT8F.
               03 HDT8A PICTURE X(0001).
           02  HDT8I  PIC  X(0008).
      *    HTM8
           02  HTM8L  COMP  PIC S9(0004).
           02  HTM8F  PICTURE X(0001).
           02  FILLER REDEFINES HTM8F.
               03 HTM8A PICTURE X(0001).
           02  HTM8I  PIC  X(0008).
      *    HEV8
           02  HEV8L  COMP  PIC S9(0004).
           02  HEV8F  PICTURE X(0001).
           02  FILLER REDEFINES HEV8F.
               03 HEV8A PICTURE X(0001).
           02  HEV8I  PIC  X(0020).
      *    HUS8
           02  HUS8L  COMP  PIC S9(0004).
           02  HUS8F  PICTURE X(0001).
           02  FILLER REDEFINES HUS8F.
               03 HUS8A PICTURE X(0001).
           02  HUS8I  PIC  X(0008).
      *    HRS8
           02  HRS8L  COMP  PIC S9(0004).
           02  HRS8F  PICTURE X(0001).
           02  FILLER REDEFINES HRS8F.
               03 HRS8A PICTURE X(0001).
           02  HRS8I  PIC  X(0007).
      *    HDS8
           02  HDS8L  COMP  PIC S9(0004).
           02  HDS8F  PICTURE X(0001).
           02  FILLER REDEFINES HDS8F.
               03 HDS8A PICTURE X(0001).
           02  HDS8I  PIC  X(0023).
      *    HDT9
           02  HDT9L  COMP  PIC S9(0004).
           02  HDT9F  PICTURE X(0001).
           02  FILLER REDEFINES HDT9F.
               03 HDT9A PICTURE X(0001).
           02  HDT9I  PIC  X(0008).
      *    HTM9
           02  HTM9L  COMP  PIC S9(0004).
           02  HTM9F  PICTURE X(0001).
           02  FILLER REDEFINES HTM9F.
               03 HTM9A PICTURE X(0001).
           02  HTM9I  PIC  X(0008).
      *    HEV9
           02  HEV9L  COMP  PIC S9(0004).
           02  HEV9F  PICTURE X(0001).
           02  FILLER REDEFINES HEV9F.
               03 HEV9A PICTURE X(0001).
           02  HEV9I  PIC  X(0020).
      *    HUS9
           02  HUS9L  COMP  PIC S9(0004).
           02  HUS9F  PICTURE X(0001).
           02  FILLER REDEFINES HUS9F.
               03 HUS9A PICTURE X(0001).
           02  HUS9I  PIC  X(0008).
      *    HRS9
           02  HRS9L  COMP  PIC S9(0004).
           02  HRS9F  PICTURE X(0001).
           02  FILLER REDEFINES HRS9F.
               03 HRS9A PICTURE X(0001).
           02  HRS9I  PIC  X(0007).
      *    HDS9
           02  HDS9L  COMP  PIC S9(0004).
           02  HDS9F  PICTURE X(0001).
           02  FILLER REDEFINES HDS9F.
               03 HDS9A PICTURE X(0001).
           02  HDS9I  PIC  X(0023).
      *    HDT10
           02  HDT10L  COMP  PIC S9(0004).
           02  HDT10F  PICTURE X(0001).
           02  FILLER REDEFINES HDT10F.
               03 HDT10A PICTURE X(0001).
           02  HDT10I  PIC  X(0008).
      *    HTM10
           02  HTM10L  COMP  PIC S9(0004).
           02  HTM10F  PICTURE X(0001).
           02  FILLER REDEFINES HTM10F.
               03 HTM10A PICTURE X(0001).
           02  HTM10I  PIC  X(0008).
      *    HEV10
           02  HEV10L  COMP  PIC S9(0004).
           02  HEV10F  PICTURE X(0001).
           02  FILLER REDEFINES HEV10F.
               03 HEV10A PICTURE X(0001).
           02  HEV10I  PIC  X(0020).
      *    HUS10
           02  HUS10L  COMP  PIC S9(0004).
           02  HUS10F  PICTURE X(0001).
           02  FILLER REDEFINES HUS10F.
               03 HUS10A PICTURE X(0001).
           02  HUS10I  PIC  X(0008).
      *    HRS10
           02  HRS10L  COMP  PIC S9(0004).
           02  HRS10F  PICTURE X(0001).
           02  FILLER REDEFINES HRS10F.
               03 HRS10A PICTURE X(0001).
           02  HRS10I  PIC  X(0007).
      *    HDS10
           02  HDS10L  COMP  PIC S9(0004).
           02  HDS10F  PICTURE X(0001).
           02  FILLER REDEFINES HDS10F.
               03 HDS10A PICTURE X(0001).
           02  HDS10I  PIC  X(0023).
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
       01  CCRDHSAO REDEFINES CCRDHSAI.
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
           02  EMBSTATC PICTURE X(0001).
           02  EMBSTATH PICTURE X(0001).
           02  EMBSTATV PICTURE X(0001).
           02  EMBSTATO PIC  X(0060).
           02  FILLER PICTURE X(0003).
           02  HDT1C PICTURE X(0001).
           02  HDT1H PICTURE X(0001).
           02  HDT1V PICTURE X(0001).
           02  HDT1O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM1C PICTURE X(0001).
           02  HTM1H PICTURE X(0001).
           02  HTM1V PICTURE X(0001).
           02  HTM1O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV1C PICTURE X(0001).
           02  HEV1H PICTURE X(0001).
           02  HEV1V PICTURE X(0001).
           02  HEV1O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS1C PICTURE X(0001).
           02  HUS1H PICTURE X(0001).
           02  HUS1V PICTURE X(0001).
           02  HUS1O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS1C PICTURE X(0001).
           02  HRS1H PICTURE X(0001).
           02  HRS1V PICTURE X(0001).
           02  HRS1O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS1C PICTURE X(0001).
           02  HDS1H PICTURE X(0001).
           02  HDS1V PICTURE X(0001).
           02  HDS1O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT2C PICTURE X(0001).
           02  HDT2H PICTURE X(0001).
           02  HDT2V PICTURE X(0001).
           02  HDT2O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM2C PICTURE X(0001).
           02  HTM2H PICTURE X(0001).
           02  HTM2V PICTURE X(0001).
           02  HTM2O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV2C PICTURE X(0001).
           02  HEV2H PICTURE X(0001).
           02  HEV2V PICTURE X(0001).
           02  HEV2O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS2C PICTURE X(0001).
           02  HUS2H PICTURE X(0001).
           02  HUS2V PICTURE X(0001).
           02  HUS2O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS2C PICTURE X(0001).
           02  HRS2H PICTURE X(0001).
           02  HRS2V PICTURE X(0001).
           02  HRS2O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS2C PICTURE X(0001).
           02  HDS2H PICTURE X(0001).
           02  HDS2V PICTURE X(0001).
           02  HDS2O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT3C PICTURE X(0001).
           02  HDT3H PICTURE X(0001).
           02  HDT3V PICTURE X(0001).
           02  HDT3O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM3C PICTURE X(0001).
           02  HTM3H PICTURE X(0001).
           02  HTM3V PICTURE X(0001).
           02  HTM3O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV3C PICTURE X(0001).
           02  HEV3H PICTURE X(0001).
           02  HEV3V PICTURE X(0001).
           02  HEV3O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS3C PICTURE X(0001).
           02  HUS3H PICTURE X(0001).
           02  HUS3V PICTURE X(0001).
           02  HUS3O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS3C PICTURE X(0001).
           02  HRS3H PICTURE X(0001).
           02  HRS3V PICTURE X(0001).
           02  HRS3O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS3C PICTURE X(0001).
           02  HDS3H PICTURE X(0001).
           02  HDS3V PICTURE X(0001).
           02  HDS3O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT4C PICTURE X(0001).
           02  HDT4H PICTURE X(0001).
           02  HDT4V PICTURE X(0001).
           02  HDT4O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM4C PICTURE X(0001).
           02  HTM4H PICTURE X(0001).
           02  HTM4V PICTURE X(0001).
           02  HTM4O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV4C PICTURE X(0001).
           02  HEV4H PICTURE X(0001).
           02  HEV4V PICTURE X(0001).
           02  HEV4O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS4C PICTURE X(0001).
           02  HUS4H PICTURE X(0001).
           02  HUS4V PICTURE X(0001).
           02  HUS4O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS4C PICTURE X(0001).
           02  HRS4H PICTURE X(0001).
           02  HRS4V PICTURE X(0001).
           02  HRS4O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS4C PICTURE X(0001).
           02  HDS4H PICTURE X(0001).
           02  HDS4V PICTURE X(0001).
           02  HDS4O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT5C PICTURE X(0001).
           02  HDT5H PICTURE X(0001).
           02  HDT5V PICTURE X(0001).
           02  HDT5O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM5C PICTURE X(0001).
           02  HTM5H PICTURE X(0001).
           02  HTM5V PICTURE X(0001).
           02  HTM5O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV5C PICTURE X(0001).
           02  HEV5H PICTURE X(0001).
           02  HEV5V PICTURE X(0001).
           02  HEV5O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS5C PICTURE X(0001).
           02  HUS5H PICTURE X(0001).
           02  HUS5V PICTURE X(0001).
           02  HUS5O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS5C PICTURE X(0001).
           02  HRS5H PICTURE X(0001).
           02  HRS5V PICTURE X(0001).
           02  HRS5O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS5C PICTURE X(0001).
           02  HDS5H PICTURE X(0001).
           02  HDS5V PICTURE X(0001).
           02  HDS5O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT6C PICTURE X(0001).
           02  HDT6H PICTURE X(0001).
           02  HDT6V PICTURE X(0001).
           02  HDT6O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM6C PICTURE X(0001).
           02  HTM6H PICTURE X(0001).
           02  HTM6V PICTURE X(0001).
           02  HTM6O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV6C PICTURE X(0001).
           02  HEV6H PICTURE X(0001).
           02  HEV6V PICTURE X(0001).
           02  HEV6O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS6C PICTURE X(0001).
           02  HUS6H PICTURE X(0001).
           02  HUS6V PICTURE X(0001).
           02  HUS6O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS6C PICTURE X(0001).
           02  HRS6H PICTURE X(0001).
           02  HRS6V PICTURE X(0001).
           02  HRS6O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS6C PICTURE X(0001).
           02  HDS6H PICTURE X(0001).
           02  HDS6V PICTURE X(0001).
           02  HDS6O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT7C PICTURE X(0001).
           02  HDT7H PICTURE X(0001).
           02  HDT7V PICTURE X(0001).
           02  HDT7O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM7C PICTURE X(0001).
           02  HTM7H PICTURE X(0001).
           02  HTM7V PICTURE X(0001).
           02  HTM7O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV7C PICTURE X(0001).
           02  HEV7H PICTURE X(0001).
           02  HEV7V PICTURE X(0001).
           02  HEV7O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS7C PICTURE X(0001).
           02  HUS7H PICTURE X(0001).
           02  HUS7V PICTURE X(0001).
           02  HUS7O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS7C PICTURE X(0001).
           02  HRS7H PICTURE X(0001).
           02  HRS7V PICTURE X(0001).
           02  HRS7O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS7C PICTURE X(0001).
           02  HDS7H PICTURE X(0001).
           02  HDS7V PICTURE X(0001).
           02  HDS7O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT8C PICTURE X(0001).
           02  HDT8H PICTURE X(0001).
           02  HDT8V PICTURE X(0001).
           02  HDT8O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM8C PICTURE X(0001).
           02  HTM8H PICTURE X(0001).
           02  HTM8V PICTURE X(0001).
           02  HTM8O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV8C PICTURE X(0001).
           02  HEV8H PICTURE X(0001).
           02  HEV8V PICTURE X(0001).
           02  HEV8O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS8C PICTURE X(0001).
           02  HUS8H PICTURE X(0001).
           02  HUS8V PICTURE X(0001).
           02  HUS8O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS8C PICTURE X(0001).
           02  HRS8H PICTURE X(0001).
           02  HRS8V PICTURE X(0001).
           02  HRS8O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS8C PICTURE X(0001).
           02  HDS8H PICTURE X(0001).
           02  HDS8V PICTURE X(0001).
           02  HDS8O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT9C PICTURE X(0001).
           02  HDT9H PICTURE X(0001).
           02  HDT9V PICTURE X(0001).
           02  HDT9O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM9C PICTURE X(0001).
           02  HTM9H PICTURE X(0001).
           02  HTM9V PICTURE X(0001).
           02  HTM9O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV9C PICTURE X(0001).
           02  HEV9H PICTURE X(0001).
           02  HEV9V PICTURE X(0001).
           02  HEV9O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS9C PICTURE X(0001).
           02  HUS9H PICTURE X(0001).
           02  HUS9V PICTURE X(0001).
           02  HUS9O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS9C PICTURE X(0001).
           02  HRS9H PICTURE X(0001).
           02  HRS9V PICTURE X(0001).
           02  HRS9O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS9C PICTURE X(0001).
           02  HDS9H PICTURE X(0001).
           02  HDS9V PICTURE X(0001).
           02  HDS9O PIC  X(0023).
           02  FILLER PICTURE X(0003).
           02  HDT10C PICTURE X(0001).
           02  HDT10H PICTURE X(0001).
           02  HDT10V PICTURE X(0001).
           02  HDT10O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HTM10C PICTURE X(0001).
           02  HTM10H PICTURE X(0001).
           02  HTM10V PICTURE X(0001).
           02  HTM10O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HEV10C PICTURE X(0001).
           02  HEV10H PICTURE X(0001).
           02  HEV10V PICTURE X(0001).
           02  HEV10O PIC  X(0020).
           02  FILLER PICTURE X(0003).
           02  HUS10C PICTURE X(0001).
           02  HUS10H PICTURE X(0001).
           02  HUS10V PICTURE X(0001).
           02  HUS10O PIC  X(0008).
           02  FILLER PICTURE X(0003).
           02  HRS10C PICTURE X(0001).
           02  HRS10H PICTURE X(0001).
           02  HRS10V PICTURE X(0001).
           02  HRS10O PIC  X(0007).
           02  FILLER PICTURE X(0003).
           02  HDS10C PICTURE X(0001).
           02  HDS10H PICTURE X(0001).
           02  HDS10V PICTURE X(0001).
           02  HDS10O PIC  X(0023).
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
