        01 PAY-FEED-REC.                                                00001107
           05 PAY-REC-TYPE       PIC X(01).                             00002107
           05 PAY-SEQ-NO         PIC 9(06).                             00003107
           05 PAY-DTL-NO         PIC 9(07).                             00004107
           05 PAY-EMP-ID         PIC X(06).                             00005107
           05 PAY-EMP-ID-N REDEFINES PAY-EMP-ID PIC 9(06).              00006107
           05 PAY-ACTION         PIC X(01).                             00007107
           05 PAY-EFF-DATE       PIC 9(08).                             00008107
           05 PAY-BEFORE.                                               00009107
              10 PAY-BEF-NAME    PIC X(10).                             00010107
              10 PAY-BEF-DEPART  PIC X(10).                             00011107
              10 PAY-BEF-DESIG   PIC X(11).                             00012107
              10 PAY-BEF-STATUS  PIC X(01).                             00013107
           05 PAY-AFTER.                                                00014107
              10 PAY-AFT-NAME    PIC X(10).                             00015107
              10 PAY-AFT-DEPART  PIC X(10).                             00016107
              10 PAY-AFT-DESIG   PIC X(11).                             00017107
              10 PAY-AFT-STATUS  PIC X(01).                             00018107
           05 FILLER             PIC X(27).                             00019107
        01 PAY-FEED-HDR REDEFINES PAY-FEED-REC.                         00020107
           05 PAY-HDR-TYPE       PIC X(01).                             00021107
           05 PAY-HDR-SEQ-NO     PIC 9(06).                             00022107
           05 PAY-HDR-RUN-DATE   PIC 9(08).                             00023107
           05 PAY-HDR-SOURCE     PIC X(08).                             00024107
           05 PAY-HDR-FROM-DATE  PIC 9(08).                             00025107
           05 PAY-HDR-TO-DATE    PIC 9(08).                             00026107
           05 FILLER             PIC X(81).                             00027107
        01 PAY-FEED-TRL REDEFINES PAY-FEED-REC.                         00028107
           05 PAY-TRL-TYPE       PIC X(01).                             00029107
           05 PAY-TRL-SEQ-NO     PIC 9(06).                             00030107
           05 PAY-TRL-DTL-CNT    PIC 9(07).                             00031107
           05 PAY-TRL-HASH-TOT   PIC 9(12).                             00032107
           05 PAY-TRL-NEW-CNT    PIC 9(07).                             00033107
           05 PAY-TRL-RHR-CNT    PIC 9(07).                             00034107
           05 PAY-TRL-LVR-CNT    PIC 9(07).                             00035107
           05 PAY-TRL-TRF-CNT    PIC 9(07).                             00036107
           05 PAY-TRL-CHG-CNT    PIC 9(07).                             00037107
           05 PAY-TRL-CAN-CNT    PIC 9(07).                             00038107
           05 FILLER             PIC X(52).                             00039107
