        01 EMP-WORK-REC.                                                00001104
           05 WRK-REC-TYPE       PIC X(01).                             00002104
           05 WRK-EMP-DTL        PIC X(80).                             00003104
           05 WRK-EXP-YEARS      PIC 9(03).                             00004104
           05 WRK-SITE-IDX       PIC 9(03).                             00005104
           05 WRK-SITE-NAME      PIC X(30).                             00006104
           05 WRK-ADD-SKILL-CNT  PIC 9(02).                             00007104
           05 WRK-ADD-SKILLS.                                           00008104
              10 WRK-ADD-SKILL   PIC X(15) OCCURS 8 TIMES.              00009104
           05 FILLER             PIC X(11).                             00010104
        01 EMP-WORK-HDR REDEFINES EMP-WORK-REC.                         00011104
           05 WRK-HDR-TYPE       PIC X(01).                             00012104
           05 WRK-HDR-PROGRAM    PIC X(08).                             00013104
           05 WRK-HDR-RUN-DATE   PIC 9(08).                             00014104
           05 WRK-HDR-STATE      PIC X(01).                             00015104
           05 WRK-HDR-REPT-CNT   PIC 9(07).                             00016104
           05 WRK-HDR-REJ-CNT    PIC 9(07).                             00017104
           05 WRK-HDR-DUP-CNT    PIC 9(07).                             00018104
           05 WRK-HDR-SITE-CNT   PIC 9(03).                             00019104
           05 WRK-HDR-CRE-DATE   PIC 9(08).                             00020104
           05 WRK-HDR-CRE-TIME   PIC 9(06).                             00021104
           05 WRK-HDR-RESTART    PIC X(01).                             00022104
           05 FILLER             PIC X(193).                            00023104
        01 EMP-WORK-TRL REDEFINES EMP-WORK-REC.                         00024104
           05 WRK-TRL-TYPE       PIC X(01).                             00025104
           05 WRK-TRL-REC-CNT    PIC 9(07).                             00026104
           05 WRK-TRL-SKL-CNT    PIC 9(07).                             00027104
           05 FILLER             PIC X(235).                            00028104
