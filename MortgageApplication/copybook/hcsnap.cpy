        01 HC-SNAP-REC.                                                 00001106
           05 HCS-REC-TYPE       PIC X(01).                             00002106
           05 HCS-DEPART-CD      PIC X(10).                             00003106
           05 HCS-HEAD-CNT       PIC 9(07).                             00004106
           05 FILLER             PIC X(62).                             00005106
        01 HC-SNAP-HDR REDEFINES HC-SNAP-REC.                           00006106
           05 HCS-HDR-TYPE       PIC X(01).                             00007106
           05 HCS-PER-START      PIC 9(08).                             00008106
           05 HCS-PER-END        PIC 9(08).                             00009106
           05 HCS-RUN-DATE       PIC 9(08).                             00010106
           05 HCS-PROGRAM        PIC X(08).                             00011106
           05 FILLER             PIC X(47).                             00012106
        01 HC-SNAP-TRL REDEFINES HC-SNAP-REC.                           00013106
           05 HCS-TRL-TYPE       PIC X(01).                             00014106
           05 HCS-TRL-DEPT-CNT   PIC 9(05).                             00015106
           05 HCS-TRL-HEAD-TOT   PIC 9(07).                             00016106
           05 FILLER             PIC X(67).                             00017106
