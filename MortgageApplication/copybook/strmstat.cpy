        01 STREAM-STAT-REC.                                             00001103
           05 SST-STEP-NO        PIC 9(03).                             00002103
           05 SST-PGM            PIC X(08).                             00003103
           05 SST-STATE          PIC X(01).                             00004103
           05 SST-OPTIONAL       PIC X(01).                             00005103
           05 SST-MAX-RC         PIC 9(04).                             00006103
           05 SST-START-DT       PIC 9(08).                             00007103
           05 SST-START-TM       PIC 9(06).                             00008103
           05 SST-END-DT         PIC 9(08).                             00009103
           05 SST-END-TM         PIC 9(06).                             00010103
           05 SST-RC             PIC 9(04).                             00011103
           05 SST-RUN-DATE       PIC 9(08).                             00012103
           05 FILLER             PIC X(23).                             00013103
