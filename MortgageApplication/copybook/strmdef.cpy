        01 STREAM-DEF-REC.                                              00001103
           05 SDF-STEP-NO        PIC 9(03).                             00002103
           05 FILLER             PIC X(01).                             00003103
           05 SDF-PGM            PIC X(08).                             00004103
           05 FILLER             PIC X(01).                             00005103
           05 SDF-MAX-RC         PIC 9(04).                             00006103
           05 FILLER             PIC X(01).                             00007103
           05 SDF-OPTIONAL       PIC X(01).                             00008103
           05 FILLER             PIC X(01).                             00009103
           05 SDF-COMMAND        PIC X(60).                             00010103
