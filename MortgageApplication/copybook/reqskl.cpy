        01 REQ-SKILL-REC.                                               00001109
           05 RSK-DEPART-CD      PIC X(10).                             00002109
           05 RSK-SKILL-CD       PIC X(15).                             00003109
           05 RSK-MIN-HEAD       PIC 9(03).                             00004109
           05 RSK-EFF-DATE       PIC 9(08).                             00005109
           05 RSK-EXP-DATE       PIC 9(08).                             00006109
           05 RSK-DESC           PIC X(30).                             00007109
           05 FILLER             PIC X(06).                             00008109
