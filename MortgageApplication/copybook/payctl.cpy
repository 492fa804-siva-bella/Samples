        01 PAY-CTL-REC.                                                 00001107
           05 PCT-LAST-SEQ       PIC 9(06).                             00002107
           05 PCT-LAST-AUD-DATE  PIC 9(08).                             00003107
           05 PCT-LAST-AUD-CNT   PIC 9(09).                             00004107
           05 PCT-LAST-RUN-DATE  PIC 9(08).                             00005107
           05 PCT-LAST-DTL-CNT   PIC 9(07).                             00006107
           05 FILLER             PIC X(42).                             00007107
