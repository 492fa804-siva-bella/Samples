        01 PAY-ACK-REC.                                                 00001107
           05 ACK-SEQ-NO         PIC 9(06).                             00002107
           05 ACK-DTL-NO         PIC 9(07).                             00003107
           05 ACK-EMP-ID         PIC X(06).                             00004107
           05 ACK-STATUS         PIC X(01).                             00005107
           05 ACK-REASON         PIC X(30).                             00006107
           05 FILLER             PIC X(30).                             00007107
