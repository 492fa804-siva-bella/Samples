        01 PAY-SENT-REC.                                                00001107
           05 PSL-FEED-DTL       PIC X(120).                            00002107
           05 PSL-ACK-STATUS     PIC X(01).                             00003107
           05 PSL-ACK-DATE       PIC 9(08).                             00004107
           05 PSL-ACK-REASON     PIC X(30).                             00005107
           05 FILLER             PIC X(01).                             00006107
