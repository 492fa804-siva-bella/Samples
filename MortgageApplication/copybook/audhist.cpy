           05 AUD-ACTION         PIC X(01).                             00004095
           05 AUD-BEFORE-IMAGE   PIC X(100).                            00005095
           05 AUD-AFTER-IMAGE    PIC X(100).                            00006095
           05 AUD-BATCH-ID       PIC X(10).                             00007101
           05 AUD-MAKER-ID       PIC X(08).                             00008108
           05 AUD-CHECKER-ID     PIC X(08).                             00009108
           05 FILLER             PIC X(09).                             00010108
