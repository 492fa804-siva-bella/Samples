        01 BATCH-LOG-REC.                                               00001100
           05 BCL-BATCH-ID       PIC X(10).                             00002100
           05 BCL-SOURCE         PIC X(10).                             00003100
           05 BCL-CREATE-DT      PIC 9(08).                             00004100
           05 BCL-RUN-DATE       PIC 9(08).                             00005100
           05 BCL-STATUS         PIC X(01).                             00006100
           05 BCL-REC-CNT        PIC 9(07).                             00007100
           05 BCL-HASH-TOT       PIC 9(12).                             00008100
           05 BCL-REASON-TXT     PIC X(20).                             00009100
           05 FILLER             PIC X(04).                             00010100
