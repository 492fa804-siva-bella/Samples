        01 EMP-TRAN-REC.                                                00001096
           05 TRN-ACTION      PIC X(01).                                00002096
           05 TRN-EMP-ID      PIC X(06).                                00003096
           05 TRN-EMP-ID-N REDEFINES TRN-EMP-ID PIC 9(06).              00004100
           05 TRN-EMP-NAME    PIC X(10).                                00004096
           05 TRN-DEPART-CD   PIC X(10).                                00005096
           05 TRN-DESIG       PIC X(11).                                00006096
           05 TRN-EXP         PIC X(10).                                00008096
           05 TRN-EFF-DATE    PIC X(08).                                00009096
           05 TRN-EFF-DATE-N REDEFINES TRN-EFF-DATE PIC 9(08).          00010096
           05 TRN-MGR-ID      PIC X(06).                                00011105
           05 TRN-MAKER-ID    PIC X(08).                                00012108
           05 TRN-CHECKER-ID  PIC X(08).                                00013108
           05 FILLER          PIC X(07).                                00014108
        01 EMP-TRAN-BATCH-HDR REDEFINES EMP-TRAN-REC.                   00012100
           05 TRN-HDR-ACTION     PIC X(01).                             00013100
           05 TRN-HDR-BATCH-ID   PIC X(10).                             00014100
           05 TRN-HDR-SOURCE     PIC X(10).                             00015100
           05 TRN-HDR-CREATE-DT  PIC 9(08).                             00016100
           05 FILLER             PIC X(71).                             00017108
        01 EMP-TRAN-BATCH-TRL REDEFINES EMP-TRAN-REC.                   00018100
           05 TRN-TRL-ACTION     PIC X(01).                             00019100
           05 TRN-TRL-BATCH-ID   PIC X(10).                             00020100
           05 TRN-TRL-REC-CNT    PIC 9(07).                             00021100
           05 TRN-TRL-HASH-TOT   PIC 9(12).                             00022100
           05 TRN-TRL-ADD-CNT    PIC 9(07).                             00023100
           05 TRN-TRL-CHG-CNT    PIC 9(07).                             00024100
           05 TRN-TRL-DEL-CNT    PIC 9(07).                             00025100
           05 FILLER             PIC X(49).                             00026108
