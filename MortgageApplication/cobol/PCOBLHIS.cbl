        FILE SECTION.                                                   00015095
      *                                                                 00016095
        FD AUDIT-HIST                                                   00017095
             RECORD CONTAINS 250  CHARACTERS                            00018101
             DATA RECORD IS AUD-HIST-IN.                                00019095
                                                                        00020095
        01 AUD-HIST-IN    PIC X(250).                                   00021101
      *                                                                 00022095
        FD HIST-RPT                                                     00023095
             RECORD CONTAINS 80   CHARACTERS                            00024095
            05 WS-HIS-ENTRY OCCURS 1000 TIMES.                          00051089
               10 WS-HIS-EMP-ID PIC X(06).                              00052089
               10 WS-HIS-DATE   PIC 9(08).                              00053089
               10 FILLER        PIC X(236).                             00054101
           COPY "audhist.cpy".                                          00045095
           COPY "empmast.cpy".                                          00046095
        01  HIS-RPT-HDR.                                                00047095
            05 HIS-CHG-ACTION PIC X(01).                                00056095
            05 WS-HIS-SP2     PIC X(08) VALUE ' EMP ID '.               00057095
            05 HIS-CHG-EMPID  PIC X(06).                                00058095
            05 WS-HIS-SP3     PIC X(07) VALUE ' BATCH '.                00059101
            05 HIS-CHG-BATCH  PIC X(10).                                00060101
            05 FILLER         PIC X(39) VALUE SPACES.                   00061101
        01  HIS-IMG-LINE.                                               00060095
            05 HIS-IMG-TAG    PIC X(07).                                00061095
            05 HIS-IMG-NAME   PIC X(10).                                00062095
           MOVE AUD-RUN-DATE TO HIS-CHG-DATE.                           00156095
           MOVE AUD-ACTION   TO HIS-CHG-ACTION.                         00157095
           MOVE AUD-EMP-ID   TO HIS-CHG-EMPID.                          00158095
           MOVE AUD-BATCH-ID TO HIS-CHG-BATCH.                          00159101
           MOVE HIS-CHG-LINE TO HIST-REC.                               00159095
           WRITE HIST-REC.                                              00160095
           MOVE 'BEFORE ' TO HIS-IMG-TAG.                               00161095
