        01 DELTA-REC      PIC X(80).                                    00031084
      *                                                                 00038097
        FD DELTA-TRAN-FILE                                              00039097
             RECORD CONTAINS 100  CHARACTERS                            00040108
             DATA RECORD IS DELTA-TRAN-REC.                             00041097
                                                                        00042097
        01 DELTA-TRAN-REC PIC X(100).                                   00043108
      *                                                                 00044097
        FD RUN-OPTS-FILE                                                00045097
             DATA RECORD IS RUN-OPTS-REC.                               00046097
            05 WS-ASOF-MM   PIC 9(02).                                  00073091
            05 WS-ASOF-DD   PIC 9(02).                                  00074091
        01  WS-TRANS-OUT-CNT  PIC 9(05) VALUE ZERO.                     00069097
        01  WS-TRANS-HASH-TOT PIC 9(12) VALUE ZERO.                     00070100
        01  WS-TRANS-ADD-CNT  PIC 9(07) VALUE ZERO.                     00071100
        01  WS-TRANS-CHG-CNT  PIC 9(07) VALUE ZERO.                     00072100
        01  WS-TRANS-DEL-CNT  PIC 9(07) VALUE ZERO.                     00073100
           COPY "recstruc.cpy".                                         00046084
           COPY "emptran.cpy".                                          00071097
        01  WS-PRIOR-USED  PIC 9(04) VALUE ZERO.                        00047084
           END-EVALUATE.                                                00202097
       WRITE-DELTA-TRANS.                                               00203097
           OPEN OUTPUT DELTA-TRAN-FILE.                                 00204097
           PERFORM WRITE-BATCH-HEADER.                                  00205100
           SET WS-JI TO 1.                                              00205097
           PERFORM WRITE-JOINER-TRAN                                    00206097
               UNTIL WS-JI > WS-JOINER-USED.                            00207097
           SET WS-HI TO 1.                                              00211097
           PERFORM WRITE-CHANGE-TRAN                                    00212097
               UNTIL WS-HI > WS-CHANGE-USED.                            00213097
           PERFORM WRITE-BATCH-TRAILER.                                 00214100
           CLOSE DELTA-TRAN-FILE.                                       00214097
       WRITE-JOINER-TRAN.                                               00215097
           MOVE SPACES TO EMP-TRAN-REC.                                 00216097
           PERFORM WRITE-TRAN-RECORD.                                   00245097
           SET WS-HI UP BY 1.                                           00246097
       WRITE-TRAN-RECORD.                                               00247097
           MOVE 'PCOBLDLT' TO TRN-MAKER-ID.                             00248108
           MOVE EMP-TRAN-REC TO DELTA-TRAN-REC.                         00248097
           WRITE DELTA-TRAN-REC.                                        00249097
           ADD 1 TO WS-TRANS-OUT-CNT.                                   00250097
           IF TRN-EMP-ID IS NUMERIC                                     00251100
               ADD TRN-EMP-ID-N TO WS-TRANS-HASH-TOT                    00252100
           END-IF.                                                      00253100
           EVALUATE TRN-ACTION                                          00254100
               WHEN 'A'                                                 00255100
                   ADD 1 TO WS-TRANS-ADD-CNT                            00256100
               WHEN 'C'                                                 00257100
                   ADD 1 TO WS-TRANS-CHG-CNT                            00258100
               WHEN 'D'                                                 00259100
                   ADD 1 TO WS-TRANS-DEL-CNT                            00260100
               WHEN OTHER                                               00261100
                   CONTINUE                                             00262100
           END-EVALUATE.                                                00263100
       WRITE-BATCH-HEADER.                                              00264100
           MOVE SPACES TO EMP-TRAN-REC.                                 00265100
           MOVE 'H'         TO TRN-HDR-ACTION.                          00266100
           STRING 'DL' WS-RUN-DATE                                      00267100
               DELIMITED BY SIZE INTO TRN-HDR-BATCH-ID.                 00268100
           MOVE 'PCOBLDLT'  TO TRN-HDR-SOURCE.                          00269100
           MOVE WS-RUN-DATE TO TRN-HDR-CREATE-DT.                       00270100
           MOVE EMP-TRAN-REC TO DELTA-TRAN-REC.                         00271100
           WRITE DELTA-TRAN-REC.                                        00272100
       WRITE-BATCH-TRAILER.                                             00273100
           MOVE SPACES TO EMP-TRAN-REC.                                 00274100
           MOVE 'T'               TO TRN-TRL-ACTION.                    00275100
           STRING 'DL' WS-RUN-DATE                                      00276100
               DELIMITED BY SIZE INTO TRN-TRL-BATCH-ID.                 00277100
           MOVE WS-TRANS-OUT-CNT  TO TRN-TRL-REC-CNT.                   00278100
           MOVE WS-TRANS-HASH-TOT TO TRN-TRL-HASH-TOT.                  00279100
           MOVE WS-TRANS-ADD-CNT  TO TRN-TRL-ADD-CNT.                   00280100
           MOVE WS-TRANS-CHG-CNT  TO TRN-TRL-CHG-CNT.                   00281100
           MOVE WS-TRANS-DEL-CNT  TO TRN-TRL-DEL-CNT.                   00282100
           MOVE EMP-TRAN-REC TO DELTA-TRAN-REC.                         00283100
           WRITE DELTA-TRAN-REC.                                        00284100
       LOAD-PRIOR-FILE.                                                 00130084
           OPEN INPUT PRIOR-FILE.                                       00131084
           IF WS-PRIOR-STATUS = '00'                                    00131192
