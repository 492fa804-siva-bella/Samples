        IDENTIFICATION DIVISION.                                        00001107
        PROGRAM-ID.    PCOBLPAR.                                        00002107
        ENVIRONMENT DIVISION.                                           00003107
        INPUT-OUTPUT SECTION.                                           00004107
        FILE-CONTROL.                                                   00005107
           SELECT PAY-ACK-FILE ASSIGN TO PAYACK                         00006107
           ORGANIZATION IS  SEQUENTIAL                                  00007107
           FILE STATUS IS WS-ACK-STATUS.                                00008107
           SELECT PAY-SENT-FILE ASSIGN TO PAYSENT                       00009107
           ORGANIZATION IS  SEQUENTIAL                                  00010107
           FILE STATUS IS WS-SENT-STATUS.                               00011107
           SELECT PAY-SENT-NEW ASSIGN TO PAYSNEW                        00012107
           ORGANIZATION IS  SEQUENTIAL.                                 00013107
           SELECT PAR-RPT ASSIGN TO PARRPT                              00014107
           ORGANIZATION IS  SEQUENTIAL.                                 00015107
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00016107
           ORGANIZATION IS  LINE SEQUENTIAL                             00017107
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00018107
        DATA DIVISION.                                                  00019107
        FILE SECTION.                                                   00020107
      *                                                                 00021107
        FD PAY-ACK-FILE                                                 00022107
             RECORD CONTAINS 80   CHARACTERS                            00023107
             DATA RECORD IS PAY-ACK-IN.                                 00024107
                                                                        00025107
        01 PAY-ACK-IN     PIC X(80).                                    00026107
      *                                                                 00027107
        FD PAY-SENT-FILE                                                00028107
             RECORD CONTAINS 160  CHARACTERS                            00029107
             DATA RECORD IS PAY-SENT-IN.                                00030107
                                                                        00031107
        01 PAY-SENT-IN    PIC X(160).                                   00032107
      *                                                                 00033107
        FD PAY-SENT-NEW                                                 00034107
             RECORD CONTAINS 160  CHARACTERS                            00035107
             DATA RECORD IS PAY-SENT-OUT.                               00036107
                                                                        00037107
        01 PAY-SENT-OUT   PIC X(160).                                   00038107
      *                                                                 00039107
        FD PAR-RPT                                                      00040107
             RECORD CONTAINS 80   CHARACTERS                            00041107
             DATA RECORD IS PAR-REC.                                    00042107
                                                                        00043107
        01 PAR-REC        PIC X(80).                                    00044107
      *                                                                 00045107
        FD RUN-OPTS-FILE                                                00046107
             DATA RECORD IS RUN-OPTS-REC.                               00047107
                                                                        00048107
        01 RUN-OPTS-REC   PIC X(80).                                    00049107
                                                                        00050107
        WORKING-STORAGE SECTION.                                        00051107
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00052107
        01  WS-ACK-STATUS     PIC X(02) VALUE SPACES.                   00053107
        01  WS-ACK-EOD        PIC X(02) VALUE SPACES.                   00054107
        01  WS-SENT-STATUS    PIC X(02) VALUE SPACES.                   00055107
        01  WS-SENT-EOD       PIC X(02) VALUE SPACES.                   00056107
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00057107
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00058107
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00059107
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00060107
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00061107
        01  WS-ASOF-DATE.                                               00062107
            05 WS-ASOF-YYYY PIC 9(04).                                  00063107
            05 WS-ASOF-MM   PIC 9(02).                                  00064107
            05 WS-ASOF-DD   PIC 9(02).                                  00065107
        01  WS-RUN-DATE.                                                00066107
            05 WS-RUN-YYYY  PIC 9(04).                                  00067107
            05 WS-RUN-MM    PIC 9(02).                                  00068107
            05 WS-RUN-DD    PIC 9(02).                                  00069107
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00070107
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00071107
           COPY "payfeed.cpy".                                          00072107
           COPY "paysent.cpy".                                          00073107
           COPY "payack.cpy".                                           00074107
        01  WS-SENT-TMP-NAME    PIC X(30) VALUE 'PAYSNEW'.              00075107
        01  WS-SENT-FINAL-NAME  PIC X(30) VALUE 'PAYSENT'.              00076107
        01  WS-SENT-RENAME-RC   PIC 9(9) COMP-5 VALUE ZERO.             00077107
        01  WS-SENT-AVAIL     PIC X(01) VALUE 'N'.                      00078107
        01  WS-UPDATED-NOW    PIC X(01) VALUE 'N'.                      00079107
        01  WS-NEW-ACK-STAT   PIC X(01) VALUE SPACES.                   00080107
        01  WS-NEW-ACK-RSN    PIC X(30) VALUE SPACES.                   00081107
        01  WS-ACK-MAX-SEQ    PIC 9(06) VALUE ZERO.                     00080107
        01  WS-ACK-READ-CNT   PIC 9(07) VALUE ZERO.                     00081107
        01  WS-ACK-BAD-CNT    PIC 9(07) VALUE ZERO.                     00082107
        01  WS-ACK-NOMATCH-CNT PIC 9(07) VALUE ZERO.                    00083107
        01  WS-LOG-CNT        PIC 9(07) VALUE ZERO.                     00084107
        01  WS-ACC-NOW-CNT    PIC 9(07) VALUE ZERO.                     00085107
        01  WS-REJ-NOW-CNT    PIC 9(07) VALUE ZERO.                     00086107
        01  WS-ACC-PRIOR-CNT  PIC 9(07) VALUE ZERO.                     00087107
        01  WS-REJ-PRIOR-CNT  PIC 9(07) VALUE ZERO.                     00088107
        01  WS-UNACKED-CNT    PIC 9(07) VALUE ZERO.                     00089107
        01  WS-AWAITING-CNT   PIC 9(07) VALUE ZERO.                     00090107
        01  WS-ACK-IX         PIC 9(04) VALUE ZERO.                     00091107
        01  WS-ACK-USED       PIC 9(04) VALUE ZERO.                     00092107
        01  WS-ACK-MAX        PIC 9(04) VALUE 5000.                     00093107
        01  WS-ACK-FULL       PIC X(01) VALUE 'N'.                      00094107
        01  WS-ACK-TABLE.                                               00095107
            05 WS-ACK-ENTRY OCCURS 5000 TIMES INDEXED BY WS-AX.         00096107
               10 WS-ACK-SEQ      PIC 9(06).                            00097107
               10 WS-ACK-DTL      PIC 9(07).                            00098107
               10 WS-ACK-EMP      PIC X(06).                            00099107
               10 WS-ACK-STAT     PIC X(01).                            00100107
               10 WS-ACK-RSN      PIC X(30).                            00101107
               10 WS-ACK-MATCH    PIC X(01).                            00102107
        01  PAR-RPT-HDR.                                                00103107
            05 PAR-RHD-TXT  PIC X(42)                                   00104107
               VALUE 'PAYROLL ACKNOWLEDGMENT RECON - RUN DATE '.        00105107
            05 PAR-RHD-DATE PIC X(10).                                  00106107
            05 FILLER       PIC X(28) VALUE SPACES.                     00107107
        01  PAR-SEC-HDR.                                                00108107
            05 PAR-SEC-TXT  PIC X(60).                                  00109107
            05 FILLER       PIC X(20) VALUE SPACES.                     00110107
        01  PAR-COL-HDR.                                                00111107
            05 PAR-COL-TXT1 PIC X(33)                                   00112107
               VALUE 'SEQ-NO  DTL-NO EMP-ID A EFF-DATE'.                00113107
            05 PAR-COL-TXT2 PIC X(17)                                   00114107
               VALUE 'STATUS     REASON'.                               00115107
            05 FILLER       PIC X(30) VALUE SPACES.                     00116107
        01  PAR-LST-LINE.                                               00117107
            05 PAR-LST-SEQ    PIC 9(06).                                00118107
            05 WS-PAR-LSP1    PIC X(01) VALUE SPACES.                   00119107
            05 PAR-LST-DTL    PIC ZZZZZZ9.                              00120107
            05 WS-PAR-LSP2    PIC X(01) VALUE SPACES.                   00121107
            05 PAR-LST-EMP-ID PIC X(06).                                00122107
            05 WS-PAR-LSP3    PIC X(01) VALUE SPACES.                   00123107
            05 PAR-LST-ACTION PIC X(01).                                00124107
            05 WS-PAR-LSP4    PIC X(01) VALUE SPACES.                   00125107
            05 PAR-LST-EFF    PIC X(08).                                00126107
            05 WS-PAR-LSP5    PIC X(01) VALUE SPACES.                   00127107
            05 PAR-LST-STATUS PIC X(10).                                00128107
            05 WS-PAR-LSP6    PIC X(01) VALUE SPACES.                   00129107
            05 PAR-LST-REASON PIC X(30).                                00130107
            05 FILLER         PIC X(06) VALUE SPACES.                   00131107
        01  PAR-CNT-LINE.                                               00132107
            05 PAR-CNT-TXT  PIC X(25).                                  00133107
            05 PAR-CNT-VAL  PIC 9(07).                                  00134107
            05 FILLER       PIC X(48) VALUE SPACES.                     00135107
      *                                                                 00136107
      ******************************************************************00137107
      *                                                                 00138107
      ******************************************************************00139107
        PROCEDURE DIVISION.                                             00140107
        MAIN-PARA.                                                      00141107
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00142107
           PERFORM READ-RUN-OPTIONS.                                    00143107
           IF WS-ASOF-SET = 'Y'                                         00144107
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00145107
           END-IF.                                                      00146107
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00147107
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00148107
           PERFORM LOAD-ACK-FILE.                                       00149107
           OPEN INPUT PAY-SENT-FILE.                                    00150107
           EVALUATE WS-SENT-STATUS                                      00151107
               WHEN '00'                                                00152107
                   MOVE 'Y' TO WS-SENT-AVAIL                            00153107
                   MOVE SPACES TO WS-SENT-EOD                           00154110
                   PERFORM FIND-ANSWERED-SEQ                            00155110
                       UNTIL WS-SENT-EOD = 'NO'                         00156110
                   CLOSE PAY-SENT-FILE                                  00157110
                   OPEN INPUT  PAY-SENT-FILE                            00158110
                        OUTPUT PAY-SENT-NEW                             00159110
               WHEN '35'                                                00155107
                   DISPLAY 'PCOBLPAR: NO PAYROLL SENT LOG - NOTHING '   00156107
                       'TO RECONCILE'                                   00157107
               WHEN OTHER                                               00158107
                   DISPLAY 'PCOBLPAR: PAYROLL SENT LOG OPEN FAILED, '   00159107
                       'STATUS ' WS-SENT-STATUS                         00160107
                   PERFORM SET-ERROR-CODE                               00161107
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00162107
                   STOP RUN                                             00163107
           END-EVALUATE.                                                00164107
           OPEN OUTPUT PAR-RPT.                                         00165107
           MOVE WS-RUN-DATE-TXT TO PAR-RHD-DATE.                        00166107
           MOVE PAR-RPT-HDR TO PAR-REC.                                 00167107
           WRITE PAR-REC.                                               00168107
           MOVE SPACES TO PAR-SEC-TXT.                                  00169107
           STRING 'SENT RECORDS NEEDING FOLLOW-UP - ACKS TO SEQUENCE '  00170107
                  WS-ACK-MAX-SEQ                                        00171107
               DELIMITED BY SIZE INTO PAR-SEC-TXT.                      00172107
           MOVE PAR-SEC-HDR TO PAR-REC.                                 00173107
           WRITE PAR-REC.                                               00174107
           MOVE PAR-COL-HDR TO PAR-REC.                                 00175107
           WRITE PAR-REC.                                               00176107
           IF WS-SENT-AVAIL = 'Y'                                       00177107
               MOVE SPACES TO WS-SENT-EOD                               00178107
               PERFORM RECONCILE-SENT-RECORD                            00179107
                   UNTIL WS-SENT-EOD = 'NO'                             00180107
               CLOSE PAY-SENT-FILE                                      00181107
                     PAY-SENT-NEW                                       00182107
               CALL "CBL_RENAME_FILE" USING WS-SENT-TMP-NAME            00183107
                   WS-SENT-FINAL-NAME                                   00184107
                   RETURNING WS-SENT-RENAME-RC                          00185107
               END-CALL                                                 00186107
               IF WS-SENT-RENAME-RC NOT = ZERO                          00187107
                   DISPLAY 'WARNING: ACKNOWLEDGMENTS LEFT IN PAYSNEW, ' 00188107
                       'RENAME RC ' WS-SENT-RENAME-RC                   00189107
                   PERFORM SET-WARNING-CODE                             00190107
               END-IF                                                   00191107
           END-IF.                                                      00192107
           MOVE 'ACKNOWLEDGMENTS NOT MATCHED TO A SENT RECORD'          00193107
             TO PAR-SEC-TXT.                                            00194107
           MOVE PAR-SEC-HDR TO PAR-REC.                                 00195107
           WRITE PAR-REC.                                               00196107
           MOVE PAR-COL-HDR TO PAR-REC.                                 00197107
           WRITE PAR-REC.                                               00198107
           MOVE 1 TO WS-ACK-IX.                                         00199107
           PERFORM PRINT-UNMATCHED-ACK                                  00200107
               UNTIL WS-ACK-IX > WS-ACK-USED.                           00201107
           MOVE 'SENT RECORDS ON LOG:     ' TO PAR-CNT-TXT.             00202107
           MOVE WS-LOG-CNT TO PAR-CNT-VAL.                              00203107
           PERFORM WRITE-COUNT-LINE.                                    00204107
           MOVE 'ACCEPTED THIS RUN:       ' TO PAR-CNT-TXT.             00205107
           MOVE WS-ACC-NOW-CNT TO PAR-CNT-VAL.                          00206107
           PERFORM WRITE-COUNT-LINE.                                    00207107
           MOVE 'REJECTED THIS RUN:       ' TO PAR-CNT-TXT.             00208107
           MOVE WS-REJ-NOW-CNT TO PAR-CNT-VAL.                          00209107
           PERFORM WRITE-COUNT-LINE.                                    00210107
           MOVE 'ACCEPTED EARLIER:        ' TO PAR-CNT-TXT.             00211107
           MOVE WS-ACC-PRIOR-CNT TO PAR-CNT-VAL.                        00212107
           PERFORM WRITE-COUNT-LINE.                                    00213107
           MOVE 'STILL REJECTED:          ' TO PAR-CNT-TXT.             00214107
           MOVE WS-REJ-PRIOR-CNT TO PAR-CNT-VAL.                        00215107
           PERFORM WRITE-COUNT-LINE.                                    00216107
           MOVE 'UNACKNOWLEDGED:          ' TO PAR-CNT-TXT.             00217107
           MOVE WS-UNACKED-CNT TO PAR-CNT-VAL.                          00218107
           PERFORM WRITE-COUNT-LINE.                                    00219107
           MOVE 'AWAITING LATER ACK FILE: ' TO PAR-CNT-TXT.             00220107
           MOVE WS-AWAITING-CNT TO PAR-CNT-VAL.                         00221107
           PERFORM WRITE-COUNT-LINE.                                    00222107
           MOVE 'ACK RECORDS READ:        ' TO PAR-CNT-TXT.             00223107
           MOVE WS-ACK-READ-CNT TO PAR-CNT-VAL.                         00224107
           PERFORM WRITE-COUNT-LINE.                                    00225107
           MOVE 'ACKS NOT MATCHED:        ' TO PAR-CNT-TXT.             00226107
           MOVE WS-ACK-NOMATCH-CNT TO PAR-CNT-VAL.                      00227107
           PERFORM WRITE-COUNT-LINE.                                    00228107
           CLOSE PAR-RPT.                                               00229107
           DISPLAY 'PCOBLPAR: ' WS-ACK-READ-CNT ' ACKS READ '           00230107
               WS-ACC-NOW-CNT ' ACCEPTED '                              00231107
               WS-REJ-NOW-CNT ' REJECTED '                              00232107
               WS-UNACKED-CNT ' UNACKNOWLEDGED'.                        00233107
           IF WS-REJ-NOW-CNT > 0 OR WS-REJ-PRIOR-CNT > 0                00234107
               DISPLAY 'WARNING: PAYROLL REJECTED RECORDS NEED '        00235107
                   'FOLLOW-UP - SEE PARRPT'                             00236107
               PERFORM SET-WARNING-CODE                                 00237107
           END-IF.                                                      00238107
           IF WS-UNACKED-CNT > 0                                        00239107
               DISPLAY 'WARNING: ' WS-UNACKED-CNT                       00240107
                   ' SENT RECORDS NOT ACKNOWLEDGED - SEE PARRPT'        00241107
               PERFORM SET-WARNING-CODE                                 00242107
           END-IF.                                                      00243107
           IF WS-ACK-NOMATCH-CNT > 0                                    00244107
               DISPLAY 'WARNING: ' WS-ACK-NOMATCH-CNT                   00245107
                   ' ACKNOWLEDGMENTS NOT MATCHED - SEE PARRPT'          00246107
               PERFORM SET-WARNING-CODE                                 00247107
           END-IF.                                                      00248107
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00249107
           STOP RUN.                                                    00250107
       LOAD-ACK-FILE.                                                   00251107
           OPEN INPUT PAY-ACK-FILE.                                     00252107
           EVALUATE WS-ACK-STATUS                                       00253107
               WHEN '00'                                                00254107
                   MOVE SPACES TO WS-ACK-EOD                            00255107
                   PERFORM READ-ACK-RECORD                              00256107
                       UNTIL WS-ACK-EOD = 'NO'                          00257107
                   CLOSE PAY-ACK-FILE                                   00258107
               WHEN '35'                                                00259107
                   DISPLAY 'PCOBLPAR: NO ACKNOWLEDGMENT FILE RECEIVED'  00260107
               WHEN OTHER                                               00261107
                   DISPLAY 'PCOBLPAR: ACKNOWLEDGMENT FILE OPEN FAILED, '00262107
                       'STATUS ' WS-ACK-STATUS                          00263107
                   PERFORM SET-ERROR-CODE                               00264107
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00265107
                   STOP RUN                                             00266107
           END-EVALUATE.                                                00267107
       READ-ACK-RECORD.                                                 00268107
           READ PAY-ACK-FILE                                            00269107
             AT END MOVE 'NO' TO WS-ACK-EOD                             00270107
             NOT AT END                                                 00271107
               IF PAY-ACK-IN NOT = SPACES                               00272107
                   MOVE PAY-ACK-IN TO PAY-ACK-REC                       00273107
                   ADD 1 TO WS-ACK-READ-CNT                             00274107
                   PERFORM ADD-ACK-ENTRY                                00275107
               END-IF                                                   00276107
           END-READ.                                                    00277107
       ADD-ACK-ENTRY.                                                   00278107
           IF WS-ACK-USED >= WS-ACK-MAX                                 00279107
               IF WS-ACK-FULL = 'N'                                     00280107
                   MOVE 'Y' TO WS-ACK-FULL                              00281107
                   DISPLAY 'WARNING: ACKNOWLEDGMENT TABLE FULL AT 5000' 00282107
                       ' - DISCARDING ' ACK-SEQ-NO '/' ACK-DTL-NO       00283107
                       ' AND AFTER'                                     00284107
                   PERFORM SET-WARNING-CODE                             00285107
               END-IF                                                   00286107
           ELSE                                                         00287107
               ADD 1 TO WS-ACK-USED                                     00288107
               SET WS-AX TO WS-ACK-USED                                 00289107
               MOVE ACK-EMP-ID TO WS-ACK-EMP(WS-AX)                     00290107
               MOVE ACK-STATUS TO WS-ACK-STAT(WS-AX)                    00291107
               MOVE ACK-REASON TO WS-ACK-RSN(WS-AX)                     00292107
               IF ACK-SEQ-NO IS NUMERIC                                 00293107
                AND ACK-DTL-NO IS NUMERIC                               00294107
                AND (ACK-STATUS = 'A' OR ACK-STATUS = 'R')              00295107
                   MOVE ACK-SEQ-NO TO WS-ACK-SEQ(WS-AX)                 00296107
                   MOVE ACK-DTL-NO TO WS-ACK-DTL(WS-AX)                 00297107
                   MOVE 'N' TO WS-ACK-MATCH(WS-AX)                      00298107
                   IF ACK-SEQ-NO > WS-ACK-MAX-SEQ                       00299107
                       MOVE ACK-SEQ-NO TO WS-ACK-MAX-SEQ                00300107
                   END-IF                                               00301107
               ELSE                                                     00302107
                   ADD 1 TO WS-ACK-BAD-CNT                              00303107
                   MOVE ZERO TO WS-ACK-SEQ(WS-AX)                       00304107
                                WS-ACK-DTL(WS-AX)                       00305107
                   MOVE 'X' TO WS-ACK-MATCH(WS-AX)                      00306107
               END-IF                                                   00307107
           END-IF.                                                      00308107
       FIND-ANSWERED-SEQ.                                               00309110
           READ PAY-SENT-FILE                                           00310110
             AT END MOVE 'NO' TO WS-SENT-EOD                            00311110
             NOT AT END                                                 00312110
               MOVE PAY-SENT-IN  TO PAY-SENT-REC                        00313110
               MOVE PSL-FEED-DTL TO PAY-FEED-REC                        00314110
               IF PSL-ACK-STATUS NOT = SPACE                            00315110
                AND PAY-SEQ-NO > WS-ACK-MAX-SEQ                         00316110
                   MOVE PAY-SEQ-NO TO WS-ACK-MAX-SEQ                    00317110
               END-IF                                                   00318110
           END-READ.                                                    00319110
       RECONCILE-SENT-RECORD.                                           00309107
           READ PAY-SENT-FILE                                           00310107
             AT END MOVE 'NO' TO WS-SENT-EOD                            00311107
             NOT AT END                                                 00312107
               MOVE PAY-SENT-IN  TO PAY-SENT-REC                        00313107
               MOVE PSL-FEED-DTL TO PAY-FEED-REC                        00314107
               ADD 1 TO WS-LOG-CNT                                      00315107
               PERFORM APPLY-ACKNOWLEDGMENT                             00316107
               PERFORM CHECK-FOLLOW-UP                                  00317107
               MOVE PAY-SENT-REC TO PAY-SENT-OUT                        00318107
               WRITE PAY-SENT-OUT                                       00319107
           END-READ.                                                    00320107
       APPLY-ACKNOWLEDGMENT.                                            00321107
           MOVE 'N' TO WS-UPDATED-NOW.                                  00322107
           MOVE ZERO TO WS-ACK-IX.                                      00323107
           SET WS-AX TO 1.                                              00324107
           SEARCH WS-ACK-ENTRY                                          00325107
               AT END                                                   00326107
                   CONTINUE                                             00327107
               WHEN WS-AX > WS-ACK-USED                                 00328107
                   CONTINUE                                             00329107
               WHEN WS-ACK-MATCH(WS-AX) = 'N'                           00330107
                AND WS-ACK-SEQ(WS-AX) = PAY-SEQ-NO                      00331107
                AND WS-ACK-DTL(WS-AX) = PAY-DTL-NO                      00332107
                   SET WS-ACK-IX TO WS-AX                               00333107
           END-SEARCH.                                                  00334107
           IF WS-ACK-IX > ZERO                                          00335107
               MOVE 'Y' TO WS-ACK-MATCH(WS-ACK-IX)                      00336107
               IF WS-ACK-EMP(WS-ACK-IX) NOT = PAY-EMP-ID                00337107
                   MOVE 'R' TO WS-NEW-ACK-STAT                          00338107
                   MOVE SPACES TO WS-NEW-ACK-RSN                        00339107
                   STRING 'ACK EMP ' WS-ACK-EMP(WS-ACK-IX)              00340107
                          ' MISMATCH'                                   00341107
                       DELIMITED BY SIZE INTO WS-NEW-ACK-RSN            00342107
               ELSE                                                     00343107
                   MOVE WS-ACK-STAT(WS-ACK-IX) TO WS-NEW-ACK-STAT       00344107
                   MOVE WS-ACK-RSN(WS-ACK-IX)  TO WS-NEW-ACK-RSN        00345107
               END-IF                                                   00346107
               IF WS-NEW-ACK-STAT NOT = PSL-ACK-STATUS                  00347107
                OR WS-NEW-ACK-RSN NOT = PSL-ACK-REASON                  00348107
                   MOVE 'Y' TO WS-UPDATED-NOW                           00349107
                   MOVE WS-NEW-ACK-STAT TO PSL-ACK-STATUS               00350107
                   MOVE WS-RUN-DATE-N   TO PSL-ACK-DATE                 00351107
                   MOVE WS-NEW-ACK-RSN  TO PSL-ACK-REASON               00352107
               END-IF                                                   00353107
           END-IF.                                                      00355107
       CHECK-FOLLOW-UP.                                                 00356107
           MOVE SPACES TO PAR-LST-STATUS.                               00357107
           EVALUATE TRUE                                                00358107
               WHEN PSL-ACK-STATUS = 'A' AND WS-UPDATED-NOW = 'Y'       00359107
                   ADD 1 TO WS-ACC-NOW-CNT                              00360107
               WHEN PSL-ACK-STATUS = 'A'                                00361107
                   ADD 1 TO WS-ACC-PRIOR-CNT                            00362107
               WHEN PSL-ACK-STATUS = 'R' AND WS-UPDATED-NOW = 'Y'       00363107
                   ADD 1 TO WS-REJ-NOW-CNT                              00364107
                   MOVE 'REJECTED' TO PAR-LST-STATUS                    00365107
               WHEN PSL-ACK-STATUS = 'R'                                00366107
                   ADD 1 TO WS-REJ-PRIOR-CNT                            00367107
                   MOVE 'STILL REJ' TO PAR-LST-STATUS                   00368107
               WHEN PAY-SEQ-NO <= WS-ACK-MAX-SEQ                        00369107
                   ADD 1 TO WS-UNACKED-CNT                              00370107
                   MOVE 'UNACKED' TO PAR-LST-STATUS                     00371107
               WHEN OTHER                                               00372107
                   ADD 1 TO WS-AWAITING-CNT                             00373107
           END-EVALUATE.                                                00374107
           IF PAR-LST-STATUS NOT = SPACES                               00375107
               MOVE PAY-SEQ-NO     TO PAR-LST-SEQ                       00376107
               MOVE PAY-DTL-NO     TO PAR-LST-DTL                       00377107
               MOVE PAY-EMP-ID     TO PAR-LST-EMP-ID                    00378107
               MOVE PAY-ACTION     TO PAR-LST-ACTION                    00379107
               MOVE PAY-EFF-DATE   TO PAR-LST-EFF                       00380107
               MOVE PSL-ACK-REASON TO PAR-LST-REASON                    00381107
               MOVE PAR-LST-LINE TO PAR-REC                             00382107
               WRITE PAR-REC                                            00383107
           END-IF.                                                      00384107
       PRINT-UNMATCHED-ACK.                                             00385107
           SET WS-AX TO WS-ACK-IX.                                      00386107
           IF WS-ACK-MATCH(WS-AX) NOT = 'Y'                             00387107
               ADD 1 TO WS-ACK-NOMATCH-CNT                              00388107
               MOVE WS-ACK-SEQ(WS-AX)  TO PAR-LST-SEQ                   00389107
               MOVE WS-ACK-DTL(WS-AX)  TO PAR-LST-DTL                   00390107
               MOVE WS-ACK-EMP(WS-AX)  TO PAR-LST-EMP-ID                00391107
               MOVE SPACES             TO PAR-LST-ACTION                00392107
                                          PAR-LST-EFF                   00393107
               MOVE WS-ACK-RSN(WS-AX)  TO PAR-LST-REASON                00394107
               IF WS-ACK-MATCH(WS-AX) = 'X'                             00395107
                   MOVE 'INVALID' TO PAR-LST-STATUS                     00396107
               ELSE                                                     00397107
                   MOVE 'NO MATCH' TO PAR-LST-STATUS                    00398107
               END-IF                                                   00399107
               MOVE PAR-LST-LINE TO PAR-REC                             00400107
               WRITE PAR-REC                                            00401107
           END-IF.                                                      00402107
           ADD 1 TO WS-ACK-IX.                                          00403107
       WRITE-COUNT-LINE.                                                00404107
           MOVE PAR-CNT-LINE TO PAR-REC.                                00405107
           WRITE PAR-REC.                                               00406107
       READ-RUN-OPTIONS.                                                00407107
           OPEN INPUT RUN-OPTS-FILE.                                    00408107
           IF WS-RUN-OPTS-STATUS = '00'                                 00409107
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00410107
               PERFORM READ-RUN-OPTS-RECORD                             00411107
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00412107
               CLOSE RUN-OPTS-FILE                                      00413107
           END-IF.                                                      00414107
           IF WS-ASOF-SET = 'Y'                                         00415107
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00416107
           ELSE                                                         00417107
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00418107
           END-IF.                                                      00419107
       READ-RUN-OPTS-RECORD.                                            00420107
           READ RUN-OPTS-FILE                                           00421107
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00422107
             NOT AT END                                                 00423107
               IF RUN-OPTS-REC NOT = SPACES                             00424107
                   PERFORM APPLY-RUN-OPTION                             00425107
               END-IF                                                   00426107
           END-READ.                                                    00427107
       APPLY-RUN-OPTION.                                                00428107
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00429107
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00430107
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00431107
           EVALUATE WS-OPT-KEY                                          00432107
               WHEN 'ASOFDATE'                                          00433107
                   PERFORM PARSE-ASOF-DATE                              00434107
               WHEN OTHER                                               00435107
                   CONTINUE                                             00436107
           END-EVALUATE.                                                00437107
       PARSE-ASOF-DATE.                                                 00438107
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00439107
            AND WS-OPT-VALUE(9:) = SPACES                               00440107
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00441107
               IF WS-ASOF-YYYY > 1900                                   00442107
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00443107
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00444107
                   MOVE 'Y' TO WS-ASOF-SET                              00445107
               END-IF                                                   00446107
           END-IF.                                                      00447107
           IF WS-ASOF-SET = 'N'                                         00448107
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00449107
                   WS-OPT-VALUE                                         00450107
               PERFORM SET-WARNING-CODE                                 00451107
           END-IF.                                                      00452107
       SET-WARNING-CODE.                                                00453107
           IF WS-RETURN-CODE < 4                                        00454107
               MOVE 4 TO WS-RETURN-CODE                                 00455107
           END-IF.                                                      00456107
       SET-ERROR-CODE.                                                  00457107
           IF WS-RETURN-CODE < 8                                        00458107
               MOVE 8 TO WS-RETURN-CODE                                 00459107
           END-IF.                                                      00460107
