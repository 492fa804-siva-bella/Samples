        IDENTIFICATION DIVISION.                                        00001107
        PROGRAM-ID.    PCOBLPAY.                                        00002107
        ENVIRONMENT DIVISION.                                           00003107
        INPUT-OUTPUT SECTION.                                           00004107
        FILE-CONTROL.                                                   00005107
           SELECT AUDIT-HIST ASSIGN TO AUDHIST                          00006107
           ORGANIZATION IS  SEQUENTIAL                                  00007107
           FILE STATUS IS WS-AUDIT-STATUS.                              00008107
           SELECT PAY-CTL-FILE ASSIGN TO PAYCTL                         00009107
           ORGANIZATION IS  SEQUENTIAL                                  00010107
           FILE STATUS IS WS-CTL-STATUS.                                00011107
           SELECT PAY-CTL-NEW ASSIGN TO PAYCTLNW                        00012107
           ORGANIZATION IS  SEQUENTIAL.                                 00013107
           SELECT PAY-FEED ASSIGN TO PAYFEED                            00014107
           ORGANIZATION IS  SEQUENTIAL.                                 00015107
           SELECT PAY-SENT-FILE ASSIGN TO PAYSENT                       00016107
           ORGANIZATION IS  SEQUENTIAL                                  00017107
           FILE STATUS IS WS-SENT-STATUS.                               00018107
           SELECT PAY-RPT ASSIGN TO PAYRPT                              00019107
           ORGANIZATION IS  SEQUENTIAL.                                 00020107
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00021107
           ORGANIZATION IS  LINE SEQUENTIAL                             00022107
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00023107
        DATA DIVISION.                                                  00024107
        FILE SECTION.                                                   00025107
      *                                                                 00026107
        FD AUDIT-HIST                                                   00027107
             RECORD CONTAINS 250  CHARACTERS                            00028107
             DATA RECORD IS AUD-HIST-IN.                                00029107
                                                                        00030107
        01 AUD-HIST-IN    PIC X(250).                                   00031107
      *                                                                 00032107
        FD PAY-CTL-FILE                                                 00033107
             RECORD CONTAINS 80   CHARACTERS                            00034107
             DATA RECORD IS PAY-CTL-IN.                                 00035107
                                                                        00036107
        01 PAY-CTL-IN     PIC X(80).                                    00037107
      *                                                                 00038107
        FD PAY-CTL-NEW                                                  00039107
             RECORD CONTAINS 80   CHARACTERS                            00040107
             DATA RECORD IS PAY-CTL-OUT.                                00041107
                                                                        00042107
        01 PAY-CTL-OUT    PIC X(80).                                    00043107
      *                                                                 00044107
        FD PAY-FEED                                                     00045107
             RECORD CONTAINS 120  CHARACTERS                            00046107
             DATA RECORD IS PAY-FEED-OUT.                               00047107
                                                                        00048107
        01 PAY-FEED-OUT   PIC X(120).                                   00049107
      *                                                                 00050107
        FD PAY-SENT-FILE                                                00051107
             RECORD CONTAINS 160  CHARACTERS                            00052107
             DATA RECORD IS PAY-SENT-OUT.                               00053107
                                                                        00054107
        01 PAY-SENT-OUT   PIC X(160).                                   00055107
      *                                                                 00056107
        FD PAY-RPT                                                      00057107
             RECORD CONTAINS 80   CHARACTERS                            00058107
             DATA RECORD IS PAY-REC.                                    00059107
                                                                        00060107
        01 PAY-REC        PIC X(80).                                    00061107
      *                                                                 00062107
        FD RUN-OPTS-FILE                                                00063107
             DATA RECORD IS RUN-OPTS-REC.                               00064107
                                                                        00065107
        01 RUN-OPTS-REC   PIC X(80).                                    00066107
                                                                        00067107
        WORKING-STORAGE SECTION.                                        00068107
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00069107
        01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.                   00070107
        01  AUDIT-HIST-EOD    PIC X(02) VALUE SPACES.                   00071107
        01  WS-CTL-STATUS     PIC X(02) VALUE SPACES.                   00072107
        01  WS-CTL-EOD        PIC X(02) VALUE SPACES.                   00073107
        01  WS-SENT-STATUS    PIC X(02) VALUE SPACES.                   00074107
        01  WS-SENT-LOGGED    PIC X(01) VALUE 'N'.                      00075110
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00075107
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00076107
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00077107
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00078107
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00079107
        01  WS-ASOF-DATE.                                               00080107
            05 WS-ASOF-YYYY PIC 9(04).                                  00081107
            05 WS-ASOF-MM   PIC 9(02).                                  00082107
            05 WS-ASOF-DD   PIC 9(02).                                  00083107
        01  WS-PAYFROM-SET    PIC X(01) VALUE 'N'.                      00084107
        01  WS-PAYFROM-DATE.                                            00085107
            05 WS-PAYFROM-YYYY PIC 9(04).                               00086107
            05 WS-PAYFROM-MM   PIC 9(02).                               00087107
            05 WS-PAYFROM-DD   PIC 9(02).                               00088107
        01  WS-PAYFROM-N REDEFINES WS-PAYFROM-DATE PIC 9(08).           00089107
        01  WS-RUN-DATE.                                                00090107
            05 WS-RUN-YYYY  PIC 9(04).                                  00091107
            05 WS-RUN-MM    PIC 9(02).                                  00092107
            05 WS-RUN-DD    PIC 9(02).                                  00093107
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00094107
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00095107
           COPY "audhist.cpy".                                          00096107
           COPY "empmast.cpy".                                          00097107
           COPY "payctl.cpy".                                           00098107
           COPY "payfeed.cpy".                                          00099107
           COPY "paysent.cpy".                                          00100107
        01  WS-CTL-TMP-NAME     PIC X(30) VALUE 'PAYCTLNW'.             00101107
        01  WS-CTL-FINAL-NAME   PIC X(30) VALUE 'PAYCTL'.               00102107
        01  WS-CTL-RENAME-RC    PIC 9(9) COMP-5 VALUE ZERO.             00103107
        01  WS-CTL-FOUND      PIC X(01) VALUE 'N'.                      00104107
        01  WS-SEND-SEQ       PIC 9(06) VALUE ZERO.                     00105107
        01  WS-SELECT-MODE    PIC X(01) VALUE SPACES.                   00106107
        01  WS-AUD-TOTAL      PIC 9(09) VALUE ZERO.                     00107107
        01  WS-AUD-POS        PIC 9(09) VALUE ZERO.                     00108107
        01  WS-AUD-CHECK-DATE PIC 9(08) VALUE ZERO.                     00109107
        01  WS-AUD-END-DATE   PIC 9(08) VALUE ZERO.                     00110107
        01  WS-SEL-FROM-DATE  PIC 9(08) VALUE ZERO.                     00111107
        01  WS-SEL-TO-DATE    PIC 9(08) VALUE ZERO.                     00112107
        01  WS-SELECTED-CNT   PIC 9(07) VALUE ZERO.                     00113107
        01  WS-DTL-CNT        PIC 9(07) VALUE ZERO.                     00114107
        01  WS-HASH-TOT       PIC 9(12) VALUE ZERO.                     00115107
        01  WS-NEW-CNT        PIC 9(07) VALUE ZERO.                     00116107
        01  WS-RHR-CNT        PIC 9(07) VALUE ZERO.                     00117107
        01  WS-LVR-CNT        PIC 9(07) VALUE ZERO.                     00118107
        01  WS-TRF-CNT        PIC 9(07) VALUE ZERO.                     00119107
        01  WS-CHG-CNT        PIC 9(07) VALUE ZERO.                     00120107
        01  WS-CAN-CNT        PIC 9(07) VALUE ZERO.                     00121107
        01  WS-NO-PAY-CNT     PIC 9(07) VALUE ZERO.                     00122107
        01  WS-SENT-LOG-CNT   PIC 9(07) VALUE ZERO.                     00123107
        01  WS-CHG-IX         PIC 9(04) VALUE ZERO.                     00124107
        01  WS-INS-IX         PIC 9(04) VALUE ZERO.                     00125107
        01  WS-CHG-USED       PIC 9(04) VALUE ZERO.                     00126107
        01  WS-CHG-MAX        PIC 9(04) VALUE 5000.                     00127107
        01  WS-CHG-FULL       PIC X(01) VALUE 'N'.                      00128107
        01  WS-CHG-TABLE.                                               00129107
            05 WS-CHG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-CX.         00130107
               10 WS-CHG-EMP-ID    PIC X(06).                           00131107
               10 WS-CHG-LAST-DATE PIC 9(08).                           00132107
               10 WS-CHG-AUD-CNT   PIC 9(05).                           00133107
               10 WS-CHG-ACTION    PIC X(01).                           00134107
               10 WS-CHG-DTL-NO    PIC 9(07).                           00135107
               10 WS-CHG-BEFORE    PIC X(100).                          00136107
               10 WS-CHG-AFTER     PIC X(100).                          00137107
        01  PAY-RPT-HDR.                                                00138107
            05 PAY-RHD-TXT  PIC X(42)                                   00139107
               VALUE 'PAYROLL INTERFACE SEND - RUN DATE '.              00140107
            05 PAY-RHD-DATE PIC X(10).                                  00141107
            05 FILLER       PIC X(28) VALUE SPACES.                     00142107
        01  PAY-SEQ-LINE.                                               00143107
            05 WS-PAY-QSP1  PIC X(14) VALUE 'FEED SEQUENCE '.           00144107
            05 PAY-SEQ-NO-O PIC 9(06).                                  00145107
            05 WS-PAY-QSP2  PIC X(16) VALUE '  AUDHIST DATES '.         00146107
            05 PAY-SEQ-FROM PIC 9(08).                                  00147107
            05 WS-PAY-QSP3  PIC X(04) VALUE ' TO '.                     00148107
            05 PAY-SEQ-TO   PIC 9(08).                                  00149107
            05 FILLER       PIC X(24) VALUE SPACES.                     00150107
        01  PAY-SEC-HDR.                                                00151107
            05 PAY-SEC-TXT  PIC X(60).                                  00152107
            05 FILLER       PIC X(20) VALUE SPACES.                     00153107
        01  PAY-COL-HDR.                                                00154107
            05 PAY-COL-TXT1 PIC X(37)                                   00155107
               VALUE ' DTL-NO EMP-ID A EFF-DATE FROM-DEPT'.             00156107
            05 PAY-COL-TXT2 PIC X(31)                                   00157107
               VALUE 'TO-DEPT    FROM-DESIG  TO-DESIG'.                 00158107
            05 FILLER       PIC X(12) VALUE SPACES.                     00159107
        01  PAY-DTL-LINE.                                               00160107
            05 PAY-LST-DTL-NO  PIC ZZZZZZ9.                             00161107
            05 WS-PAY-LSP1     PIC X(01) VALUE SPACES.                  00162107
            05 PAY-LST-EMP-ID  PIC X(06).                               00163107
            05 WS-PAY-LSP2     PIC X(01) VALUE SPACES.                  00164107
            05 PAY-LST-ACTION  PIC X(01).                               00165107
            05 WS-PAY-LSP3     PIC X(01) VALUE SPACES.                  00166107
            05 PAY-LST-EFF     PIC 9(08).                               00167107
            05 WS-PAY-LSP4     PIC X(01) VALUE SPACES.                  00168107
            05 PAY-LST-BEF-DEPT  PIC X(10).                             00169107
            05 WS-PAY-LSP5     PIC X(01) VALUE SPACES.                  00170107
            05 PAY-LST-AFT-DEPT  PIC X(10).                             00171107
            05 WS-PAY-LSP6     PIC X(01) VALUE SPACES.                  00172107
            05 PAY-LST-BEF-DESIG PIC X(11).                             00173107
            05 WS-PAY-LSP7     PIC X(01) VALUE SPACES.                  00174107
            05 PAY-LST-AFT-DESIG PIC X(11).                             00175107
            05 FILLER          PIC X(09) VALUE SPACES.                  00176107
        01  PAY-CNT-LINE.                                               00177107
            05 PAY-CNT-TXT  PIC X(25).                                  00178107
            05 PAY-CNT-VAL  PIC 9(07).                                  00179107
            05 FILLER       PIC X(48) VALUE SPACES.                     00180107
      *                                                                 00181107
      ******************************************************************00182107
      *                                                                 00183107
      ******************************************************************00184107
        PROCEDURE DIVISION.                                             00185107
        MAIN-PARA.                                                      00186107
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00187107
           PERFORM READ-RUN-OPTIONS.                                    00188107
           IF WS-ASOF-SET = 'Y'                                         00189107
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00190107
           END-IF.                                                      00191107
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00192107
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00193107
           PERFORM LOAD-SEND-CONTROL.                                   00194107
           PERFORM COUNT-AUDIT-HISTORY.                                 00195107
           PERFORM SET-SELECTION-MODE.                                  00196107
           PERFORM COLLECT-AUDIT-CHANGES.                               00197107
           IF WS-CHG-FULL = 'Y'                                         00198107
               DISPLAY 'PCOBLPAY: MORE THAN 5000 CHANGED EMPLOYEES - '  00199107
                   'NOTHING SENT, SEND CONTROL NOT UPDATED'             00200107
               PERFORM SET-ERROR-CODE                                   00201107
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00202107
               STOP RUN                                                 00203107
           END-IF.                                                      00204107
           OPEN OUTPUT PAY-FEED                                         00205107
                       PAY-RPT.                                         00206107
           MOVE WS-RUN-DATE-TXT TO PAY-RHD-DATE.                        00207107
           MOVE PAY-RPT-HDR TO PAY-REC.                                 00208107
           WRITE PAY-REC.                                               00209107
           MOVE WS-SEND-SEQ      TO PAY-SEQ-NO-O.                       00210107
           MOVE WS-SEL-FROM-DATE TO PAY-SEQ-FROM.                       00211107
           MOVE WS-SEL-TO-DATE   TO PAY-SEQ-TO.                         00212107
           MOVE PAY-SEQ-LINE TO PAY-REC.                                00213107
           WRITE PAY-REC.                                               00214107
           MOVE SPACES TO PAY-SEC-TXT.                                  00215107
           EVALUATE WS-SELECT-MODE                                      00216107
               WHEN 'F'                                                 00217107
                   STRING 'FIRST SEND - AUDHIST CHANGES FROM '          00218107
                          WS-PAYFROM-N                                  00219107
                       DELIMITED BY SIZE INTO PAY-SEC-TXT               00220107
               WHEN 'D'                                                 00221107
                   STRING 'AUDHIST CHANGES DATED AFTER '                00222107
                          PCT-LAST-AUD-DATE                             00223107
                       DELIMITED BY SIZE INTO PAY-SEC-TXT               00224107
               WHEN OTHER                                               00225107
                   STRING 'AUDHIST RECORDS AFTER RECORD '               00226107
                          PCT-LAST-AUD-CNT                              00227107
                       DELIMITED BY SIZE INTO PAY-SEC-TXT               00228107
           END-EVALUATE.                                                00229107
           MOVE PAY-SEC-HDR TO PAY-REC.                                 00230107
           WRITE PAY-REC.                                               00231107
           MOVE PAY-COL-HDR TO PAY-REC.                                 00232107
           WRITE PAY-REC.                                               00233107
           MOVE SPACES TO PAY-FEED-REC.                                 00234107
           MOVE 'H'              TO PAY-HDR-TYPE.                       00235107
           MOVE WS-SEND-SEQ      TO PAY-HDR-SEQ-NO.                     00236107
           MOVE WS-RUN-DATE-N    TO PAY-HDR-RUN-DATE.                   00237107
           MOVE 'EMPMAST'        TO PAY-HDR-SOURCE.                     00238107
           MOVE WS-SEL-FROM-DATE TO PAY-HDR-FROM-DATE.                  00239107
           MOVE WS-SEL-TO-DATE   TO PAY-HDR-TO-DATE.                    00240107
           MOVE PAY-FEED-REC TO PAY-FEED-OUT.                           00241107
           WRITE PAY-FEED-OUT.                                          00242107
           MOVE 1 TO WS-CHG-IX.                                         00243107
           PERFORM WRITE-FEED-DETAIL                                    00244107
               UNTIL WS-CHG-IX > WS-CHG-USED.                           00245107
           MOVE SPACES TO PAY-FEED-REC.                                 00246107
           MOVE 'T'         TO PAY-TRL-TYPE.                            00247107
           MOVE WS-SEND-SEQ TO PAY-TRL-SEQ-NO.                          00248107
           MOVE WS-DTL-CNT  TO PAY-TRL-DTL-CNT.                         00249107
           MOVE WS-HASH-TOT TO PAY-TRL-HASH-TOT.                        00250107
           MOVE WS-NEW-CNT  TO PAY-TRL-NEW-CNT.                         00251107
           MOVE WS-RHR-CNT  TO PAY-TRL-RHR-CNT.                         00252107
           MOVE WS-LVR-CNT  TO PAY-TRL-LVR-CNT.                         00253107
           MOVE WS-TRF-CNT  TO PAY-TRL-TRF-CNT.                         00254107
           MOVE WS-CHG-CNT  TO PAY-TRL-CHG-CNT.                         00255107
           MOVE WS-CAN-CNT  TO PAY-TRL-CAN-CNT.                         00256107
           MOVE PAY-FEED-REC TO PAY-FEED-OUT.                           00257107
           WRITE PAY-FEED-OUT.                                          00258107
           CLOSE PAY-FEED.                                              00259107
           PERFORM APPEND-SENT-LOG.                                     00260107
           IF WS-SENT-LOGGED = 'Y'                                      00261110
               PERFORM SAVE-SEND-CONTROL                                00262110
           ELSE                                                         00263110
               DISPLAY 'PCOBLPAY: SEND CONTROL NOT ADVANCED - '         00264110
                   'RERUN TO SEND THE SAME WINDOW AGAIN'                00265110
           END-IF.                                                      00266110
           MOVE 'AUDIT ENTRIES SELECTED:  ' TO PAY-CNT-TXT.             00262107
           MOVE WS-SELECTED-CNT TO PAY-CNT-VAL.                         00263107
           PERFORM WRITE-COUNT-LINE.                                    00264107
           MOVE 'EMPLOYEES CHANGED:       ' TO PAY-CNT-TXT.             00265107
           MOVE WS-CHG-USED TO PAY-CNT-VAL.                             00266107
           PERFORM WRITE-COUNT-LINE.                                    00267107
           MOVE 'NO PAYROLL CHANGE:       ' TO PAY-CNT-TXT.             00268107
           MOVE WS-NO-PAY-CNT TO PAY-CNT-VAL.                           00269107
           PERFORM WRITE-COUNT-LINE.                                    00270107
           MOVE 'NEW HIRES (N):           ' TO PAY-CNT-TXT.             00271107
           MOVE WS-NEW-CNT TO PAY-CNT-VAL.                              00272107
           PERFORM WRITE-COUNT-LINE.                                    00273107
           MOVE 'RE-HIRES (R):            ' TO PAY-CNT-TXT.             00274107
           MOVE WS-RHR-CNT TO PAY-CNT-VAL.                              00275107
           PERFORM WRITE-COUNT-LINE.                                    00276107
           MOVE 'LEAVERS (L):             ' TO PAY-CNT-TXT.             00277107
           MOVE WS-LVR-CNT TO PAY-CNT-VAL.                              00278107
           PERFORM WRITE-COUNT-LINE.                                    00279107
           MOVE 'TRANSFERS (T):           ' TO PAY-CNT-TXT.             00280107
           MOVE WS-TRF-CNT TO PAY-CNT-VAL.                              00281107
           PERFORM WRITE-COUNT-LINE.                                    00282107
           MOVE 'OTHER CHANGES (C):       ' TO PAY-CNT-TXT.             00283107
           MOVE WS-CHG-CNT TO PAY-CNT-VAL.                              00284107
           PERFORM WRITE-COUNT-LINE.                                    00285107
           MOVE 'CANCELLED BY BACKOUT (X):' TO PAY-CNT-TXT.             00286107
           MOVE WS-CAN-CNT TO PAY-CNT-VAL.                              00287107
           PERFORM WRITE-COUNT-LINE.                                    00288107
           MOVE 'TOTAL DETAILS SENT:      ' TO PAY-CNT-TXT.             00289107
           MOVE WS-DTL-CNT TO PAY-CNT-VAL.                              00290107
           PERFORM WRITE-COUNT-LINE.                                    00291107
           CLOSE PAY-RPT.                                               00292107
           DISPLAY 'PCOBLPAY: SEQUENCE ' WS-SEND-SEQ ' '                00293107
               WS-SELECTED-CNT ' AUDIT ENTRIES '                        00294107
               WS-DTL-CNT ' DETAILS SENT'.                              00295107
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00296107
           STOP RUN.                                                    00297107
       LOAD-SEND-CONTROL.                                               00298107
           INITIALIZE PAY-CTL-REC.                                      00299107
           OPEN INPUT PAY-CTL-FILE.                                     00300107
           EVALUATE WS-CTL-STATUS                                       00301107
               WHEN '00'                                                00302107
                   MOVE SPACES TO WS-CTL-EOD                            00303107
                   READ PAY-CTL-FILE                                    00304107
                    AT END MOVE 'NO' TO WS-CTL-EOD                      00305107
                   END-READ                                             00306107
                   CLOSE PAY-CTL-FILE                                   00307107
                   IF WS-CTL-EOD NOT = 'NO'                             00308107
                       MOVE PAY-CTL-IN TO PAY-CTL-REC                   00309107
                   END-IF                                               00310107
                   IF WS-CTL-EOD = 'NO'                                 00311107
                    OR PCT-LAST-SEQ IS NOT NUMERIC                      00312107
                    OR PCT-LAST-AUD-DATE IS NOT NUMERIC                 00313107
                    OR PCT-LAST-AUD-CNT IS NOT NUMERIC                  00314107
                       DISPLAY 'PCOBLPAY: SEND CONTROL FILE EMPTY OR '  00315107
                           'INVALID - NOTHING SENT'                     00316107
                       PERFORM SET-ERROR-CODE                           00317107
                       MOVE WS-RETURN-CODE TO RETURN-CODE               00318107
                       STOP RUN                                         00319107
                   END-IF                                               00320107
                   MOVE 'Y' TO WS-CTL-FOUND                             00321107
                   DISPLAY 'PCOBLPAY: LAST SEQUENCE SENT '              00322107
                       PCT-LAST-SEQ ' ON ' PCT-LAST-RUN-DATE            00323107
                       ' COVERING AUDHIST TO ' PCT-LAST-AUD-DATE        00324107
                   IF WS-PAYFROM-SET = 'Y'                              00325107
                       DISPLAY 'WARNING: PAYFROM RUN OPTION IGNORED'    00326107
                           ' - SEND CONTROL ON FILE'                    00327107
                       PERFORM SET-WARNING-CODE                         00328107
                   END-IF                                               00329107
               WHEN '35'                                                00330107
                   IF WS-PAYFROM-SET = 'N'                              00331107
                       DISPLAY 'PCOBLPAY: NO SEND CONTROL FILE - '      00332107
                           'PAYFROM RUN OPTION REQUIRED FOR FIRST SEND' 00333107
                       PERFORM SET-ERROR-CODE                           00334107
                       MOVE WS-RETURN-CODE TO RETURN-CODE               00335107
                       STOP RUN                                         00336107
                   END-IF                                               00337107
                   DISPLAY 'PCOBLPAY: FIRST SEND - CHANGES FROM '       00338107
                       WS-PAYFROM-N                                     00339107
               WHEN OTHER                                               00340107
                   DISPLAY 'PCOBLPAY: SEND CONTROL FILE OPEN FAILED, '  00341107
                       'STATUS ' WS-CTL-STATUS                          00342107
                   PERFORM SET-ERROR-CODE                               00343107
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00344107
                   STOP RUN                                             00345107
           END-EVALUATE.                                                00346107
           IF PCT-LAST-SEQ = 999999                                     00347107
               MOVE 1 TO WS-SEND-SEQ                                    00348107
           ELSE                                                         00349107
               COMPUTE WS-SEND-SEQ = PCT-LAST-SEQ + 1                   00350107
           END-IF.                                                      00351107
       OPEN-AUDIT-HIST.                                                 00352107
           OPEN INPUT AUDIT-HIST.                                       00353107
           IF WS-AUDIT-STATUS NOT = '00'                                00354107
               DISPLAY 'PCOBLPAY: AUDIT HISTORY FILE NOT AVAILABLE, '   00355107
                   'STATUS ' WS-AUDIT-STATUS                            00356107
               PERFORM SET-ERROR-CODE                                   00357107
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00358107
               STOP RUN                                                 00359107
           END-IF.                                                      00360107
           MOVE SPACES TO AUDIT-HIST-EOD.                               00361107
           MOVE ZERO TO WS-AUD-POS.                                     00362107
       COUNT-AUDIT-HISTORY.                                             00363107
           PERFORM OPEN-AUDIT-HIST.                                     00364107
           PERFORM COUNT-AUDIT-RECORD                                   00365107
               UNTIL AUDIT-HIST-EOD = 'NO'.                             00366107
           CLOSE AUDIT-HIST.                                            00367107
       COUNT-AUDIT-RECORD.                                              00368107
           READ AUDIT-HIST                                              00369107
             AT END MOVE 'NO' TO AUDIT-HIST-EOD                         00370107
             NOT AT END                                                 00371107
               MOVE AUD-HIST-IN TO AUD-HIST-REC                         00372107
               ADD 1 TO WS-AUD-TOTAL                                    00373107
               IF WS-AUD-TOTAL = PCT-LAST-AUD-CNT                       00374107
                   MOVE AUD-RUN-DATE TO WS-AUD-CHECK-DATE               00375107
               END-IF                                                   00376107
               MOVE AUD-RUN-DATE TO WS-AUD-END-DATE                     00377107
           END-READ.                                                    00378107
       SET-SELECTION-MODE.                                              00379107
           EVALUATE TRUE                                                00380107
               WHEN WS-CTL-FOUND = 'N'                                  00381107
                   MOVE 'F' TO WS-SELECT-MODE                           00382107
               WHEN PCT-LAST-AUD-CNT = ZERO                             00383107
                   MOVE 'P' TO WS-SELECT-MODE                           00384107
               WHEN WS-AUD-TOTAL >= PCT-LAST-AUD-CNT                    00385107
                AND WS-AUD-CHECK-DATE = PCT-LAST-AUD-DATE               00386107
                   MOVE 'P' TO WS-SELECT-MODE                           00387107
               WHEN OTHER                                               00388107
                   MOVE 'D' TO WS-SELECT-MODE                           00389107
                   DISPLAY 'WARNING: AUDIT HISTORY DOES NOT MATCH SEND '00390107
                       'CONTROL AT RECORD ' PCT-LAST-AUD-CNT            00391107
                       ' - CHANGES DATED AFTER ' PCT-LAST-AUD-DATE      00392107
                       ' SELECTED'                                      00393107
                   PERFORM SET-WARNING-CODE                             00394107
           END-EVALUATE.                                                00395107
           IF WS-AUD-TOTAL = ZERO                                       00396107
               MOVE PCT-LAST-AUD-DATE TO WS-AUD-END-DATE                00397107
           END-IF.                                                      00398107
       COLLECT-AUDIT-CHANGES.                                           00399107
           PERFORM OPEN-AUDIT-HIST.                                     00400107
           PERFORM COLLECT-AUDIT-RECORD                                 00401107
               UNTIL AUDIT-HIST-EOD = 'NO'                              00402107
                  OR WS-AUD-POS >= WS-AUD-TOTAL.                        00403107
           CLOSE AUDIT-HIST.                                            00404107
       COLLECT-AUDIT-RECORD.                                            00405107
           READ AUDIT-HIST                                              00406107
             AT END MOVE 'NO' TO AUDIT-HIST-EOD                         00407107
             NOT AT END                                                 00408107
               MOVE AUD-HIST-IN TO AUD-HIST-REC                         00409107
               ADD 1 TO WS-AUD-POS                                      00410107
               EVALUATE TRUE                                            00411107
                   WHEN WS-SELECT-MODE = 'P'                            00412107
                    AND WS-AUD-POS > PCT-LAST-AUD-CNT                   00413107
                       PERFORM SELECT-AUDIT-CHANGE                      00414107
                   WHEN WS-SELECT-MODE = 'D'                            00415107
                    AND AUD-RUN-DATE > PCT-LAST-AUD-DATE                00416107
                       PERFORM SELECT-AUDIT-CHANGE                      00417107
                   WHEN WS-SELECT-MODE = 'F'                            00418107
                    AND AUD-RUN-DATE >= WS-PAYFROM-N                    00419107
                       PERFORM SELECT-AUDIT-CHANGE                      00420107
                   WHEN OTHER                                           00421107
                       CONTINUE                                         00422107
               END-EVALUATE                                             00423107
           END-READ.                                                    00424107
       SELECT-AUDIT-CHANGE.                                             00425107
           ADD 1 TO WS-SELECTED-CNT.                                    00426107
           IF WS-SEL-FROM-DATE = ZERO                                   00427107
            OR AUD-RUN-DATE < WS-SEL-FROM-DATE                          00428107
               MOVE AUD-RUN-DATE TO WS-SEL-FROM-DATE                    00429107
           END-IF.                                                      00430107
           IF AUD-RUN-DATE > WS-SEL-TO-DATE                             00431107
               MOVE AUD-RUN-DATE TO WS-SEL-TO-DATE                      00432107
           END-IF.                                                      00433107
           MOVE ZERO TO WS-CHG-IX.                                      00434107
           SET WS-CX TO 1.                                              00435107
           SEARCH WS-CHG-ENTRY                                          00436107
               AT END                                                   00437107
                   CONTINUE                                             00438107
               WHEN WS-CX > WS-CHG-USED                                 00439107
                   CONTINUE                                             00440107
               WHEN WS-CHG-EMP-ID(WS-CX) = AUD-EMP-ID                   00441107
                   SET WS-CHG-IX TO WS-CX                               00442107
           END-SEARCH.                                                  00443107
           IF WS-CHG-IX > ZERO                                          00444107
               MOVE AUD-AFTER-IMAGE TO WS-CHG-AFTER(WS-CHG-IX)          00445107
               MOVE AUD-RUN-DATE    TO WS-CHG-LAST-DATE(WS-CHG-IX)      00446107
               ADD 1 TO WS-CHG-AUD-CNT(WS-CHG-IX)                       00447107
           ELSE                                                         00448107
               PERFORM ADD-CHANGE-ENTRY                                 00449107
           END-IF.                                                      00450107
       ADD-CHANGE-ENTRY.                                                00451107
           IF WS-CHG-USED >= WS-CHG-MAX                                 00452107
               IF WS-CHG-FULL = 'N'                                     00453107
                   MOVE 'Y' TO WS-CHG-FULL                              00454107
                   DISPLAY 'WARNING: CHANGE TABLE FULL AT 5000'         00455107
                       ' - DISCARDING ' AUD-EMP-ID ' AND AFTER'         00456107
               END-IF                                                   00457107
           ELSE                                                         00458107
               ADD 1 TO WS-CHG-USED                                     00459107
               MOVE WS-CHG-USED TO WS-INS-IX                            00460107
               PERFORM SHIFT-CHANGE-ENTRY                               00461107
                   UNTIL WS-INS-IX <= 1                                 00462107
                      OR WS-CHG-EMP-ID(WS-INS-IX - 1) < AUD-EMP-ID      00463107
               MOVE AUD-EMP-ID       TO WS-CHG-EMP-ID(WS-INS-IX)        00464107
               MOVE AUD-RUN-DATE     TO WS-CHG-LAST-DATE(WS-INS-IX)     00465107
               MOVE 1                TO WS-CHG-AUD-CNT(WS-INS-IX)       00466107
               MOVE SPACE            TO WS-CHG-ACTION(WS-INS-IX)        00467107
               MOVE ZERO             TO WS-CHG-DTL-NO(WS-INS-IX)        00468107
               MOVE AUD-BEFORE-IMAGE TO WS-CHG-BEFORE(WS-INS-IX)        00469107
               MOVE AUD-AFTER-IMAGE  TO WS-CHG-AFTER(WS-INS-IX)         00470107
           END-IF.                                                      00471107
       SHIFT-CHANGE-ENTRY.                                              00472107
           MOVE WS-CHG-ENTRY(WS-INS-IX - 1)                             00473107
             TO WS-CHG-ENTRY(WS-INS-IX).                                00474107
           SUBTRACT 1 FROM WS-INS-IX.                                   00475107
       WRITE-FEED-DETAIL.                                               00476107
           PERFORM FORMAT-FEED-DETAIL.                                  00477107
           PERFORM CLASSIFY-PAYROLL-CHANGE.                             00478107
           IF WS-CHG-ACTION(WS-CHG-IX) = SPACE                          00479107
               ADD 1 TO WS-NO-PAY-CNT                                   00480107
           ELSE                                                         00481107
               ADD 1 TO WS-DTL-CNT                                      00482107
               MOVE WS-DTL-CNT TO WS-CHG-DTL-NO(WS-CHG-IX)              00483107
               MOVE WS-DTL-CNT TO PAY-DTL-NO                            00484107
               MOVE WS-CHG-ACTION(WS-CHG-IX) TO PAY-ACTION              00485107
               IF PAY-EMP-ID IS NUMERIC                                 00486107
                   ADD PAY-EMP-ID-N TO WS-HASH-TOT                      00487107
               END-IF                                                   00488107
               MOVE PAY-FEED-REC TO PAY-FEED-OUT                        00489107
               WRITE PAY-FEED-OUT                                       00490107
               MOVE PAY-DTL-NO     TO PAY-LST-DTL-NO                    00491107
               MOVE PAY-EMP-ID     TO PAY-LST-EMP-ID                    00492107
               MOVE PAY-ACTION     TO PAY-LST-ACTION                    00493107
               MOVE PAY-EFF-DATE   TO PAY-LST-EFF                       00494107
               MOVE PAY-BEF-DEPART TO PAY-LST-BEF-DEPT                  00495107
               MOVE PAY-AFT-DEPART TO PAY-LST-AFT-DEPT                  00496107
               MOVE PAY-BEF-DESIG  TO PAY-LST-BEF-DESIG                 00497107
               MOVE PAY-AFT-DESIG  TO PAY-LST-AFT-DESIG                 00498107
               MOVE PAY-DTL-LINE TO PAY-REC                             00499107
               WRITE PAY-REC                                            00500107
           END-IF.                                                      00501107
           ADD 1 TO WS-CHG-IX.                                          00502107
       FORMAT-FEED-DETAIL.                                              00503107
           MOVE SPACES TO PAY-FEED-REC.                                 00504107
           MOVE 'D'                          TO PAY-REC-TYPE.           00505107
           MOVE WS-SEND-SEQ                  TO PAY-SEQ-NO.             00506107
           MOVE WS-CHG-DTL-NO(WS-CHG-IX)     TO PAY-DTL-NO.             00507107
           MOVE WS-CHG-EMP-ID(WS-CHG-IX)     TO PAY-EMP-ID.             00508107
           MOVE WS-CHG-ACTION(WS-CHG-IX)     TO PAY-ACTION.             00509107
           MOVE WS-CHG-LAST-DATE(WS-CHG-IX)  TO PAY-EFF-DATE.           00510107
           IF WS-CHG-BEFORE(WS-CHG-IX) NOT = SPACES                     00511107
               MOVE WS-CHG-BEFORE(WS-CHG-IX) TO EMP-MST-REC             00512107
               MOVE MST-EMP-NAME  TO PAY-BEF-NAME                       00513107
               MOVE MST-DEPART-CD TO PAY-BEF-DEPART                     00514107
               MOVE MST-DESIG     TO PAY-BEF-DESIG                      00515107
               MOVE MST-STATUS    TO PAY-BEF-STATUS                     00516107
           END-IF.                                                      00517107
           IF WS-CHG-AFTER(WS-CHG-IX) NOT = SPACES                      00518107
               MOVE WS-CHG-AFTER(WS-CHG-IX) TO EMP-MST-REC              00519107
               MOVE MST-EMP-NAME  TO PAY-AFT-NAME                       00520107
               MOVE MST-DEPART-CD TO PAY-AFT-DEPART                     00521107
               MOVE MST-DESIG     TO PAY-AFT-DESIG                      00522107
               MOVE MST-STATUS    TO PAY-AFT-STATUS                     00523107
           END-IF.                                                      00524107
       CLASSIFY-PAYROLL-CHANGE.                                         00525107
           EVALUATE TRUE                                                00526107
               WHEN PAY-BEFORE = PAY-AFTER                              00527107
                   MOVE SPACE TO WS-CHG-ACTION(WS-CHG-IX)               00528107
               WHEN PAY-BEF-STATUS = 'A'                                00529107
                AND WS-CHG-AFTER(WS-CHG-IX) = SPACES                    00530107
                   MOVE 'X' TO WS-CHG-ACTION(WS-CHG-IX)                 00531107
                   ADD 1 TO WS-CAN-CNT                                  00532107
               WHEN PAY-BEF-STATUS NOT = 'A'                            00533107
                AND PAY-AFT-STATUS = 'A'                                00534107
                AND WS-CHG-BEFORE(WS-CHG-IX) = SPACES                   00535107
                   MOVE 'N' TO WS-CHG-ACTION(WS-CHG-IX)                 00536107
                   ADD 1 TO WS-NEW-CNT                                  00537107
               WHEN PAY-BEF-STATUS NOT = 'A'                            00538107
                AND PAY-AFT-STATUS = 'A'                                00539107
                   MOVE 'R' TO WS-CHG-ACTION(WS-CHG-IX)                 00540107
                   ADD 1 TO WS-RHR-CNT                                  00541107
               WHEN PAY-BEF-STATUS = 'A'                                00542107
                AND PAY-AFT-STATUS NOT = 'A'                            00543107
                   MOVE 'L' TO WS-CHG-ACTION(WS-CHG-IX)                 00544107
                   ADD 1 TO WS-LVR-CNT                                  00545107
               WHEN PAY-BEF-STATUS NOT = 'A'                            00546107
                   MOVE SPACE TO WS-CHG-ACTION(WS-CHG-IX)               00547107
               WHEN PAY-BEF-DEPART NOT = PAY-AFT-DEPART                 00548107
                   MOVE 'T' TO WS-CHG-ACTION(WS-CHG-IX)                 00549107
                   ADD 1 TO WS-TRF-CNT                                  00550107
               WHEN OTHER                                               00551107
                   MOVE 'C' TO WS-CHG-ACTION(WS-CHG-IX)                 00552107
                   ADD 1 TO WS-CHG-CNT                                  00553107
           END-EVALUATE.                                                00554107
       APPEND-SENT-LOG.                                                 00555107
           OPEN EXTEND PAY-SENT-FILE.                                   00556107
           IF WS-SENT-STATUS = '35'                                     00557107
               OPEN OUTPUT PAY-SENT-FILE                                00558107
           END-IF.                                                      00559107
           IF WS-SENT-STATUS NOT = '00'                                 00560107
               DISPLAY 'ERROR: PAYROLL SENT LOG OPEN FAILED, '          00561110
                   'STATUS ' WS-SENT-STATUS ' - SEQUENCE '              00562107
                   WS-SEND-SEQ ' CANNOT BE RECONCILED'                  00563107
               PERFORM SET-ERROR-CODE                                   00564110
           ELSE                                                         00565107
               MOVE 'Y' TO WS-SENT-LOGGED                               00566110
               MOVE 1 TO WS-CHG-IX                                      00566107
               PERFORM WRITE-SENT-LOG-RECORD                            00567107
                   UNTIL WS-CHG-IX > WS-CHG-USED                        00568107
               CLOSE PAY-SENT-FILE                                      00569107
           END-IF.                                                      00570107
       WRITE-SENT-LOG-RECORD.                                           00571107
           IF WS-CHG-DTL-NO(WS-CHG-IX) > ZERO                           00572107
               PERFORM FORMAT-FEED-DETAIL                               00573107
               MOVE SPACES       TO PAY-SENT-REC                        00574107
               MOVE PAY-FEED-REC TO PSL-FEED-DTL                        00575107
               MOVE SPACE        TO PSL-ACK-STATUS                      00576107
               MOVE ZERO         TO PSL-ACK-DATE                        00577107
               MOVE PAY-SENT-REC TO PAY-SENT-OUT                        00578107
               WRITE PAY-SENT-OUT                                       00579107
               ADD 1 TO WS-SENT-LOG-CNT                                 00580107
           END-IF.                                                      00581107
           ADD 1 TO WS-CHG-IX.                                          00582107
       SAVE-SEND-CONTROL.                                               00583107
           MOVE WS-SEND-SEQ     TO PCT-LAST-SEQ.                        00584107
           MOVE WS-AUD-END-DATE TO PCT-LAST-AUD-DATE.                   00585107
           MOVE WS-AUD-TOTAL    TO PCT-LAST-AUD-CNT.                    00586107
           MOVE WS-RUN-DATE-N   TO PCT-LAST-RUN-DATE.                   00587107
           MOVE WS-DTL-CNT      TO PCT-LAST-DTL-CNT.                    00588107
           OPEN OUTPUT PAY-CTL-NEW.                                     00589107
           MOVE PAY-CTL-REC TO PAY-CTL-OUT.                             00590107
           WRITE PAY-CTL-OUT.                                           00591107
           CLOSE PAY-CTL-NEW.                                           00592107
           CALL "CBL_RENAME_FILE" USING WS-CTL-TMP-NAME                 00593107
               WS-CTL-FINAL-NAME                                        00594107
               RETURNING WS-CTL-RENAME-RC                               00595107
           END-CALL.                                                    00596107
           IF WS-CTL-RENAME-RC NOT = ZERO                               00597107
               DISPLAY 'PCOBLPAY: SEND CONTROL NOT UPDATED, RENAME RC ' 00598107
                   WS-CTL-RENAME-RC ' - INSTALL PAYCTLNW AS PAYCTL '    00599107
                   'BEFORE THE NEXT SEND'                               00600107
               PERFORM SET-ERROR-CODE                                   00601107
           END-IF.                                                      00602107
       WRITE-COUNT-LINE.                                                00603107
           MOVE PAY-CNT-LINE TO PAY-REC.                                00604107
           WRITE PAY-REC.                                               00605107
       READ-RUN-OPTIONS.                                                00606107
           OPEN INPUT RUN-OPTS-FILE.                                    00607107
           IF WS-RUN-OPTS-STATUS = '00'                                 00608107
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00609107
               PERFORM READ-RUN-OPTS-RECORD                             00610107
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00611107
               CLOSE RUN-OPTS-FILE                                      00612107
           END-IF.                                                      00613107
           IF WS-ASOF-SET = 'Y'                                         00614107
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00615107
           ELSE                                                         00616107
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00617107
           END-IF.                                                      00618107
       READ-RUN-OPTS-RECORD.                                            00619107
           READ RUN-OPTS-FILE                                           00620107
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00621107
             NOT AT END                                                 00622107
               IF RUN-OPTS-REC NOT = SPACES                             00623107
                   PERFORM APPLY-RUN-OPTION                             00624107
               END-IF                                                   00625107
           END-READ.                                                    00626107
       APPLY-RUN-OPTION.                                                00627107
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00628107
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00629107
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00630107
           EVALUATE WS-OPT-KEY                                          00631107
               WHEN 'ASOFDATE'                                          00632107
                   PERFORM PARSE-ASOF-DATE                              00633107
               WHEN 'PAYFROM'                                           00634107
                   PERFORM PARSE-PAYFROM-DATE                           00635107
               WHEN OTHER                                               00636107
                   CONTINUE                                             00637107
           END-EVALUATE.                                                00638107
       PARSE-ASOF-DATE.                                                 00639107
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00640107
            AND WS-OPT-VALUE(9:) = SPACES                               00641107
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00642107
               IF WS-ASOF-YYYY > 1900                                   00643107
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00644107
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00645107
                   MOVE 'Y' TO WS-ASOF-SET                              00646107
               END-IF                                                   00647107
           END-IF.                                                      00648107
           IF WS-ASOF-SET = 'N'                                         00649107
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00650107
                   WS-OPT-VALUE                                         00651107
               PERFORM SET-WARNING-CODE                                 00652107
           END-IF.                                                      00653107
       PARSE-PAYFROM-DATE.                                              00654107
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00655107
            AND WS-OPT-VALUE(9:) = SPACES                               00656107
               MOVE WS-OPT-VALUE(1:8) TO WS-PAYFROM-DATE                00657107
               IF WS-PAYFROM-YYYY > 1900                                00658107
                AND WS-PAYFROM-MM >= 01 AND WS-PAYFROM-MM <= 12         00659107
                AND WS-PAYFROM-DD >= 01 AND WS-PAYFROM-DD <= 31         00660107
                   MOVE 'Y' TO WS-PAYFROM-SET                           00661107
               END-IF                                                   00662107
           END-IF.                                                      00663107
           IF WS-PAYFROM-SET = 'N'                                      00664107
               DISPLAY 'WARNING: INVALID PAYFROM DATE IGNORED - '       00665107
                   WS-OPT-VALUE                                         00666107
               PERFORM SET-WARNING-CODE                                 00667107
           END-IF.                                                      00668107
       SET-WARNING-CODE.                                                00669107
           IF WS-RETURN-CODE < 4                                        00670107
               MOVE 4 TO WS-RETURN-CODE                                 00671107
           END-IF.                                                      00672107
       SET-ERROR-CODE.                                                  00673107
           IF WS-RETURN-CODE < 8                                        00674107
               MOVE 8 TO WS-RETURN-CODE                                 00675107
           END-IF.                                                      00676107
