        IDENTIFICATION DIVISION.                                        00001106
        PROGRAM-ID.    PCOBLMOV.                                        00002106
        ENVIRONMENT DIVISION.                                           00003106
        INPUT-OUTPUT SECTION.                                           00004106
        FILE-CONTROL.                                                   00005106
           SELECT EMP-MASTER ASSIGN TO EMPMAST                          00006106
           ORGANIZATION IS  INDEXED                                     00007106
           ACCESS MODE  IS  DYNAMIC                                     00008106
           RECORD KEY   IS  MST-EMP-ID                                  00009106
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00010106
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00011106
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00012106
           FILE STATUS  IS  WS-MST-STATUS.                              00013106
           SELECT AUDIT-HIST ASSIGN TO AUDHIST                          00014106
           ORGANIZATION IS  SEQUENTIAL                                  00015106
           FILE STATUS IS WS-AUDIT-STATUS.                              00016106
           SELECT HC-SNAP-FILE ASSIGN TO HCSNAP                         00017106
           ORGANIZATION IS  SEQUENTIAL                                  00018106
           FILE STATUS IS WS-SNAP-STATUS.                               00019106
           SELECT HC-SNAP-NEW ASSIGN TO HCSNPNEW                        00020106
           ORGANIZATION IS  SEQUENTIAL.                                 00021106
           SELECT MOV-RPT ASSIGN TO MOVRPT                              00022106
           ORGANIZATION IS  SEQUENTIAL.                                 00023106
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00024106
           ORGANIZATION IS  LINE SEQUENTIAL                             00025106
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00026106
        DATA DIVISION.                                                  00027106
        FILE SECTION.                                                   00028106
      *                                                                 00029106
        FD EMP-MASTER                                                   00030106
             RECORD CONTAINS 100  CHARACTERS                            00031106
             DATA RECORD IS EMP-MST-REC.                                00032106
                                                                        00033106
           COPY "empmast.cpy".                                          00034106
      *                                                                 00035106
        FD AUDIT-HIST                                                   00036106
             RECORD CONTAINS 250  CHARACTERS                            00037106
             DATA RECORD IS AUD-HIST-IN.                                00038106
                                                                        00039106
        01 AUD-HIST-IN    PIC X(250).                                   00040106
      *                                                                 00041106
        FD HC-SNAP-FILE                                                 00042106
             RECORD CONTAINS 80   CHARACTERS                            00043106
             DATA RECORD IS HC-SNAP-IN.                                 00044106
                                                                        00045106
        01 HC-SNAP-IN     PIC X(80).                                    00046106
      *                                                                 00047106
        FD HC-SNAP-NEW                                                  00048106
             RECORD CONTAINS 80   CHARACTERS                            00049106
             DATA RECORD IS HC-SNAP-OUT.                                00050106
                                                                        00051106
        01 HC-SNAP-OUT    PIC X(80).                                    00052106
      *                                                                 00053106
        FD MOV-RPT                                                      00054106
             RECORD CONTAINS 80   CHARACTERS                            00055106
             DATA RECORD IS MOV-REC.                                    00056106
                                                                        00057106
        01 MOV-REC        PIC X(80).                                    00058106
      *                                                                 00059106
        FD RUN-OPTS-FILE                                                00060106
             DATA RECORD IS RUN-OPTS-REC.                               00061106
                                                                        00062106
        01 RUN-OPTS-REC   PIC X(80).                                    00063106
                                                                        00064106
        WORKING-STORAGE SECTION.                                        00065106
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00066106
        01  WS-MST-STATUS     PIC X(02) VALUE SPACES.                   00067106
        01  EMP-MST-EOD       PIC X(02) VALUE SPACES.                   00068106
        01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.                   00069106
        01  AUDIT-HIST-EOD    PIC X(02) VALUE SPACES.                   00070106
        01  WS-SNAP-STATUS    PIC X(02) VALUE SPACES.                   00071106
        01  WS-SNAP-EOD       PIC X(02) VALUE SPACES.                   00072106
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00073106
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00074106
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00075106
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00076106
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00077106
        01  WS-ASOF-DATE.                                               00078106
            05 WS-ASOF-YYYY PIC 9(04).                                  00079106
            05 WS-ASOF-MM   PIC 9(02).                                  00080106
            05 WS-ASOF-DD   PIC 9(02).                                  00081106
        01  WS-PARSE-OK       PIC X(01) VALUE 'N'.                      00082106
        01  WS-PARSE-DATE.                                              00083106
            05 WS-PARSE-YYYY PIC 9(04).                                 00084106
            05 WS-PARSE-MM   PIC 9(02).                                 00085106
            05 WS-PARSE-DD   PIC 9(02).                                 00086106
        01  WS-PARSE-DATE-N REDEFINES WS-PARSE-DATE PIC 9(08).          00087106
        01  WS-PER-START-SET  PIC X(01) VALUE 'N'.                      00088106
        01  WS-PER-START-N    PIC 9(08) VALUE ZERO.                     00089106
        01  WS-PER-END-SET    PIC X(01) VALUE 'N'.                      00090106
        01  WS-PER-END-N      PIC 9(08) VALUE ZERO.                     00091106
        01  WS-RUN-DATE.                                                00092106
            05 WS-RUN-YYYY  PIC 9(04).                                  00093106
            05 WS-RUN-MM    PIC 9(02).                                  00094106
            05 WS-RUN-DD    PIC 9(02).                                  00095106
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00096106
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00097106
           COPY "audhist.cpy".                                          00098106
           COPY "hcsnap.cpy".                                           00099106
        01  WS-SNAP-TMP-NAME    PIC X(30) VALUE 'HCSNPNEW'.             00100106
        01  WS-SNAP-FINAL-NAME  PIC X(30) VALUE 'HCSNAP'.               00101106
        01  WS-SNAP-RENAME-RC   PIC 9(9) COMP-5 VALUE ZERO.             00102106
        01  WS-SNAP-VALID     PIC X(01) VALUE 'N'.                      00103106
        01  WS-USE-SNAP       PIC X(01) VALUE 'N'.                      00104106
        01  WS-SNAP-START-N   PIC 9(08) VALUE ZERO.                     00105106
        01  WS-SNAP-END-N     PIC 9(08) VALUE ZERO.                     00106106
        01  WS-SNAP-HDR-CNT   PIC 9(05) VALUE ZERO.                     00107106
        01  WS-SNAP-DTL-CNT   PIC 9(05) VALUE ZERO.                     00108106
        01  WS-SNAP-TRL-CNT   PIC 9(05) VALUE ZERO.                     00109106
        01  WS-SNAP-BAD-CNT   PIC 9(05) VALUE ZERO.                     00110106
        01  WS-SNAP-HEAD-TOT  PIC 9(07) VALUE ZERO.                     00111106
        01  WS-SNAP-TRL-DEPTS PIC 9(05) VALUE ZERO.                     00112106
        01  WS-SNAP-TRL-HEADS PIC 9(07) VALUE ZERO.                     00113106
        01  WS-SNAP-OUT-DEPTS PIC 9(05) VALUE ZERO.                     00114106
        01  WS-SNAP-OUT-HEADS PIC 9(07) VALUE ZERO.                     00115106
        01  WS-OPEN-SOURCE    PIC X(30) VALUE SPACES.                   00116106
        01  WS-BEF-ACT        PIC X(01) VALUE 'N'.                      00117106
        01  WS-BEF-DEPT       PIC X(10) VALUE SPACES.                   00118106
        01  WS-AFT-ACT        PIC X(01) VALUE 'N'.                      00119106
        01  WS-AFT-DEPT       PIC X(10) VALUE SPACES.                   00120106
        01  WS-MOVE-CLASS     PIC X(12) VALUE SPACES.                   00121106
        01  WS-MOVE-COL       PIC X(01) VALUE SPACES.                   00122106
        01  WS-FIND-ID        PIC X(06) VALUE SPACES.                   00123106
        01  WS-FIND-DEPT      PIC X(10) VALUE SPACES.                   00124106
        01  WS-HIST-READ-CNT  PIC 9(07) VALUE ZERO.                     00125106
        01  WS-PERIOD-CNT     PIC 9(07) VALUE ZERO.                     00126106
        01  WS-LISTED-CNT     PIC 9(07) VALUE ZERO.                     00127106
        01  WS-NO-EFFECT-CNT  PIC 9(07) VALUE ZERO.                     00128106
        01  WS-BACKOUT-CNT    PIC 9(07) VALUE ZERO.                     00129106
        01  WS-UNKNOWN-CNT    PIC 9(07) VALUE ZERO.                     00130106
        01  WS-GAP-CNT        PIC 9(07) VALUE ZERO.                     00131106
        01  WS-OOB-CNT        PIC 9(05) VALUE ZERO.                     00132106
        01  WS-EMP-IX         PIC 9(04) VALUE ZERO.                     00133106
        01  WS-EMP-USED       PIC 9(04) VALUE ZERO.                     00134106
        01  WS-EMP-MAX        PIC 9(04) VALUE 5000.                     00135106
        01  WS-EMP-FULL       PIC X(01) VALUE 'N'.                      00136106
        01  WS-EMP-TABLE.                                               00137106
            05 WS-EMP-ENTRY OCCURS 5000 TIMES INDEXED BY WS-EX.         00138106
               10 WS-EMP-ID       PIC X(06) VALUE SPACES.               00139106
               10 WS-EMP-CUR-ACT  PIC X(01) VALUE 'N'.                  00140106
               10 WS-EMP-CUR-DEPT PIC X(10) VALUE SPACES.               00141106
               10 WS-EMP-OPN-SET  PIC X(01) VALUE 'N'.                  00142106
               10 WS-EMP-OPN-ACT  PIC X(01) VALUE 'N'.                  00143106
               10 WS-EMP-OPN-DEPT PIC X(10) VALUE SPACES.               00144106
               10 WS-EMP-END-SET  PIC X(01) VALUE 'N'.                  00145106
               10 WS-EMP-END-ACT  PIC X(01) VALUE 'N'.                  00146106
               10 WS-EMP-END-DEPT PIC X(10) VALUE SPACES.               00147106
        01  WS-DPT-IX         PIC 9(04) VALUE ZERO.                     00148106
        01  WS-INS-IX         PIC 9(04) VALUE ZERO.                     00149106
        01  WS-DPT-USED       PIC 9(04) VALUE ZERO.                     00150106
        01  WS-DPT-MAX        PIC 9(04) VALUE 500.                      00151106
        01  WS-DPT-FULL       PIC X(01) VALUE 'N'.                      00152106
        01  WS-DPT-TABLE.                                               00153106
            05 WS-DPT-ENTRY OCCURS 500 TIMES INDEXED BY WS-DX.          00154106
               10 WS-DPT-CODE     PIC X(10).                            00155106
               10 WS-DPT-SNAP     PIC 9(05).                            00156106
               10 WS-DPT-DRV-OPEN PIC 9(05).                            00157106
               10 WS-DPT-OPEN     PIC 9(05).                            00158106
               10 WS-DPT-JOIN     PIC 9(05).                            00159106
               10 WS-DPT-REHIRE   PIC 9(05).                            00160106
               10 WS-DPT-LEAVE    PIC 9(05).                            00161106
               10 WS-DPT-XIN      PIC 9(05).                            00162106
               10 WS-DPT-XOUT     PIC 9(05).                            00163106
               10 WS-DPT-BKO      PIC S9(05).                           00164106
               10 WS-DPT-CLOSE    PIC S9(05).                           00165106
               10 WS-DPT-ACTUAL   PIC 9(05).                            00166106
        01  WS-TOT-OPEN       PIC 9(05) VALUE ZERO.                     00167106
        01  WS-TOT-JOIN       PIC 9(05) VALUE ZERO.                     00168106
        01  WS-TOT-REHIRE     PIC 9(05) VALUE ZERO.                     00169106
        01  WS-TOT-LEAVE      PIC 9(05) VALUE ZERO.                     00170106
        01  WS-TOT-XIN        PIC 9(05) VALUE ZERO.                     00171106
        01  WS-TOT-XOUT       PIC 9(05) VALUE ZERO.                     00172106
        01  WS-TOT-BKO        PIC S9(05) VALUE ZERO.                    00173106
        01  WS-TOT-CLOSE      PIC S9(05) VALUE ZERO.                    00174106
        01  WS-TOT-ACTUAL     PIC 9(05) VALUE ZERO.                     00175106
        01  MOV-RPT-HDR.                                                00176106
            05 MOV-HDR-TXT  PIC X(42)                                   00177106
               VALUE 'HEADCOUNT MOVEMENT - RUN DATE '.                  00178106
            05 MOV-HDR-DATE PIC X(10).                                  00179106
            05 FILLER       PIC X(28) VALUE SPACES.                     00180106
        01  MOV-PER-LINE.                                               00181106
            05 WS-MOV-PSP1  PIC X(07) VALUE 'PERIOD '.                  00182106
            05 MOV-PER-START PIC 9(08).                                 00183106
            05 WS-MOV-PSP2  PIC X(04) VALUE ' TO '.                     00184106
            05 MOV-PER-END  PIC 9(08).                                  00185106
            05 FILLER       PIC X(53) VALUE SPACES.                     00186106
        01  MOV-SEC-HDR.                                                00187106
            05 MOV-SEC-TXT  PIC X(60).                                  00188106
            05 FILLER       PIC X(20) VALUE SPACES.                     00189106
        01  MOV-LST-COL.                                                00190106
            05 MOV-LST-COL-TXT1 PIC X(33)                               00191106
               VALUE 'CHG-DATE ACT EMP-ID MOVEMENT'.                    00192106
            05 MOV-LST-COL-TXT2 PIC X(27)                               00193106
               VALUE 'FROM-DEPT  TO-DEPT    BATCH'.                     00194106
            05 FILLER       PIC X(20) VALUE SPACES.                     00195106
        01  MOV-LST-LINE.                                               00196106
            05 MOV-LST-DATE   PIC 9(08).                                00197106
            05 WS-MOV-LSP1    PIC X(01) VALUE SPACES.                   00198106
            05 MOV-LST-ACTION PIC X(01).                                00199106
            05 WS-MOV-LSP2    PIC X(03) VALUE SPACES.                   00200106
            05 MOV-LST-EMP-ID PIC X(06).                                00201106
            05 WS-MOV-LSP3    PIC X(01) VALUE SPACES.                   00202106
            05 MOV-LST-CLASS  PIC X(12).                                00203106
            05 WS-MOV-LSP4    PIC X(01) VALUE SPACES.                   00204106
            05 MOV-LST-FROM   PIC X(10).                                00205106
            05 WS-MOV-LSP5    PIC X(01) VALUE SPACES.                   00206106
            05 MOV-LST-TO     PIC X(10).                                00207106
            05 WS-MOV-LSP6    PIC X(01) VALUE SPACES.                   00208106
            05 MOV-LST-BATCH  PIC X(10).                                00209106
            05 FILLER         PIC X(15) VALUE SPACES.                   00210106
        01  MOV-DPT-COL.                                                00211106
            05 MOV-DPT-COL-TXT1 PIC X(40)                               00212106
               VALUE 'DEPARTMENT  OPEN  JOIN REHIR LEAVE  T-IN'.        00213106
            05 MOV-DPT-COL-TXT2 PIC X(29)                               00214106
               VALUE ' T-OUT   BKO CLOSE  ACTL FLAG'.                   00215106
            05 FILLER       PIC X(11) VALUE SPACES.                     00216106
        01  MOV-DPT-LINE.                                               00217106
            05 MOV-DPT-CODE   PIC X(10).                                00218106
            05 WS-MOV-DSP1    PIC X(01) VALUE SPACES.                   00219106
            05 MOV-DPT-OPEN   PIC ZZZZ9.                                00220106
            05 WS-MOV-DSP2    PIC X(01) VALUE SPACES.                   00221106
            05 MOV-DPT-JOIN   PIC ZZZZ9.                                00222106
            05 WS-MOV-DSP3    PIC X(01) VALUE SPACES.                   00223106
            05 MOV-DPT-REHIRE PIC ZZZZ9.                                00224106
            05 WS-MOV-DSP4    PIC X(01) VALUE SPACES.                   00225106
            05 MOV-DPT-LEAVE  PIC ZZZZ9.                                00226106
            05 WS-MOV-DSP5    PIC X(01) VALUE SPACES.                   00227106
            05 MOV-DPT-XIN    PIC ZZZZ9.                                00228106
            05 WS-MOV-DSP6    PIC X(01) VALUE SPACES.                   00229106
            05 MOV-DPT-XOUT   PIC ZZZZ9.                                00230106
            05 WS-MOV-DSP7    PIC X(01) VALUE SPACES.                   00231106
            05 MOV-DPT-BKO    PIC ----9.                                00232106
            05 WS-MOV-DSP8    PIC X(01) VALUE SPACES.                   00233106
            05 MOV-DPT-CLOSE  PIC ----9.                                00234106
            05 WS-MOV-DSP9    PIC X(01) VALUE SPACES.                   00235106
            05 MOV-DPT-ACTUAL PIC ZZZZ9.                                00236106
            05 WS-MOV-DSP10   PIC X(01) VALUE SPACES.                   00237106
            05 MOV-DPT-FLAG   PIC X(15).                                00238106
        01  MOV-CNT-LINE.                                               00239106
            05 MOV-CNT-TXT  PIC X(25).                                  00240106
            05 MOV-CNT-VAL  PIC 9(07).                                  00241106
            05 FILLER       PIC X(48) VALUE SPACES.                     00242106
      *                                                                 00243106
      ******************************************************************00244106
      *                                                                 00245106
      ******************************************************************00246106
        PROCEDURE DIVISION.                                             00247106
        MAIN-PARA.                                                      00248106
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00249106
           PERFORM READ-RUN-OPTIONS.                                    00250106
           IF WS-ASOF-SET = 'Y'                                         00251106
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00252106
           END-IF.                                                      00253106
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00254106
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00255106
           IF WS-PER-START-SET = 'N' OR WS-PER-END-SET = 'N'            00256106
               DISPLAY 'PCOBLMOV: VALID PERSTART AND PEREND RUN '       00257106
                   'OPTIONS REQUIRED - NO MOVEMENT REPORTED'            00258106
               PERFORM SET-ERROR-CODE                                   00259106
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00260106
               STOP RUN                                                 00261106
           END-IF.                                                      00262106
           IF WS-PER-START-N > WS-PER-END-N                             00263106
               DISPLAY 'PCOBLMOV: PERIOD START ' WS-PER-START-N         00264106
                   ' IS AFTER PERIOD END ' WS-PER-END-N                 00265106
               PERFORM SET-ERROR-CODE                                   00266106
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00267106
               STOP RUN                                                 00268106
           END-IF.                                                      00269106
           PERFORM LOAD-MASTER-STATE.                                   00270106
           PERFORM LOAD-SNAPSHOT.                                       00271106
           OPEN INPUT AUDIT-HIST.                                       00272106
           IF WS-AUDIT-STATUS NOT = '00'                                00273106
               DISPLAY 'PCOBLMOV: AUDIT HISTORY FILE NOT AVAILABLE, '   00274106
                   'STATUS ' WS-AUDIT-STATUS                            00275106
               PERFORM SET-ERROR-CODE                                   00276106
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00277106
               STOP RUN                                                 00278106
           END-IF.                                                      00279106
           OPEN OUTPUT MOV-RPT.                                         00280106
           MOVE WS-RUN-DATE-TXT TO MOV-HDR-DATE.                        00281106
           MOVE MOV-RPT-HDR TO MOV-REC.                                 00282106
           WRITE MOV-REC.                                               00283106
           MOVE WS-PER-START-N TO MOV-PER-START.                        00284106
           MOVE WS-PER-END-N   TO MOV-PER-END.                          00285106
           MOVE MOV-PER-LINE TO MOV-REC.                                00286106
           WRITE MOV-REC.                                               00287106
           MOVE 'HEADCOUNT MOVEMENTS IN PERIOD' TO MOV-SEC-TXT.         00288106
           MOVE MOV-SEC-HDR TO MOV-REC.                                 00289106
           WRITE MOV-REC.                                               00290106
           MOVE MOV-LST-COL TO MOV-REC.                                 00291106
           WRITE MOV-REC.                                               00292106
           MOVE SPACES TO AUDIT-HIST-EOD.                               00293106
           READ AUDIT-HIST                                              00294106
            AT END MOVE 'NO' TO AUDIT-HIST-EOD                          00295106
           END-READ.                                                    00296106
           PERFORM PROCESS-AUDIT-RECORD                                 00297106
               UNTIL AUDIT-HIST-EOD = 'NO'.                             00298106
           CLOSE AUDIT-HIST                                             00299106
                 EMP-MASTER.                                            00300106
           MOVE 'TOTAL MOVEMENTS LISTED:  ' TO MOV-CNT-TXT.             00301106
           MOVE WS-LISTED-CNT TO MOV-CNT-VAL.                           00302106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00303106
           WRITE MOV-REC.                                               00304106
           PERFORM CHOOSE-OPENING-SOURCE.                               00305106
           MOVE 1 TO WS-EMP-IX.                                         00306106
           PERFORM TALLY-EMP-STATE                                      00307106
               UNTIL WS-EMP-IX > WS-EMP-USED.                           00308106
           MOVE SPACES TO MOV-SEC-TXT.                                  00309106
           STRING 'ROLL-FORWARD - OPENING '                             00310106
                  WS-OPEN-SOURCE                                        00311106
               DELIMITED BY SIZE INTO MOV-SEC-TXT.                      00312106
           MOVE MOV-SEC-HDR TO MOV-REC.                                 00313106
           WRITE MOV-REC.                                               00314106
           MOVE MOV-DPT-COL TO MOV-REC.                                 00315106
           WRITE MOV-REC.                                               00316106
           MOVE 1 TO WS-DPT-IX.                                         00317106
           PERFORM PRINT-DEPT-LINE                                      00318106
               UNTIL WS-DPT-IX > WS-DPT-USED.                           00319106
           PERFORM PRINT-TOTAL-LINE.                                    00320106
           MOVE 'AUDIT ENTRIES READ:      ' TO MOV-CNT-TXT.             00321106
           MOVE WS-HIST-READ-CNT TO MOV-CNT-VAL.                        00322106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00323106
           WRITE MOV-REC.                                               00324106
           MOVE 'AUDIT ENTRIES IN PERIOD: ' TO MOV-CNT-TXT.             00325106
           MOVE WS-PERIOD-CNT TO MOV-CNT-VAL.                           00326106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00327106
           WRITE MOV-REC.                                               00328106
           MOVE 'NO HEADCOUNT EFFECT:     ' TO MOV-CNT-TXT.             00329106
           MOVE WS-NO-EFFECT-CNT TO MOV-CNT-VAL.                        00330106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00331106
           WRITE MOV-REC.                                               00332106
           MOVE 'BACKOUT ENTRIES:         ' TO MOV-CNT-TXT.             00333106
           MOVE WS-BACKOUT-CNT TO MOV-CNT-VAL.                          00334106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00335106
           WRITE MOV-REC.                                               00336106
           MOVE 'DEPTS OUT OF BALANCE:    ' TO MOV-CNT-TXT.             00337106
           MOVE WS-OOB-CNT TO MOV-CNT-VAL.                              00338106
           MOVE MOV-CNT-LINE TO MOV-REC.                                00339106
           WRITE MOV-REC.                                               00340106
           CLOSE MOV-RPT.                                               00341106
           PERFORM WRITE-CLOSING-SNAPSHOT.                              00342106
           DISPLAY 'PCOBLMOV: ' WS-PERIOD-CNT ' CHANGES IN PERIOD '     00343106
               WS-LISTED-CNT ' MOVEMENTS '                              00344106
               WS-OOB-CNT ' DEPTS OUT OF BALANCE'.                      00345106
           IF WS-UNKNOWN-CNT > 0                                        00346106
               DISPLAY 'WARNING: ' WS-UNKNOWN-CNT                       00347106
                   ' AUDIT ENTRIES WITH UNKNOWN ACTION - SEE MOVRPT'    00348106
               PERFORM SET-WARNING-CODE                                 00349106
           END-IF.                                                      00350106
           IF WS-OOB-CNT > 0                                            00351106
               DISPLAY 'WARNING: ' WS-OOB-CNT                           00352106
                   ' DEPARTMENTS OUT OF BALANCE - SEE MOVRPT'           00353106
               PERFORM SET-WARNING-CODE                                 00354106
           END-IF.                                                      00355106
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00356106
           STOP RUN.                                                    00357106
       LOAD-MASTER-STATE.                                               00358106
           OPEN INPUT EMP-MASTER.                                       00359106
           IF WS-MST-STATUS NOT = '00'                                  00360106
               DISPLAY 'PCOBLMOV: EMPLOYEE MASTER OPEN FAILED, '        00361106
                   'STATUS ' WS-MST-STATUS                              00362106
               PERFORM SET-ERROR-CODE                                   00363106
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00364106
               STOP RUN                                                 00365106
           END-IF.                                                      00366106
           MOVE SPACES TO EMP-MST-EOD.                                  00367106
           MOVE LOW-VALUES TO MST-EMP-ID.                               00368106
           START EMP-MASTER KEY NOT < MST-EMP-ID                        00369106
               INVALID KEY MOVE 'NO' TO EMP-MST-EOD                     00370106
           END-START.                                                   00371106
           PERFORM READ-MASTER-RECORD                                   00372106
               UNTIL EMP-MST-EOD = 'NO'.                                00373106
       READ-MASTER-RECORD.                                              00374106
           READ EMP-MASTER NEXT RECORD                                  00375106
            AT END MOVE 'NO' TO EMP-MST-EOD                             00376106
            NOT AT END                                                  00377106
               MOVE MST-EMP-ID TO WS-FIND-ID                            00378106
               PERFORM ADD-EMP-ENTRY                                    00379106
               IF WS-EMP-IX > ZERO                                      00380106
                   MOVE MST-DEPART-CD TO WS-EMP-CUR-DEPT(WS-EMP-IX)     00381106
                   IF MST-STATUS = 'A'                                  00382106
                       MOVE 'Y' TO WS-EMP-CUR-ACT(WS-EMP-IX)            00383106
                   END-IF                                               00384106
               END-IF                                                   00385106
           END-READ.                                                    00386106
       LOAD-SNAPSHOT.                                                   00387106
           OPEN INPUT HC-SNAP-FILE.                                     00388106
           EVALUATE WS-SNAP-STATUS                                      00389106
               WHEN '00'                                                00390106
                   MOVE SPACES TO WS-SNAP-EOD                           00391106
                   PERFORM READ-SNAPSHOT-RECORD                         00392106
                       UNTIL WS-SNAP-EOD = 'NO'                         00393106
                   CLOSE HC-SNAP-FILE                                   00394106
                   PERFORM CHECK-SNAPSHOT-CONTROLS                      00395106
               WHEN '35'                                                00396106
                   DISPLAY 'PCOBLMOV: NO HEADCOUNT SNAPSHOT ON FILE'    00397106
               WHEN OTHER                                               00398106
                   DISPLAY 'WARNING: HEADCOUNT SNAPSHOT OPEN FAILED, '  00399106
                       'STATUS ' WS-SNAP-STATUS                         00400106
                   PERFORM SET-WARNING-CODE                             00401106
           END-EVALUATE.                                                00402106
       READ-SNAPSHOT-RECORD.                                            00403106
           READ HC-SNAP-FILE                                            00404106
             AT END MOVE 'NO' TO WS-SNAP-EOD                            00405106
             NOT AT END                                                 00406106
               MOVE HC-SNAP-IN TO HC-SNAP-REC                           00407106
               PERFORM LOAD-SNAPSHOT-RECORD                             00408106
           END-READ.                                                    00409106
       LOAD-SNAPSHOT-RECORD.                                            00410106
           EVALUATE TRUE                                                00411106
               WHEN HCS-REC-TYPE = 'H'                                  00412106
                   ADD 1 TO WS-SNAP-HDR-CNT                             00413106
                   IF HCS-PER-START IS NUMERIC                          00414106
                    AND HCS-PER-END IS NUMERIC                          00415106
                       MOVE HCS-PER-START TO WS-SNAP-START-N            00416106
                       MOVE HCS-PER-END   TO WS-SNAP-END-N              00417106
                   ELSE                                                 00418106
                       ADD 1 TO WS-SNAP-BAD-CNT                         00419106
                   END-IF                                               00420106
               WHEN HCS-REC-TYPE = 'D'                                  00421106
                AND HCS-HEAD-CNT IS NUMERIC                             00422106
                   ADD 1 TO WS-SNAP-DTL-CNT                             00423106
                   ADD HCS-HEAD-CNT TO WS-SNAP-HEAD-TOT                 00424106
                   MOVE HCS-DEPART-CD TO WS-FIND-DEPT                   00425106
                   PERFORM FIND-DEPT-ENTRY                              00426106
                   IF WS-DPT-IX > ZERO                                  00427106
                       ADD HCS-HEAD-CNT TO WS-DPT-SNAP(WS-DPT-IX)       00428106
                   END-IF                                               00429106
               WHEN HCS-REC-TYPE = 'T'                                  00430106
                AND HCS-TRL-DEPT-CNT IS NUMERIC                         00431106
                AND HCS-TRL-HEAD-TOT IS NUMERIC                         00432106
                   ADD 1 TO WS-SNAP-TRL-CNT                             00433106
                   MOVE HCS-TRL-DEPT-CNT TO WS-SNAP-TRL-DEPTS           00434106
                   MOVE HCS-TRL-HEAD-TOT TO WS-SNAP-TRL-HEADS           00435106
               WHEN OTHER                                               00436106
                   ADD 1 TO WS-SNAP-BAD-CNT                             00437106
           END-EVALUATE.                                                00438106
       CHECK-SNAPSHOT-CONTROLS.                                         00439106
           IF WS-SNAP-HDR-CNT = 1                                       00440106
            AND WS-SNAP-TRL-CNT = 1                                     00441106
            AND WS-SNAP-BAD-CNT = ZERO                                  00442106
            AND WS-SNAP-TRL-DEPTS = WS-SNAP-DTL-CNT                     00443106
            AND WS-SNAP-TRL-HEADS = WS-SNAP-HEAD-TOT                    00444106
               MOVE 'Y' TO WS-SNAP-VALID                                00445106
               DISPLAY 'PCOBLMOV: HEADCOUNT SNAPSHOT FOR PERIOD '       00446106
                   WS-SNAP-START-N ' TO ' WS-SNAP-END-N ', '            00447106
                   WS-SNAP-HEAD-TOT ' ACTIVE'                           00448106
           ELSE                                                         00449106
               DISPLAY 'WARNING: HEADCOUNT SNAPSHOT FAILS CONTROL '     00450106
                   'TOTALS - IGNORED'                                   00451106
               PERFORM SET-WARNING-CODE                                 00452106
           END-IF.                                                      00453106
       PROCESS-AUDIT-RECORD.                                            00454106
           MOVE AUD-HIST-IN TO AUD-HIST-REC.                            00455106
           ADD 1 TO WS-HIST-READ-CNT.                                   00456106
           PERFORM UNPACK-AUDIT-IMAGES.                                 00457106
           IF WS-SNAP-VALID = 'Y'                                       00458106
            AND AUD-RUN-DATE > WS-SNAP-END-N                            00459106
            AND AUD-RUN-DATE < WS-PER-START-N                           00460106
               ADD 1 TO WS-GAP-CNT                                      00461106
           END-IF.                                                      00462106
           IF AUD-RUN-DATE >= WS-PER-START-N                            00463106
               MOVE AUD-EMP-ID TO WS-FIND-ID                            00464106
               PERFORM FIND-EMP-ENTRY                                   00465106
               IF WS-EMP-IX > ZERO                                      00466106
                   PERFORM RECORD-PRIOR-STATE                           00467106
               END-IF                                                   00468106
               IF AUD-RUN-DATE <= WS-PER-END-N                          00469106
                   PERFORM CLASSIFY-MOVEMENT                            00470106
               END-IF                                                   00471106
           END-IF.                                                      00472106
           READ AUDIT-HIST                                              00473106
            AT END MOVE 'NO' TO AUDIT-HIST-EOD                          00474106
           END-READ.                                                    00475106
       UNPACK-AUDIT-IMAGES.                                             00476106
           MOVE 'N'    TO WS-BEF-ACT WS-AFT-ACT.                        00477106
           MOVE SPACES TO WS-BEF-DEPT WS-AFT-DEPT.                      00478106
           IF AUD-BEFORE-IMAGE NOT = SPACES                             00479106
               MOVE AUD-BEFORE-IMAGE TO EMP-MST-REC                     00480106
               MOVE MST-DEPART-CD TO WS-BEF-DEPT                        00481106
               IF MST-STATUS = 'A'                                      00482106
                   MOVE 'Y' TO WS-BEF-ACT                               00483106
               END-IF                                                   00484106
           END-IF.                                                      00485106
           IF AUD-AFTER-IMAGE NOT = SPACES                              00486106
               MOVE AUD-AFTER-IMAGE TO EMP-MST-REC                      00487106
               MOVE MST-DEPART-CD TO WS-AFT-DEPT                        00488106
               IF MST-STATUS = 'A'                                      00489106
                   MOVE 'Y' TO WS-AFT-ACT                               00490106
               END-IF                                                   00491106
           END-IF.                                                      00492106
       RECORD-PRIOR-STATE.                                              00493106
           IF WS-EMP-OPN-SET(WS-EMP-IX) = 'N'                           00494106
               MOVE 'Y'         TO WS-EMP-OPN-SET(WS-EMP-IX)            00495106
               MOVE WS-BEF-ACT  TO WS-EMP-OPN-ACT(WS-EMP-IX)            00496106
               MOVE WS-BEF-DEPT TO WS-EMP-OPN-DEPT(WS-EMP-IX)           00497106
           END-IF.                                                      00498106
           IF AUD-RUN-DATE > WS-PER-END-N                               00499106
            AND WS-EMP-END-SET(WS-EMP-IX) = 'N'                         00500106
               MOVE 'Y'         TO WS-EMP-END-SET(WS-EMP-IX)            00501106
               MOVE WS-BEF-ACT  TO WS-EMP-END-ACT(WS-EMP-IX)            00502106
               MOVE WS-BEF-DEPT TO WS-EMP-END-DEPT(WS-EMP-IX)           00503106
           END-IF.                                                      00504106
       CLASSIFY-MOVEMENT.                                               00505106
           ADD 1 TO WS-PERIOD-CNT.                                      00506106
           MOVE SPACES TO WS-MOVE-CLASS.                                00507106
           EVALUATE TRUE                                                00508106
               WHEN AUD-ACTION = 'B'                                    00509106
                   ADD 1 TO WS-BACKOUT-CNT                              00510106
                   PERFORM CLASSIFY-BACKOUT                             00511106
               WHEN AUD-ACTION NOT = 'A' AND AUD-ACTION NOT = 'C'       00512106
                AND AUD-ACTION NOT = 'D'                                00513106
                   ADD 1 TO WS-UNKNOWN-CNT                              00514106
                   MOVE 'UNKNOWN ACT' TO WS-MOVE-CLASS                  00515106
               WHEN WS-BEF-ACT = 'Y' AND WS-AFT-ACT = 'Y'               00516106
                   IF WS-BEF-DEPT NOT = WS-AFT-DEPT                     00517106
                       MOVE 'TRANSFER' TO WS-MOVE-CLASS                 00518106
                       MOVE WS-BEF-DEPT TO WS-FIND-DEPT                 00519106
                       MOVE 'O' TO WS-MOVE-COL                          00520106
                       PERFORM POST-DEPT-MOVEMENT                       00521106
                       MOVE WS-AFT-DEPT TO WS-FIND-DEPT                 00522106
                       MOVE 'I' TO WS-MOVE-COL                          00523106
                       PERFORM POST-DEPT-MOVEMENT                       00524106
                   END-IF                                               00525106
               WHEN WS-BEF-ACT = 'Y'                                    00526106
                   MOVE 'LEAVER' TO WS-MOVE-CLASS                       00527106
                   MOVE WS-BEF-DEPT TO WS-FIND-DEPT                     00528106
                   MOVE 'L' TO WS-MOVE-COL                              00529106
                   PERFORM POST-DEPT-MOVEMENT                           00530106
               WHEN WS-AFT-ACT = 'Y' AND AUD-BEFORE-IMAGE = SPACES      00531106
                   MOVE 'JOINER' TO WS-MOVE-CLASS                       00532106
                   MOVE WS-AFT-DEPT TO WS-FIND-DEPT                     00533106
                   MOVE 'J' TO WS-MOVE-COL                              00534106
                   PERFORM POST-DEPT-MOVEMENT                           00535106
               WHEN WS-AFT-ACT = 'Y'                                    00536106
                   MOVE 'RE-HIRE' TO WS-MOVE-CLASS                      00537106
                   MOVE WS-AFT-DEPT TO WS-FIND-DEPT                     00538106
                   MOVE 'R' TO WS-MOVE-COL                              00539106
                   PERFORM POST-DEPT-MOVEMENT                           00540106
               WHEN OTHER                                               00541106
                   CONTINUE                                             00542106
           END-EVALUATE.                                                00543106
           IF WS-MOVE-CLASS = SPACES                                    00544106
               ADD 1 TO WS-NO-EFFECT-CNT                                00545106
           ELSE                                                         00546106
               PERFORM WRITE-MOVEMENT-LINE                              00547106
           END-IF.                                                      00548106
       CLASSIFY-BACKOUT.                                                00549106
           EVALUATE TRUE                                                00550106
               WHEN WS-BEF-ACT = 'Y' AND WS-AFT-ACT = 'Y'               00551106
                   IF WS-BEF-DEPT NOT = WS-AFT-DEPT                     00552106
                       MOVE 'BACKOUT MOVE' TO WS-MOVE-CLASS             00553106
                       MOVE WS-BEF-DEPT TO WS-FIND-DEPT                 00554106
                       MOVE '-' TO WS-MOVE-COL                          00555106
                       PERFORM POST-DEPT-MOVEMENT                       00556106
                       MOVE WS-AFT-DEPT TO WS-FIND-DEPT                 00557106
                       MOVE '+' TO WS-MOVE-COL                          00558106
                       PERFORM POST-DEPT-MOVEMENT                       00559106
                   END-IF                                               00560106
               WHEN WS-BEF-ACT = 'Y'                                    00561106
                   MOVE 'BACKOUT OUT' TO WS-MOVE-CLASS                  00562106
                   MOVE WS-BEF-DEPT TO WS-FIND-DEPT                     00563106
                   MOVE '-' TO WS-MOVE-COL                              00564106
                   PERFORM POST-DEPT-MOVEMENT                           00565106
               WHEN WS-AFT-ACT = 'Y'                                    00566106
                   MOVE 'BACKOUT IN' TO WS-MOVE-CLASS                   00567106
                   MOVE WS-AFT-DEPT TO WS-FIND-DEPT                     00568106
                   MOVE '+' TO WS-MOVE-COL                              00569106
                   PERFORM POST-DEPT-MOVEMENT                           00570106
               WHEN OTHER                                               00571106
                   CONTINUE                                             00572106
           END-EVALUATE.                                                00573106
       POST-DEPT-MOVEMENT.                                              00574106
           PERFORM FIND-DEPT-ENTRY.                                     00575106
           IF WS-DPT-IX > ZERO                                          00576106
               EVALUATE WS-MOVE-COL                                     00577106
                   WHEN 'J'                                             00578106
                       ADD 1 TO WS-DPT-JOIN(WS-DPT-IX)                  00579106
                   WHEN 'R'                                             00580106
                       ADD 1 TO WS-DPT-REHIRE(WS-DPT-IX)                00581106
                   WHEN 'L'                                             00582106
                       ADD 1 TO WS-DPT-LEAVE(WS-DPT-IX)                 00583106
                   WHEN 'I'                                             00584106
                       ADD 1 TO WS-DPT-XIN(WS-DPT-IX)                   00585106
                   WHEN 'O'                                             00586106
                       ADD 1 TO WS-DPT-XOUT(WS-DPT-IX)                  00587106
                   WHEN '+'                                             00588106
                       ADD 1 TO WS-DPT-BKO(WS-DPT-IX)                   00589106
                   WHEN '-'                                             00590106
                       SUBTRACT 1 FROM WS-DPT-BKO(WS-DPT-IX)            00591106
               END-EVALUATE                                             00592106
           END-IF.                                                      00593106
       WRITE-MOVEMENT-LINE.                                             00594106
           ADD 1 TO WS-LISTED-CNT.                                      00595106
           MOVE AUD-RUN-DATE  TO MOV-LST-DATE.                          00596106
           MOVE AUD-ACTION    TO MOV-LST-ACTION.                        00597106
           MOVE AUD-EMP-ID    TO MOV-LST-EMP-ID.                        00598106
           MOVE WS-MOVE-CLASS TO MOV-LST-CLASS.                         00599106
           MOVE SPACES TO MOV-LST-FROM MOV-LST-TO.                      00600106
           IF WS-BEF-ACT = 'Y'                                          00601106
               MOVE WS-BEF-DEPT TO MOV-LST-FROM                         00602106
           END-IF.                                                      00603106
           IF WS-AFT-ACT = 'Y'                                          00604106
               MOVE WS-AFT-DEPT TO MOV-LST-TO                           00605106
           END-IF.                                                      00606106
           MOVE AUD-BATCH-ID  TO MOV-LST-BATCH.                         00607106
           MOVE MOV-LST-LINE TO MOV-REC.                                00608106
           WRITE MOV-REC.                                               00609106
       FIND-EMP-ENTRY.                                                  00610106
           MOVE ZERO TO WS-EMP-IX.                                      00611106
           SET WS-EX TO 1.                                              00612106
           SEARCH WS-EMP-ENTRY                                          00613106
               AT END                                                   00614106
                   CONTINUE                                             00615106
               WHEN WS-EX > WS-EMP-USED                                 00616106
                   CONTINUE                                             00617106
               WHEN WS-EMP-ID(WS-EX) = WS-FIND-ID                       00618106
                   SET WS-EMP-IX TO WS-EX                               00619106
           END-SEARCH.                                                  00620106
           IF WS-EMP-IX = ZERO                                          00621106
               PERFORM ADD-EMP-ENTRY                                    00622106
           END-IF.                                                      00623106
       ADD-EMP-ENTRY.                                                   00624106
           MOVE ZERO TO WS-EMP-IX.                                      00625106
           IF WS-EMP-USED >= WS-EMP-MAX                                 00626106
               IF WS-EMP-FULL = 'N'                                     00627106
                   MOVE 'Y' TO WS-EMP-FULL                              00628106
                   DISPLAY 'WARNING: EMPLOYEE TABLE FULL AT 5000'       00629106
                       ' - DISCARDING ' WS-FIND-ID ' AND AFTER'         00630106
                   PERFORM SET-WARNING-CODE                             00631106
               END-IF                                                   00632106
           ELSE                                                         00633106
               ADD 1 TO WS-EMP-USED                                     00634106
               MOVE WS-EMP-USED TO WS-EMP-IX                            00635106
               MOVE WS-FIND-ID TO WS-EMP-ID(WS-EMP-IX)                  00636106
           END-IF.                                                      00637106
       FIND-DEPT-ENTRY.                                                 00638106
           MOVE ZERO TO WS-DPT-IX.                                      00639106
           SET WS-DX TO 1.                                              00640106
           SEARCH WS-DPT-ENTRY                                          00641106
               AT END                                                   00642106
                   CONTINUE                                             00643106
               WHEN WS-DX > WS-DPT-USED                                 00644106
                   CONTINUE                                             00645106
               WHEN WS-DPT-CODE(WS-DX) = WS-FIND-DEPT                   00646106
                   SET WS-DPT-IX TO WS-DX                               00647106
           END-SEARCH.                                                  00648106
           IF WS-DPT-IX = ZERO                                          00649106
               PERFORM ADD-DEPT-ENTRY                                   00650106
           END-IF.                                                      00651106
       ADD-DEPT-ENTRY.                                                  00652106
           IF WS-DPT-USED >= WS-DPT-MAX                                 00653106
               IF WS-DPT-FULL = 'N'                                     00654106
                   MOVE 'Y' TO WS-DPT-FULL                              00655106
                   DISPLAY 'WARNING: DEPARTMENT TABLE FULL AT 500'      00656106
                       ' - DISCARDING ' WS-FIND-DEPT ' AND AFTER'       00657106
                   PERFORM SET-WARNING-CODE                             00658106
               END-IF                                                   00659106
           ELSE                                                         00660106
               ADD 1 TO WS-DPT-USED                                     00661106
               MOVE WS-DPT-USED TO WS-INS-IX                            00662106
               PERFORM SHIFT-DEPT-ENTRY                                 00663106
                   UNTIL WS-INS-IX <= 1                                 00664106
                      OR WS-DPT-CODE(WS-INS-IX - 1) < WS-FIND-DEPT      00665106
               INITIALIZE WS-DPT-ENTRY(WS-INS-IX)                       00666106
               MOVE WS-FIND-DEPT TO WS-DPT-CODE(WS-INS-IX)              00667106
               MOVE WS-INS-IX TO WS-DPT-IX                              00668106
           END-IF.                                                      00669106
       SHIFT-DEPT-ENTRY.                                                00670106
           MOVE WS-DPT-ENTRY(WS-INS-IX - 1)                             00671106
             TO WS-DPT-ENTRY(WS-INS-IX).                                00672106
           SUBTRACT 1 FROM WS-INS-IX.                                   00673106
       CHOOSE-OPENING-SOURCE.                                           00674106
           MOVE 'N' TO WS-USE-SNAP.                                     00675106
           MOVE 'DERIVED FROM EMPMAST/AUDHIST' TO WS-OPEN-SOURCE.       00676106
           EVALUATE TRUE                                                00677106
               WHEN WS-SNAP-VALID = 'N'                                 00678106
                   CONTINUE                                             00679106
               WHEN WS-SNAP-END-N >= WS-PER-START-N                     00680106
                   DISPLAY 'PCOBLMOV: SNAPSHOT ENDING ' WS-SNAP-END-N   00681106
                       ' IS NOT BEFORE PERIOD START - OPENING '         00682106
                       'DERIVED FROM MASTER'                            00683106
               WHEN WS-GAP-CNT > ZERO                                   00684106
                   DISPLAY 'WARNING: ' WS-GAP-CNT ' CHANGES BETWEEN '   00685106
                       'SNAPSHOT END ' WS-SNAP-END-N                    00686106
                       ' AND PERIOD START - OPENING DERIVED FROM '      00687106
                       'MASTER'                                         00688106
                   PERFORM SET-WARNING-CODE                             00689106
               WHEN OTHER                                               00690106
                   MOVE 'Y' TO WS-USE-SNAP                              00691106
                   MOVE SPACES TO WS-OPEN-SOURCE                        00692106
                   STRING 'FROM SNAPSHOT ENDING ' WS-SNAP-END-N         00693106
                       DELIMITED BY SIZE INTO WS-OPEN-SOURCE            00694106
           END-EVALUATE.                                                00695106
           DISPLAY 'PCOBLMOV: OPENING HEADCOUNT ' WS-OPEN-SOURCE.       00696106
       TALLY-EMP-STATE.                                                 00697106
           IF WS-EMP-OPN-SET(WS-EMP-IX) = 'N'                           00698106
               MOVE WS-EMP-CUR-ACT(WS-EMP-IX)                           00699106
                 TO WS-EMP-OPN-ACT(WS-EMP-IX)                           00700106
               MOVE WS-EMP-CUR-DEPT(WS-EMP-IX)                          00701106
                 TO WS-EMP-OPN-DEPT(WS-EMP-IX)                          00702106
           END-IF.                                                      00703106
           IF WS-EMP-END-SET(WS-EMP-IX) = 'N'                           00704106
               MOVE WS-EMP-CUR-ACT(WS-EMP-IX)                           00705106
                 TO WS-EMP-END-ACT(WS-EMP-IX)                           00706106
               MOVE WS-EMP-CUR-DEPT(WS-EMP-IX)                          00707106
                 TO WS-EMP-END-DEPT(WS-EMP-IX)                          00708106
           END-IF.                                                      00709106
           IF WS-EMP-OPN-ACT(WS-EMP-IX) = 'Y'                           00710106
               MOVE WS-EMP-OPN-DEPT(WS-EMP-IX) TO WS-FIND-DEPT          00711106
               PERFORM FIND-DEPT-ENTRY                                  00712106
               IF WS-DPT-IX > ZERO                                      00713106
                   ADD 1 TO WS-DPT-DRV-OPEN(WS-DPT-IX)                  00714106
               END-IF                                                   00715106
           END-IF.                                                      00716106
           IF WS-EMP-END-ACT(WS-EMP-IX) = 'Y'                           00717106
               MOVE WS-EMP-END-DEPT(WS-EMP-IX) TO WS-FIND-DEPT          00718106
               PERFORM FIND-DEPT-ENTRY                                  00719106
               IF WS-DPT-IX > ZERO                                      00720106
                   ADD 1 TO WS-DPT-ACTUAL(WS-DPT-IX)                    00721106
               END-IF                                                   00722106
           END-IF.                                                      00723106
           ADD 1 TO WS-EMP-IX.                                          00724106
       PRINT-DEPT-LINE.                                                 00725106
           IF WS-USE-SNAP = 'Y'                                         00726106
               MOVE WS-DPT-SNAP(WS-DPT-IX) TO WS-DPT-OPEN(WS-DPT-IX)    00727106
           ELSE                                                         00728106
               MOVE WS-DPT-DRV-OPEN(WS-DPT-IX)                          00729106
                 TO WS-DPT-OPEN(WS-DPT-IX)                              00730106
           END-IF.                                                      00731106
           COMPUTE WS-DPT-CLOSE(WS-DPT-IX) =                            00732106
               WS-DPT-OPEN(WS-DPT-IX)                                   00733106
             + WS-DPT-JOIN(WS-DPT-IX) + WS-DPT-REHIRE(WS-DPT-IX)        00734106
             - WS-DPT-LEAVE(WS-DPT-IX)                                  00735106
             + WS-DPT-XIN(WS-DPT-IX) - WS-DPT-XOUT(WS-DPT-IX)           00736106
             + WS-DPT-BKO(WS-DPT-IX).                                   00737106
           IF WS-DPT-OPEN(WS-DPT-IX) NOT = ZERO                         00738106
            OR WS-DPT-ACTUAL(WS-DPT-IX) NOT = ZERO                      00739106
            OR WS-DPT-CLOSE(WS-DPT-IX) NOT = ZERO                       00740106
            OR WS-DPT-JOIN(WS-DPT-IX) NOT = ZERO                        00741106
            OR WS-DPT-REHIRE(WS-DPT-IX) NOT = ZERO                      00742106
            OR WS-DPT-LEAVE(WS-DPT-IX) NOT = ZERO                       00743106
            OR WS-DPT-XIN(WS-DPT-IX) NOT = ZERO                         00744106
            OR WS-DPT-XOUT(WS-DPT-IX) NOT = ZERO                        00745106
            OR WS-DPT-BKO(WS-DPT-IX) NOT = ZERO                         00746106
               MOVE WS-DPT-CODE(WS-DPT-IX)   TO MOV-DPT-CODE            00747106
               MOVE WS-DPT-OPEN(WS-DPT-IX)   TO MOV-DPT-OPEN            00748106
               MOVE WS-DPT-JOIN(WS-DPT-IX)   TO MOV-DPT-JOIN            00749106
               MOVE WS-DPT-REHIRE(WS-DPT-IX) TO MOV-DPT-REHIRE          00750106
               MOVE WS-DPT-LEAVE(WS-DPT-IX)  TO MOV-DPT-LEAVE           00751106
               MOVE WS-DPT-XIN(WS-DPT-IX)    TO MOV-DPT-XIN             00752106
               MOVE WS-DPT-XOUT(WS-DPT-IX)   TO MOV-DPT-XOUT            00753106
               MOVE WS-DPT-BKO(WS-DPT-IX)    TO MOV-DPT-BKO             00754106
               MOVE WS-DPT-CLOSE(WS-DPT-IX)  TO MOV-DPT-CLOSE           00755106
               MOVE WS-DPT-ACTUAL(WS-DPT-IX) TO MOV-DPT-ACTUAL          00756106
               MOVE SPACES TO MOV-DPT-FLAG                              00757106
               IF WS-DPT-CLOSE(WS-DPT-IX)                               00758106
                   NOT = WS-DPT-ACTUAL(WS-DPT-IX)                       00759106
                   MOVE 'OUT OF BALANCE' TO MOV-DPT-FLAG                00760106
                   ADD 1 TO WS-OOB-CNT                                  00761106
               END-IF                                                   00762106
               MOVE MOV-DPT-LINE TO MOV-REC                             00763106
               WRITE MOV-REC                                            00764106
               ADD WS-DPT-OPEN(WS-DPT-IX)   TO WS-TOT-OPEN              00765106
               ADD WS-DPT-JOIN(WS-DPT-IX)   TO WS-TOT-JOIN              00766106
               ADD WS-DPT-REHIRE(WS-DPT-IX) TO WS-TOT-REHIRE            00767106
               ADD WS-DPT-LEAVE(WS-DPT-IX)  TO WS-TOT-LEAVE             00768106
               ADD WS-DPT-XIN(WS-DPT-IX)    TO WS-TOT-XIN               00769106
               ADD WS-DPT-XOUT(WS-DPT-IX)   TO WS-TOT-XOUT              00770106
               ADD WS-DPT-BKO(WS-DPT-IX)    TO WS-TOT-BKO               00771106
               ADD WS-DPT-CLOSE(WS-DPT-IX)  TO WS-TOT-CLOSE             00772106
               ADD WS-DPT-ACTUAL(WS-DPT-IX) TO WS-TOT-ACTUAL            00773106
           END-IF.                                                      00774106
           ADD 1 TO WS-DPT-IX.                                          00775106
       PRINT-TOTAL-LINE.                                                00776106
           MOVE 'TOTAL'       TO MOV-DPT-CODE.                          00777106
           MOVE WS-TOT-OPEN   TO MOV-DPT-OPEN.                          00778106
           MOVE WS-TOT-JOIN   TO MOV-DPT-JOIN.                          00779106
           MOVE WS-TOT-REHIRE TO MOV-DPT-REHIRE.                        00780106
           MOVE WS-TOT-LEAVE  TO MOV-DPT-LEAVE.                         00781106
           MOVE WS-TOT-XIN    TO MOV-DPT-XIN.                           00782106
           MOVE WS-TOT-XOUT   TO MOV-DPT-XOUT.                          00783106
           MOVE WS-TOT-BKO    TO MOV-DPT-BKO.                           00784106
           MOVE WS-TOT-CLOSE  TO MOV-DPT-CLOSE.                         00785106
           MOVE WS-TOT-ACTUAL TO MOV-DPT-ACTUAL.                        00786106
           MOVE SPACES TO MOV-DPT-FLAG.                                 00787106
           IF WS-TOT-CLOSE NOT = WS-TOT-ACTUAL                          00788106
               MOVE 'OUT OF BALANCE' TO MOV-DPT-FLAG                    00789106
           END-IF.                                                      00790106
           MOVE MOV-DPT-LINE TO MOV-REC.                                00791106
           WRITE MOV-REC.                                               00792106
       WRITE-CLOSING-SNAPSHOT.                                          00793106
           EVALUATE TRUE                                                00794106
               WHEN WS-EMP-FULL = 'Y' OR WS-DPT-FULL = 'Y'              00795106
                   DISPLAY 'WARNING: TABLE FULL - CLOSING SNAPSHOT '    00796106
                       'NOT WRITTEN'                                    00797106
                   PERFORM SET-WARNING-CODE                             00798106
               WHEN WS-SNAP-VALID = 'Y'                                 00799106
                AND WS-SNAP-END-N > WS-PER-END-N                        00800106
                   DISPLAY 'PCOBLMOV: SNAPSHOT FOR LATER PERIOD ENDING '00801106
                       WS-SNAP-END-N ' KEPT'                            00802106
               WHEN OTHER                                               00803106
                   PERFORM SAVE-CLOSING-SNAPSHOT                        00804106
           END-EVALUATE.                                                00805106
       SAVE-CLOSING-SNAPSHOT.                                           00806106
           OPEN OUTPUT HC-SNAP-NEW.                                     00807106
           MOVE SPACES TO HC-SNAP-REC.                                  00808106
           MOVE 'H'            TO HCS-HDR-TYPE.                         00809106
           MOVE WS-PER-START-N TO HCS-PER-START.                        00810106
           MOVE WS-PER-END-N   TO HCS-PER-END.                          00811106
           MOVE WS-RUN-DATE-N  TO HCS-RUN-DATE.                         00812106
           MOVE 'PCOBLMOV'     TO HCS-PROGRAM.                          00813106
           MOVE HC-SNAP-REC TO HC-SNAP-OUT.                             00814106
           WRITE HC-SNAP-OUT.                                           00815106
           MOVE 1 TO WS-DPT-IX.                                         00816106
           PERFORM WRITE-SNAPSHOT-DETAIL                                00817106
               UNTIL WS-DPT-IX > WS-DPT-USED.                           00818106
           MOVE SPACES TO HC-SNAP-REC.                                  00819106
           MOVE 'T'               TO HCS-TRL-TYPE.                      00820106
           MOVE WS-SNAP-OUT-DEPTS TO HCS-TRL-DEPT-CNT.                  00821106
           MOVE WS-SNAP-OUT-HEADS TO HCS-TRL-HEAD-TOT.                  00822106
           MOVE HC-SNAP-REC TO HC-SNAP-OUT.                             00823106
           WRITE HC-SNAP-OUT.                                           00824106
           CLOSE HC-SNAP-NEW.                                           00825106
           CALL "CBL_RENAME_FILE" USING WS-SNAP-TMP-NAME                00826106
               WS-SNAP-FINAL-NAME                                       00827106
               RETURNING WS-SNAP-RENAME-RC                              00828106
           END-CALL.                                                    00829106
           IF WS-SNAP-RENAME-RC NOT = ZERO                              00830106
               DISPLAY 'WARNING: CLOSING SNAPSHOT LEFT IN HCSNPNEW, '   00831106
                   'RENAME RC ' WS-SNAP-RENAME-RC                       00832106
               PERFORM SET-WARNING-CODE                                 00833106
           ELSE                                                         00834106
               DISPLAY 'PCOBLMOV: CLOSING SNAPSHOT SAVED, '             00835106
                   WS-SNAP-OUT-DEPTS ' DEPTS ' WS-SNAP-OUT-HEADS        00836106
                   ' ACTIVE'                                            00837106
           END-IF.                                                      00838106
       WRITE-SNAPSHOT-DETAIL.                                           00839106
           IF WS-DPT-ACTUAL(WS-DPT-IX) > ZERO                           00840106
               MOVE SPACES TO HC-SNAP-REC                               00841106
               MOVE 'D'                     TO HCS-REC-TYPE             00842106
               MOVE WS-DPT-CODE(WS-DPT-IX)   TO HCS-DEPART-CD           00843106
               MOVE WS-DPT-ACTUAL(WS-DPT-IX) TO HCS-HEAD-CNT            00844106
               MOVE HC-SNAP-REC TO HC-SNAP-OUT                          00845106
               WRITE HC-SNAP-OUT                                        00846106
               ADD 1 TO WS-SNAP-OUT-DEPTS                               00847106
               ADD WS-DPT-ACTUAL(WS-DPT-IX) TO WS-SNAP-OUT-HEADS        00848106
           END-IF.                                                      00849106
           ADD 1 TO WS-DPT-IX.                                          00850106
       READ-RUN-OPTIONS.                                                00851106
           OPEN INPUT RUN-OPTS-FILE.                                    00852106
           IF WS-RUN-OPTS-STATUS = '00'                                 00853106
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00854106
               PERFORM READ-RUN-OPTS-RECORD                             00855106
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00856106
               CLOSE RUN-OPTS-FILE                                      00857106
           END-IF.                                                      00858106
           IF WS-ASOF-SET = 'Y'                                         00859106
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00860106
           ELSE                                                         00861106
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00862106
           END-IF.                                                      00863106
           IF WS-PER-START-SET = 'Y' AND WS-PER-END-SET = 'Y'           00864106
               DISPLAY 'RUN OPTION: PERIOD ' WS-PER-START-N             00865106
                   ' TO ' WS-PER-END-N                                  00866106
           END-IF.                                                      00867106
       READ-RUN-OPTS-RECORD.                                            00868106
           READ RUN-OPTS-FILE                                           00869106
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00870106
             NOT AT END                                                 00871106
               IF RUN-OPTS-REC NOT = SPACES                             00872106
                   PERFORM APPLY-RUN-OPTION                             00873106
               END-IF                                                   00874106
           END-READ.                                                    00875106
       APPLY-RUN-OPTION.                                                00876106
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00877106
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00878106
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00879106
           EVALUATE WS-OPT-KEY                                          00880106
               WHEN 'ASOFDATE'                                          00881106
                   PERFORM PARSE-ASOF-DATE                              00882106
               WHEN 'PERSTART'                                          00883106
                   PERFORM PARSE-PERIOD-DATE                            00884106
                   IF WS-PARSE-OK = 'Y'                                 00885106
                       MOVE 'Y' TO WS-PER-START-SET                     00886106
                       MOVE WS-PARSE-DATE-N TO WS-PER-START-N           00887106
                   ELSE                                                 00888106
                       DISPLAY 'WARNING: INVALID PERIOD START IGNORED'  00889106
                           ' - ' WS-OPT-VALUE                           00890106
                       PERFORM SET-WARNING-CODE                         00891106
                   END-IF                                               00892106
               WHEN 'PEREND'                                            00893106
                   PERFORM PARSE-PERIOD-DATE                            00894106
                   IF WS-PARSE-OK = 'Y'                                 00895106
                       MOVE 'Y' TO WS-PER-END-SET                       00896106
                       MOVE WS-PARSE-DATE-N TO WS-PER-END-N             00897106
                   ELSE                                                 00898106
                       DISPLAY 'WARNING: INVALID PERIOD END IGNORED'    00899106
                           ' - ' WS-OPT-VALUE                           00900106
                       PERFORM SET-WARNING-CODE                         00901106
                   END-IF                                               00902106
               WHEN OTHER                                               00903106
                   CONTINUE                                             00904106
           END-EVALUATE.                                                00905106
       PARSE-ASOF-DATE.                                                 00906106
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00907106
            AND WS-OPT-VALUE(9:) = SPACES                               00908106
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00909106
               IF WS-ASOF-YYYY > 1900                                   00910106
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00911106
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00912106
                   MOVE 'Y' TO WS-ASOF-SET                              00913106
               END-IF                                                   00914106
           END-IF.                                                      00915106
           IF WS-ASOF-SET = 'N'                                         00916106
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00917106
                   WS-OPT-VALUE                                         00918106
               PERFORM SET-WARNING-CODE                                 00919106
           END-IF.                                                      00920106
       PARSE-PERIOD-DATE.                                               00921106
           MOVE 'N' TO WS-PARSE-OK.                                     00922106
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00923106
            AND WS-OPT-VALUE(9:) = SPACES                               00924106
               MOVE WS-OPT-VALUE(1:8) TO WS-PARSE-DATE                  00925106
               IF WS-PARSE-YYYY > 1900                                  00926106
                AND WS-PARSE-MM >= 01 AND WS-PARSE-MM <= 12             00927106
                AND WS-PARSE-DD >= 01 AND WS-PARSE-DD <= 31             00928106
                   MOVE 'Y' TO WS-PARSE-OK                              00929106
               END-IF                                                   00930106
           END-IF.                                                      00931106
       SET-WARNING-CODE.                                                00932106
           IF WS-RETURN-CODE < 4                                        00933106
               MOVE 4 TO WS-RETURN-CODE                                 00934106
           END-IF.                                                      00935106
       SET-ERROR-CODE.                                                  00936106
           IF WS-RETURN-CODE < 8                                        00937106
               MOVE 8 TO WS-RETURN-CODE                                 00938106
           END-IF.                                                      00939106
