        IDENTIFICATION DIVISION.                                        00001101
        PROGRAM-ID.    PCOBLBKO.                                        00002101
        ENVIRONMENT DIVISION.                                           00003101
        INPUT-OUTPUT SECTION.                                           00004101
        FILE-CONTROL.                                                   00005101
           SELECT EMP-MASTER ASSIGN TO EMPMAST                          00006101
           ORGANIZATION IS  INDEXED                                     00007101
           ACCESS MODE  IS  DYNAMIC                                     00008101
           RECORD KEY   IS  MST-EMP-ID                                  00009101
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00010102
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00011102
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00012105
           FILE STATUS  IS  WS-MST-STATUS.                              00010101
           SELECT AUDIT-HIST ASSIGN TO AUDHIST                          00011101
           ORGANIZATION IS  SEQUENTIAL                                  00012101
           FILE STATUS IS WS-AUDIT-STATUS.                              00013101
           SELECT BACKOUT-RPT ASSIGN TO BKORPT                          00014101
           ORGANIZATION IS  SEQUENTIAL.                                 00015101
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00016101
           ORGANIZATION IS  LINE SEQUENTIAL                             00017101
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00018101
        DATA DIVISION.                                                  00019101
        FILE SECTION.                                                   00020101
      *                                                                 00021101
        FD EMP-MASTER                                                   00022101
             RECORD CONTAINS 100  CHARACTERS                            00023101
             DATA RECORD IS EMP-MST-REC.                                00024101
                                                                        00025101
           COPY "empmast.cpy".                                          00026101
      *                                                                 00027101
        FD AUDIT-HIST                                                   00028101
             RECORD CONTAINS 250  CHARACTERS                            00029101
             DATA RECORD IS AUD-HIST-IO.                                00030101
                                                                        00031101
        01 AUD-HIST-IO    PIC X(250).                                   00032101
      *                                                                 00033101
        FD BACKOUT-RPT                                                  00034101
             RECORD CONTAINS 80   CHARACTERS                            00035101
             DATA RECORD IS BACKOUT-REC.                                00036101
                                                                        00037101
        01 BACKOUT-REC    PIC X(80).                                    00038101
      *                                                                 00039101
        FD RUN-OPTS-FILE                                                00040101
             DATA RECORD IS RUN-OPTS-REC.                               00041101
                                                                        00042101
        01 RUN-OPTS-REC   PIC X(80).                                    00043101
                                                                        00044101
        WORKING-STORAGE SECTION.                                        00045101
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00046101
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00047101
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00048101
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00049101
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00050101
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00051101
        01  WS-ASOF-DATE.                                               00052101
            05 WS-ASOF-YYYY PIC 9(04).                                  00053101
            05 WS-ASOF-MM   PIC 9(02).                                  00054101
            05 WS-ASOF-DD   PIC 9(02).                                  00055101
        01  WS-BKO-SET        PIC X(01) VALUE 'N'.                      00056101
        01  WS-BKO-DATE.                                                00057101
            05 WS-BKO-YYYY  PIC 9(04).                                  00058101
            05 WS-BKO-MM    PIC 9(02).                                  00059101
            05 WS-BKO-DD    PIC 9(02).                                  00060101
        01  WS-BKO-DATE-N REDEFINES WS-BKO-DATE PIC 9(08).              00061101
        01  WS-EMP-FROM-ID    PIC X(06) VALUE SPACES.                   00062101
        01  WS-EMP-TO-ID      PIC X(06) VALUE SPACES.                   00063101
        01  WS-OPT-BATCH-ID   PIC X(10) VALUE SPACES.                   00064101
                                                                        00065101
        01  AUDIT-HIST-EOD    PIC X(02) VALUE SPACES.                   00066101
        01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.                   00067101
        01  WS-MST-STATUS     PIC X(02) VALUE SPACES.                   00068101
        01  WS-RUN-DATE.                                                00069101
            05 WS-RUN-YYYY  PIC 9(04).                                  00070101
            05 WS-RUN-MM    PIC 9(02).                                  00071101
            05 WS-RUN-DD    PIC 9(02).                                  00072101
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00073101
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00074101
           COPY "audhist.cpy".                                          00075101
        01  WS-BEFORE-IMAGE   PIC X(100) VALUE SPACES.                  00076101
        01  WS-AFTER-IMAGE    PIC X(100) VALUE SPACES.                  00077101
        01  WS-SELECT-FLAG    PIC X(01) VALUE 'N'.                      00078101
        01  WS-HIST-READ-CNT  PIC 9(07) VALUE ZERO.                     00079101
        01  WS-SELECTED-CNT   PIC 9(07) VALUE ZERO.                     00080101
        01  WS-RESTORED-CNT   PIC 9(07) VALUE ZERO.                     00081101
        01  WS-CONFLICT-CNT   PIC 9(07) VALUE ZERO.                     00082101
        01  WS-SKIPPED-CNT    PIC 9(07) VALUE ZERO.                     00083101
        01  WS-AUDIT-CNT      PIC 9(07) VALUE ZERO.                     00084101
        01  WS-BKO-IX         PIC 9(04) VALUE ZERO.                     00085101
        01  WS-BKO-USED       PIC 9(04) VALUE ZERO.                     00086101
        01  WS-BKO-MAX        PIC 9(04) VALUE 5000.                     00087101
        01  WS-BKO-TABLE.                                               00088101
            05 WS-BKO-ENTRY OCCURS 5000 TIMES.                          00089101
               10 WS-BKO-REC    PIC X(250).                             00090101
        01  BKO-RPT-HDR.                                                00091101
            05 BKO-HDR-TXT  PIC X(27)                                   00092101
               VALUE 'EMPMAST BACKOUT - RUN DATE '.                     00093101
            05 BKO-HDR-DATE PIC X(10).                                  00094101
            05 FILLER       PIC X(43) VALUE SPACES.                     00095101
        01  BKO-OPT-LINE.                                               00096101
            05 WS-BKO-OSP1  PIC X(17) VALUE 'CHANGES ON/AFTER '.        00097101
            05 BKO-OPT-DATE PIC 9(08).                                  00098101
            05 WS-BKO-OSP2  PIC X(05) VALUE ' EMP '.                    00099101
            05 BKO-OPT-FROM PIC X(06).                                  00100101
            05 WS-BKO-OSP3  PIC X(01) VALUE '-'.                        00101101
            05 BKO-OPT-TO   PIC X(06).                                  00102101
            05 WS-BKO-OSP4  PIC X(07) VALUE ' BATCH '.                  00103101
            05 BKO-OPT-BATCH PIC X(10).                                 00104101
            05 FILLER       PIC X(20) VALUE SPACES.                     00105101
        01  BKO-COL-HDR.                                                00106101
            05 BKO-COL-TXT  PIC X(60) VALUE                             00107101
               'EMP-ID CHG-DATE ACT BATCH      RESULT   REASON'.        00108101
            05 FILLER       PIC X(20) VALUE SPACES.                     00109101
        01  BKO-DTL-LINE.                                               00110101
            05 BKO-EMP-ID     PIC X(06).                                00111101
            05 WS-BKO-SP1     PIC X(01) VALUE SPACES.                   00112101
            05 BKO-CHG-DATE   PIC 9(08).                                00113101
            05 WS-BKO-SP2     PIC X(01) VALUE SPACES.                   00114101
            05 BKO-ACTION     PIC X(01).                                00115101
            05 WS-BKO-SP3     PIC X(03) VALUE SPACES.                   00116101
            05 BKO-BATCH-ID   PIC X(10).                                00117101
            05 WS-BKO-SP4     PIC X(01) VALUE SPACES.                   00118101
            05 BKO-RESULT     PIC X(08).                                00119101
            05 WS-BKO-SP5     PIC X(01) VALUE SPACES.                   00120101
            05 BKO-REASON-TXT PIC X(30).                                00121101
            05 FILLER         PIC X(10) VALUE SPACES.                   00122101
        01  BKO-TRL-LINE.                                               00123101
            05 BKO-TRL-SEL    PIC 9(07).                                00124101
            05 WS-BKO-TSP1    PIC X(10) VALUE ' SELECTED '.             00125101
            05 BKO-TRL-RST    PIC 9(07).                                00126101
            05 WS-BKO-TSP2    PIC X(10) VALUE ' RESTORED '.             00127101
            05 BKO-TRL-CNF    PIC 9(07).                                00128101
            05 WS-BKO-TSP3    PIC X(10) VALUE ' CONFLICT '.             00129101
            05 BKO-TRL-SKP    PIC 9(07).                                00130101
            05 WS-BKO-TSP4    PIC X(08) VALUE ' SKIPPED'.               00131101
            05 FILLER         PIC X(14) VALUE SPACES.                   00132101
      *                                                                 00133101
      ******************************************************************00134101
      *                                                                 00135101
      ******************************************************************00136101
        PROCEDURE DIVISION.                                             00137101
        MAIN-PARA.                                                      00138101
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00139101
           PERFORM READ-RUN-OPTIONS.                                    00140101
           IF WS-ASOF-SET = 'Y'                                         00141101
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00142101
           END-IF.                                                      00143101
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00144101
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00145101
           IF WS-BKO-SET = 'N'                                          00146101
               DISPLAY 'PCOBLBKO: NO VALID BKODATE RUN OPTION - '       00147101
                   'NOTHING BACKED OUT'                                 00148101
               PERFORM SET-ERROR-CODE                                   00149101
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00150101
               STOP RUN                                                 00151101
           END-IF.                                                      00152101
           PERFORM COLLECT-AUDIT-HISTORY.                               00153101
           PERFORM OPEN-EMP-MASTER.                                     00154101
           PERFORM OPEN-AUDIT-HIST.                                     00155101
           OPEN OUTPUT BACKOUT-RPT.                                     00156101
           MOVE WS-RUN-DATE-TXT TO BKO-HDR-DATE.                        00157101
           MOVE BKO-RPT-HDR TO BACKOUT-REC.                             00158101
           WRITE BACKOUT-REC.                                           00159101
           MOVE WS-BKO-DATE-N   TO BKO-OPT-DATE.                        00160101
           MOVE WS-EMP-FROM-ID  TO BKO-OPT-FROM.                        00161101
           MOVE WS-EMP-TO-ID    TO BKO-OPT-TO.                          00162101
           MOVE WS-OPT-BATCH-ID TO BKO-OPT-BATCH.                       00163101
           MOVE BKO-OPT-LINE TO BACKOUT-REC.                            00164101
           WRITE BACKOUT-REC.                                           00165101
           MOVE BKO-COL-HDR TO BACKOUT-REC.                             00166101
           WRITE BACKOUT-REC.                                           00167101
           MOVE WS-BKO-USED TO WS-BKO-IX.                               00168101
           PERFORM BACKOUT-ONE-CHANGE                                   00169101
               UNTIL WS-BKO-IX < 1.                                     00170101
           MOVE WS-SELECTED-CNT TO BKO-TRL-SEL.                         00171101
           MOVE WS-RESTORED-CNT TO BKO-TRL-RST.                         00172101
           MOVE WS-CONFLICT-CNT TO BKO-TRL-CNF.                         00173101
           MOVE WS-SKIPPED-CNT  TO BKO-TRL-SKP.                         00174101
           MOVE BKO-TRL-LINE TO BACKOUT-REC.                            00175101
           WRITE BACKOUT-REC.                                           00176101
           CLOSE BACKOUT-RPT                                            00177101
                 AUDIT-HIST                                             00178101
                 EMP-MASTER.                                            00179101
           DISPLAY 'PCOBLBKO: ' WS-HIST-READ-CNT ' HISTORY READ '       00180101
               WS-SELECTED-CNT ' SELECTED '                             00181101
               WS-RESTORED-CNT ' RESTORED'.                             00182101
           DISPLAY 'PCOBLBKO: ' WS-AUDIT-CNT                            00183101
               ' BACKOUT RECORDS WRITTEN TO AUDHIST'.                   00184101
           IF WS-CONFLICT-CNT > 0                                       00185101
               DISPLAY 'WARNING: ' WS-CONFLICT-CNT                      00186101
                   ' CHANGES NOT BACKED OUT - SEE BKORPT'               00187101
               PERFORM SET-WARNING-CODE                                 00188101
           END-IF.                                                      00189101
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00190101
           STOP RUN.                                                    00191101
       COLLECT-AUDIT-HISTORY.                                           00192101
           OPEN INPUT AUDIT-HIST.                                       00193101
           IF WS-AUDIT-STATUS NOT = '00'                                00194101
               DISPLAY 'PCOBLBKO: AUDIT HISTORY FILE NOT AVAILABLE, '   00195101
                   'STATUS ' WS-AUDIT-STATUS                            00196101
               PERFORM SET-ERROR-CODE                                   00197101
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00198101
               STOP RUN                                                 00199101
           END-IF.                                                      00200101
           READ AUDIT-HIST                                              00201101
            AT END MOVE 'NO' TO AUDIT-HIST-EOD                          00202101
           END-READ.                                                    00203101
           PERFORM COLLECT-HIST-RECORD UNTIL AUDIT-HIST-EOD = 'NO'.     00204101
           CLOSE AUDIT-HIST.                                            00205101
       COLLECT-HIST-RECORD.                                             00206101
           MOVE AUD-HIST-IO TO AUD-HIST-REC.                            00207101
           ADD 1 TO WS-HIST-READ-CNT.                                   00208101
           PERFORM CHECK-SELECTION.                                     00209101
           IF WS-SELECT-FLAG = 'Y'                                      00210101
               IF WS-BKO-USED >= WS-BKO-MAX                             00211101
                   DISPLAY 'PCOBLBKO: MORE THAN 5000 CHANGES SELECTED'  00212101
                       ' - NARROW THE RUN OPTIONS, NOTHING BACKED OUT'  00213101
                   CLOSE AUDIT-HIST                                     00214101
                   PERFORM SET-ERROR-CODE                               00215101
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00216101
                   STOP RUN                                             00217101
               END-IF                                                   00218101
               ADD 1 TO WS-BKO-USED                                     00219101
               ADD 1 TO WS-SELECTED-CNT                                 00220101
               MOVE AUD-HIST-REC TO WS-BKO-REC(WS-BKO-USED)             00221101
           END-IF.                                                      00222101
           READ AUDIT-HIST                                              00223101
            AT END MOVE 'NO' TO AUDIT-HIST-EOD                          00224101
           END-READ.                                                    00225101
       CHECK-SELECTION.                                                 00226101
           MOVE 'Y' TO WS-SELECT-FLAG.                                  00227101
           IF AUD-ACTION = 'B'                                          00228101
            OR AUD-RUN-DATE < WS-BKO-DATE-N                             00229101
               MOVE 'N' TO WS-SELECT-FLAG                               00230101
           END-IF.                                                      00231101
           IF WS-EMP-FROM-ID NOT = SPACES                               00232101
            AND AUD-EMP-ID < WS-EMP-FROM-ID                             00233101
               MOVE 'N' TO WS-SELECT-FLAG                               00234101
           END-IF.                                                      00235101
           IF WS-EMP-TO-ID NOT = SPACES                                 00236101
            AND AUD-EMP-ID > WS-EMP-TO-ID                               00237101
               MOVE 'N' TO WS-SELECT-FLAG                               00238101
           END-IF.                                                      00239101
           IF WS-OPT-BATCH-ID NOT = SPACES                              00240101
            AND AUD-BATCH-ID NOT = WS-OPT-BATCH-ID                      00241101
               MOVE 'N' TO WS-SELECT-FLAG                               00242101
           END-IF.                                                      00243101
       OPEN-EMP-MASTER.                                                 00244101
           OPEN I-O EMP-MASTER.                                         00245101
           IF WS-MST-STATUS NOT = '00'                                  00246101
               DISPLAY 'PCOBLBKO: EMPLOYEE MASTER OPEN FAILED, '        00247101
                   'STATUS ' WS-MST-STATUS                              00248101
               PERFORM SET-ERROR-CODE                                   00249101
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00250101
               STOP RUN                                                 00251101
           END-IF.                                                      00252101
       OPEN-AUDIT-HIST.                                                 00253101
           OPEN EXTEND AUDIT-HIST.                                      00254101
           IF WS-AUDIT-STATUS NOT = '00'                                00255101
               DISPLAY 'PCOBLBKO: AUDIT HISTORY FILE OPEN FAILED, '     00256101
                   'STATUS ' WS-AUDIT-STATUS                            00257101
               CLOSE EMP-MASTER                                         00258101
               PERFORM SET-ERROR-CODE                                   00259101
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00260101
               STOP RUN                                                 00261101
           END-IF.                                                      00262101
       BACKOUT-ONE-CHANGE.                                              00263101
           MOVE WS-BKO-REC(WS-BKO-IX) TO AUD-HIST-REC.                  00264101
           MOVE AUD-EMP-ID    TO BKO-EMP-ID.                            00265101
           MOVE AUD-RUN-DATE  TO BKO-CHG-DATE.                          00266101
           MOVE AUD-ACTION    TO BKO-ACTION.                            00267101
           MOVE AUD-BATCH-ID  TO BKO-BATCH-ID.                          00268101
           MOVE SPACES TO BKO-RESULT BKO-REASON-TXT.                    00269101
           MOVE AUD-EMP-ID TO MST-EMP-ID.                               00270101
           READ EMP-MASTER                                              00271101
               INVALID KEY                                              00272101
                   IF AUD-BEFORE-IMAGE = SPACES                         00273101
                       MOVE 'SKIPPED ' TO BKO-RESULT                    00274101
                       MOVE 'ALREADY REMOVED FROM MASTER'               00275101
                         TO BKO-REASON-TXT                              00276101
                       ADD 1 TO WS-SKIPPED-CNT                          00277101
                   ELSE                                                 00278101
                       MOVE 'CONFLICT' TO BKO-RESULT                    00279101
                       MOVE 'EMPLOYEE NOT ON MASTER'                    00280101
                         TO BKO-REASON-TXT                              00281101
                       ADD 1 TO WS-CONFLICT-CNT                         00282101
                   END-IF                                               00283101
               NOT INVALID KEY                                          00284101
                   PERFORM RESTORE-MASTER-RECORD                        00285101
           END-READ.                                                    00286101
           MOVE BKO-DTL-LINE TO BACKOUT-REC.                            00287101
           WRITE BACKOUT-REC.                                           00288101
           SUBTRACT 1 FROM WS-BKO-IX.                                   00289101
       RESTORE-MASTER-RECORD.                                           00290101
           EVALUATE TRUE                                                00291101
               WHEN EMP-MST-REC = AUD-BEFORE-IMAGE                      00292101
                   MOVE 'SKIPPED ' TO BKO-RESULT                        00293101
                   MOVE 'MASTER ALREADY AT BEFORE-IMAGE'                00294101
                     TO BKO-REASON-TXT                                  00295101
                   ADD 1 TO WS-SKIPPED-CNT                              00296101
               WHEN EMP-MST-REC NOT = AUD-AFTER-IMAGE                   00297101
                   MOVE 'CONFLICT' TO BKO-RESULT                        00298101
                   MOVE 'MASTER CHANGED AFTER THIS RUN'                 00299101
                     TO BKO-REASON-TXT                                  00300101
                   ADD 1 TO WS-CONFLICT-CNT                             00301101
               WHEN AUD-BEFORE-IMAGE = SPACES                           00302101
                   MOVE EMP-MST-REC TO WS-BEFORE-IMAGE                  00303101
                   MOVE SPACES      TO WS-AFTER-IMAGE                   00304101
                   DELETE EMP-MASTER RECORD                             00305101
                       INVALID KEY                                      00306101
                           MOVE 'CONFLICT' TO BKO-RESULT                00307101
                           MOVE 'MASTER DELETE FAILED'                  00308101
                             TO BKO-REASON-TXT                          00309101
                           ADD 1 TO WS-CONFLICT-CNT                     00310101
                       NOT INVALID KEY                                  00311101
                           MOVE 'REMOVED ' TO BKO-RESULT                00312101
                           MOVE 'ADD BACKED OUT'                        00313101
                             TO BKO-REASON-TXT                          00314101
                           ADD 1 TO WS-RESTORED-CNT                     00315101
                           PERFORM WRITE-BACKOUT-AUDIT                  00316101
                   END-DELETE                                           00317101
               WHEN OTHER                                               00318101
                   MOVE EMP-MST-REC      TO WS-BEFORE-IMAGE             00319101
                   MOVE AUD-BEFORE-IMAGE TO EMP-MST-REC                 00320101
                   MOVE EMP-MST-REC      TO WS-AFTER-IMAGE              00321101
                   REWRITE EMP-MST-REC                                  00322101
                       INVALID KEY                                      00323101
                           MOVE 'CONFLICT' TO BKO-RESULT                00324101
                           MOVE 'MASTER REWRITE FAILED'                 00325101
                             TO BKO-REASON-TXT                          00326101
                           ADD 1 TO WS-CONFLICT-CNT                     00327101
                       NOT INVALID KEY                                  00328101
                           MOVE 'RESTORED' TO BKO-RESULT                00329101
                           MOVE 'BEFORE-IMAGE RESTORED'                 00330101
                             TO BKO-REASON-TXT                          00331101
                           ADD 1 TO WS-RESTORED-CNT                     00332101
                           PERFORM WRITE-BACKOUT-AUDIT                  00333101
                   END-REWRITE                                          00334101
           END-EVALUATE.                                                00335101
       WRITE-BACKOUT-AUDIT.                                             00336101
           MOVE AUD-BATCH-ID TO BKO-BATCH-ID.                           00337101
           INITIALIZE AUD-HIST-REC.                                     00338101
           MOVE BKO-EMP-ID      TO AUD-EMP-ID.                          00339101
           MOVE WS-RUN-DATE-N   TO AUD-RUN-DATE.                        00340101
           MOVE 'B'             TO AUD-ACTION.                          00341101
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.                    00342101
           MOVE WS-AFTER-IMAGE  TO AUD-AFTER-IMAGE.                     00343101
           MOVE BKO-BATCH-ID    TO AUD-BATCH-ID.                        00344101
           MOVE 'PCOBLBKO'      TO AUD-MAKER-ID.                        00345110
           MOVE AUD-HIST-REC TO AUD-HIST-IO.                            00345101
           WRITE AUD-HIST-IO.                                           00346101
           ADD 1 TO WS-AUDIT-CNT.                                       00347101
       READ-RUN-OPTIONS.                                                00348101
           OPEN INPUT RUN-OPTS-FILE.                                    00349101
           IF WS-RUN-OPTS-STATUS = '00'                                 00350101
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00351101
               PERFORM READ-RUN-OPTS-RECORD                             00352101
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00353101
               CLOSE RUN-OPTS-FILE                                      00354101
           END-IF.                                                      00355101
           IF WS-ASOF-SET = 'Y'                                         00356101
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00357101
           ELSE                                                         00358101
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00359101
           END-IF.                                                      00360101
           IF WS-BKO-SET = 'Y'                                          00361101
               DISPLAY 'RUN OPTION: BACK OUT CHANGES ON/AFTER '         00362101
                   WS-BKO-DATE                                          00363101
           END-IF.                                                      00364101
           IF WS-EMP-FROM-ID NOT = SPACES                               00365101
            OR WS-EMP-TO-ID NOT = SPACES                                00366101
               DISPLAY 'RUN OPTION: EMPLOYEE ID RANGE '                 00367101
                   WS-EMP-FROM-ID ' TO ' WS-EMP-TO-ID                   00368101
           END-IF.                                                      00369101
           IF WS-OPT-BATCH-ID NOT = SPACES                              00370101
               DISPLAY 'RUN OPTION: BATCH ' WS-OPT-BATCH-ID             00371101
           END-IF.                                                      00372101
       READ-RUN-OPTS-RECORD.                                            00373101
           READ RUN-OPTS-FILE                                           00374101
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00375101
             NOT AT END                                                 00376101
               IF RUN-OPTS-REC NOT = SPACES                             00377101
                   PERFORM APPLY-RUN-OPTION                             00378101
               END-IF                                                   00379101
           END-READ.                                                    00380101
       APPLY-RUN-OPTION.                                                00381101
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00382101
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00383101
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00384101
           EVALUATE WS-OPT-KEY                                          00385101
               WHEN 'ASOFDATE'                                          00386101
                   PERFORM PARSE-ASOF-DATE                              00387101
               WHEN 'BKODATE'                                           00388101
                   PERFORM PARSE-BKO-DATE                               00389101
               WHEN 'EMPID'                                             00390101
                   MOVE WS-OPT-VALUE TO WS-EMP-FROM-ID                  00391101
                   MOVE WS-OPT-VALUE TO WS-EMP-TO-ID                    00392101
               WHEN 'EMPFROM'                                           00393101
                   MOVE WS-OPT-VALUE TO WS-EMP-FROM-ID                  00394101
               WHEN 'EMPTO'                                             00395101
                   MOVE WS-OPT-VALUE TO WS-EMP-TO-ID                    00396101
               WHEN 'BATCH'                                             00397101
                   MOVE WS-OPT-VALUE TO WS-OPT-BATCH-ID                 00398101
               WHEN OTHER                                               00399101
                   CONTINUE                                             00400101
           END-EVALUATE.                                                00401101
       PARSE-ASOF-DATE.                                                 00402101
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00403101
            AND WS-OPT-VALUE(9:) = SPACES                               00404101
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00405101
               IF WS-ASOF-YYYY > 1900                                   00406101
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00407101
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00408101
                   MOVE 'Y' TO WS-ASOF-SET                              00409101
               END-IF                                                   00410101
           END-IF.                                                      00411101
           IF WS-ASOF-SET = 'N'                                         00412101
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00413101
                   WS-OPT-VALUE                                         00414101
               PERFORM SET-WARNING-CODE                                 00415101
           END-IF.                                                      00416101
       PARSE-BKO-DATE.                                                  00417101
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00418101
            AND WS-OPT-VALUE(9:) = SPACES                               00419101
               MOVE WS-OPT-VALUE(1:8) TO WS-BKO-DATE                    00420101
               IF WS-BKO-YYYY > 1900                                    00421101
                AND WS-BKO-MM >= 01 AND WS-BKO-MM <= 12                 00422101
                AND WS-BKO-DD >= 01 AND WS-BKO-DD <= 31                 00423101
                   MOVE 'Y' TO WS-BKO-SET                               00424101
               END-IF                                                   00425101
           END-IF.                                                      00426101
           IF WS-BKO-SET = 'N'                                          00427101
               DISPLAY 'WARNING: INVALID BACKOUT DATE IGNORED - '       00428101
                   WS-OPT-VALUE                                         00429101
               PERFORM SET-WARNING-CODE                                 00430101
           END-IF.                                                      00431101
       SET-WARNING-CODE.                                                00432101
           IF WS-RETURN-CODE < 4                                        00433101
               MOVE 4 TO WS-RETURN-CODE                                 00434101
           END-IF.                                                      00435101
       SET-ERROR-CODE.                                                  00436101
           IF WS-RETURN-CODE < 8                                        00437101
               MOVE 8 TO WS-RETURN-CODE                                 00438101
           END-IF.                                                      00439101
