        IDENTIFICATION DIVISION.                                        00001109
        PROGRAM-ID.    PCOBLRSM.                                        00002109
        ENVIRONMENT DIVISION.                                           00003109
        INPUT-OUTPUT SECTION.                                           00004109
        FILE-CONTROL.                                                   00005109
           SELECT REQ-SKILL-FILE ASSIGN TO REQSKL                       00006109
           ORGANIZATION IS  SEQUENTIAL                                  00007109
           FILE STATUS IS WS-REQ-SKL-STATUS.                            00008109
           SELECT DEPT-TBL-FILE ASSIGN TO DEPTTBL                       00009109
           ORGANIZATION IS  SEQUENTIAL                                  00010109
           FILE STATUS IS WS-DEPT-TBL-STATUS.                           00011109
           SELECT RSK-TRAN-FILE ASSIGN TO RSKTRAN                       00012109
           ORGANIZATION IS  SEQUENTIAL.                                 00013109
           SELECT RSK-REGISTER ASSIGN TO RSKREG                         00014109
           ORGANIZATION IS  SEQUENTIAL.                                 00015109
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00016109
           ORGANIZATION IS  LINE SEQUENTIAL                             00017109
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00018109
        DATA DIVISION.                                                  00019109
        FILE SECTION.                                                   00020109
      *                                                                 00021109
        FD REQ-SKILL-FILE                                               00022109
             RECORD CONTAINS 80   CHARACTERS                            00023109
             DATA RECORD IS REQ-SKL-REC.                                00024109
                                                                        00025109
        01 REQ-SKL-REC    PIC X(80).                                    00026109
      *                                                                 00027109
        FD DEPT-TBL-FILE                                                00028109
             RECORD CONTAINS 80   CHARACTERS                            00029109
             DATA RECORD IS DEPT-TBL-REC.                               00030109
                                                                        00031109
        01 DEPT-TBL-REC   PIC X(80).                                    00032109
      *                                                                 00033109
        FD RSK-TRAN-FILE                                                00034109
             RECORD CONTAINS 80   CHARACTERS                            00035109
             DATA RECORD IS RSK-TRAN-REC.                               00036109
                                                                        00037109
        01 RSK-TRAN-REC   PIC X(80).                                    00038109
      *                                                                 00039109
        FD RSK-REGISTER                                                 00040109
             RECORD CONTAINS 80   CHARACTERS                            00041109
             DATA RECORD IS RSK-REG-REC.                                00042109
                                                                        00043109
        01 RSK-REG-REC    PIC X(80).                                    00044109
      *                                                                 00045109
        FD RUN-OPTS-FILE                                                00046109
             DATA RECORD IS RUN-OPTS-REC.                               00047109
                                                                        00048109
        01 RUN-OPTS-REC   PIC X(80).                                    00049109
                                                                        00050109
        WORKING-STORAGE SECTION.                                        00051109
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00052109
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00053109
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00054109
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00055109
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00056109
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00057109
        01  WS-ASOF-DATE.                                               00058109
            05 WS-ASOF-YYYY PIC 9(04).                                  00059109
            05 WS-ASOF-MM   PIC 9(02).                                  00060109
            05 WS-ASOF-DD   PIC 9(02).                                  00061109
                                                                        00062109
        01  WS-REQ-SKL-STATUS  PIC X(02) VALUE SPACES.                  00063109
        01  WS-DEPT-TBL-STATUS PIC X(02) VALUE SPACES.                  00064109
        01  WS-REQ-SKL-EOD  PIC X(02) VALUE SPACES.                     00065109
        01  WS-DEPT-TBL-EOD PIC X(02) VALUE SPACES.                     00066109
        01  WS-REQ-SKL-LOADED  PIC X(01) VALUE 'N'.                     00067109
        01  WS-DEPT-TBL-LOADED PIC X(01) VALUE 'N'.                     00068109
        01  RSK-TRAN-EOD    PIC X(02) VALUE SPACES.                     00069109
        01  WS-TRANS-READ-CNT   PIC 9(05) VALUE ZERO.                   00070109
        01  WS-TRANS-APPLD-CNT  PIC 9(05) VALUE ZERO.                   00071109
        01  WS-TRANS-REJ-CNT    PIC 9(05) VALUE ZERO.                   00072109
        01  WS-REJECT-FLAG      PIC X(01) VALUE 'N'.                    00073109
        01  WS-REJECT-REASON-TXT PIC X(30) VALUE SPACES.                00074109
        01  WS-RESULT-TXT       PIC X(08) VALUE SPACES.                 00075109
        01  WS-ENTRY-FOUND      PIC X(01) VALUE 'N'.                    00076109
        01  WS-DEPT-FOUND       PIC X(01) VALUE 'N'.                    00077109
        01  WS-FOUND-IX         PIC 9(03) VALUE ZERO.                   00078109
        01  WS-FOUND-EFF        PIC 9(08) VALUE ZERO.                   00079109
        01  WS-CHG-EFF          PIC 9(08) VALUE ZERO.                   00080109
        01  WS-END-EXP          PIC 9(08) VALUE ZERO.                   00081111
        01  WS-RUN-DATE.                                                00081109
            05 WS-RUN-YYYY  PIC 9(04).                                  00082109
            05 WS-RUN-MM    PIC 9(02).                                  00083109
            05 WS-RUN-DD    PIC 9(02).                                  00084109
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00085109
           COPY "codetbl.cpy".                                          00086109
           COPY "reqskl.cpy".                                           00087109
        01  RSK-TRAN-DTL.                                               00088109
            05 RST-ACTION     PIC X(01).                                00089109
            05 RST-DEPART-CD  PIC X(10).                                00090109
            05 RST-SKILL-CD   PIC X(15).                                00091109
            05 RST-MIN-HEAD   PIC X(03).                                00092109
            05 RST-MIN-HEAD-N REDEFINES RST-MIN-HEAD PIC 9(03).         00093109
            05 RST-EFF-DATE   PIC 9(08).                                00094109
            05 RST-EXP-DATE   PIC 9(08).                                00095109
            05 RST-DESC       PIC X(30).                                00096109
            05 FILLER         PIC X(05).                                00097109
        01  WS-DEPT-TBL-USED PIC 9(03) VALUE ZERO.                      00098109
        01  WS-DEPT-TBL-MAX  PIC 9(03) VALUE 100.                       00099109
        01  WS-DEPT-TABLE.                                              00100109
            05 WS-DEPT-TBL-ENTRY OCCURS 100 TIMES INDEXED BY WS-DT.     00101109
               10 WS-DEPT-TBL-CODE PIC X(11) VALUE SPACES.              00102109
               10 WS-DEPT-TBL-EXP  PIC 9(08) VALUE ZERO.                00103109
        01  WS-REQ-TBL-USED PIC 9(03) VALUE ZERO.                       00104109
        01  WS-REQ-TBL-MAX  PIC 9(03) VALUE 500.                        00105109
        01  WS-REQ-TABLE.                                               00106109
            05 WS-REQ-TBL-ENTRY OCCURS 500 TIMES INDEXED BY WS-RQ.      00107109
               10 WS-REQ-TBL-DEPT  PIC X(10) VALUE SPACES.              00108109
               10 WS-REQ-TBL-SKILL PIC X(15) VALUE SPACES.              00109109
               10 WS-REQ-TBL-MIN   PIC 9(03) VALUE ZERO.                00110109
               10 WS-REQ-TBL-EFF   PIC 9(08) VALUE ZERO.                00111109
               10 WS-REQ-TBL-EXP   PIC 9(08) VALUE ZERO.                00112109
               10 WS-REQ-TBL-DESC  PIC X(30) VALUE SPACES.              00113109
        01  RSK-REG-HDR.                                                00114109
            05 REG-HDR-TXT1 PIC X(40)                                   00115109
               VALUE 'ACT DEPARTMENT SKILL           MIN RESUL'.        00116109
            05 REG-HDR-TXT2 PIC X(40)                                   00117109
               VALUE 'T   REASON'.                                      00118109
        01  RSK-REG-LINE.                                               00119109
            05 REG-ACTION      PIC X(01).                               00120109
            05 WS-REG-SP1      PIC X(03) VALUE SPACES.                  00121109
            05 REG-DEPART-CD   PIC X(10).                               00122109
            05 WS-REG-SP2      PIC X(01) VALUE SPACES.                  00123109
            05 REG-SKILL-CD    PIC X(15).                               00124109
            05 WS-REG-SP3      PIC X(01) VALUE SPACES.                  00125109
            05 REG-MIN-HEAD    PIC X(03).                               00126109
            05 WS-REG-SP4      PIC X(01) VALUE SPACES.                  00127109
            05 REG-RESULT      PIC X(08).                               00128109
            05 WS-REG-SP5      PIC X(01) VALUE SPACES.                  00129109
            05 REG-REASON-TXT  PIC X(30).                               00130109
            05 FILLER          PIC X(06) VALUE SPACES.                  00131109
        01  RSK-REG-TRL.                                                00132109
            05 REG-TRL-READ    PIC 9(05).                               00133109
            05 WS-REG-TSP1     PIC X(06) VALUE ' READ '.                00134109
            05 REG-TRL-APPLD   PIC 9(05).                               00135109
            05 WS-REG-TSP2     PIC X(09) VALUE ' APPLIED '.             00136109
            05 REG-TRL-REJ     PIC 9(05).                               00137109
            05 WS-REG-TSP3     PIC X(09) VALUE ' REJECTED'.             00138109
            05 FILLER          PIC X(41) VALUE SPACES.                  00139109
      *                                                                 00140109
      ******************************************************************00141109
      *                                                                 00142109
      ******************************************************************00143109
        PROCEDURE DIVISION.                                             00144109
        MAIN-PARA.                                                      00145109
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00146109
           PERFORM READ-RUN-OPTIONS.                                    00147109
           IF WS-ASOF-SET = 'Y'                                         00148109
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00149109
           END-IF.                                                      00150109
           PERFORM LOAD-REQ-SKILL-TABLE.                                00151109
           PERFORM LOAD-DEPT-TABLE.                                     00152109
           OPEN INPUT  RSK-TRAN-FILE                                    00153109
                OUTPUT RSK-REGISTER.                                    00154109
           MOVE RSK-REG-HDR TO RSK-REG-REC.                             00155109
           WRITE RSK-REG-REC.                                           00156109
           READ RSK-TRAN-FILE                                           00157109
            AT END MOVE 'NO' TO RSK-TRAN-EOD                            00158109
           END-READ.                                                    00159109
           PERFORM APPLY-REQ-SKILL-TRANS UNTIL RSK-TRAN-EOD = 'NO'.     00160109
           CLOSE RSK-TRAN-FILE.                                         00161109
           MOVE WS-TRANS-READ-CNT  TO REG-TRL-READ.                     00162109
           MOVE WS-TRANS-APPLD-CNT TO REG-TRL-APPLD.                    00163109
           MOVE WS-TRANS-REJ-CNT   TO REG-TRL-REJ.                      00164109
           MOVE RSK-REG-TRL TO RSK-REG-REC.                             00165109
           WRITE RSK-REG-REC.                                           00166109
           CLOSE RSK-REGISTER.                                          00167109
           PERFORM REWRITE-REQ-SKILL-TABLE.                             00168109
           DISPLAY 'PCOBLRSM: ' WS-TRANS-READ-CNT ' TRANS READ '        00169109
               WS-TRANS-APPLD-CNT ' APPLIED '                           00170109
               WS-TRANS-REJ-CNT ' REJECTED'.                            00171109
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00172109
           STOP RUN.                                                    00173109
       LOAD-REQ-SKILL-TABLE.                                            00174109
           OPEN INPUT REQ-SKILL-FILE.                                   00175109
           IF WS-REQ-SKL-STATUS = '00'                                  00176109
               MOVE 'Y' TO WS-REQ-SKL-LOADED                            00177109
               MOVE SPACES TO WS-REQ-SKL-EOD                            00178109
               PERFORM READ-REQ-SKILL-RECORD                            00179109
                   UNTIL WS-REQ-SKL-EOD = 'NO'                          00180109
               CLOSE REQ-SKILL-FILE                                     00181109
           ELSE                                                         00182109
               IF WS-REQ-SKL-STATUS NOT = '35'                          00183109
                   DISPLAY 'ERROR: REQUIRED SKILLS TABLE NOT LOADED,'   00184109
                       ' STATUS ' WS-REQ-SKL-STATUS                     00185109
                   PERFORM SET-ERROR-CODE                               00186109
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00187109
                   STOP RUN                                             00188109
               END-IF                                                   00189109
           END-IF.                                                      00190109
       READ-REQ-SKILL-RECORD.                                           00191109
           READ REQ-SKILL-FILE                                          00192109
             AT END MOVE 'NO' TO WS-REQ-SKL-EOD                         00193109
             NOT AT END                                                 00194109
               MOVE REQ-SKL-REC TO REQ-SKILL-REC                        00195109
               IF RSK-DEPART-CD NOT = SPACES                            00196109
                   IF WS-REQ-TBL-USED < WS-REQ-TBL-MAX                  00197109
                       ADD 1 TO WS-REQ-TBL-USED                         00198109
                       SET WS-RQ TO WS-REQ-TBL-USED                     00199109
                       MOVE RSK-DEPART-CD TO WS-REQ-TBL-DEPT(WS-RQ)     00200109
                       MOVE RSK-SKILL-CD  TO WS-REQ-TBL-SKILL(WS-RQ)    00201109
                       MOVE RSK-MIN-HEAD  TO WS-REQ-TBL-MIN(WS-RQ)      00202109
                       MOVE RSK-EFF-DATE  TO WS-REQ-TBL-EFF(WS-RQ)      00203109
                       MOVE RSK-EXP-DATE  TO WS-REQ-TBL-EXP(WS-RQ)      00204109
                       MOVE RSK-DESC      TO WS-REQ-TBL-DESC(WS-RQ)     00205109
                   ELSE                                                 00206109
                       DISPLAY 'ERROR: REQUIRED SKILLS TABLE FULL'      00208109
                           ' AT 500 - ' RSK-DEPART-CD ' ' RSK-SKILL-CD  00209109
                       PERFORM SET-ERROR-CODE                           00210109
                       MOVE WS-RETURN-CODE TO RETURN-CODE               00211109
                       STOP RUN                                         00212109
                   END-IF                                               00213109
               END-IF                                                   00214109
           END-READ.                                                    00215109
       LOAD-DEPT-TABLE.                                                 00216109
           OPEN INPUT DEPT-TBL-FILE.                                    00217109
           IF WS-DEPT-TBL-STATUS = '00'                                 00218109
               MOVE 'Y' TO WS-DEPT-TBL-LOADED                           00219109
               MOVE SPACES TO WS-DEPT-TBL-EOD                           00220109
               PERFORM READ-DEPT-TBL-RECORD                             00221109
                   UNTIL WS-DEPT-TBL-EOD = 'NO'                         00222109
               CLOSE DEPT-TBL-FILE                                      00223109
           ELSE                                                         00224109
               DISPLAY 'WARNING: DEPARTMENT TABLE NOT LOADED,'          00225109
                   ' STATUS ' WS-DEPT-TBL-STATUS                        00226109
                   ' - DEPARTMENT CHECK SKIPPED'                        00227109
               PERFORM SET-WARNING-CODE                                 00228109
           END-IF.                                                      00229109
       READ-DEPT-TBL-RECORD.                                            00230109
           READ DEPT-TBL-FILE                                           00231109
             AT END MOVE 'NO' TO WS-DEPT-TBL-EOD                        00232109
             NOT AT END                                                 00233109
               MOVE DEPT-TBL-REC TO CODE-TBL-REC                        00234109
               IF TBL-CODE NOT = SPACES                                 00235109
                   IF WS-DEPT-TBL-USED < WS-DEPT-TBL-MAX                00236109
                       ADD 1 TO WS-DEPT-TBL-USED                        00237109
                       SET WS-DT TO WS-DEPT-TBL-USED                    00238109
                       MOVE TBL-CODE     TO WS-DEPT-TBL-CODE(WS-DT)     00239109
                       MOVE TBL-EXP-DATE TO WS-DEPT-TBL-EXP(WS-DT)      00240109
                   ELSE                                                 00241109
                       DISPLAY 'WARNING: DEPARTMENT TABLE FULL'         00242109
                           ' AT 100 - DISCARDING ' TBL-CODE             00243109
                       PERFORM SET-WARNING-CODE                         00244109
                   END-IF                                               00245109
               END-IF                                                   00246109
           END-READ.                                                    00247109
       APPLY-REQ-SKILL-TRANS.                                           00248109
           MOVE RSK-TRAN-REC TO RSK-TRAN-DTL.                           00249109
           ADD 1 TO WS-TRANS-READ-CNT.                                  00250109
           MOVE 'N'    TO WS-REJECT-FLAG.                               00251109
           MOVE SPACES TO WS-REJECT-REASON-TXT.                         00252109
           IF RST-DEPART-CD = SPACES                                    00253109
               MOVE 'Y' TO WS-REJECT-FLAG                               00254109
               MOVE 'MISSING DEPARTMENT CODE'                           00255109
                 TO WS-REJECT-REASON-TXT                                00256109
           ELSE                                                         00257109
               IF RST-SKILL-CD = SPACES                                 00258109
                   MOVE 'Y' TO WS-REJECT-FLAG                           00259109
                   MOVE 'MISSING SKILL CODE'                            00260109
                     TO WS-REJECT-REASON-TXT                            00261109
               ELSE                                                     00262109
                   PERFORM FIND-ACTIVE-REQ-ENTRY                        00263109
                   EVALUATE RST-ACTION                                  00264109
                       WHEN 'A' PERFORM ADD-REQ-SKILL                   00265109
                       WHEN 'C' PERFORM CHANGE-REQ-SKILL                00266109
                       WHEN 'E' PERFORM END-REQ-SKILL                   00267109
                       WHEN OTHER                                       00268109
                           MOVE 'Y' TO WS-REJECT-FLAG                   00269109
                           MOVE 'INVALID ACTION CODE'                   00270109
                             TO WS-REJECT-REASON-TXT                    00271109
                   END-EVALUATE                                         00272109
               END-IF                                                   00273109
           END-IF.                                                      00274109
           PERFORM WRITE-REGISTER-LINE.                                 00275109
           READ RSK-TRAN-FILE                                           00276109
            AT END MOVE 'NO' TO RSK-TRAN-EOD                            00277109
           END-READ.                                                    00278109
       ADD-REQ-SKILL.                                                   00279109
           IF WS-ENTRY-FOUND = 'Y'                                      00280109
               MOVE 'Y' TO WS-REJECT-FLAG                               00281109
               MOVE 'REQUIREMENT ALREADY ACTIVE'                        00282109
                 TO WS-REJECT-REASON-TXT                                00283109
           ELSE                                                         00284109
               PERFORM CHECK-MIN-HEADCOUNT                              00285109
           END-IF.                                                      00286109
           IF WS-REJECT-FLAG = 'N'                                      00287109
               PERFORM CHECK-REQ-DEPARTMENT                             00288109
           END-IF.                                                      00289109
           IF WS-REJECT-FLAG = 'N'                                      00290109
               IF WS-REQ-TBL-USED >= WS-REQ-TBL-MAX                     00291109
                   MOVE 'Y' TO WS-REJECT-FLAG                           00292109
                   MOVE 'REQUIRED SKILLS TABLE FULL'                    00293109
                     TO WS-REJECT-REASON-TXT                            00294109
               ELSE                                                     00295109
                   ADD 1 TO WS-REQ-TBL-USED                             00296109
                   SET WS-RQ TO WS-REQ-TBL-USED                         00297109
                   MOVE RST-DEPART-CD  TO WS-REQ-TBL-DEPT(WS-RQ)        00298109
                   MOVE RST-SKILL-CD   TO WS-REQ-TBL-SKILL(WS-RQ)       00299109
                   MOVE RST-MIN-HEAD-N TO WS-REQ-TBL-MIN(WS-RQ)         00300109
                   IF RST-EFF-DATE = ZERO                               00301109
                       MOVE WS-RUN-DATE-N TO WS-REQ-TBL-EFF(WS-RQ)      00302109
                   ELSE                                                 00303109
                       MOVE RST-EFF-DATE  TO WS-REQ-TBL-EFF(WS-RQ)      00304109
                   END-IF                                               00305109
                   MOVE RST-EXP-DATE   TO WS-REQ-TBL-EXP(WS-RQ)         00306109
                   MOVE RST-DESC       TO WS-REQ-TBL-DESC(WS-RQ)        00307109
               END-IF                                                   00308109
           END-IF.                                                      00309109
       CHANGE-REQ-SKILL.                                                00310109
           IF WS-ENTRY-FOUND = 'N'                                      00311109
               MOVE 'Y' TO WS-REJECT-FLAG                               00312109
               MOVE 'NO ACTIVE REQUIREMENT'                             00313109
                 TO WS-REJECT-REASON-TXT                                00314109
           ELSE                                                         00315109
               PERFORM CHECK-MIN-HEADCOUNT                              00316109
           END-IF.                                                      00317109
           IF WS-REJECT-FLAG = 'N'                                      00318109
               IF RST-EFF-DATE = ZERO                                   00319109
                   MOVE WS-RUN-DATE-N TO WS-CHG-EFF                     00320109
               ELSE                                                     00321109
                   MOVE RST-EFF-DATE  TO WS-CHG-EFF                     00322109
               END-IF                                                   00323109
               SET WS-RQ TO WS-FOUND-IX                                 00324109
               IF WS-CHG-EFF <= WS-REQ-TBL-EFF(WS-RQ)                   00327109
                   MOVE RST-MIN-HEAD-N TO WS-REQ-TBL-MIN(WS-RQ)         00328109
                   IF RST-DESC NOT = SPACES                             00329109
                       MOVE RST-DESC   TO WS-REQ-TBL-DESC(WS-RQ)        00330109
                   END-IF                                               00331109
               ELSE                                                     00332109
                   IF WS-REQ-TBL-EXP(WS-RQ) NOT = ZERO                  00333109
                    AND WS-CHG-EFF >= WS-REQ-TBL-EXP(WS-RQ)             00334109
                       MOVE 'Y' TO WS-REJECT-FLAG                       00335109
                       MOVE 'CHANGE DATE AFTER END DATE'                00336109
                         TO WS-REJECT-REASON-TXT                        00337109
                   END-IF                                               00338109
               END-IF                                                   00339109
           END-IF.                                                      00340109
           IF WS-REJECT-FLAG = 'N'                                      00341109
            AND WS-CHG-EFF > WS-REQ-TBL-EFF(WS-FOUND-IX)                00342109
               IF WS-REQ-TBL-USED >= WS-REQ-TBL-MAX                     00343109
                   MOVE 'Y' TO WS-REJECT-FLAG                           00344109
                   MOVE 'REQUIRED SKILLS TABLE FULL'                    00345109
                     TO WS-REJECT-REASON-TXT                            00346109
               ELSE                                                     00347109
                   PERFORM SPLIT-REQ-ENTRY                              00348109
               END-IF                                                   00349109
           END-IF.                                                      00350109
       SPLIT-REQ-ENTRY.                                                 00351109
           ADD 1 TO WS-REQ-TBL-USED.                                    00352109
           SET WS-RQ TO WS-REQ-TBL-USED.                                00353109
           MOVE WS-REQ-TBL-ENTRY(WS-FOUND-IX)                           00354109
             TO WS-REQ-TBL-ENTRY(WS-RQ).                                00355109
           MOVE RST-MIN-HEAD-N TO WS-REQ-TBL-MIN(WS-RQ).                00356109
           MOVE WS-CHG-EFF     TO WS-REQ-TBL-EFF(WS-RQ).                00357109
           IF RST-EXP-DATE NOT = ZERO                                   00358109
               MOVE RST-EXP-DATE TO WS-REQ-TBL-EXP(WS-RQ)               00359109
           END-IF.                                                      00360109
           IF RST-DESC NOT = SPACES                                     00361109
               MOVE RST-DESC     TO WS-REQ-TBL-DESC(WS-RQ)              00362109
           END-IF.                                                      00363109
           MOVE WS-CHG-EFF TO WS-REQ-TBL-EXP(WS-FOUND-IX).              00364109
       END-REQ-SKILL.                                                   00365109
           IF WS-ENTRY-FOUND = 'N'                                      00366109
               MOVE 'Y' TO WS-REJECT-FLAG                               00367109
               MOVE 'NO ACTIVE REQUIREMENT'                             00368109
                 TO WS-REJECT-REASON-TXT                                00369109
           ELSE                                                         00370109
               IF RST-EXP-DATE = ZERO                                   00372109
                   MOVE WS-RUN-DATE-N TO WS-END-EXP                     00373111
               ELSE                                                     00374109
                   MOVE RST-EXP-DATE  TO WS-END-EXP                     00375111
               END-IF                                                   00376109
               SET WS-RQ TO 1                                           00377111
               PERFORM END-ONE-REQ-ENTRY                                00378111
                   UNTIL WS-RQ > WS-REQ-TBL-USED                        00379111
           END-IF.                                                      00377109
       END-ONE-REQ-ENTRY.                                               00378111
           IF WS-REQ-TBL-DEPT(WS-RQ) = RST-DEPART-CD                    00379111
            AND WS-REQ-TBL-SKILL(WS-RQ) = RST-SKILL-CD                  00380111
            AND (WS-REQ-TBL-EXP(WS-RQ) = ZERO                           00381111
             OR WS-REQ-TBL-EXP(WS-RQ) > WS-END-EXP)                     00382111
               MOVE WS-END-EXP TO WS-REQ-TBL-EXP(WS-RQ)                 00383111
           END-IF.                                                      00384111
           SET WS-RQ UP BY 1.                                           00385111
       FIND-ACTIVE-REQ-ENTRY.                                           00378109
           MOVE 'N' TO WS-ENTRY-FOUND.                                  00381109
           MOVE ZERO TO WS-FOUND-IX WS-FOUND-EFF.                       00382109
           SET WS-RQ TO 1.                                              00383109
           PERFORM CHECK-ONE-REQ-ENTRY                                  00384109
               UNTIL WS-RQ > WS-REQ-TBL-USED.                           00385109
       CHECK-ONE-REQ-ENTRY.                                             00386109
           IF WS-REQ-TBL-DEPT(WS-RQ) = RST-DEPART-CD                    00387109
            AND WS-REQ-TBL-SKILL(WS-RQ) = RST-SKILL-CD                  00388109
            AND (WS-REQ-TBL-EXP(WS-RQ) = ZERO                           00389109
             OR WS-REQ-TBL-EXP(WS-RQ) > WS-RUN-DATE-N)                  00390109
               IF WS-ENTRY-FOUND = 'N'                                  00391109
                OR WS-REQ-TBL-EFF(WS-RQ) >= WS-FOUND-EFF                00392109
                   MOVE 'Y' TO WS-ENTRY-FOUND                           00393109
                   SET WS-FOUND-IX TO WS-RQ                             00394109
                   MOVE WS-REQ-TBL-EFF(WS-RQ) TO WS-FOUND-EFF           00395109
               END-IF                                                   00396109
           END-IF.                                                      00397109
           SET WS-RQ UP BY 1.                                           00398109
       CHECK-MIN-HEADCOUNT.                                             00399109
           IF RST-MIN-HEAD IS NOT NUMERIC                               00400109
               MOVE 'Y' TO WS-REJECT-FLAG                               00401109
               MOVE 'INVALID MINIMUM HEADCOUNT'                         00402109
                 TO WS-REJECT-REASON-TXT                                00403109
           ELSE                                                         00404109
               IF RST-MIN-HEAD-N = ZERO                                 00405109
                   MOVE 'Y' TO WS-REJECT-FLAG                           00406109
                   MOVE 'INVALID MINIMUM HEADCOUNT'                     00407109
                     TO WS-REJECT-REASON-TXT                            00408109
               END-IF                                                   00409109
           END-IF.                                                      00410109
       CHECK-REQ-DEPARTMENT.                                            00411109
           IF WS-DEPT-TBL-LOADED = 'Y'                                  00412109
               MOVE 'N' TO WS-DEPT-FOUND                                00413109
               SET WS-DT TO 1                                           00414109
               SEARCH WS-DEPT-TBL-ENTRY                                 00415109
                   AT END                                               00416109
                       CONTINUE                                         00417109
                   WHEN WS-DT > WS-DEPT-TBL-USED                        00418109
                       CONTINUE                                         00419109
                   WHEN WS-DEPT-TBL-CODE(WS-DT) = RST-DEPART-CD         00420109
                    AND (WS-DEPT-TBL-EXP(WS-DT) = ZERO                  00421109
                     OR WS-DEPT-TBL-EXP(WS-DT) > WS-RUN-DATE-N)         00422109
                       MOVE 'Y' TO WS-DEPT-FOUND                        00423109
               END-SEARCH                                               00424109
               IF WS-DEPT-FOUND = 'N'                                   00425109
                   MOVE 'Y' TO WS-REJECT-FLAG                           00426109
                   MOVE 'DEPARTMENT NOT ACTIVE'                         00427109
                     TO WS-REJECT-REASON-TXT                            00428109
               END-IF                                                   00429109
           END-IF.                                                      00430109
       WRITE-REGISTER-LINE.                                             00431109
           IF WS-REJECT-FLAG = 'Y'                                      00432109
               MOVE 'REJECTED' TO WS-RESULT-TXT                         00433109
               ADD 1 TO WS-TRANS-REJ-CNT                                00434109
           ELSE                                                         00435109
               MOVE 'APPLIED'  TO WS-RESULT-TXT                         00436109
               ADD 1 TO WS-TRANS-APPLD-CNT                              00437109
           END-IF.                                                      00438109
           MOVE RST-ACTION           TO REG-ACTION.                     00439109
           MOVE RST-DEPART-CD        TO REG-DEPART-CD.                  00440109
           MOVE RST-SKILL-CD         TO REG-SKILL-CD.                   00441109
           MOVE RST-MIN-HEAD         TO REG-MIN-HEAD.                   00442109
           MOVE WS-RESULT-TXT        TO REG-RESULT.                     00443109
           MOVE WS-REJECT-REASON-TXT TO REG-REASON-TXT.                 00444109
           MOVE RSK-REG-LINE TO RSK-REG-REC.                            00445109
           WRITE RSK-REG-REC.                                           00446109
       REWRITE-REQ-SKILL-TABLE.                                         00447109
           IF WS-REQ-SKL-LOADED = 'Y' OR WS-REQ-TBL-USED > 0            00448109
               OPEN OUTPUT REQ-SKILL-FILE                               00449109
               SET WS-RQ TO 1                                           00450109
               PERFORM WRITE-REQ-SKILL-RECORD                           00451109
                   UNTIL WS-RQ > WS-REQ-TBL-USED                        00452109
               CLOSE REQ-SKILL-FILE                                     00453109
           END-IF.                                                      00454109
       WRITE-REQ-SKILL-RECORD.                                          00455109
           MOVE SPACES TO REQ-SKILL-REC.                                00456109
           MOVE WS-REQ-TBL-DEPT(WS-RQ)  TO RSK-DEPART-CD.               00457109
           MOVE WS-REQ-TBL-SKILL(WS-RQ) TO RSK-SKILL-CD.                00458109
           MOVE WS-REQ-TBL-MIN(WS-RQ)   TO RSK-MIN-HEAD.                00459109
           MOVE WS-REQ-TBL-EFF(WS-RQ)   TO RSK-EFF-DATE.                00460109
           MOVE WS-REQ-TBL-EXP(WS-RQ)   TO RSK-EXP-DATE.                00461109
           MOVE WS-REQ-TBL-DESC(WS-RQ)  TO RSK-DESC.                    00462109
           MOVE REQ-SKILL-REC TO REQ-SKL-REC.                           00463109
           WRITE REQ-SKL-REC.                                           00464109
           SET WS-RQ UP BY 1.                                           00465109
       READ-RUN-OPTIONS.                                                00466109
           OPEN INPUT RUN-OPTS-FILE.                                    00467109
           IF WS-RUN-OPTS-STATUS = '00'                                 00468109
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00469109
               PERFORM READ-RUN-OPTS-RECORD                             00470109
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00471109
               CLOSE RUN-OPTS-FILE                                      00472109
           END-IF.                                                      00473109
           IF WS-ASOF-SET = 'Y'                                         00474109
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00475109
           ELSE                                                         00476109
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00477109
           END-IF.                                                      00478109
       READ-RUN-OPTS-RECORD.                                            00479109
           READ RUN-OPTS-FILE                                           00480109
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00481109
             NOT AT END                                                 00482109
               IF RUN-OPTS-REC NOT = SPACES                             00483109
                   PERFORM APPLY-RUN-OPTION                             00484109
               END-IF                                                   00485109
           END-READ.                                                    00486109
       APPLY-RUN-OPTION.                                                00487109
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00488109
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00489109
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00490109
           EVALUATE WS-OPT-KEY                                          00491109
               WHEN 'ASOFDATE'                                          00492109
                   PERFORM PARSE-ASOF-DATE                              00493109
               WHEN OTHER                                               00494109
                   CONTINUE                                             00495109
           END-EVALUATE.                                                00496109
       PARSE-ASOF-DATE.                                                 00497109
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00498109
            AND WS-OPT-VALUE(9:) = SPACES                               00499109
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00500109
               IF WS-ASOF-YYYY > 1900                                   00501109
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00502109
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00503109
                   MOVE 'Y' TO WS-ASOF-SET                              00504109
               END-IF                                                   00505109
           END-IF.                                                      00506109
           IF WS-ASOF-SET = 'N'                                         00507109
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00508109
                   WS-OPT-VALUE                                         00509109
               PERFORM SET-WARNING-CODE                                 00510109
           END-IF.                                                      00511109
       SET-WARNING-CODE.                                                00512109
           IF WS-RETURN-CODE < 4                                        00513109
               MOVE 4 TO WS-RETURN-CODE                                 00514109
           END-IF.                                                      00515109
       SET-ERROR-CODE.                                                  00516109
           IF WS-RETURN-CODE < 8                                        00517109
               MOVE 8 TO WS-RETURN-CODE                                 00518109
           END-IF.                                                      00519109
