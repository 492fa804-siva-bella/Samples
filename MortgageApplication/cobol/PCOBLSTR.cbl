        IDENTIFICATION DIVISION.                                        00001103
        PROGRAM-ID.    PCOBLSTR.                                        00002103
        ENVIRONMENT DIVISION.                                           00003103
        INPUT-OUTPUT SECTION.                                           00004103
        FILE-CONTROL.                                                   00005103
           SELECT STREAM-DEF-FILE ASSIGN TO STRMDEF                     00006103
           ORGANIZATION IS  LINE SEQUENTIAL                             00007103
           FILE STATUS IS WS-STRM-DEF-STATUS.                           00008103
           SELECT STREAM-STAT-FILE ASSIGN TO STRMSTAT                   00009103
           ORGANIZATION IS  SEQUENTIAL                                  00010103
           FILE STATUS IS WS-STRM-STAT-STATUS.                          00011103
           SELECT STREAM-RPT ASSIGN TO STRMRPT                          00012103
           ORGANIZATION IS  SEQUENTIAL.                                 00013103
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00014103
           ORGANIZATION IS  LINE SEQUENTIAL                             00015103
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00016103
        DATA DIVISION.                                                  00017103
        FILE SECTION.                                                   00018103
      *                                                                 00019103
        FD STREAM-DEF-FILE                                              00020103
             DATA RECORD IS STREAM-DEF-IN.                              00021103
                                                                        00022103
        01 STREAM-DEF-IN  PIC X(80).                                    00023103
      *                                                                 00024103
        FD STREAM-STAT-FILE                                             00025103
             RECORD CONTAINS 80   CHARACTERS                            00026103
             DATA RECORD IS STREAM-STAT-IO.                             00027103
                                                                        00028103
        01 STREAM-STAT-IO PIC X(80).                                    00029103
      *                                                                 00030103
        FD STREAM-RPT                                                   00031103
             RECORD CONTAINS 80   CHARACTERS                            00032103
             DATA RECORD IS STREAM-RPT-REC.                             00033103
                                                                        00034103
        01 STREAM-RPT-REC PIC X(80).                                    00035103
      *                                                                 00036103
        FD RUN-OPTS-FILE                                                00037103
             DATA RECORD IS RUN-OPTS-REC.                               00038103
                                                                        00039103
        01 RUN-OPTS-REC   PIC X(80).                                    00040103
                                                                        00041103
        WORKING-STORAGE SECTION.                                        00042103
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00043103
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00044103
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00045103
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00046103
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00047103
        01  WS-STRM-DEF-STATUS  PIC X(02) VALUE SPACES.                 00048103
        01  STREAM-DEF-EOD      PIC X(02) VALUE SPACES.                 00049103
        01  WS-STRM-STAT-STATUS PIC X(02) VALUE SPACES.                 00050103
        01  STREAM-STAT-EOD     PIC X(02) VALUE SPACES.                 00051103
        01  WS-RESTART-FRESH  PIC X(01) VALUE 'N'.                      00052103
        01  WS-FROM-STEP-SET  PIC X(01) VALUE 'N'.                      00053103
        01  WS-FROM-STEP      PIC 9(03) VALUE ZERO.                     00054103
        01  WS-DEF-ERROR      PIC X(01) VALUE 'N'.                      00055103
        01  WS-PRV-MATCH      PIC X(01) VALUE 'Y'.                      00056103
        01  WS-PRV-COMPLETE   PIC X(01) VALUE 'Y'.                      00057103
        01  WS-RESUMED        PIC X(01) VALUE 'N'.                      00058103
        01  WS-STREAM-STOPPED PIC X(01) VALUE 'N'.                      00059103
        01  WS-START-IX       PIC 9(03) VALUE ZERO.                     00060103
        01  WS-STOP-IX        PIC 9(03) VALUE ZERO.                     00061103
        01  WS-LAST-STEP-NO   PIC 9(03) VALUE ZERO.                     00062103
        01  WS-RUN-DATE.                                                00063103
            05 WS-RUN-YYYY  PIC 9(04).                                  00064103
            05 WS-RUN-MM    PIC 9(02).                                  00065103
            05 WS-RUN-DD    PIC 9(02).                                  00066103
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00067103
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00068103
        01  WS-CUR-DATE       PIC 9(08) VALUE ZERO.                     00069103
        01  WS-CUR-TIME.                                                00070103
            05 WS-CUR-HHMMSS PIC 9(06).                                 00071103
            05 WS-CUR-HUND   PIC 9(02).                                 00072103
        01  WS-COMMAND        PIC X(80) VALUE SPACES.                   00073103
        01  WS-SYS-RC         PIC S9(09) COMP-5 VALUE ZERO.             00074103
        01  WS-SYS-SIGNAL     PIC 9(04) VALUE ZERO.                     00075103
        01  WS-STEP-RC        PIC 9(04) VALUE ZERO.                     00076103
        01  WS-RUN-CNT        PIC 9(03) VALUE ZERO.                     00077103
        01  WS-DONE-CNT       PIC 9(03) VALUE ZERO.                     00078103
        01  WS-OPT-FAIL-CNT   PIC 9(03) VALUE ZERO.                     00079103
           COPY "strmdef.cpy".                                          00080103
           COPY "strmstat.cpy".                                         00081103
        01  WS-STP-IX         PIC 9(03) VALUE ZERO.                     00082103
        01  WS-STP-USED       PIC 9(03) VALUE ZERO.                     00083103
        01  WS-STP-MAX        PIC 9(03) VALUE 50.                       00084103
        01  WS-STEP-TABLE.                                              00085103
            05 WS-STP-ENTRY OCCURS 50 TIMES.                            00086103
               10 WS-STP-NO       PIC 9(03).                            00087103
               10 WS-STP-PGM      PIC X(08).                            00088103
               10 WS-STP-MAX-RC   PIC 9(04).                            00089103
               10 WS-STP-OPTIONAL PIC X(01).                            00090103
               10 WS-STP-COMMAND  PIC X(60).                            00091103
               10 WS-STP-STATE    PIC X(01).                            00092103
               10 WS-STP-RUN-NOW  PIC X(01).                            00093103
               10 WS-STP-START-DT PIC 9(08).                            00094103
               10 WS-STP-START-TM PIC 9(06).                            00095103
               10 WS-STP-END-DT   PIC 9(08).                            00096103
               10 WS-STP-END-TM   PIC 9(06).                            00097103
               10 WS-STP-RC       PIC 9(04).                            00098103
        01  WS-PRV-IX         PIC 9(03) VALUE ZERO.                     00099103
        01  WS-PRV-USED       PIC 9(03) VALUE ZERO.                     00100103
        01  WS-PRV-TABLE.                                               00101103
            05 WS-PRV-ENTRY OCCURS 50 TIMES.                            00102103
               10 WS-PRV-REC      PIC X(80).                            00103103
        01  STR-RPT-HDR.                                                00104103
            05 STR-HDR-TXT   PIC X(30)                                  00105103
               VALUE 'BATCH STREAM SUMMARY'.                            00106103
            05 STR-DATE-LBL  PIC X(09) VALUE 'RUN DATE '.               00107103
            05 STR-HDR-DATE  PIC X(10).                                 00108103
            05 FILLER        PIC X(31) VALUE SPACES.                    00109103
        01  STR-START-LINE.                                             00110103
            05 STR-START-TXT PIC X(20).                                 00111103
            05 STR-START-STEP PIC 9(03).                                00112103
            05 FILLER        PIC X(57) VALUE SPACES.                    00113103
        01  STR-COL-HDR.                                                00114103
            05 STR-COL-TXT1  PIC X(40)                                  00115103
               VALUE 'STP PROGRAM  STATE      STARTED'.                 00116103
            05 STR-COL-TXT2  PIC X(27)                                  00117103
               VALUE 'ENDED             RC  MAX O'.                     00118103
            05 FILLER        PIC X(13) VALUE SPACES.                    00119103
        01  STR-DTL-LINE.                                               00120103
            05 STR-STEP-NO   PIC 9(03).                                 00121103
            05 STR-SP1       PIC X(01) VALUE SPACES.                    00122103
            05 STR-PGM       PIC X(08).                                 00123103
            05 STR-SP2       PIC X(01) VALUE SPACES.                    00124103
            05 STR-STATE-TXT PIC X(10).                                 00125103
            05 STR-SP3       PIC X(01) VALUE SPACES.                    00126103
            05 STR-START-DT  PIC 9(08).                                 00127103
            05 STR-SP4       PIC X(01) VALUE SPACES.                    00128103
            05 STR-START-TM  PIC 9(06).                                 00129103
            05 STR-SP5       PIC X(01) VALUE SPACES.                    00130103
            05 STR-END-DT    PIC 9(08).                                 00131103
            05 STR-SP6       PIC X(01) VALUE SPACES.                    00132103
            05 STR-END-TM    PIC 9(06).                                 00133103
            05 STR-SP7       PIC X(01) VALUE SPACES.                    00134103
            05 STR-RC        PIC ZZZ9.                                  00135103
            05 STR-SP8       PIC X(01) VALUE SPACES.                    00136103
            05 STR-MAX-RC    PIC ZZZ9.                                  00137103
            05 STR-SP9       PIC X(01) VALUE SPACES.                    00138103
            05 STR-OPTIONAL  PIC X(01).                                 00139103
            05 FILLER        PIC X(13) VALUE SPACES.                    00140103
        01  STR-TRL-LINE.                                               00141103
            05 STR-TRL-TXT   PIC X(40).                                 00142103
            05 STR-TRL-STEP  PIC X(03).                                 00143103
            05 STR-TRL-SP1   PIC X(01) VALUE SPACES.                    00144103
            05 STR-TRL-PGM   PIC X(08).                                 00145103
            05 FILLER        PIC X(28) VALUE SPACES.                    00146103
        01  STR-CNT-LINE.                                               00147103
            05 STR-CNT-RUN   PIC ZZ9.                                   00148103
            05 STR-CNT-TXT1  PIC X(15) VALUE ' STEPS RUN NOW '.         00149103
            05 STR-CNT-DONE  PIC ZZ9.                                   00150103
            05 STR-CNT-TXT2  PIC X(16) VALUE ' DONE IN PRIOR  '.        00151103
            05 STR-CNT-OPT   PIC ZZ9.                                   00152103
            05 STR-CNT-TXT3  PIC X(25)                                  00153103
               VALUE ' OPTIONAL STEPS FAILED'.                          00154103
            05 FILLER        PIC X(15) VALUE SPACES.                    00155103
      *                                                                 00156103
      ******************************************************************00157103
      *                                                                 00158103
      ******************************************************************00159103
        PROCEDURE DIVISION.                                             00160103
        MAIN-PARA.                                                      00161103
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00162103
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00163103
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00164103
           PERFORM READ-RUN-OPTIONS.                                    00165103
           PERFORM LOAD-STREAM-DEFINITION.                              00166103
           IF WS-DEF-ERROR = 'Y' OR WS-STP-USED = 0                     00167103
               DISPLAY 'PCOBLSTR: STREAM DEFINITION MISSING OR '        00168103
                   'INVALID - STREAM NOT STARTED'                       00169103
               PERFORM SET-ERROR-CODE                                   00170103
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00171103
               STOP RUN                                                 00172103
           END-IF.                                                      00173103
           PERFORM LOAD-STREAM-STATUS.                                  00174103
           PERFORM SET-RESUME-POINT.                                    00175103
           PERFORM WRITE-STREAM-STATUS.                                 00176103
           MOVE WS-START-IX TO WS-STP-IX.                               00177103
           PERFORM RUN-STREAM-STEP                                      00178103
               UNTIL WS-STP-IX > WS-STP-USED                            00179103
                  OR WS-STREAM-STOPPED = 'Y'.                           00180103
           PERFORM WRITE-STREAM-SUMMARY.                                00181103
           IF WS-STREAM-STOPPED = 'Y'                                   00182103
               DISPLAY 'PCOBLSTR: STREAM STOPPED AT STEP '              00183103
                   WS-STP-NO(WS-STOP-IX) ' ' WS-STP-PGM(WS-STOP-IX)     00184103
                   ' RC ' WS-STP-RC(WS-STOP-IX)                         00185103
               PERFORM SET-ERROR-CODE                                   00186103
           ELSE                                                         00187103
               DISPLAY 'PCOBLSTR: STREAM COMPLETE, '                    00188103
                   WS-RUN-CNT ' STEPS RUN'                              00189103
           END-IF.                                                      00190103
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00191103
           STOP RUN.                                                    00192103
       LOAD-STREAM-DEFINITION.                                          00193103
           OPEN INPUT STREAM-DEF-FILE.                                  00194103
           IF WS-STRM-DEF-STATUS NOT = '00'                             00195103
               DISPLAY 'PCOBLSTR: STREAM DEFINITION OPEN FAILED, '      00196103
                   'STATUS ' WS-STRM-DEF-STATUS                         00197103
               MOVE 'Y' TO WS-DEF-ERROR                                 00198103
           ELSE                                                         00199103
               MOVE SPACES TO STREAM-DEF-EOD                            00200103
               PERFORM READ-STREAM-DEF-RECORD                           00201103
                   UNTIL STREAM-DEF-EOD = 'NO'                          00202103
               CLOSE STREAM-DEF-FILE                                    00203103
           END-IF.                                                      00204103
       READ-STREAM-DEF-RECORD.                                          00205103
           READ STREAM-DEF-FILE                                         00206103
             AT END MOVE 'NO' TO STREAM-DEF-EOD                         00207103
             NOT AT END                                                 00208103
               IF STREAM-DEF-IN NOT = SPACES                            00209103
                AND STREAM-DEF-IN(1:1) NOT = '*'                        00210103
                   MOVE STREAM-DEF-IN TO STREAM-DEF-REC                 00211103
                   PERFORM ADD-STREAM-STEP                              00212103
               END-IF                                                   00213103
           END-READ.                                                    00214103
       ADD-STREAM-STEP.                                                 00215103
           IF SDF-OPTIONAL = SPACE                                      00216103
               MOVE 'N' TO SDF-OPTIONAL                                 00217103
           END-IF.                                                      00218103
           IF SDF-STEP-NO IS NOT NUMERIC                                00219103
            OR SDF-STEP-NO <= WS-LAST-STEP-NO                           00220103
            OR SDF-PGM = SPACES                                         00221103
            OR SDF-MAX-RC IS NOT NUMERIC                                00222103
            OR (SDF-OPTIONAL NOT = 'Y' AND SDF-OPTIONAL NOT = 'N')      00223103
               DISPLAY 'PCOBLSTR: INVALID STREAM STEP - '               00224103
                   STREAM-DEF-IN                                        00225103
               MOVE 'Y' TO WS-DEF-ERROR                                 00226103
           ELSE                                                         00227103
               IF WS-STP-USED < WS-STP-MAX                              00228103
                   ADD 1 TO WS-STP-USED                                 00229103
                   MOVE SDF-STEP-NO  TO WS-STP-NO(WS-STP-USED)          00230103
                   MOVE SDF-PGM      TO WS-STP-PGM(WS-STP-USED)         00231103
                   MOVE SDF-MAX-RC   TO WS-STP-MAX-RC(WS-STP-USED)      00232103
                   MOVE SDF-OPTIONAL TO WS-STP-OPTIONAL(WS-STP-USED)    00233103
                   IF SDF-COMMAND = SPACES                              00234103
                       MOVE SDF-PGM TO WS-STP-COMMAND(WS-STP-USED)      00235103
                   ELSE                                                 00236103
                       MOVE SDF-COMMAND                                 00237103
                         TO WS-STP-COMMAND(WS-STP-USED)                 00238103
                   END-IF                                               00239103
                   MOVE 'P'  TO WS-STP-STATE(WS-STP-USED)               00240103
                   MOVE 'N'  TO WS-STP-RUN-NOW(WS-STP-USED)             00241103
                   MOVE ZERO TO WS-STP-START-DT(WS-STP-USED)            00242103
                                WS-STP-START-TM(WS-STP-USED)            00243103
                                WS-STP-END-DT(WS-STP-USED)              00244103
                                WS-STP-END-TM(WS-STP-USED)              00245103
                                WS-STP-RC(WS-STP-USED)                  00246103
                   MOVE SDF-STEP-NO TO WS-LAST-STEP-NO                  00247103
               ELSE                                                     00248103
                   DISPLAY 'PCOBLSTR: STREAM TABLE FULL AT '            00249103
                       WS-STP-MAX ' - STEP ' SDF-STEP-NO                00250103
                       ' CANNOT BE SCHEDULED'                           00251103
                   MOVE 'Y' TO WS-DEF-ERROR                             00252103
               END-IF                                                   00253103
           END-IF.                                                      00254103
       LOAD-STREAM-STATUS.                                              00255103
           OPEN INPUT STREAM-STAT-FILE.                                 00256103
           IF WS-STRM-STAT-STATUS = '00'                                00257103
               MOVE SPACES TO STREAM-STAT-EOD                           00258103
               PERFORM READ-STREAM-STAT-RECORD                          00259103
                   UNTIL STREAM-STAT-EOD = 'NO'                         00260103
               CLOSE STREAM-STAT-FILE                                   00261103
           ELSE                                                         00262103
               IF WS-STRM-STAT-STATUS NOT = '35'                        00263103
                   DISPLAY 'PCOBLSTR: STREAM STATUS FILE OPEN FAILED, ' 00264103
                       'STATUS ' WS-STRM-STAT-STATUS                    00265103
                   PERFORM SET-ERROR-CODE                               00266103
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00267103
                   STOP RUN                                             00268103
               END-IF                                                   00269103
           END-IF.                                                      00270103
       READ-STREAM-STAT-RECORD.                                         00271103
           READ STREAM-STAT-FILE                                        00272103
             AT END MOVE 'NO' TO STREAM-STAT-EOD                        00273103
             NOT AT END                                                 00274103
               IF WS-PRV-USED < WS-STP-MAX                              00275103
                   ADD 1 TO WS-PRV-USED                                 00276103
                   MOVE STREAM-STAT-IO TO WS-PRV-REC(WS-PRV-USED)       00277103
               ELSE                                                     00278103
                   MOVE 'N' TO WS-PRV-MATCH                             00279103
               END-IF                                                   00280103
           END-READ.                                                    00281103
       SET-RESUME-POINT.                                                00282103
           MOVE 1 TO WS-START-IX.                                       00283103
           IF WS-PRV-USED > 0                                           00284103
               IF WS-PRV-USED NOT = WS-STP-USED                         00285103
                   MOVE 'N' TO WS-PRV-MATCH                             00286103
               END-IF                                                   00287103
               MOVE 1 TO WS-PRV-IX                                      00288103
               PERFORM CHECK-PRIOR-STEP                                 00289103
                   UNTIL WS-PRV-IX > WS-PRV-USED                        00290103
               EVALUATE TRUE                                            00292103
                   WHEN WS-RESTART-FRESH = 'Y'                          00293103
                       DISPLAY 'PCOBLSTR: FRESH START REQUESTED - '     00294103
                           'PRIOR STREAM STATUS IGNORED'                00295103
                   WHEN WS-PRV-COMPLETE = 'Y'                           00296103
                       DISPLAY 'PCOBLSTR: PRIOR STREAM COMPLETE - '     00298103
                           'STARTING NEW CYCLE'                         00299103
                   WHEN WS-PRV-MATCH = 'N'                              00300103
                       DISPLAY 'PCOBLSTR: STREAM DEFINITION DOES NOT '  00301103
                           'MATCH STREAM STATUS FILE'                   00302103
                       DISPLAY 'PCOBLSTR: CORRECT STRMDEF OR RUN WITH ' 00303103
                           'RESTART=FRESH - STREAM NOT STARTED'         00304103
                       PERFORM SET-ERROR-CODE                           00305103
                       MOVE WS-RETURN-CODE TO RETURN-CODE               00306103
                       STOP RUN                                         00307103
                   WHEN OTHER                                           00308103
                       MOVE 'Y' TO WS-RESUMED                           00309103
                       MOVE 1 TO WS-PRV-IX                              00310103
                       PERFORM RESTORE-PRIOR-STEP                       00311103
                           UNTIL WS-PRV-IX > WS-PRV-USED                00312103
                       PERFORM FIND-RESUME-STEP                         00313103
                           UNTIL WS-START-IX > WS-STP-USED              00314103
                              OR (WS-STP-STATE(WS-START-IX) NOT = 'C'   00315103
                              AND WS-STP-STATE(WS-START-IX) NOT = 'W'   00316103
                              AND WS-STP-STATE(WS-START-IX) NOT = 'B')  00317103
               END-EVALUATE                                             00318103
           END-IF.                                                      00319103
           IF WS-FROM-STEP-SET = 'Y'                                    00320103
               MOVE 1 TO WS-START-IX                                    00321103
               PERFORM FIND-FROM-STEP                                   00322103
                   UNTIL WS-START-IX > WS-STP-USED                      00323103
                      OR WS-STP-NO(WS-START-IX) >= WS-FROM-STEP         00324103
               MOVE 1 TO WS-STP-IX                                      00325103
               PERFORM SET-STEP-FROM-OPTION                             00326103
                   UNTIL WS-STP-IX > WS-STP-USED                        00327103
           END-IF.                                                      00328103
           IF WS-START-IX <= WS-STP-USED                                00329103
               DISPLAY 'PCOBLSTR: STREAM STARTS AT STEP '               00330103
                   WS-STP-NO(WS-START-IX) ' '                           00331103
                   WS-STP-PGM(WS-START-IX)                              00332103
           END-IF.                                                      00333103
       CHECK-PRIOR-STEP.                                                00334103
           MOVE WS-PRV-REC(WS-PRV-IX) TO STREAM-STAT-REC.               00335103
           IF WS-PRV-IX <= WS-STP-USED                                  00336111
               IF SST-STEP-NO NOT = WS-STP-NO(WS-PRV-IX)                00337111
                OR SST-PGM NOT = WS-STP-PGM(WS-PRV-IX)                  00338111
                   MOVE 'N' TO WS-PRV-MATCH                             00339111
               END-IF                                                   00340111
           END-IF.                                                      00339103
           IF SST-STATE NOT = 'C'                                       00340103
            AND SST-STATE NOT = 'W'                                     00341103
            AND SST-STATE NOT = 'B'                                     00342103
               MOVE 'N' TO WS-PRV-COMPLETE                              00343103
           END-IF.                                                      00344103
           ADD 1 TO WS-PRV-IX.                                          00345103
       RESTORE-PRIOR-STEP.                                              00346103
           MOVE WS-PRV-REC(WS-PRV-IX) TO STREAM-STAT-REC.               00347103
           IF SST-STATE = 'C' OR 'W' OR 'B'                             00348103
               MOVE SST-STATE    TO WS-STP-STATE(WS-PRV-IX)             00349103
               MOVE SST-START-DT TO WS-STP-START-DT(WS-PRV-IX)          00350103
               MOVE SST-START-TM TO WS-STP-START-TM(WS-PRV-IX)          00351103
               MOVE SST-END-DT   TO WS-STP-END-DT(WS-PRV-IX)            00352103
               MOVE SST-END-TM   TO WS-STP-END-TM(WS-PRV-IX)            00353103
               MOVE SST-RC       TO WS-STP-RC(WS-PRV-IX)                00354103
           END-IF.                                                      00355103
           ADD 1 TO WS-PRV-IX.                                          00356103
       FIND-RESUME-STEP.                                                00357103
           ADD 1 TO WS-START-IX.                                        00358103
       FIND-FROM-STEP.                                                  00359103
           ADD 1 TO WS-START-IX.                                        00360103
       SET-STEP-FROM-OPTION.                                            00361103
           IF WS-STP-IX < WS-START-IX                                   00362103
               IF WS-STP-STATE(WS-STP-IX) NOT = 'C'                     00363103
                AND WS-STP-STATE(WS-STP-IX) NOT = 'W'                   00364103
                   MOVE 'B' TO WS-STP-STATE(WS-STP-IX)                  00365103
               END-IF                                                   00366103
           ELSE                                                         00367103
               MOVE 'P'  TO WS-STP-STATE(WS-STP-IX)                     00368103
               MOVE ZERO TO WS-STP-START-DT(WS-STP-IX)                  00369103
                            WS-STP-START-TM(WS-STP-IX)                  00370103
                            WS-STP-END-DT(WS-STP-IX)                    00371103
                            WS-STP-END-TM(WS-STP-IX)                    00372103
                            WS-STP-RC(WS-STP-IX)                        00373103
           END-IF.                                                      00374103
           ADD 1 TO WS-STP-IX.                                          00375103
       RUN-STREAM-STEP.                                                 00376103
           MOVE 'R' TO WS-STP-STATE(WS-STP-IX).                         00377103
           MOVE 'Y' TO WS-STP-RUN-NOW(WS-STP-IX).                       00378103
           ADD 1 TO WS-RUN-CNT.                                         00379103
           PERFORM GET-CURRENT-TIME.                                    00380103
           MOVE WS-CUR-DATE   TO WS-STP-START-DT(WS-STP-IX).            00381103
           MOVE WS-CUR-HHMMSS TO WS-STP-START-TM(WS-STP-IX).            00382103
           PERFORM WRITE-STREAM-STATUS.                                 00383103
           DISPLAY 'PCOBLSTR: STEP ' WS-STP-NO(WS-STP-IX) ' '           00384103
               WS-STP-PGM(WS-STP-IX) ' STARTED ' WS-CUR-HHMMSS.         00385103
           MOVE WS-STP-COMMAND(WS-STP-IX) TO WS-COMMAND.                00386103
           MOVE ZERO TO WS-SYS-RC.                                      00387103
           CALL "SYSTEM" USING WS-COMMAND                               00388103
               RETURNING WS-SYS-RC                                      00389103
           END-CALL.                                                    00390103
           IF WS-SYS-RC < 0                                             00391103
               MOVE 9999 TO WS-STEP-RC                                  00392103
           ELSE                                                         00393103
               DIVIDE WS-SYS-RC BY 256 GIVING WS-STEP-RC                00394103
                   REMAINDER WS-SYS-SIGNAL                              00395103
               IF WS-SYS-SIGNAL NOT = 0                                 00396103
                   MOVE 9999 TO WS-STEP-RC                              00397103
               END-IF                                                   00398103
           END-IF.                                                      00399103
           PERFORM GET-CURRENT-TIME.                                    00400103
           MOVE WS-CUR-DATE   TO WS-STP-END-DT(WS-STP-IX).              00401103
           MOVE WS-CUR-HHMMSS TO WS-STP-END-TM(WS-STP-IX).              00402103
           MOVE WS-STEP-RC    TO WS-STP-RC(WS-STP-IX).                  00403103
           EVALUATE TRUE                                                00404103
               WHEN WS-STEP-RC <= WS-STP-MAX-RC(WS-STP-IX)              00405103
                   MOVE 'C' TO WS-STP-STATE(WS-STP-IX)                  00406103
               WHEN WS-STP-OPTIONAL(WS-STP-IX) = 'Y'                    00407103
                   MOVE 'W' TO WS-STP-STATE(WS-STP-IX)                  00408103
                   ADD 1 TO WS-OPT-FAIL-CNT                             00409103
                   DISPLAY 'WARNING: OPTIONAL STEP '                    00410103
                       WS-STP-NO(WS-STP-IX) ' ' WS-STP-PGM(WS-STP-IX)   00411103
                       ' ENDED RC ' WS-STEP-RC ' - STREAM CONTINUES'    00412103
                   PERFORM SET-WARNING-CODE                             00413103
               WHEN OTHER                                               00414103
                   MOVE 'F' TO WS-STP-STATE(WS-STP-IX)                  00415103
                   MOVE 'Y' TO WS-STREAM-STOPPED                        00416103
                   MOVE WS-STP-IX TO WS-STOP-IX                         00417103
           END-EVALUATE.                                                00418103
           PERFORM WRITE-STREAM-STATUS.                                 00419103
           DISPLAY 'PCOBLSTR: STEP ' WS-STP-NO(WS-STP-IX) ' '           00420103
               WS-STP-PGM(WS-STP-IX) ' ENDED ' WS-CUR-HHMMSS            00421103
               ' RC ' WS-STEP-RC.                                       00422103
           ADD 1 TO WS-STP-IX.                                          00423103
       GET-CURRENT-TIME.                                                00424103
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD.                       00425103
           ACCEPT WS-CUR-TIME FROM TIME.                                00426103
       WRITE-STREAM-STATUS.                                             00427103
           OPEN OUTPUT STREAM-STAT-FILE.                                00428103
           IF WS-STRM-STAT-STATUS NOT = '00'                            00429103
               DISPLAY 'PCOBLSTR: STREAM STATUS FILE OPEN FAILED, '     00430103
                   'STATUS ' WS-STRM-STAT-STATUS                        00431103
               PERFORM SET-ERROR-CODE                                   00432103
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00433103
               STOP RUN                                                 00434103
           END-IF.                                                      00435103
           MOVE 1 TO WS-PRV-IX.                                         00436103
           PERFORM WRITE-STREAM-STAT-RECORD                             00437103
               UNTIL WS-PRV-IX > WS-STP-USED.                           00438103
           CLOSE STREAM-STAT-FILE.                                      00439103
       WRITE-STREAM-STAT-RECORD.                                        00440103
           MOVE SPACES TO STREAM-STAT-REC.                              00441103
           MOVE WS-STP-NO(WS-PRV-IX)       TO SST-STEP-NO.              00442103
           MOVE WS-STP-PGM(WS-PRV-IX)      TO SST-PGM.                  00443103
           MOVE WS-STP-STATE(WS-PRV-IX)    TO SST-STATE.                00444103
           MOVE WS-STP-OPTIONAL(WS-PRV-IX) TO SST-OPTIONAL.             00445103
           MOVE WS-STP-MAX-RC(WS-PRV-IX)   TO SST-MAX-RC.               00446103
           MOVE WS-STP-START-DT(WS-PRV-IX) TO SST-START-DT.             00447103
           MOVE WS-STP-START-TM(WS-PRV-IX) TO SST-START-TM.             00448103
           MOVE WS-STP-END-DT(WS-PRV-IX)   TO SST-END-DT.               00449103
           MOVE WS-STP-END-TM(WS-PRV-IX)   TO SST-END-TM.               00450103
           MOVE WS-STP-RC(WS-PRV-IX)       TO SST-RC.                   00451103
           MOVE WS-RUN-DATE-N              TO SST-RUN-DATE.             00452103
           MOVE STREAM-STAT-REC TO STREAM-STAT-IO.                      00453103
           WRITE STREAM-STAT-IO.                                        00454103
           ADD 1 TO WS-PRV-IX.                                          00455103
       WRITE-STREAM-SUMMARY.                                            00456103
           OPEN OUTPUT STREAM-RPT.                                      00457103
           MOVE WS-RUN-DATE-TXT TO STR-HDR-DATE.                        00458103
           MOVE STR-RPT-HDR TO STREAM-RPT-REC.                          00459103
           WRITE STREAM-RPT-REC.                                        00460103
           IF WS-RESUMED = 'Y' OR WS-FROM-STEP-SET = 'Y'                00461103
               MOVE 'RESUMED AT STEP' TO STR-START-TXT                  00462103
           ELSE                                                         00463103
               MOVE 'FRESH START AT STEP' TO STR-START-TXT              00464103
           END-IF.                                                      00465103
           IF WS-START-IX <= WS-STP-USED                                00466103
               MOVE WS-STP-NO(WS-START-IX) TO STR-START-STEP            00467103
           ELSE                                                         00468103
               MOVE ZERO TO STR-START-STEP                              00469103
           END-IF.                                                      00470103
           MOVE STR-START-LINE TO STREAM-RPT-REC.                       00471103
           WRITE STREAM-RPT-REC.                                        00472103
           MOVE SPACES TO STREAM-RPT-REC.                               00473103
           WRITE STREAM-RPT-REC.                                        00474103
           MOVE STR-COL-HDR TO STREAM-RPT-REC.                          00475103
           WRITE STREAM-RPT-REC.                                        00476103
           MOVE 1 TO WS-STP-IX.                                         00477103
           PERFORM WRITE-STEP-LINE                                      00478103
               UNTIL WS-STP-IX > WS-STP-USED.                           00479103
           MOVE SPACES TO STREAM-RPT-REC.                               00480103
           WRITE STREAM-RPT-REC.                                        00481103
           MOVE SPACES TO STR-TRL-STEP STR-TRL-PGM.                     00482103
           IF WS-STREAM-STOPPED = 'Y'                                   00483103
               MOVE 'STREAM STOPPED - RERUN RESUMES AT STEP'            00484103
                 TO STR-TRL-TXT                                         00485103
               MOVE WS-STP-NO(WS-STOP-IX)  TO STR-TRL-STEP              00486103
               MOVE WS-STP-PGM(WS-STOP-IX) TO STR-TRL-PGM               00487103
           ELSE                                                         00488103
               MOVE 'STREAM COMPLETE' TO STR-TRL-TXT                    00489103
           END-IF.                                                      00490103
           MOVE STR-TRL-LINE TO STREAM-RPT-REC.                         00491103
           WRITE STREAM-RPT-REC.                                        00492103
           MOVE WS-RUN-CNT      TO STR-CNT-RUN.                         00493103
           MOVE WS-DONE-CNT     TO STR-CNT-DONE.                        00494103
           MOVE WS-OPT-FAIL-CNT TO STR-CNT-OPT.                         00495103
           MOVE STR-CNT-LINE TO STREAM-RPT-REC.                         00496103
           WRITE STREAM-RPT-REC.                                        00497103
           CLOSE STREAM-RPT.                                            00498103
       WRITE-STEP-LINE.                                                 00499103
           MOVE WS-STP-NO(WS-STP-IX)       TO STR-STEP-NO.              00500103
           MOVE WS-STP-PGM(WS-STP-IX)      TO STR-PGM.                  00501103
           EVALUATE WS-STP-STATE(WS-STP-IX)                             00502103
               WHEN 'C'                                                 00503103
                   IF WS-STP-RUN-NOW(WS-STP-IX) = 'Y'                   00504103
                       MOVE 'COMPLETE'   TO STR-STATE-TXT               00505103
                   ELSE                                                 00506103
                       MOVE 'DONE-PRIOR' TO STR-STATE-TXT               00507103
                       ADD 1 TO WS-DONE-CNT                             00508103
                   END-IF                                               00509103
               WHEN 'W'                                                 00510103
                   IF WS-STP-RUN-NOW(WS-STP-IX) = 'Y'                   00511103
                       MOVE 'FAILED-OPT' TO STR-STATE-TXT               00512103
                   ELSE                                                 00513103
                       MOVE 'DONE-PRIOR' TO STR-STATE-TXT               00514103
                       ADD 1 TO WS-DONE-CNT                             00515103
                   END-IF                                               00516103
               WHEN 'F'                                                 00517103
                   MOVE 'FAILED'     TO STR-STATE-TXT                   00518103
               WHEN 'B'                                                 00519103
                   MOVE 'BYPASSED'   TO STR-STATE-TXT                   00520103
               WHEN 'R'                                                 00521103
                   MOVE 'RUNNING'    TO STR-STATE-TXT                   00522103
               WHEN OTHER                                               00523103
                   MOVE 'NOT RUN'    TO STR-STATE-TXT                   00524103
           END-EVALUATE.                                                00525103
           MOVE WS-STP-START-DT(WS-STP-IX) TO STR-START-DT.             00526103
           MOVE WS-STP-START-TM(WS-STP-IX) TO STR-START-TM.             00527103
           MOVE WS-STP-END-DT(WS-STP-IX)   TO STR-END-DT.               00528103
           MOVE WS-STP-END-TM(WS-STP-IX)   TO STR-END-TM.               00529103
           MOVE WS-STP-RC(WS-STP-IX)       TO STR-RC.                   00530103
           MOVE WS-STP-MAX-RC(WS-STP-IX)   TO STR-MAX-RC.               00531103
           MOVE WS-STP-OPTIONAL(WS-STP-IX) TO STR-OPTIONAL.             00532103
           MOVE STR-DTL-LINE TO STREAM-RPT-REC.                         00533103
           WRITE STREAM-RPT-REC.                                        00534103
           ADD 1 TO WS-STP-IX.                                          00535103
       READ-RUN-OPTIONS.                                                00536103
           OPEN INPUT RUN-OPTS-FILE.                                    00537103
           IF WS-RUN-OPTS-STATUS = '00'                                 00538103
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00539103
               PERFORM READ-RUN-OPTS-RECORD                             00540103
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00541103
               CLOSE RUN-OPTS-FILE                                      00542103
           END-IF.                                                      00543103
           IF WS-RESTART-FRESH = 'Y'                                    00544103
               DISPLAY 'RUN OPTION: RESTART FRESH'                      00545103
           END-IF.                                                      00546103
           IF WS-FROM-STEP-SET = 'Y'                                    00547103
               DISPLAY 'RUN OPTION: START FROM STEP ' WS-FROM-STEP      00548103
           END-IF.                                                      00549103
       READ-RUN-OPTS-RECORD.                                            00550103
           READ RUN-OPTS-FILE                                           00551103
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00552103
             NOT AT END                                                 00553103
               IF RUN-OPTS-REC NOT = SPACES                             00554103
                   PERFORM APPLY-RUN-OPTION                             00555103
               END-IF                                                   00556103
           END-READ.                                                    00557103
       APPLY-RUN-OPTION.                                                00558103
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00559103
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00560103
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00561103
           EVALUATE WS-OPT-KEY                                          00562103
               WHEN 'RESTART'                                           00563103
                   IF WS-OPT-VALUE = 'FRESH'                            00564103
                       MOVE 'Y' TO WS-RESTART-FRESH                     00565103
                   ELSE                                                 00566103
                       DISPLAY 'WARNING: INVALID RESTART OPTION '       00567103
                           'IGNORED - ' WS-OPT-VALUE                    00568103
                       PERFORM SET-WARNING-CODE                         00569103
                   END-IF                                               00570103
               WHEN 'FROMSTEP'                                          00571103
                   IF WS-OPT-VALUE(1:3) IS NUMERIC                      00572103
                    AND WS-OPT-VALUE(4:) = SPACES                       00573103
                       MOVE WS-OPT-VALUE(1:3) TO WS-FROM-STEP           00574103
                       MOVE 'Y' TO WS-FROM-STEP-SET                     00575103
                   ELSE                                                 00576103
                       DISPLAY 'WARNING: INVALID FROMSTEP OPTION '      00577103
                           'IGNORED - ' WS-OPT-VALUE                    00578103
                       PERFORM SET-WARNING-CODE                         00579103
                   END-IF                                               00580103
               WHEN OTHER                                               00581103
                   CONTINUE                                             00582103
           END-EVALUATE.                                                00583103
       SET-WARNING-CODE.                                                00584103
           IF WS-RETURN-CODE < 4                                        00585103
               MOVE 4 TO WS-RETURN-CODE                                 00586103
           END-IF.                                                      00587103
       SET-ERROR-CODE.                                                  00588103
           IF WS-RETURN-CODE < 8                                        00589103
               MOVE 8 TO WS-RETURN-CODE                                 00590103
           END-IF.                                                      00591103
