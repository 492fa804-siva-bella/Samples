        IDENTIFICATION DIVISION.                                        00001105
        PROGRAM-ID.    PCOBLORG.                                        00002105
        ENVIRONMENT DIVISION.                                           00003105
        INPUT-OUTPUT SECTION.                                           00004105
        FILE-CONTROL.                                                   00005105
           SELECT EMP-MASTER ASSIGN TO EMPMAST                          00006105
           ORGANIZATION IS  INDEXED                                     00007105
           ACCESS MODE  IS  DYNAMIC                                     00008105
           RECORD KEY   IS  MST-EMP-ID                                  00009105
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00010105
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00011105
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00012105
           FILE STATUS  IS  WS-MST-STATUS.                              00013105
           SELECT ORG-RPT ASSIGN TO ORGRPT                              00014105
           ORGANIZATION IS  SEQUENTIAL.                                 00015105
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00016105
           ORGANIZATION IS  LINE SEQUENTIAL                             00017105
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00018105
        DATA DIVISION.                                                  00019105
        FILE SECTION.                                                   00020105
      *                                                                 00021105
        FD EMP-MASTER                                                   00022105
             RECORD CONTAINS 100  CHARACTERS                            00023105
             DATA RECORD IS EMP-MST-REC.                                00024105
                                                                        00025105
           COPY "empmast.cpy".                                          00026105
      *                                                                 00027105
        FD ORG-RPT                                                      00028105
             RECORD CONTAINS 80   CHARACTERS                            00029105
             DATA RECORD IS ORG-REC.                                    00030105
                                                                        00031105
        01 ORG-REC        PIC X(80).                                    00032105
      *                                                                 00033105
        FD RUN-OPTS-FILE                                                00034105
             DATA RECORD IS RUN-OPTS-REC.                               00035105
                                                                        00036105
        01 RUN-OPTS-REC   PIC X(80).                                    00037105
                                                                        00038105
        WORKING-STORAGE SECTION.                                        00039105
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00040105
        01  WS-MST-STATUS     PIC X(02) VALUE SPACES.                   00041105
        01  EMP-MST-EOD       PIC X(02) VALUE SPACES.                   00042105
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00043105
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00044105
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00045105
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00046105
        01  WS-OPT-NUM        PIC 9(04) VALUE ZERO.                     00047105
        01  WS-OPT-NUM-OK     PIC X(01) VALUE 'N'.                      00048105
        01  WS-OPT-IX         PIC 9(02) VALUE 1.                        00049105
        01  WS-OPT-DIGIT-X    PIC X(01) VALUE SPACES.                   00050105
        01  WS-OPT-DIGIT-9 REDEFINES WS-OPT-DIGIT-X PIC 9(01).          00051105
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00052105
        01  WS-ASOF-DATE.                                               00053105
            05 WS-ASOF-YYYY PIC 9(04).                                  00054105
            05 WS-ASOF-MM   PIC 9(02).                                  00055105
            05 WS-ASOF-DD   PIC 9(02).                                  00056105
        01  WS-SPAN-MIN       PIC 9(03) VALUE 2.                        00057105
        01  WS-SPAN-MAX       PIC 9(03) VALUE 10.                       00058105
        01  WS-RUN-DATE.                                                00059105
            05 WS-RUN-YYYY  PIC 9(04).                                  00060105
            05 WS-RUN-MM    PIC 9(02).                                  00061105
            05 WS-RUN-DD    PIC 9(02).                                  00062105
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00063105
        01  WS-ORG-USED       PIC 9(04) VALUE ZERO.                     00064105
        01  WS-ORG-MAX        PIC 9(04) VALUE 5000.                     00065105
        01  WS-ORG-FULL       PIC X(01) VALUE 'N'.                      00066105
        01  WS-ORG-TABLE.                                               00067105
            05 WS-ORG-ENTRY OCCURS 5000 TIMES INDEXED BY WS-OX.         00068105
               10 WS-ORG-ID       PIC X(06) VALUE SPACES.               00069105
               10 WS-ORG-NAME     PIC X(10) VALUE SPACES.               00070105
               10 WS-ORG-DEPT     PIC X(10) VALUE SPACES.               00071105
               10 WS-ORG-MGR      PIC X(06) VALUE SPACES.               00072105
               10 WS-ORG-MGR-IX   PIC 9(04) VALUE ZERO.                 00073105
               10 WS-ORG-FIRST    PIC 9(04) VALUE ZERO.                 00074105
               10 WS-ORG-LAST     PIC 9(04) VALUE ZERO.                 00075105
               10 WS-ORG-NEXT     PIC 9(04) VALUE ZERO.                 00076105
               10 WS-ORG-DIRECT   PIC 9(05) VALUE ZERO.                 00077105
               10 WS-ORG-TOTAL    PIC 9(05) VALUE ZERO.                 00078105
               10 WS-ORG-PRINTED  PIC X(01) VALUE 'N'.                  00079105
        01  WS-ORG-IX         PIC 9(04) VALUE ZERO.                     00080105
        01  WS-MGR-IX         PIC 9(04) VALUE ZERO.                     00081105
        01  WS-UP-IX          PIC 9(04) VALUE ZERO.                     00082105
        01  WS-UP-DEPTH       PIC 9(04) VALUE ZERO.                     00083105
        01  WS-ROOT-IX        PIC 9(04) VALUE ZERO.                     00084105
        01  WS-CUR-IX         PIC 9(04) VALUE ZERO.                     00085105
        01  WS-CUR-LEVEL      PIC 9(04) VALUE ZERO.                     00086105
        01  WS-INDENT         PIC 9(02) VALUE ZERO.                     00087105
        01  WS-TREE-DONE      PIC X(01) VALUE 'N'.                      00088105
        01  WS-NEXT-FOUND     PIC X(01) VALUE 'N'.                      00089105
        01  WS-ROOT-CNT       PIC 9(05) VALUE ZERO.                     00090105
        01  WS-PRINTED-CNT    PIC 9(05) VALUE ZERO.                     00091105
        01  WS-SPAN-EXC-CNT   PIC 9(05) VALUE ZERO.                     00092105
        01  WS-NO-MGR-CNT     PIC 9(05) VALUE ZERO.                     00093105
        01  WS-LOOP-CNT       PIC 9(05) VALUE ZERO.                     00094105
        01  ORG-RPT-HDR.                                                00095105
            05 ORG-HDR-TXT  PIC X(42)                                   00096105
               VALUE 'REPORTING STRUCTURE - RUN DATE '.                 00097105
            05 ORG-HDR-DATE PIC X(10).                                  00098105
            05 FILLER       PIC X(28) VALUE SPACES.                     00099105
        01  ORG-COL-HDR.                                                00100105
            05 ORG-COL-TXT1 PIC X(41)                                   00101105
               VALUE 'EMPLOYEE (INDENTED BY LEVEL)'.                    00102105
            05 ORG-COL-TXT2 PIC X(21)                                   00103105
               VALUE 'LVL DIRECT TOTAL FLAG'.                           00104105
            05 FILLER       PIC X(18) VALUE SPACES.                     00105105
        01  ORG-DTL-LINE.                                               00106105
            05 ORG-TREE-TXT PIC X(40).                                  00107105
            05 WS-ORG-SP1   PIC X(01) VALUE SPACES.                     00108105
            05 ORG-LEVEL    PIC ZZ9.                                    00109105
            05 WS-ORG-SP2   PIC X(01) VALUE SPACES.                     00110105
            05 ORG-DIRECT   PIC ZZZZZ9.                                 00111105
            05 WS-ORG-SP3   PIC X(01) VALUE SPACES.                     00112105
            05 ORG-TOTAL    PIC ZZZZ9.                                  00113105
            05 WS-ORG-SP4   PIC X(01) VALUE SPACES.                     00114105
            05 ORG-FLAG     PIC X(22).                                  00115105
        01  ORG-SEC-HDR.                                                00116105
            05 ORG-SEC-TXT  PIC X(60).                                  00117105
            05 FILLER       PIC X(20) VALUE SPACES.                     00118105
        01  ORG-LST-LINE.                                               00119105
            05 ORG-LST-ID     PIC X(06).                                00120105
            05 WS-ORG-LSP1    PIC X(01) VALUE SPACES.                   00121105
            05 ORG-LST-NAME   PIC X(10).                                00122105
            05 WS-ORG-LSP2    PIC X(01) VALUE SPACES.                   00123105
            05 ORG-LST-DEPT   PIC X(10).                                00124105
            05 WS-ORG-LSP3    PIC X(01) VALUE SPACES.                   00125105
            05 ORG-LST-CNT    PIC ZZZZ9.                                00126105
            05 WS-ORG-LSP4    PIC X(01) VALUE SPACES.                   00127105
            05 ORG-LST-TXT    PIC X(30).                                00128105
            05 FILLER         PIC X(15) VALUE SPACES.                   00129105
        01  ORG-CNT-LINE.                                               00130105
            05 ORG-CNT-TXT  PIC X(25).                                  00131105
            05 ORG-CNT-VAL  PIC 9(05).                                  00132105
            05 FILLER       PIC X(50) VALUE SPACES.                     00133105
      *                                                                 00134105
      ******************************************************************00135105
      *                                                                 00136105
      ******************************************************************00137105
        PROCEDURE DIVISION.                                             00138105
        MAIN-PARA.                                                      00139105
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00140105
           PERFORM READ-RUN-OPTIONS.                                    00141105
           IF WS-ASOF-SET = 'Y'                                         00142105
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00143105
           END-IF.                                                      00144105
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00145105
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00146105
           PERFORM LOAD-ORG-TABLE.                                      00147105
           MOVE 1 TO WS-ORG-IX.                                         00148105
           PERFORM LINK-ORG-ENTRY                                       00149105
               UNTIL WS-ORG-IX > WS-ORG-USED.                           00150105
           MOVE 1 TO WS-ORG-IX.                                         00151105
           PERFORM ROLL-UP-HEADCOUNT                                    00152105
               UNTIL WS-ORG-IX > WS-ORG-USED.                           00153105
           OPEN OUTPUT ORG-RPT.                                         00154105
           MOVE WS-RUN-DATE-TXT TO ORG-HDR-DATE.                        00155105
           MOVE ORG-RPT-HDR TO ORG-REC.                                 00156105
           WRITE ORG-REC.                                               00157105
           MOVE ORG-COL-HDR TO ORG-REC.                                 00158105
           WRITE ORG-REC.                                               00159105
           MOVE 1 TO WS-ROOT-IX.                                        00160105
           PERFORM PRINT-ROOT-TREE                                      00161105
               UNTIL WS-ROOT-IX > WS-ORG-USED.                          00162105
           PERFORM PRINT-SPAN-SECTION.                                  00163105
           PERFORM PRINT-NO-MGR-SECTION.                                00164105
           PERFORM PRINT-LOOP-SECTION.                                  00165105
           MOVE 'TOTAL ACTIVE EMPLOYEES:  ' TO ORG-CNT-TXT.             00166105
           MOVE WS-ORG-USED TO ORG-CNT-VAL.                             00167105
           MOVE ORG-CNT-LINE TO ORG-REC.                                00168105
           WRITE ORG-REC.                                               00169105
           MOVE 'TOTAL AT TOP OF TREE:    ' TO ORG-CNT-TXT.             00170105
           MOVE WS-ROOT-CNT TO ORG-CNT-VAL.                             00171105
           MOVE ORG-CNT-LINE TO ORG-REC.                                00172105
           WRITE ORG-REC.                                               00173105
           CLOSE ORG-RPT.                                               00174105
           DISPLAY 'PCOBLORG: ' WS-ORG-USED ' ACTIVE EMPLOYEES '        00175105
               WS-ROOT-CNT ' AT TOP OF TREE '                           00176105
               WS-SPAN-EXC-CNT ' SPAN EXCEPTIONS'.                      00177105
           IF WS-SPAN-EXC-CNT > 0                                       00178105
               DISPLAY 'WARNING: SPAN OF CONTROL EXCEPTIONS'            00179105
                   ' - SEE ORGRPT'                                      00180105
               PERFORM SET-WARNING-CODE                                 00181105
           END-IF.                                                      00182105
           IF WS-NO-MGR-CNT > 0                                         00183105
               DISPLAY 'WARNING: ' WS-NO-MGR-CNT                        00184105
                   ' EMPLOYEES REPORT TO A MANAGER NOT ACTIVE'          00185105
               PERFORM SET-WARNING-CODE                                 00186105
           END-IF.                                                      00187105
           IF WS-LOOP-CNT > 0                                           00188105
               DISPLAY 'WARNING: ' WS-LOOP-CNT                          00189105
                   ' EMPLOYEES IN OR BELOW A REPORTING LOOP'            00190105
               PERFORM SET-WARNING-CODE                                 00191105
           END-IF.                                                      00192105
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00193105
           STOP RUN.                                                    00194105
       LOAD-ORG-TABLE.                                                  00195105
           OPEN INPUT EMP-MASTER.                                       00196105
           IF WS-MST-STATUS NOT = '00'                                  00197105
               DISPLAY 'PCOBLORG: EMPLOYEE MASTER OPEN FAILED, '        00198105
                   'STATUS ' WS-MST-STATUS                              00199105
               PERFORM SET-ERROR-CODE                                   00200105
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00201105
               STOP RUN                                                 00202105
           END-IF.                                                      00203105
           MOVE SPACES TO EMP-MST-EOD.                                  00204105
           MOVE LOW-VALUES TO MST-EMP-ID.                               00205105
           START EMP-MASTER KEY NOT < MST-EMP-ID                        00206105
               INVALID KEY MOVE 'NO' TO EMP-MST-EOD                     00207105
           END-START.                                                   00208105
           PERFORM READ-MASTER-RECORD                                   00209105
               UNTIL EMP-MST-EOD = 'NO'.                                00210105
           CLOSE EMP-MASTER.                                            00211105
       READ-MASTER-RECORD.                                              00212105
           READ EMP-MASTER NEXT RECORD                                  00213105
            AT END MOVE 'NO' TO EMP-MST-EOD                             00214105
            NOT AT END                                                  00215105
               IF MST-STATUS = 'A'                                      00216105
                   PERFORM ADD-ORG-ENTRY                                00217105
               END-IF                                                   00218105
           END-READ.                                                    00219105
       ADD-ORG-ENTRY.                                                   00220105
           IF WS-ORG-USED >= WS-ORG-MAX                                 00221105
               IF WS-ORG-FULL = 'N'                                     00222105
                   MOVE 'Y' TO WS-ORG-FULL                              00223105
                   DISPLAY 'WARNING: EMPLOYEE TABLE FULL AT 5000'       00224105
                       ' - DISCARDING ' MST-EMP-ID ' AND AFTER'         00225105
                   PERFORM SET-WARNING-CODE                             00226105
               END-IF                                                   00227105
           ELSE                                                         00228105
               ADD 1 TO WS-ORG-USED                                     00229105
               SET WS-OX TO WS-ORG-USED                                 00230105
               MOVE MST-EMP-ID    TO WS-ORG-ID(WS-OX)                   00231105
               MOVE MST-EMP-NAME  TO WS-ORG-NAME(WS-OX)                 00232105
               MOVE MST-DEPART-CD TO WS-ORG-DEPT(WS-OX)                 00233105
               MOVE MST-MGR-ID    TO WS-ORG-MGR(WS-OX)                  00234105
           END-IF.                                                      00235105
       LINK-ORG-ENTRY.                                                  00236105
           IF WS-ORG-MGR(WS-ORG-IX) NOT = SPACES                        00237105
               SET WS-OX TO 1                                           00238105
               SEARCH WS-ORG-ENTRY                                      00239105
                   AT END                                               00240105
                       ADD 1 TO WS-NO-MGR-CNT                           00241105
                   WHEN WS-ORG-ID(WS-OX) = WS-ORG-MGR(WS-ORG-IX)        00242105
                       SET WS-MGR-IX TO WS-OX                           00243105
                       PERFORM ADD-CHILD-LINK                           00244105
               END-SEARCH                                               00245105
           END-IF.                                                      00246105
           ADD 1 TO WS-ORG-IX.                                          00247105
       ADD-CHILD-LINK.                                                  00248105
           ADD 1 TO WS-ORG-DIRECT(WS-MGR-IX).                           00249105
           MOVE WS-MGR-IX TO WS-ORG-MGR-IX(WS-ORG-IX).                  00250105
           IF WS-ORG-FIRST(WS-MGR-IX) = ZERO                            00251105
               MOVE WS-ORG-IX TO WS-ORG-FIRST(WS-MGR-IX)                00252105
           ELSE                                                         00253105
               MOVE WS-ORG-LAST(WS-MGR-IX) TO WS-UP-IX                  00254105
               MOVE WS-ORG-IX TO WS-ORG-NEXT(WS-UP-IX)                  00255105
           END-IF.                                                      00256105
           MOVE WS-ORG-IX TO WS-ORG-LAST(WS-MGR-IX).                    00257105
       ROLL-UP-HEADCOUNT.                                               00258105
           MOVE WS-ORG-MGR-IX(WS-ORG-IX) TO WS-UP-IX.                   00259105
           MOVE ZERO TO WS-UP-DEPTH.                                    00260105
           PERFORM ADD-TO-ANCESTOR                                      00261105
               UNTIL WS-UP-IX = ZERO.                                   00262105
           ADD 1 TO WS-ORG-IX.                                          00263105
       ADD-TO-ANCESTOR.                                                 00264105
           IF WS-UP-IX = WS-ORG-IX                                      00265105
            OR WS-UP-DEPTH >= WS-ORG-USED                               00266105
               MOVE ZERO TO WS-UP-IX                                    00267105
           ELSE                                                         00268105
               ADD 1 TO WS-ORG-TOTAL(WS-UP-IX)                          00269105
               ADD 1 TO WS-UP-DEPTH                                     00270105
               MOVE WS-ORG-MGR-IX(WS-UP-IX) TO WS-UP-IX                 00271105
           END-IF.                                                      00272105
       PRINT-ROOT-TREE.                                                 00273105
           IF WS-ORG-MGR-IX(WS-ROOT-IX) = ZERO                          00274105
               ADD 1 TO WS-ROOT-CNT                                     00275105
               MOVE WS-ROOT-IX TO WS-CUR-IX                             00276105
               MOVE 1   TO WS-CUR-LEVEL                                 00277105
               MOVE 'N' TO WS-TREE-DONE                                 00278105
               PERFORM PRINT-TREE-NODE                                  00279105
                   UNTIL WS-TREE-DONE = 'Y'                             00280105
           END-IF.                                                      00281105
           ADD 1 TO WS-ROOT-IX.                                         00282105
       PRINT-TREE-NODE.                                                 00283105
           PERFORM WRITE-TREE-LINE.                                     00284105
           IF WS-ORG-FIRST(WS-CUR-IX) NOT = ZERO                        00285105
               MOVE WS-ORG-FIRST(WS-CUR-IX) TO WS-CUR-IX                00286105
               ADD 1 TO WS-CUR-LEVEL                                    00287105
           ELSE                                                         00288105
               MOVE 'N' TO WS-NEXT-FOUND                                00289105
               PERFORM FIND-NEXT-NODE                                   00290105
                   UNTIL WS-NEXT-FOUND = 'Y'                            00291105
                      OR WS-TREE-DONE = 'Y'                             00292105
           END-IF.                                                      00293105
       FIND-NEXT-NODE.                                                  00294105
           EVALUATE TRUE                                                00295105
               WHEN WS-CUR-IX = WS-ROOT-IX                              00296105
                   MOVE 'Y' TO WS-TREE-DONE                             00297105
               WHEN WS-ORG-NEXT(WS-CUR-IX) NOT = ZERO                   00298105
                   MOVE WS-ORG-NEXT(WS-CUR-IX) TO WS-CUR-IX             00299105
                   MOVE 'Y' TO WS-NEXT-FOUND                            00300105
               WHEN OTHER                                               00301105
                   MOVE WS-ORG-MGR-IX(WS-CUR-IX) TO WS-CUR-IX           00302105
                   SUBTRACT 1 FROM WS-CUR-LEVEL                         00303105
           END-EVALUATE.                                                00304105
       WRITE-TREE-LINE.                                                 00305105
           MOVE 'Y' TO WS-ORG-PRINTED(WS-CUR-IX).                       00306105
           ADD 1 TO WS-PRINTED-CNT.                                     00307105
           IF WS-CUR-LEVEL > 7                                          00308105
               MOVE 13 TO WS-INDENT                                     00309105
           ELSE                                                         00310105
               COMPUTE WS-INDENT = (WS-CUR-LEVEL - 1) * 2 + 1           00311105
           END-IF.                                                      00312105
           MOVE SPACES TO ORG-TREE-TXT.                                 00313105
           STRING WS-ORG-ID(WS-CUR-IX) ' '                              00314105
                  WS-ORG-NAME(WS-CUR-IX) ' '                            00315105
                  WS-ORG-DEPT(WS-CUR-IX)                                00316105
               DELIMITED BY SIZE INTO ORG-TREE-TXT                      00317105
               WITH POINTER WS-INDENT.                                  00318105
           MOVE WS-CUR-LEVEL             TO ORG-LEVEL.                  00319105
           MOVE WS-ORG-DIRECT(WS-CUR-IX) TO ORG-DIRECT.                 00320105
           MOVE WS-ORG-TOTAL(WS-CUR-IX)  TO ORG-TOTAL.                  00321105
           MOVE SPACES TO ORG-FLAG.                                     00322105
           EVALUATE TRUE                                                00323105
               WHEN WS-ORG-MGR-IX(WS-CUR-IX) = ZERO                     00324105
                AND WS-ORG-MGR(WS-CUR-IX) NOT = SPACES                  00325105
                   STRING 'MGR ' WS-ORG-MGR(WS-CUR-IX) ' NOT ACTIVE'    00326105
                       DELIMITED BY SIZE INTO ORG-FLAG                  00327105
               WHEN WS-ORG-DIRECT(WS-CUR-IX) > WS-SPAN-MAX              00328105
                   MOVE 'SPAN ABOVE MAXIMUM' TO ORG-FLAG                00329105
               WHEN WS-ORG-DIRECT(WS-CUR-IX) > ZERO                     00330105
                AND WS-ORG-DIRECT(WS-CUR-IX) < WS-SPAN-MIN              00331105
                   MOVE 'SPAN BELOW MINIMUM' TO ORG-FLAG                00332105
               WHEN OTHER                                               00333105
                   CONTINUE                                             00334105
           END-EVALUATE.                                                00335105
           MOVE ORG-DTL-LINE TO ORG-REC.                                00336105
           WRITE ORG-REC.                                               00337105
       PRINT-SPAN-SECTION.                                              00338105
           MOVE SPACES TO ORG-SEC-TXT.                                  00339105
           STRING 'SPAN OF CONTROL EXCEPTIONS - MINIMUM ' WS-SPAN-MIN   00340105
                  ' MAXIMUM ' WS-SPAN-MAX                               00341105
               DELIMITED BY SIZE INTO ORG-SEC-TXT.                      00342105
           MOVE ORG-SEC-HDR TO ORG-REC.                                 00343105
           WRITE ORG-REC.                                               00344105
           MOVE 1 TO WS-ORG-IX.                                         00345105
           PERFORM PRINT-SPAN-LINE                                      00346105
               UNTIL WS-ORG-IX > WS-ORG-USED.                           00347105
           MOVE 'TOTAL SPAN EXCEPTIONS:   ' TO ORG-CNT-TXT.             00348105
           MOVE WS-SPAN-EXC-CNT TO ORG-CNT-VAL.                         00349105
           MOVE ORG-CNT-LINE TO ORG-REC.                                00350105
           WRITE ORG-REC.                                               00351105
       PRINT-SPAN-LINE.                                                 00352105
           MOVE SPACES TO ORG-LST-TXT.                                  00353105
           IF WS-ORG-DIRECT(WS-ORG-IX) > WS-SPAN-MAX                    00354105
               MOVE 'DIRECT REPORTS ABOVE MAXIMUM' TO ORG-LST-TXT       00355105
           END-IF.                                                      00356105
           IF WS-ORG-DIRECT(WS-ORG-IX) > ZERO                           00357105
            AND WS-ORG-DIRECT(WS-ORG-IX) < WS-SPAN-MIN                  00358105
               MOVE 'DIRECT REPORTS BELOW MINIMUM' TO ORG-LST-TXT       00359105
           END-IF.                                                      00360105
           IF ORG-LST-TXT NOT = SPACES                                  00361105
               ADD 1 TO WS-SPAN-EXC-CNT                                 00362105
               MOVE WS-ORG-DIRECT(WS-ORG-IX) TO ORG-LST-CNT             00363105
               PERFORM WRITE-LIST-LINE                                  00364105
           END-IF.                                                      00365105
           ADD 1 TO WS-ORG-IX.                                          00366105
       PRINT-NO-MGR-SECTION.                                            00367105
           MOVE 'EMPLOYEES REPORTING TO A MANAGER NOT ACTIVE ON MASTER' 00368105
             TO ORG-SEC-TXT.                                            00369105
           MOVE ORG-SEC-HDR TO ORG-REC.                                 00370105
           WRITE ORG-REC.                                               00371105
           MOVE 1 TO WS-ORG-IX.                                         00372105
           PERFORM PRINT-NO-MGR-LINE                                    00373105
               UNTIL WS-ORG-IX > WS-ORG-USED.                           00374105
           MOVE 'TOTAL MGR NOT ACTIVE:    ' TO ORG-CNT-TXT.             00375105
           MOVE WS-NO-MGR-CNT TO ORG-CNT-VAL.                           00376105
           MOVE ORG-CNT-LINE TO ORG-REC.                                00377105
           WRITE ORG-REC.                                               00378105
       PRINT-NO-MGR-LINE.                                               00379105
           IF WS-ORG-MGR-IX(WS-ORG-IX) = ZERO                           00380105
            AND WS-ORG-MGR(WS-ORG-IX) NOT = SPACES                      00381105
               MOVE ZERO   TO ORG-LST-CNT                               00382105
               MOVE SPACES TO ORG-LST-TXT                               00383105
               STRING 'MANAGER ' WS-ORG-MGR(WS-ORG-IX)                  00384105
                   DELIMITED BY SIZE INTO ORG-LST-TXT                   00385105
               PERFORM WRITE-LIST-LINE                                  00386105
           END-IF.                                                      00387105
           ADD 1 TO WS-ORG-IX.                                          00388105
       PRINT-LOOP-SECTION.                                              00389105
           MOVE 'EMPLOYEES IN OR BELOW A REPORTING LOOP'                00390105
             TO ORG-SEC-TXT.                                            00391105
           MOVE ORG-SEC-HDR TO ORG-REC.                                 00392105
           WRITE ORG-REC.                                               00393105
           MOVE 1 TO WS-ORG-IX.                                         00394105
           PERFORM PRINT-LOOP-LINE                                      00395105
               UNTIL WS-ORG-IX > WS-ORG-USED.                           00396105
           MOVE 'TOTAL IN REPORTING LOOP: ' TO ORG-CNT-TXT.             00397105
           MOVE WS-LOOP-CNT TO ORG-CNT-VAL.                             00398105
           MOVE ORG-CNT-LINE TO ORG-REC.                                00399105
           WRITE ORG-REC.                                               00400105
       PRINT-LOOP-LINE.                                                 00401105
           IF WS-ORG-PRINTED(WS-ORG-IX) = 'N'                           00402105
               ADD 1 TO WS-LOOP-CNT                                     00403105
               MOVE ZERO   TO ORG-LST-CNT                               00404105
               MOVE SPACES TO ORG-LST-TXT                               00405105
               STRING 'REPORTS TO ' WS-ORG-MGR(WS-ORG-IX)               00406105
                   DELIMITED BY SIZE INTO ORG-LST-TXT                   00407105
               PERFORM WRITE-LIST-LINE                                  00408105
           END-IF.                                                      00409105
           ADD 1 TO WS-ORG-IX.                                          00410105
       WRITE-LIST-LINE.                                                 00411105
           MOVE WS-ORG-ID(WS-ORG-IX)   TO ORG-LST-ID.                   00412105
           MOVE WS-ORG-NAME(WS-ORG-IX) TO ORG-LST-NAME.                 00413105
           MOVE WS-ORG-DEPT(WS-ORG-IX) TO ORG-LST-DEPT.                 00414105
           MOVE ORG-LST-LINE TO ORG-REC.                                00415105
           WRITE ORG-REC.                                               00416105
       READ-RUN-OPTIONS.                                                00417105
           OPEN INPUT RUN-OPTS-FILE.                                    00418105
           IF WS-RUN-OPTS-STATUS = '00'                                 00419105
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00420105
               PERFORM READ-RUN-OPTS-RECORD                             00421105
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00422105
               CLOSE RUN-OPTS-FILE                                      00423105
           END-IF.                                                      00424105
           IF WS-SPAN-MIN > WS-SPAN-MAX                                 00425105
               DISPLAY 'WARNING: SPAN MINIMUM ' WS-SPAN-MIN             00426105
                   ' ABOVE MAXIMUM ' WS-SPAN-MAX                        00427105
                   ' - DEFAULT LIMITS USED'                             00428105
               PERFORM SET-WARNING-CODE                                 00429105
               MOVE 2  TO WS-SPAN-MIN                                   00430105
               MOVE 10 TO WS-SPAN-MAX                                   00431105
           END-IF.                                                      00432105
           IF WS-ASOF-SET = 'Y'                                         00433105
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00434105
           ELSE                                                         00435105
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00436105
           END-IF.                                                      00437105
           DISPLAY 'RUN OPTION: SPAN OF CONTROL MINIMUM '               00438105
               WS-SPAN-MIN ' MAXIMUM ' WS-SPAN-MAX.                     00439105
       READ-RUN-OPTS-RECORD.                                            00440105
           READ RUN-OPTS-FILE                                           00441105
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00442105
             NOT AT END                                                 00443105
               IF RUN-OPTS-REC NOT = SPACES                             00444105
                   PERFORM APPLY-RUN-OPTION                             00445105
               END-IF                                                   00446105
           END-READ.                                                    00447105
       APPLY-RUN-OPTION.                                                00448105
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00449105
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00450105
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00451105
           EVALUATE WS-OPT-KEY                                          00452105
               WHEN 'ASOFDATE'                                          00453105
                   PERFORM PARSE-ASOF-DATE                              00454105
               WHEN 'SPANMIN'                                           00455105
                   PERFORM PARSE-OPT-NUMBER                             00456105
                   IF WS-OPT-NUM-OK = 'Y' AND WS-OPT-NUM <= 999         00457105
                       MOVE WS-OPT-NUM TO WS-SPAN-MIN                   00458105
                   ELSE                                                 00459105
                       DISPLAY 'WARNING: INVALID SPAN MINIMUM '         00460105
                           'IGNORED - ' WS-OPT-VALUE                    00461105
                       PERFORM SET-WARNING-CODE                         00462105
                   END-IF                                               00463105
               WHEN 'SPANMAX'                                           00464105
                   PERFORM PARSE-OPT-NUMBER                             00465105
                   IF WS-OPT-NUM-OK = 'Y' AND WS-OPT-NUM <= 999         00466105
                    AND WS-OPT-NUM > 0                                  00467105
                       MOVE WS-OPT-NUM TO WS-SPAN-MAX                   00468105
                   ELSE                                                 00469105
                       DISPLAY 'WARNING: INVALID SPAN MAXIMUM '         00470105
                           'IGNORED - ' WS-OPT-VALUE                    00471105
                       PERFORM SET-WARNING-CODE                         00472105
                   END-IF                                               00473105
               WHEN OTHER                                               00474105
                   CONTINUE                                             00475105
           END-EVALUATE.                                                00476105
       PARSE-ASOF-DATE.                                                 00477105
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00478105
            AND WS-OPT-VALUE(9:) = SPACES                               00479105
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00480105
               IF WS-ASOF-YYYY > 1900                                   00481105
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00482105
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00483105
                   MOVE 'Y' TO WS-ASOF-SET                              00484105
               END-IF                                                   00485105
           END-IF.                                                      00486105
           IF WS-ASOF-SET = 'N'                                         00487105
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00488105
                   WS-OPT-VALUE                                         00489105
               PERFORM SET-WARNING-CODE                                 00490105
           END-IF.                                                      00491105
       PARSE-OPT-NUMBER.                                                00492105
           MOVE 'Y' TO WS-OPT-NUM-OK.                                   00493105
           MOVE ZERO TO WS-OPT-NUM.                                     00494105
           MOVE 1 TO WS-OPT-IX.                                         00495105
           PERFORM PARSE-OPT-DIGIT                                      00496105
               UNTIL WS-OPT-IX > 4                                      00497105
                  OR WS-OPT-NUM-OK = 'N'                                00498105
                  OR WS-OPT-DIGIT-X = SPACE AND WS-OPT-IX > 1.          00499105
           IF WS-OPT-VALUE(1:1) = SPACE                                 00500105
               MOVE 'N' TO WS-OPT-NUM-OK                                00501105
           END-IF.                                                      00502105
           IF WS-OPT-VALUE(WS-OPT-IX:) NOT = SPACES                     00503105
               MOVE 'N' TO WS-OPT-NUM-OK                                00504105
           END-IF.                                                      00505105
       PARSE-OPT-DIGIT.                                                 00506105
           MOVE WS-OPT-VALUE(WS-OPT-IX:1) TO WS-OPT-DIGIT-X.            00507105
           EVALUATE TRUE                                                00508105
               WHEN WS-OPT-DIGIT-X IS NUMERIC                           00509105
                   COMPUTE WS-OPT-NUM =                                 00510105
                       WS-OPT-NUM * 10 + WS-OPT-DIGIT-9                 00511105
               WHEN WS-OPT-DIGIT-X = SPACE                              00512105
                   CONTINUE                                             00513105
               WHEN OTHER                                               00514105
                   MOVE 'N' TO WS-OPT-NUM-OK                            00515105
           END-EVALUATE.                                                00516105
           ADD 1 TO WS-OPT-IX.                                          00517105
       SET-WARNING-CODE.                                                00518105
           IF WS-RETURN-CODE < 4                                        00519105
               MOVE 4 TO WS-RETURN-CODE                                 00520105
           END-IF.                                                      00521105
       SET-ERROR-CODE.                                                  00522105
           IF WS-RETURN-CODE < 8                                        00523105
               MOVE 8 TO WS-RETURN-CODE                                 00524105
           END-IF.                                                      00525105
