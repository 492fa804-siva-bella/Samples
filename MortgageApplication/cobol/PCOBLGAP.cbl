        IDENTIFICATION DIVISION.                                        00001109
        PROGRAM-ID.    PCOBLGAP.                                        00002109
        ENVIRONMENT DIVISION.                                           00003109
        INPUT-OUTPUT SECTION.                                           00004109
        FILE-CONTROL.                                                   00005109
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006109
           ORGANIZATION IS  SEQUENTIAL                                  00007109
           FILE STATUS IS WS-EMPWORK-STATUS.                            00008109
           SELECT REQ-SKILL-FILE ASSIGN TO REQSKL                       00009109
           ORGANIZATION IS  SEQUENTIAL                                  00010109
           FILE STATUS IS WS-REQ-SKL-STATUS.                            00011109
           SELECT GAP-RPT ASSIGN TO GAPRPT                              00012109
           ORGANIZATION IS  SEQUENTIAL.                                 00013109
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00014109
           ORGANIZATION IS  SEQUENTIAL                                  00015109
           FILE STATUS IS WS-RUNHIST-STATUS.                            00016109
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00017109
           ORGANIZATION IS  LINE SEQUENTIAL                             00018109
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00019109
        DATA DIVISION.                                                  00020109
        FILE SECTION.                                                   00021109
      *                                                                 00022109
        FD EMP-WORK-FILE                                                00023109
             RECORD CONTAINS 250  CHARACTERS                            00024109
             DATA RECORD IS EMP-WORK-IN.                                00025109
                                                                        00026109
        01 EMP-WORK-IN    PIC X(250).                                   00027109
      *                                                                 00028109
        FD REQ-SKILL-FILE                                               00029109
             RECORD CONTAINS 80   CHARACTERS                            00030109
             DATA RECORD IS REQ-SKL-REC.                                00031109
                                                                        00032109
        01 REQ-SKL-REC    PIC X(80).                                    00033109
      *                                                                 00034109
        FD GAP-RPT                                                      00035109
             RECORD CONTAINS 80   CHARACTERS                            00036109
             DATA RECORD IS GAP-REC.                                    00037109
                                                                        00038109
        01 GAP-REC        PIC X(80).                                    00039109
      *                                                                 00040109
        FD RUN-HIST-FILE                                                00041109
             RECORD CONTAINS 80   CHARACTERS                            00042109
             DATA RECORD IS RUN-HIST-OUT.                               00043109
                                                                        00044109
        01 RUN-HIST-OUT   PIC X(80).                                    00045109
      *                                                                 00046109
        FD RUN-OPTS-FILE                                                00047109
             DATA RECORD IS RUN-OPTS-REC.                               00048109
                                                                        00049109
        01 RUN-OPTS-REC   PIC X(80).                                    00050109
                                                                        00051109
        WORKING-STORAGE SECTION.                                        00052109
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00053109
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00054109
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00055109
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00056109
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00057109
        01  WS-ASOF-SET       PIC X(01) VALUE 'N'.                      00058109
        01  WS-ASOF-DATE.                                               00059109
            05 WS-ASOF-YYYY PIC 9(04).                                  00060109
            05 WS-ASOF-MM   PIC 9(02).                                  00061109
            05 WS-ASOF-DD   PIC 9(02).                                  00062109
                                                                        00063109
        01  WS-RUN-DATE.                                                00064109
            05 WS-RUN-YYYY  PIC 9(04).                                  00065109
            05 WS-RUN-MM    PIC 9(02).                                  00066109
            05 WS-RUN-DD    PIC 9(02).                                  00067109
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00068109
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00069109
           COPY "recstruc.cpy".                                         00070109
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00071109
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00072109
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00073109
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00074109
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00075109
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00076109
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00077109
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00078109
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00079109
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00080109
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00081109
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00082109
           COPY "runhist.cpy".                                          00083109
           COPY "empwork.cpy".                                          00084109
           COPY "reqskl.cpy".                                           00085109
        01  WS-REQ-SKL-STATUS PIC X(02) VALUE SPACES.                   00086109
        01  WS-REQ-SKL-EOD    PIC X(02) VALUE SPACES.                   00087109
        01  WS-EMP-KEY     PIC X(16) VALUE SPACES.                      00088109
        01  WS-CUR-DEPT    PIC X(10) VALUE SPACES.                      00089109
        01  WS-CUR-SKILL   PIC X(15) VALUE SPACES.                      00090109
        01  WS-SKL-SUB     PIC 9(01) VALUE ZERO.                        00091109
        01  WS-SCAN-IX     PIC 9(04) VALUE ZERO.                        00092109
        01  WS-INS-IX      PIC 9(04) VALUE ZERO.                        00093109
        01  WS-NEW-KEY.                                                 00094109
            05 WS-NEW-DEPT  PIC X(10) VALUE SPACES.                     00095109
            05 WS-NEW-SKILL PIC X(15) VALUE SPACES.                     00096109
        01  WS-BRK-DEPT       PIC X(10) VALUE SPACES.                   00097109
        01  WS-BRK-SHORT-CNT  PIC 9(03) VALUE ZERO.                     00098109
        01  WS-BRK-HEAD-CNT   PIC 9(05) VALUE ZERO.                     00099109
        01  WS-GAP-HEADS      PIC 9(05) VALUE ZERO.                     00100109
        01  WS-REQ-READ-CNT   PIC 9(07) VALUE ZERO.                     00101109
        01  WS-REQ-MET-CNT    PIC 9(07) VALUE ZERO.                     00102109
        01  WS-REQ-SHORT-CNT  PIC 9(07) VALUE ZERO.                     00103109
        01  WS-SOLE-CNT       PIC 9(07) VALUE ZERO.                     00104109
        01  WS-DEPT-SHORT-CNT PIC 9(07) VALUE ZERO.                     00105109
        01  WS-GRQ-USED   PIC 9(03) VALUE ZERO.                         00106109
        01  WS-GRQ-MAX    PIC 9(03) VALUE 500.                          00107109
        01  WS-GRQ-TABLE.                                               00108109
            05 WS-GRQ-ENTRY OCCURS 500 TIMES INDEXED BY WS-QI.          00109109
               10 WS-GRQ-KEY.                                           00110109
                  15 WS-GRQ-DEPT  PIC X(10) VALUE SPACES.               00111109
                  15 WS-GRQ-SKILL PIC X(15) VALUE SPACES.               00112109
               10 WS-GRQ-MIN      PIC 9(03) VALUE ZERO.                 00113109
               10 WS-GRQ-HAVE     PIC 9(05) VALUE ZERO.                 00114109
               10 WS-GRQ-LAST-KEY PIC X(16) VALUE SPACES.               00115109
               10 WS-GRQ-SOLE-NAME PIC X(10) VALUE SPACES.              00116109
               10 WS-GRQ-SOLE-ID  PIC X(06) VALUE SPACES.               00117109
        01  GAP-RPT-HDR.                                                00118109
            05 GAP-RHD-TXT  PIC X(36)                                   00119109
               VALUE 'SKILLS GAP BY DEPARTMENT - RUN DATE '.            00120109
            05 GAP-RHD-DATE PIC X(10).                                  00121109
            05 FILLER       PIC X(34) VALUE SPACES.                     00122109
        01  GAP-SEC-HDR.                                                00123109
            05 GAP-SEC-TXT  PIC X(60).                                  00124109
            05 FILLER       PIC X(20) VALUE SPACES.                     00125109
        01  GAP-COL-HDR.                                                00126109
            05 GAP-COL-TXT1 PIC X(40)                                   00127109
               VALUE 'DEPARTMENT SKILL           MIN  HAVE SHO'.        00128109
            05 GAP-COL-TXT2 PIC X(40)                                   00129109
               VALUE 'RT SURPL STATUS'.                                 00130109
        01  GAP-REQ-LINE.                                               00131109
            05 GAP-REQ-DEPT    PIC X(10).                               00132109
            05 WS-GAP-RSP1     PIC X(01) VALUE SPACES.                  00133109
            05 GAP-REQ-SKILL   PIC X(15).                               00134109
            05 WS-GAP-RSP2     PIC X(01) VALUE SPACES.                  00135109
            05 GAP-REQ-MIN     PIC ZZ9.                                 00136109
            05 WS-GAP-RSP3     PIC X(01) VALUE SPACES.                  00137109
            05 GAP-REQ-HAVE    PIC ZZZZ9.                               00138109
            05 WS-GAP-RSP4     PIC X(01) VALUE SPACES.                  00139109
            05 GAP-REQ-SHORT   PIC ZZZZ9.                               00140109
            05 WS-GAP-RSP5     PIC X(01) VALUE SPACES.                  00141109
            05 GAP-REQ-SURPL   PIC ZZZZ9.                               00142109
            05 WS-GAP-RSP6     PIC X(01) VALUE SPACES.                  00143109
            05 GAP-REQ-STATUS  PIC X(09).                               00144109
            05 FILLER          PIC X(22) VALUE SPACES.                  00145109
        01  GAP-SOLE-HDR.                                               00146109
            05 GAP-SOLE-TXT PIC X(45)                                   00147109
               VALUE 'DEPARTMENT SKILL           EMP NAME   EMP ID'.    00148109
            05 FILLER       PIC X(35) VALUE SPACES.                     00149109
        01  GAP-SOLE-LINE.                                              00150109
            05 GAP-SOLE-DEPT   PIC X(10).                               00151109
            05 WS-GAP-SSP1     PIC X(01) VALUE SPACES.                  00152109
            05 GAP-SOLE-SKILL  PIC X(15).                               00153109
            05 WS-GAP-SSP2     PIC X(01) VALUE SPACES.                  00154109
            05 GAP-SOLE-NAME   PIC X(10).                               00155109
            05 WS-GAP-SSP3     PIC X(01) VALUE SPACES.                  00156109
            05 GAP-SOLE-ID     PIC X(06).                               00157109
            05 FILLER          PIC X(36) VALUE SPACES.                  00158109
        01  GAP-DEPT-HDR.                                               00159109
            05 GAP-DEPT-TXT PIC X(36)                                   00160109
               VALUE 'DEPARTMENT SKILLS SHORT HEADS SHORT'.             00161109
            05 FILLER       PIC X(44) VALUE SPACES.                     00162109
        01  GAP-DEPT-LINE.                                              00163109
            05 GAP-DEPT-CD     PIC X(10).                               00164109
            05 WS-GAP-DSP1     PIC X(01) VALUE SPACES.                  00165109
            05 GAP-DEPT-SKILLS PIC ZZZZZZZZZZZ9.                        00166109
            05 WS-GAP-DSP2     PIC X(01) VALUE SPACES.                  00167109
            05 GAP-DEPT-HEADS  PIC ZZZZZZZZZZ9.                         00168109
            05 FILLER          PIC X(45) VALUE SPACES.                  00169109
        01  GAP-NONE-LINE.                                              00170109
            05 GAP-NONE-TXT PIC X(10) VALUE '  NONE'.                   00171109
            05 FILLER       PIC X(70) VALUE SPACES.                     00172109
        01  GAP-CNT-LINE.                                               00173109
            05 GAP-CNT-TXT  PIC X(25).                                  00174109
            05 GAP-CNT-VAL  PIC 9(07).                                  00175109
            05 FILLER       PIC X(48) VALUE SPACES.                     00176109
      *                                                                 00177109
      ******************************************************************00178109
      *                                                                 00179109
      ******************************************************************00180109
        PROCEDURE DIVISION.                                             00181109
        MAIN-PARA.                                                      00182109
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00183109
           PERFORM READ-RUN-OPTIONS.                                    00184109
           IF WS-ASOF-SET = 'Y'                                         00185109
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00186109
           END-IF.                                                      00187109
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00188109
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00189109
           PERFORM LOAD-REQ-SKILL-TABLE.                                00190109
           PERFORM OPEN-WORK-FILE.                                      00191109
           PERFORM COUNT-EMPLOYEE                                       00192109
               UNTIL WS-WORK-EOD = 'NO'                                 00193109
                  OR WRK-REC-TYPE NOT = 'D'.                            00194109
           PERFORM CHECK-WORK-TRAILER.                                  00195109
           CLOSE EMP-WORK-FILE.                                         00196109
           OPEN OUTPUT GAP-RPT.                                         00197109
           MOVE WS-RUN-DATE-TXT TO GAP-RHD-DATE.                        00198109
           MOVE GAP-RPT-HDR TO GAP-REC.                                 00199109
           WRITE GAP-REC.                                               00200109
           MOVE 'REQUIRED SKILLS AGAINST QUALIFIED EMPLOYEES'           00201109
             TO GAP-SEC-TXT.                                            00202109
           MOVE GAP-SEC-HDR TO GAP-REC.                                 00203109
           WRITE GAP-REC.                                               00204109
           MOVE GAP-COL-HDR TO GAP-REC.                                 00205109
           WRITE GAP-REC.                                               00206109
           SET WS-QI TO 1.                                              00207109
           PERFORM PRINT-REQUIREMENT                                    00208109
               UNTIL WS-QI > WS-GRQ-USED.                               00209109
           MOVE 'DEPARTMENTS WITH UNMET REQUIREMENTS' TO GAP-SEC-TXT.   00210109
           MOVE GAP-SEC-HDR TO GAP-REC.                                 00211109
           WRITE GAP-REC.                                               00212109
           MOVE GAP-DEPT-HDR TO GAP-REC.                                00213109
           WRITE GAP-REC.                                               00214109
           MOVE SPACES TO WS-BRK-DEPT.                                  00215109
           MOVE ZERO TO WS-BRK-SHORT-CNT WS-BRK-HEAD-CNT.               00216109
           SET WS-QI TO 1.                                              00217109
           PERFORM TOTAL-DEPT-SHORTFALL                                 00218109
               UNTIL WS-QI > WS-GRQ-USED.                               00219109
           PERFORM PRINT-DEPT-SHORTFALL.                                00220109
           IF WS-DEPT-SHORT-CNT = ZERO                                  00221109
               MOVE GAP-NONE-LINE TO GAP-REC                            00222109
               WRITE GAP-REC                                            00223109
           END-IF.                                                      00224109
           MOVE 'SINGLE-PERSON SKILL DEPENDENCIES' TO GAP-SEC-TXT.      00225109
           MOVE GAP-SEC-HDR TO GAP-REC.                                 00226109
           WRITE GAP-REC.                                               00227109
           MOVE GAP-SOLE-HDR TO GAP-REC.                                00228109
           WRITE GAP-REC.                                               00229109
           SET WS-QI TO 1.                                              00230109
           PERFORM PRINT-SOLE-HOLDER                                    00231109
               UNTIL WS-QI > WS-GRQ-USED.                               00232109
           IF WS-SOLE-CNT = ZERO                                        00233109
               MOVE GAP-NONE-LINE TO GAP-REC                            00234109
               WRITE GAP-REC                                            00235109
           END-IF.                                                      00236109
           MOVE 'REQUIRED SKILLS READ:    ' TO GAP-CNT-TXT.             00237109
           MOVE WS-REQ-READ-CNT TO GAP-CNT-VAL.                         00238109
           PERFORM WRITE-COUNT-LINE.                                    00239109
           MOVE 'REQUIREMENTS IN FORCE:   ' TO GAP-CNT-TXT.             00240109
           MOVE WS-GRQ-USED TO GAP-CNT-VAL.                             00241109
           PERFORM WRITE-COUNT-LINE.                                    00242109
           MOVE 'REQUIREMENTS MET:        ' TO GAP-CNT-TXT.             00243109
           MOVE WS-REQ-MET-CNT TO GAP-CNT-VAL.                          00244109
           PERFORM WRITE-COUNT-LINE.                                    00245109
           MOVE 'REQUIREMENTS SHORT:      ' TO GAP-CNT-TXT.             00246109
           MOVE WS-REQ-SHORT-CNT TO GAP-CNT-VAL.                        00247109
           PERFORM WRITE-COUNT-LINE.                                    00248109
           MOVE 'DEPARTMENTS SHORT:       ' TO GAP-CNT-TXT.             00249109
           MOVE WS-DEPT-SHORT-CNT TO GAP-CNT-VAL.                       00250109
           PERFORM WRITE-COUNT-LINE.                                    00251109
           MOVE 'SINGLE-PERSON SKILLS:    ' TO GAP-CNT-TXT.             00252109
           MOVE WS-SOLE-CNT TO GAP-CNT-VAL.                             00253109
           PERFORM WRITE-COUNT-LINE.                                    00254109
           MOVE 'EMPLOYEES READ:          ' TO GAP-CNT-TXT.             00255109
           MOVE WS-WORK-DTL-CNT TO GAP-CNT-VAL.                         00256109
           PERFORM WRITE-COUNT-LINE.                                    00257109
           CLOSE GAP-RPT.                                               00258109
           DISPLAY 'PCOBLGAP: ' WS-GRQ-USED ' REQUIREMENTS '            00259109
               WS-REQ-SHORT-CNT ' SHORT '                               00260109
               WS-DEPT-SHORT-CNT ' DEPARTMENTS SHORT '                  00261109
               WS-SOLE-CNT ' SINGLE-PERSON'.                            00262109
           IF WS-DEPT-SHORT-CNT > 0                                     00263109
               DISPLAY 'WARNING: DEPARTMENTS BELOW REQUIRED SKILL '     00264109
                   'HEADCOUNT - SEE GAPRPT'                             00265109
               PERFORM SET-WARNING-CODE                                 00266109
           END-IF.                                                      00267109
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00268109
           STOP RUN.                                                    00269109
       LOAD-REQ-SKILL-TABLE.                                            00270109
           OPEN INPUT REQ-SKILL-FILE.                                   00271109
           IF WS-REQ-SKL-STATUS NOT = '00'                              00272109
               DISPLAY 'PCOBLGAP: REQUIRED SKILLS TABLE OPEN FAILED, '  00273109
                   'STATUS ' WS-REQ-SKL-STATUS                          00274109
               PERFORM SET-ERROR-CODE                                   00275109
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00276109
               STOP RUN                                                 00277109
           END-IF.                                                      00278109
           MOVE SPACES TO WS-REQ-SKL-EOD.                               00279109
           PERFORM READ-REQ-SKILL-RECORD                                00280109
               UNTIL WS-REQ-SKL-EOD = 'NO'.                             00281109
           CLOSE REQ-SKILL-FILE.                                        00282109
       READ-REQ-SKILL-RECORD.                                           00283109
           READ REQ-SKILL-FILE                                          00284109
             AT END MOVE 'NO' TO WS-REQ-SKL-EOD                         00285109
             NOT AT END                                                 00286109
               MOVE REQ-SKL-REC TO REQ-SKILL-REC                        00287109
               IF RSK-DEPART-CD NOT = SPACES                            00288109
                   ADD 1 TO WS-REQ-READ-CNT                             00289109
                   IF RSK-EFF-DATE <= WS-RUN-DATE-N                     00290109
                    AND (RSK-EXP-DATE = ZERO                            00291109
                     OR RSK-EXP-DATE > WS-RUN-DATE-N)                   00292109
                       PERFORM ADD-REQ-ENTRY                            00293109
                   END-IF                                               00294109
               END-IF                                                   00295109
           END-READ.                                                    00296109
       ADD-REQ-ENTRY.                                                   00297109
           MOVE RSK-DEPART-CD TO WS-NEW-DEPT.                           00299109
           MOVE RSK-SKILL-CD  TO WS-NEW-SKILL.                          00300109
           IF WS-GRQ-USED >= WS-GRQ-MAX                                 00301109
               DISPLAY 'WARNING: REQUIRED SKILLS TABLE FULL AT 500'     00302109
                   ' - DISCARDING ' RSK-DEPART-CD ' ' RSK-SKILL-CD      00303109
               PERFORM SET-WARNING-CODE                                 00304109
           ELSE                                                         00305109
               MOVE 1 TO WS-INS-IX                                      00306109
               PERFORM FIND-INSERT-POINT                                00307109
                   UNTIL WS-INS-IX > WS-GRQ-USED                        00308109
                      OR WS-GRQ-KEY(WS-INS-IX) >= WS-NEW-KEY            00309109
               IF WS-INS-IX <= WS-GRQ-USED                              00310109
                AND WS-GRQ-KEY(WS-INS-IX) = WS-NEW-KEY                  00311109
                   DISPLAY 'WARNING: DUPLICATE REQUIREMENT IN FORCE - ' 00312109
                       'DISCARDING ' RSK-DEPART-CD ' ' RSK-SKILL-CD     00313109
                   PERFORM SET-WARNING-CODE                             00314109
               ELSE                                                     00315109
                   PERFORM INSERT-REQ-ENTRY                             00316109
               END-IF                                                   00317109
           END-IF.                                                      00318109
       INSERT-REQ-ENTRY.                                                00319109
           MOVE WS-GRQ-USED TO WS-SCAN-IX.                              00320109
           PERFORM SHIFT-REQ-ENTRY                                      00321109
               UNTIL WS-SCAN-IX < WS-INS-IX.                            00322109
           ADD 1 TO WS-GRQ-USED.                                        00323109
           SET WS-QI TO WS-INS-IX.                                      00324109
           MOVE WS-NEW-KEY   TO WS-GRQ-KEY(WS-QI).                      00325109
           MOVE RSK-MIN-HEAD TO WS-GRQ-MIN(WS-QI).                      00326109
           MOVE ZERO         TO WS-GRQ-HAVE(WS-QI).                     00327109
           MOVE SPACES       TO WS-GRQ-LAST-KEY(WS-QI)                  00328109
                                WS-GRQ-SOLE-NAME(WS-QI)                 00329109
                                WS-GRQ-SOLE-ID(WS-QI).                  00330109
       FIND-INSERT-POINT.                                               00331109
           ADD 1 TO WS-INS-IX.                                          00332109
       SHIFT-REQ-ENTRY.                                                 00333109
           MOVE WS-GRQ-ENTRY(WS-SCAN-IX)                                00334109
             TO WS-GRQ-ENTRY(WS-SCAN-IX + 1).                           00335109
           SUBTRACT 1 FROM WS-SCAN-IX.                                  00336109
       OPEN-WORK-FILE.                                                  00337109
           OPEN INPUT EMP-WORK-FILE.                                    00338109
           IF WS-EMPWORK-STATUS NOT = '00'                              00339109
               DISPLAY 'PCOBLGAP: EMPLOYEE WORK FILE OPEN FAILED, '     00340109
                   'STATUS ' WS-EMPWORK-STATUS                          00341109
               PERFORM SET-ERROR-CODE                                   00342109
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00343109
               STOP RUN                                                 00344109
           END-IF.                                                      00345109
           MOVE SPACES TO WS-WORK-EOD.                                  00346109
           PERFORM READ-WORK-RECORD.                                    00347109
           PERFORM CHECK-WORK-HEADER.                                   00348109
           PERFORM READ-WORK-RECORD.                                    00349109
       READ-WORK-RECORD.                                                00350109
           READ EMP-WORK-FILE                                           00351109
             AT END MOVE 'NO' TO WS-WORK-EOD                            00352109
           END-READ.                                                    00353109
           IF WS-WORK-EOD = 'NO'                                        00354109
               MOVE SPACES TO EMP-WORK-REC                              00355109
           ELSE                                                         00356109
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00357109
           END-IF.                                                      00358109
       CHECK-WORK-HEADER.                                               00359109
           IF WRK-HDR-TYPE NOT = 'H'                                    00360109
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00361109
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00362109
               PERFORM REFUSE-WORK-FILE                                 00363109
           END-IF.                                                      00364109
           IF WRK-HDR-STATE NOT = 'C'                                   00365109
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00366109
                 TO WS-WORK-REFUSE-TXT                                  00367109
               PERFORM REFUSE-WORK-FILE                                 00368109
           END-IF.                                                      00369109
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00370109
               DISPLAY 'PCOBLGAP: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00371109
                   ' EXPECTED ' WS-RUN-DATE-N                           00372109
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00373109
                 TO WS-WORK-REFUSE-TXT                                  00374109
               PERFORM REFUSE-WORK-FILE                                 00375109
           END-IF.                                                      00376109
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00377109
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00378109
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00379109
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00380109
                 TO WS-WORK-REFUSE-TXT                                  00381109
               PERFORM REFUSE-WORK-FILE                                 00382109
           END-IF.                                                      00383109
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00384109
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00385109
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00386109
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00387109
               DISPLAY 'PCOBLGAP: EMPWORK ' WRK-HDR-RUN-DATE            00388109
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00389109
                   ' ' WRK-HDR-DUP-CNT                                  00390109
               DISPLAY 'PCOBLGAP: RUNHIST ' WS-PGM-RUN-DATE             00391109
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00392109
                   ' ' WS-PGM-DUP-CNT                                   00393109
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00394109
                 TO WS-WORK-REFUSE-TXT                                  00395109
               PERFORM REFUSE-WORK-FILE                                 00396109
           END-IF.                                                      00397109
       LOAD-LAST-PGM-TOTAL.                                             00398109
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00399109
           OPEN INPUT RUN-HIST-FILE.                                    00400109
           IF WS-RUNHIST-STATUS = '00'                                  00401109
               MOVE SPACES TO WS-RUNHIST-EOD                            00402109
               PERFORM READ-RUN-HIST-RECORD                             00403109
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00404109
               CLOSE RUN-HIST-FILE                                      00405109
           END-IF.                                                      00406109
       READ-RUN-HIST-RECORD.                                            00407109
           READ RUN-HIST-FILE                                           00408109
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00409109
             NOT AT END                                                 00410109
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00411109
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00412109
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00413109
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00414109
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00415109
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00416109
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00417109
               END-IF                                                   00418109
           END-READ.                                                    00419109
       CHECK-WORK-TRAILER.                                              00420109
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00421109
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00422109
               PERFORM REFUSE-WORK-FILE                                 00423109
           END-IF.                                                      00424109
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00425109
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00426109
               DISPLAY 'PCOBLGAP: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00427109
                   ' TRAILER ' WRK-TRL-REC-CNT                          00428109
                   ' HEADER ' WS-WRK-REPT-CNT                           00429109
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00430109
                 TO WS-WORK-REFUSE-TXT                                  00431109
               PERFORM REFUSE-WORK-FILE                                 00432109
           END-IF.                                                      00433109
       REFUSE-WORK-FILE.                                                00434109
           DISPLAY 'PCOBLGAP: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00435109
           CLOSE EMP-WORK-FILE.                                         00436109
           PERFORM SET-ERROR-CODE.                                      00437109
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00438109
           STOP RUN.                                                    00439109
       COUNT-EMPLOYEE.                                                  00440109
           ADD 1 TO WS-WORK-DTL-CNT.                                    00441109
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00442109
           PERFORM BUILD-EMP-KEY.                                       00443109
           MOVE D-DEPART-CD TO WS-CUR-DEPT.                             00444109
           IF D-PSKILL NOT = SPACES                                     00445109
               MOVE D-PSKILL TO WS-CUR-SKILL                            00446109
               PERFORM COUNT-QUALIFIED-SKILL                            00447109
           END-IF.                                                      00448109
           MOVE 1 TO WS-SKL-SUB.                                        00449109
           PERFORM COUNT-WORK-SKILL                                     00450109
               UNTIL WS-SKL-SUB > WRK-ADD-SKILL-CNT.                    00451109
           PERFORM READ-WORK-RECORD.                                    00452109
       BUILD-EMP-KEY.                                                   00453109
           MOVE SPACES TO WS-EMP-KEY.                                   00454109
           IF D-EMP-ID NOT = SPACES                                     00455109
               MOVE D-EMP-ID TO WS-EMP-KEY                              00456109
           ELSE                                                         00457109
               MOVE D-EMP-NAME TO WS-EMP-KEY                            00458109
           END-IF.                                                      00459109
       COUNT-WORK-SKILL.                                                00460109
           MOVE WRK-ADD-SKILL(WS-SKL-SUB) TO WS-CUR-SKILL.              00461109
           PERFORM COUNT-QUALIFIED-SKILL.                               00462109
           ADD 1 TO WS-SKL-SUB.                                         00463109
       COUNT-QUALIFIED-SKILL.                                           00464109
           SET WS-QI TO 1.                                              00466109
           SEARCH WS-GRQ-ENTRY                                          00467109
               AT END                                                   00468109
                   CONTINUE                                             00469109
               WHEN WS-QI > WS-GRQ-USED                                 00470109
                   CONTINUE                                             00471109
               WHEN WS-GRQ-DEPT(WS-QI) = WS-CUR-DEPT                    00472109
                AND WS-GRQ-SKILL(WS-QI) = WS-CUR-SKILL                  00473109
                   IF WS-GRQ-LAST-KEY(WS-QI) NOT = WS-EMP-KEY           00474109
                       MOVE WS-EMP-KEY TO WS-GRQ-LAST-KEY(WS-QI)        00475109
                       ADD 1 TO WS-GRQ-HAVE(WS-QI)                      00476109
                       IF WS-GRQ-HAVE(WS-QI) = 1                        00477109
                           MOVE D-EMP-NAME TO WS-GRQ-SOLE-NAME(WS-QI)   00478109
                           MOVE D-EMP-ID   TO WS-GRQ-SOLE-ID(WS-QI)     00479109
                       END-IF                                           00480109
                   END-IF                                               00481109
           END-SEARCH.                                                  00482109
       PRINT-REQUIREMENT.                                               00483109
           MOVE WS-GRQ-DEPT(WS-QI)  TO GAP-REQ-DEPT.                    00484109
           MOVE WS-GRQ-SKILL(WS-QI) TO GAP-REQ-SKILL.                   00485109
           MOVE WS-GRQ-MIN(WS-QI)   TO GAP-REQ-MIN.                     00486109
           MOVE WS-GRQ-HAVE(WS-QI)  TO GAP-REQ-HAVE.                    00487109
           IF WS-GRQ-HAVE(WS-QI) < WS-GRQ-MIN(WS-QI)                    00488109
               COMPUTE WS-GAP-HEADS =                                   00489109
                   WS-GRQ-MIN(WS-QI) - WS-GRQ-HAVE(WS-QI)               00490109
               MOVE WS-GAP-HEADS TO GAP-REQ-SHORT                       00491109
               MOVE ZERO         TO GAP-REQ-SURPL                       00492109
               MOVE 'SHORTFALL'  TO GAP-REQ-STATUS                      00493109
               ADD 1 TO WS-REQ-SHORT-CNT                                00494109
           ELSE                                                         00495109
               COMPUTE WS-GAP-HEADS =                                   00496109
                   WS-GRQ-HAVE(WS-QI) - WS-GRQ-MIN(WS-QI)               00497109
               MOVE ZERO         TO GAP-REQ-SHORT                       00498109
               MOVE WS-GAP-HEADS TO GAP-REQ-SURPL                       00499109
               MOVE 'MET'        TO GAP-REQ-STATUS                      00500109
               ADD 1 TO WS-REQ-MET-CNT                                  00501109
           END-IF.                                                      00502109
           MOVE GAP-REQ-LINE TO GAP-REC.                                00503109
           WRITE GAP-REC.                                               00504109
           SET WS-QI UP BY 1.                                           00505109
       TOTAL-DEPT-SHORTFALL.                                            00506109
           IF WS-GRQ-DEPT(WS-QI) NOT = WS-BRK-DEPT                      00507109
               PERFORM PRINT-DEPT-SHORTFALL                             00508109
               MOVE WS-GRQ-DEPT(WS-QI) TO WS-BRK-DEPT                   00509109
               MOVE ZERO TO WS-BRK-SHORT-CNT WS-BRK-HEAD-CNT            00510109
           END-IF.                                                      00511109
           IF WS-GRQ-HAVE(WS-QI) < WS-GRQ-MIN(WS-QI)                    00512109
               ADD 1 TO WS-BRK-SHORT-CNT                                00513109
               COMPUTE WS-BRK-HEAD-CNT = WS-BRK-HEAD-CNT                00514109
                   + WS-GRQ-MIN(WS-QI) - WS-GRQ-HAVE(WS-QI)             00515109
           END-IF.                                                      00516109
           SET WS-QI UP BY 1.                                           00517109
       PRINT-DEPT-SHORTFALL.                                            00518109
           IF WS-BRK-SHORT-CNT > 0                                      00519109
               MOVE WS-BRK-DEPT      TO GAP-DEPT-CD                     00520109
               MOVE WS-BRK-SHORT-CNT TO GAP-DEPT-SKILLS                 00521109
               MOVE WS-BRK-HEAD-CNT  TO GAP-DEPT-HEADS                  00522109
               MOVE GAP-DEPT-LINE TO GAP-REC                            00523109
               WRITE GAP-REC                                            00524109
               ADD 1 TO WS-DEPT-SHORT-CNT                               00525109
           END-IF.                                                      00526109
       PRINT-SOLE-HOLDER.                                               00527109
           IF WS-GRQ-HAVE(WS-QI) = 1                                    00528109
               MOVE WS-GRQ-DEPT(WS-QI)      TO GAP-SOLE-DEPT            00529109
               MOVE WS-GRQ-SKILL(WS-QI)     TO GAP-SOLE-SKILL           00530109
               MOVE WS-GRQ-SOLE-NAME(WS-QI) TO GAP-SOLE-NAME            00531109
               MOVE WS-GRQ-SOLE-ID(WS-QI)   TO GAP-SOLE-ID              00532109
               MOVE GAP-SOLE-LINE TO GAP-REC                            00533109
               WRITE GAP-REC                                            00534109
               ADD 1 TO WS-SOLE-CNT                                     00535109
           END-IF.                                                      00536109
           SET WS-QI UP BY 1.                                           00537109
       WRITE-COUNT-LINE.                                                00538109
           MOVE GAP-CNT-LINE TO GAP-REC.                                00539109
           WRITE GAP-REC.                                               00540109
       READ-RUN-OPTIONS.                                                00541109
           OPEN INPUT RUN-OPTS-FILE.                                    00542109
           IF WS-RUN-OPTS-STATUS = '00'                                 00543109
               MOVE SPACES TO WS-RUN-OPTS-EOD                           00544109
               PERFORM READ-RUN-OPTS-RECORD                             00545109
                   UNTIL WS-RUN-OPTS-EOD = 'NO'                         00546109
               CLOSE RUN-OPTS-FILE                                      00547109
           END-IF.                                                      00548109
           IF WS-ASOF-SET = 'Y'                                         00549109
               DISPLAY 'RUN OPTION: AS-OF DATE ' WS-ASOF-DATE           00550109
           ELSE                                                         00551109
               DISPLAY 'RUN OPTION: AS-OF DATE FROM SYSTEM'             00552109
           END-IF.                                                      00553109
       READ-RUN-OPTS-RECORD.                                            00554109
           READ RUN-OPTS-FILE                                           00555109
             AT END MOVE 'NO' TO WS-RUN-OPTS-EOD                        00556109
             NOT AT END                                                 00557109
               IF RUN-OPTS-REC NOT = SPACES                             00558109
                   PERFORM APPLY-RUN-OPTION                             00559109
               END-IF                                                   00560109
           END-READ.                                                    00561109
       APPLY-RUN-OPTION.                                                00562109
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00563109
           UNSTRING RUN-OPTS-REC DELIMITED BY '='                       00564109
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00565109
           EVALUATE WS-OPT-KEY                                          00566109
               WHEN 'ASOFDATE'                                          00567109
                   PERFORM PARSE-ASOF-DATE                              00568109
               WHEN OTHER                                               00569109
                   CONTINUE                                             00570109
           END-EVALUATE.                                                00571109
       PARSE-ASOF-DATE.                                                 00572109
           IF WS-OPT-VALUE(1:8) IS NUMERIC                              00573109
            AND WS-OPT-VALUE(9:) = SPACES                               00574109
               MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE                   00575109
               IF WS-ASOF-YYYY > 1900                                   00576109
                AND WS-ASOF-MM >= 01 AND WS-ASOF-MM <= 12               00577109
                AND WS-ASOF-DD >= 01 AND WS-ASOF-DD <= 31               00578109
                   MOVE 'Y' TO WS-ASOF-SET                              00579109
               END-IF                                                   00580109
           END-IF.                                                      00581109
           IF WS-ASOF-SET = 'N'                                         00582109
               DISPLAY 'WARNING: INVALID AS-OF DATE IGNORED - '         00583109
                   WS-OPT-VALUE                                         00584109
               PERFORM SET-WARNING-CODE                                 00585109
           END-IF.                                                      00586109
       SET-WARNING-CODE.                                                00587109
           IF WS-RETURN-CODE < 4                                        00588109
               MOVE 4 TO WS-RETURN-CODE                                 00589109
           END-IF.                                                      00590109
       SET-ERROR-CODE.                                                  00591109
           IF WS-RETURN-CODE < 8                                        00592109
               MOVE 8 TO WS-RETURN-CODE                                 00593109
           END-IF.                                                      00594109
