        ENVIRONMENT DIVISION.                                           00003050
        INPUT-OUTPUT SECTION.                                           00004050
        FILE-CONTROL.                                                   00005050
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006104
           ORGANIZATION IS  SEQUENTIAL                                  00012283
           FILE STATUS IS WS-EMPWORK-STATUS.                            00013104
           SELECT SUMMARY-RPT ASSIGN TO SUMOUT                          00008050
           ORGANIZATION IS  SEQUENTIAL.                                 00007050
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00012183
           ORGANIZATION IS  SEQUENTIAL                                  00012591
           FILE STATUS IS WS-RUNHIST-STATUS.                            00012383
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00022091
           ORGANIZATION IS  LINE SEQUENTIAL                             00023091
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00024091
        DATA DIVISION.                                                  00013050
        FILE SECTION.                                                   00014050
      *                                                                 00015050
        FD EMP-WORK-FILE                                                00016104
             RECORD CONTAINS 250  CHARACTERS                            00017104
             DATA RECORD IS EMP-WORK-IN.                                00018104
                                                                        00019050
        01 EMP-WORK-IN    PIC X(250).                                   00020104
      *                                                                 00021050
        FD SUMMARY-RPT                                                  00022050
             RECORD CONTAINS 80   CHARACTERS                            00023050
                                                                        00025050
        01 SUMMARY-REC    PIC X(80).                                    00026050
                                                                        00027050
        FD RUN-HIST-FILE                                                00032183
             RECORD CONTAINS 80   CHARACTERS                            00032283
             DATA RECORD IS RUN-HIST-OUT.                               00032383
                                                                        00030050
        01 RUN-HIST-OUT   PIC X(80).                                    00032583
                                                                        00033891
      *                                                                 00063091
        FD RUN-OPTS-FILE                                                00064091
            05 WS-ASOF-MM   PIC 9(02).                                  00078091
            05 WS-ASOF-DD   PIC 9(02).                                  00079091
                                                                        00034050
        01  WS-TOTAL-EMP  PIC 9(07) VALUE ZERO.                         00036050
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00044183
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00045104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00046104
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00047104
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00048104
        01  WS-WORK-SKL-CNT   PIC 9(07) VALUE ZERO.                     00049104
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00050104
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00051104
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00052104
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00053104
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00054104
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00055104
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00056104
        01  WS-RUN-DATE.                                                00044483
            05 WS-RUN-YYYY  PIC 9(04).                                  00044583
            05 WS-RUN-MM    PIC 9(02).                                  00044683
            05 WS-RUN-DD    PIC 9(02).                                  00044783
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00044883
           COPY "runhist.cpy".                                          00044983
           COPY "empwork.cpy".                                          00045104
           COPY "recstruc.cpy".                                         00045050
                                                                        00046050
        01  WS-DESIG-USED  PIC 9(03) VALUE ZERO.                        00047050
           IF WS-ASOF-SET = 'Y'                                         00182091
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00183091
           END-IF.                                                      00184091
           PERFORM OPEN-WORK-FILE.                                      00185104
           PERFORM TALLY-DETAIL-RECORD                                  00186104
               UNTIL WS-WORK-EOD = 'NO'                                 00187104
                  OR WRK-REC-TYPE NOT = 'D'.                            00188104
           PERFORM CHECK-WORK-TRAILER.                                  00189104
           CLOSE EMP-WORK-FILE.                                         00190104
           PERFORM OPEN-RUN-HIST.                                       00085183
           PERFORM WRITE-RUN-HIST-RESTART.                              00085292
           PERFORM WRITE-RUN-HIST-SITE.                                 00130183
           OPEN OUTPUT SUMMARY-RPT.                                     00131104
           PERFORM PRINT-SUMMARY-REPORT.                                00094050
           PERFORM WRITE-RUN-HIST-TOTAL.                                00094183
           CLOSE SUMMARY-RPT                                            00095050
                 RUN-HIST-FILE.                                         00095183
           DISPLAY 'PCOBLSUM: ' WS-WORK-DTL-CNT                         00096104
               ' EMPWORK RECORDS READ '                                 00097104
               WS-WORK-SKL-CNT ' CONTINUATION SKILLS CARRIED'.          00098104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00177098
           STOP RUN.                                                    00096050
       OPEN-WORK-FILE.                                                  00097104
           OPEN INPUT EMP-WORK-FILE.                                    00098104
           IF WS-EMPWORK-STATUS NOT = '00'                              00099104
               DISPLAY 'PCOBLSUM: EMPLOYEE WORK FILE OPEN FAILED, '     00100104
                   'STATUS ' WS-EMPWORK-STATUS                          00101104
               PERFORM SET-ERROR-CODE                                   00102104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00103104
               STOP RUN                                                 00104104
           END-IF.                                                      00111050
           MOVE SPACES TO WS-WORK-EOD.                                  00112104
           PERFORM READ-WORK-RECORD.                                    00113104
           PERFORM CHECK-WORK-HEADER.                                   00114104
           PERFORM READ-WORK-RECORD.                                    00115104
       READ-WORK-RECORD.                                                00116104
           READ EMP-WORK-FILE                                           00117104
             AT END MOVE 'NO' TO WS-WORK-EOD                            00118104
           END-READ.                                                    00092050
           IF WS-WORK-EOD = 'NO'                                        00093104
               MOVE SPACES TO EMP-WORK-REC                              00094104
           ELSE                                                         00240099
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00241104
           END-IF.                                                      00242099
       CHECK-WORK-HEADER.                                               00243104
           IF WRK-HDR-TYPE NOT = 'H'                                    00244104
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00245104
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00246104
               PERFORM REFUSE-WORK-FILE                                 00247104
           END-IF.                                                      00255099
           IF WRK-HDR-STATE NOT = 'C'                                   00256104
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00257104
                 TO WS-WORK-REFUSE-TXT                                  00258104
               PERFORM REFUSE-WORK-FILE                                 00259104
           END-IF.                                                      00154050
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00155104
               DISPLAY 'PCOBLSUM: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00156104
                   ' EXPECTED ' WS-RUN-DATE-N                           00157104
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00158104
                 TO WS-WORK-REFUSE-TXT                                  00159104
               PERFORM REFUSE-WORK-FILE                                 00160104
           END-IF.                                                      00161104
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00162104
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00163104
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00164104
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00165104
                 TO WS-WORK-REFUSE-TXT                                  00166104
               PERFORM REFUSE-WORK-FILE                                 00167104
           END-IF.                                                      00168104
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00169104
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00170104
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00171104
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00172104
               DISPLAY 'PCOBLSUM: EMPWORK ' WRK-HDR-RUN-DATE            00173104
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00174104
                   ' ' WRK-HDR-DUP-CNT                                  00175104
               DISPLAY 'PCOBLSUM: RUNHIST ' WS-PGM-RUN-DATE             00176104
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00177104
                   ' ' WS-PGM-DUP-CNT                                   00178104
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00179104
                 TO WS-WORK-REFUSE-TXT                                  00180104
               PERFORM REFUSE-WORK-FILE                                 00181104
           END-IF.                                                      00182104
       LOAD-LAST-PGM-TOTAL.                                             00183104
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00184104
           OPEN INPUT RUN-HIST-FILE.                                    00185104
           IF WS-RUNHIST-STATUS = '00'                                  00186104
               MOVE SPACES TO WS-RUNHIST-EOD                            00187104
               PERFORM READ-RUN-HIST-RECORD                             00188104
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00189104
               CLOSE RUN-HIST-FILE                                      00190104
           END-IF.                                                      00191104
       READ-RUN-HIST-RECORD.                                            00192104
           READ RUN-HIST-FILE                                           00193104
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00194104
             NOT AT END                                                 00115050
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00116104
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00117104
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00118104
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00119104
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00120104
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00121104
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00122104
               END-IF                                                   00110050
           END-READ.                                                    00127050
       CHECK-WORK-TRAILER.                                              00128104
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00129104
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00130104
               PERFORM REFUSE-WORK-FILE                                 00131104
           END-IF.                                                      00132104
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00133104
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00134104
               DISPLAY 'PCOBLSUM: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00135104
                   ' TRAILER ' WRK-TRL-REC-CNT                          00136104
                   ' HEADER ' WS-WRK-REPT-CNT                           00137104
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00138104
                 TO WS-WORK-REFUSE-TXT                                  00139104
               PERFORM REFUSE-WORK-FILE                                 00140104
           END-IF.                                                      00141104
       REFUSE-WORK-FILE.                                                00142104
           DISPLAY 'PCOBLSUM: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00143104
           CLOSE EMP-WORK-FILE.                                         00144104
           PERFORM SET-ERROR-CODE.                                      00145104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00146104
           STOP RUN.                                                    00147104
       TALLY-DETAIL-RECORD.                                             00256099
           ADD 1 TO WS-WORK-DTL-CNT.                                    00257104
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00258104
           ADD WRK-ADD-SKILL-CNT TO WS-WORK-SKL-CNT.                    00259104
           IF D-DESIG NOT = SPACES                                      00260104
               PERFORM TALLY-DESIG                                      00261104
           END-IF.                                                      00262104
           IF D-PSKILL NOT = SPACES                                     00263104
               PERFORM TALLY-PSKILL                                     00264104
           END-IF.                                                      00265104
           ADD 1 TO WS-TOTAL-EMP.                                       00266104
           PERFORM READ-WORK-RECORD.                                    00267104
       TALLY-DESIG.                                                     00169050
           SET WS-DI TO 1.                                              00170050
           SEARCH WS-DESIG-ENTRY                                        00171050
           MOVE WS-RUN-DATE-N    TO RH-RUN-DATE.                        00217283
           MOVE 'PCOBLSUM'       TO RH-PROGRAM.                         00217383
           MOVE 'S'              TO RH-REC-TYPE.                        00217483
           MOVE 'EMPWORK'        TO RH-SITE-NAME.                       00218104
           MOVE WS-WORK-DTL-CNT  TO RH-READ-CNT.                        00219104
           MOVE 'N'              TO RH-RESTART.                         00217783
           MOVE RUN-HIST-REC TO RUN-HIST-OUT.                           00217883
           WRITE RUN-HIST-OUT.                                          00217983
           MOVE 'PCOBLSUM'       TO RH-PROGRAM.                         00218383
           MOVE 'T'              TO RH-REC-TYPE.                        00218483
           MOVE WS-TOTAL-EMP     TO RH-REPT-CNT.                        00218583
           MOVE ZERO             TO RH-REJ-CNT.                         00219104
           MOVE ZERO             TO RH-DUP-CNT.                         00220104
           MOVE 'N'              TO RH-RESTART.                         00218783
           MOVE RUN-HIST-REC TO RUN-HIST-OUT.                           00218883
           WRITE RUN-HIST-OUT.                                          00218983
           IF WS-RETURN-CODE < 4                                        00547098
               MOVE 4 TO WS-RETURN-CODE                                 00548098
           END-IF.                                                      00549098
       SET-ERROR-CODE.                                                  00550104
           IF WS-RETURN-CODE < 8                                        00551104
               MOVE 8 TO WS-RETURN-CODE                                 00552104
           END-IF.                                                      00553104
