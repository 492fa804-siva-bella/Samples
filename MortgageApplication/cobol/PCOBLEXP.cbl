        ENVIRONMENT DIVISION.                                           00003087
        INPUT-OUTPUT SECTION.                                           00004087
        FILE-CONTROL.                                                   00005087
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006104
           ORGANIZATION IS  SEQUENTIAL                                  00012292
           FILE STATUS IS WS-EMPWORK-STATUS.                            00013104
           SELECT EXP-RPT ASSIGN TO EXPRPT                              00008087
           ORGANIZATION IS  SEQUENTIAL.                                 00007087
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00008104
           ORGANIZATION IS  SEQUENTIAL                                  00012592
           FILE STATUS IS WS-RUNHIST-STATUS.                            00013104
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00019091
           ORGANIZATION IS  LINE SEQUENTIAL                             00020091
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00021091
        DATA DIVISION.                                                  00013087
        FILE SECTION.                                                   00014087
      *                                                                 00015087
        FD EMP-WORK-FILE                                                00016104
             RECORD CONTAINS 250  CHARACTERS                            00017104
             DATA RECORD IS EMP-WORK-IN.                                00018104
                                                                        00019087
        01 EMP-WORK-IN    PIC X(250).                                   00020104
      *                                                                 00021087
        FD EXP-RPT                                                      00022087
             RECORD CONTAINS 80   CHARACTERS                            00023087
                                                                        00025087
        01 EXP-RPT-REC    PIC X(80).                                    00026087
                                                                        00027087
        FD RUN-HIST-FILE                                                00028104
             RECORD CONTAINS 80   CHARACTERS                            00032292
             DATA RECORD IS RUN-HIST-OUT.                               00033104
                                                                        00030087
        01 RUN-HIST-OUT   PIC X(80).                                    00031104
                                                                        00033292
      *                                                                 00054091
        FD RUN-OPTS-FILE                                                00055091
            05 WS-ASOF-MM   PIC 9(02).                                  00069091
            05 WS-ASOF-DD   PIC 9(02).                                  00070091
                                                                        00034087
           COPY "recstruc.cpy".                                         00044087
        01  WS-RUN-DATE.                                                00044292
            05 WS-RUN-YYYY  PIC 9(04).                                  00044392
            05 WS-RUN-MM    PIC 9(02).                                  00044492
            05 WS-RUN-DD    PIC 9(02).                                  00044592
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00044692
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00045104
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00046104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00047104
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00048104
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00049104
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00050104
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00051104
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00052104
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00053104
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00054104
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00055104
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00056104
           COPY "runhist.cpy".                                          00057104
           COPY "empwork.cpy".                                          00058104
        01  WS-EXP-YEARS      PIC 9(03) VALUE ZERO.                     00047087
        01  WS-TOT-EMP-CNT    PIC 9(07) VALUE ZERO.                     00053087
        01  WS-TOT-EXP-SUM    PIC 9(09) VALUE ZERO.                     00054087
        01  WS-TOT-BAND-CNT.                                            00055087
           IF WS-ASOF-SET = 'Y'                                         00172091
               MOVE WS-ASOF-DATE TO WS-RUN-DATE                         00173091
           END-IF.                                                      00174091
           PERFORM OPEN-WORK-FILE.                                      00175104
           PERFORM TALLY-DETAIL-RECORD                                  00176104
               UNTIL WS-WORK-EOD = 'NO'                                 00177104
                  OR WRK-REC-TYPE NOT = 'D'.                            00178104
           PERFORM CHECK-WORK-TRAILER.                                  00179104
           CLOSE EMP-WORK-FILE.                                         00180104
           OPEN OUTPUT EXP-RPT.                                         00181104
           PERFORM PRINT-EXP-REPORT.                                    00105087
           CLOSE EXP-RPT.                                               00106087
           DISPLAY 'PCOBLEXP: ' WS-TOT-EMP-CNT ' EMPLOYEES ANALYZED '   00107087
               WS-PGM-REJ-CNT ' SKIPPED '                               00108104
               WS-PGM-DUP-CNT ' DUPLICATES SKIPPED'.                    00109104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00167098
           STOP RUN.                                                    00109087
       OPEN-WORK-FILE.                                                  00110104
           OPEN INPUT EMP-WORK-FILE.                                    00111104
           IF WS-EMPWORK-STATUS NOT = '00'                              00112104
               DISPLAY 'PCOBLEXP: EMPLOYEE WORK FILE OPEN FAILED, '     00113104
                   'STATUS ' WS-EMPWORK-STATUS                          00114104
               PERFORM SET-ERROR-CODE                                   00115104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00116104
               STOP RUN                                                 00117104
           END-IF.                                                      00118104
           MOVE SPACES TO WS-WORK-EOD.                                  00119104
           PERFORM READ-WORK-RECORD.                                    00120104
           PERFORM CHECK-WORK-HEADER.                                   00121104
           PERFORM READ-WORK-RECORD.                                    00122104
       READ-WORK-RECORD.                                                00123104
           READ EMP-WORK-FILE                                           00124104
             AT END MOVE 'NO' TO WS-WORK-EOD                            00125104
           END-READ.                                                    00103087
           IF WS-WORK-EOD = 'NO'                                        00104104
               MOVE SPACES TO EMP-WORK-REC                              00105104
           ELSE                                                         00106104
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00107104
           END-IF.                                                      00108104
       CHECK-WORK-HEADER.                                               00109104
           IF WRK-HDR-TYPE NOT = 'H'                                    00110104
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00111104
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00112104
               PERFORM REFUSE-WORK-FILE                                 00113104
           END-IF.                                                      00114104
           IF WRK-HDR-STATE NOT = 'C'                                   00115104
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00116104
                 TO WS-WORK-REFUSE-TXT                                  00117104
               PERFORM REFUSE-WORK-FILE                                 00118104
           END-IF.                                                      00119104
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00120104
               DISPLAY 'PCOBLEXP: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00121104
                   ' EXPECTED ' WS-RUN-DATE-N                           00122104
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00123104
                 TO WS-WORK-REFUSE-TXT                                  00124104
               PERFORM REFUSE-WORK-FILE                                 00125104
           END-IF.                                                      00126104
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00127104
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00128104
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00129104
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00130104
                 TO WS-WORK-REFUSE-TXT                                  00131104
               PERFORM REFUSE-WORK-FILE                                 00132104
           END-IF.                                                      00133104
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00134104
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00135104
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00136104
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00137104
               DISPLAY 'PCOBLEXP: EMPWORK ' WRK-HDR-RUN-DATE            00138104
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00139104
                   ' ' WRK-HDR-DUP-CNT                                  00140104
               DISPLAY 'PCOBLEXP: RUNHIST ' WS-PGM-RUN-DATE             00141104
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00142104
                   ' ' WS-PGM-DUP-CNT                                   00143104
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00144104
                 TO WS-WORK-REFUSE-TXT                                  00145104
               PERFORM REFUSE-WORK-FILE                                 00146104
           END-IF.                                                      00147104
       LOAD-LAST-PGM-TOTAL.                                             00148104
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00149104
           OPEN INPUT RUN-HIST-FILE.                                    00150104
           IF WS-RUNHIST-STATUS = '00'                                  00151104
               MOVE SPACES TO WS-RUNHIST-EOD                            00152104
               PERFORM READ-RUN-HIST-RECORD                             00153104
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00154104
               CLOSE RUN-HIST-FILE                                      00155104
           END-IF.                                                      00156104
       READ-RUN-HIST-RECORD.                                            00157104
           READ RUN-HIST-FILE                                           00158104
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00159104
             NOT AT END                                                 00160104
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00161104
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00162104
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00163104
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00164104
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00165104
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00166104
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00167104
               END-IF                                                   00168104
           END-READ.                                                    00169104
       CHECK-WORK-TRAILER.                                              00170104
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00171104
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00172104
               PERFORM REFUSE-WORK-FILE                                 00173104
           END-IF.                                                      00174104
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00175104
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00176104
               DISPLAY 'PCOBLEXP: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00177104
                   ' TRAILER ' WRK-TRL-REC-CNT                          00178104
                   ' HEADER ' WS-WRK-REPT-CNT                           00179104
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00180104
                 TO WS-WORK-REFUSE-TXT                                  00181104
               PERFORM REFUSE-WORK-FILE                                 00182104
           END-IF.                                                      00183104
       REFUSE-WORK-FILE.                                                00184104
           DISPLAY 'PCOBLEXP: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00185104
           CLOSE EMP-WORK-FILE.                                         00186104
           PERFORM SET-ERROR-CODE.                                      00187104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00188104
           STOP RUN.                                                    00189104
       TALLY-DETAIL-RECORD.                                             00190104
           ADD 1 TO WS-WORK-DTL-CNT.                                    00191104
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00192104
           MOVE WRK-EXP-YEARS TO WS-EXP-YEARS.                          00193104
           PERFORM SET-EXP-BAND.                                        00194104
           PERFORM TALLY-DEPARTMENT.                                    00195104
           ADD 1 TO WS-TOT-EMP-CNT.                                     00196104
           ADD WS-EXP-YEARS TO WS-TOT-EXP-SUM.                          00197104
           ADD 1 TO WS-TOT-BAND(WS-BAND-IX).                            00198104
           PERFORM READ-WORK-RECORD.                                    00199104
       SET-EXP-BAND.                                                    00218087
           EVALUATE TRUE                                                00219087
               WHEN WS-EXP-YEARS <= 2                                   00220087
           IF WS-RETURN-CODE < 4                                        00494098
               MOVE 4 TO WS-RETURN-CODE                                 00495098
           END-IF.                                                      00496098
       SET-ERROR-CODE.                                                  00497104
           IF WS-RETURN-CODE < 8                                        00498104
               MOVE 8 TO WS-RETURN-CODE                                 00499104
           END-IF.                                                      00500104
