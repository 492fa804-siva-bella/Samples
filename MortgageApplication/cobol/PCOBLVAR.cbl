        ENVIRONMENT DIVISION.                                           00003092
        INPUT-OUTPUT SECTION.                                           00004092
        FILE-CONTROL.                                                   00005092
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006104
           ORGANIZATION IS  SEQUENTIAL                                  00014092
           FILE STATUS IS WS-EMPWORK-STATUS.                            00015104
           SELECT VAR-RPT ASSIGN TO VARRPT                              00008092
           ORGANIZATION IS  SEQUENTIAL.                                 00007092
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00008104
           ORGANIZATION IS  SEQUENTIAL                                  00017092
           FILE STATUS IS WS-RUNHIST-STATUS.                            00018104
           SELECT AUTH-TBL-FILE ASSIGN TO AUTHTBL                       00013092
           ORGANIZATION IS  SEQUENTIAL                                  00020092
           FILE STATUS IS WS-AUTH-TBL-STATUS.                           00015092
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00022092
           ORGANIZATION IS  LINE SEQUENTIAL                             00023092
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00024092
        DATA DIVISION.                                                  00025092
        FILE SECTION.                                                   00026092
      *                                                                 00027092
        FD EMP-WORK-FILE                                                00028104
             RECORD CONTAINS 250  CHARACTERS                            00029104
             DATA RECORD IS EMP-WORK-IN.                                00030104
                                                                        00031092
        01 EMP-WORK-IN    PIC X(250).                                   00032104
      *                                                                 00033092
        FD VAR-RPT                                                      00034092
             RECORD CONTAINS 80   CHARACTERS                            00035092
                                                                        00037092
        01 VAR-REC        PIC X(80).                                    00038092
      *                                                                 00039092
        FD RUN-HIST-FILE                                                00040104
             RECORD CONTAINS 80   CHARACTERS                            00041104
             DATA RECORD IS RUN-HIST-OUT.                               00042104
                                                                        00042092
        01 RUN-HIST-OUT   PIC X(80).                                    00043104
      *                                                                 00044092
        FD AUTH-TBL-FILE                                                00045092
             RECORD CONTAINS 80   CHARACTERS                            00046092
                                                                        00048092
        01 AUTH-TBL-IO-REC PIC X(80).                                   00049092
      *                                                                 00050092
        FD RUN-OPTS-FILE                                                00063092
             DATA RECORD IS RUN-OPTS-REC.                               00064092
                                                                        00065092
        WORKING-STORAGE SECTION.                                        00068092
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00069092
                                                                        00070092
        01  WS-RUN-OPTS-STATUS PIC X(02) VALUE SPACES.                  00079092
        01  WS-RUN-OPTS-EOD   PIC X(02) VALUE SPACES.                   00080092
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00081092
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00098092
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00099092
           COPY "recstruc.cpy".                                         00100092
           COPY "authtbl.cpy".                                          00102092
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00103104
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00104104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00105104
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00106104
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00107104
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00108104
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00109104
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00110104
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00111104
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00112104
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00113104
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00114104
           COPY "runhist.cpy".                                          00115104
           COPY "empwork.cpy".                                          00116104
        01  WS-ACTIVE-CNT   PIC 9(07) VALUE ZERO.                       00114092
        01  WS-AUTH-TBL-STATUS PIC X(02) VALUE SPACES.                  00143092
        01  WS-AUTH-TBL-EOD PIC X(02) VALUE SPACES.                     00144092
        01  WS-AUTH-TBL-LOADED PIC X(01) VALUE 'N'.                     00145092
           END-IF.                                                      00200092
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00201092
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00202092
           PERFORM LOAD-AUTH-TABLE.                                     00205092
           PERFORM OPEN-WORK-FILE.                                      00206104
           PERFORM TALLY-DETAIL-RECORD                                  00207104
               UNTIL WS-WORK-EOD = 'NO'                                 00208104
                  OR WRK-REC-TYPE NOT = 'D'.                            00209104
           PERFORM CHECK-WORK-TRAILER.                                  00210104
           CLOSE EMP-WORK-FILE.                                         00211104
           OPEN OUTPUT VAR-RPT.                                         00213092
           MOVE WS-RUN-DATE-TXT TO VAR-HDR-DATE.                        00214092
           MOVE VAR-RPT-HDR TO VAR-REC.                                 00215092
                   MOVE 'N' TO WS-OPT-NUM-OK                            00318092
           END-EVALUATE.                                                00319092
           ADD 1 TO WS-OPT-IX.                                          00320092
       LOAD-AUTH-TABLE.                                                 00422092
           OPEN INPUT AUTH-TBL-FILE.                                    00423092
           IF WS-AUTH-TBL-STATUS = '00'                                 00424092
                   END-IF                                               00454092
               END-IF                                                   00455092
           END-READ.                                                    00456092
       OPEN-WORK-FILE.                                                  00457104
           OPEN INPUT EMP-WORK-FILE.                                    00458104
           IF WS-EMPWORK-STATUS NOT = '00'                              00459104
               DISPLAY 'PCOBLVAR: EMPLOYEE WORK FILE OPEN FAILED, '     00460104
                   'STATUS ' WS-EMPWORK-STATUS                          00461104
               PERFORM SET-ERROR-CODE                                   00462104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00463104
               STOP RUN                                                 00464104
           END-IF.                                                      00494092
           MOVE SPACES TO WS-WORK-EOD.                                  00495104
           PERFORM READ-WORK-RECORD.                                    00496104
           PERFORM CHECK-WORK-HEADER.                                   00497104
           PERFORM READ-WORK-RECORD.                                    00498104
       READ-WORK-RECORD.                                                00499104
           READ EMP-WORK-FILE                                           00500104
             AT END MOVE 'NO' TO WS-WORK-EOD                            00501104
           END-READ.                                                    00502104
           IF WS-WORK-EOD = 'NO'                                        00503104
               MOVE SPACES TO EMP-WORK-REC                              00504104
           ELSE                                                         00487092
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00488104
           END-IF.                                                      00489104
       CHECK-WORK-HEADER.                                               00490104
           IF WRK-HDR-TYPE NOT = 'H'                                    00491104
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00492104
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00493104
               PERFORM REFUSE-WORK-FILE                                 00494104
           END-IF.                                                      00495104
           IF WRK-HDR-STATE NOT = 'C'                                   00496104
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00497104
                 TO WS-WORK-REFUSE-TXT                                  00498104
               PERFORM REFUSE-WORK-FILE                                 00499104
           END-IF.                                                      00500104
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00501104
               DISPLAY 'PCOBLVAR: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00502104
                   ' EXPECTED ' WS-RUN-DATE-N                           00503104
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00504104
                 TO WS-WORK-REFUSE-TXT                                  00505104
               PERFORM REFUSE-WORK-FILE                                 00506104
           END-IF.                                                      00507104
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00508104
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00509104
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00510104
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00511104
                 TO WS-WORK-REFUSE-TXT                                  00512104
               PERFORM REFUSE-WORK-FILE                                 00513104
           END-IF.                                                      00514104
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00515104
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00516104
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00517104
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00518104
               DISPLAY 'PCOBLVAR: EMPWORK ' WRK-HDR-RUN-DATE            00519104
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00520104
                   ' ' WRK-HDR-DUP-CNT                                  00521104
               DISPLAY 'PCOBLVAR: RUNHIST ' WS-PGM-RUN-DATE             00522104
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00523104
                   ' ' WS-PGM-DUP-CNT                                   00524104
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00525104
                 TO WS-WORK-REFUSE-TXT                                  00526104
               PERFORM REFUSE-WORK-FILE                                 00527104
           END-IF.                                                      00528104
       LOAD-LAST-PGM-TOTAL.                                             00529104
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00530104
           OPEN INPUT RUN-HIST-FILE.                                    00531104
           IF WS-RUNHIST-STATUS = '00'                                  00532104
               MOVE SPACES TO WS-RUNHIST-EOD                            00533104
               PERFORM READ-RUN-HIST-RECORD                             00534104
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00535104
               CLOSE RUN-HIST-FILE                                      00536104
           END-IF.                                                      00537104
       READ-RUN-HIST-RECORD.                                            00538104
           READ RUN-HIST-FILE                                           00539104
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00540104
             NOT AT END                                                 00541104
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00542104
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00543104
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00544104
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00545104
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00546104
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00547104
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00548104
               END-IF                                                   00493092
           END-READ.                                                    00494104
       CHECK-WORK-TRAILER.                                              00495104
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00496104
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00497104
               PERFORM REFUSE-WORK-FILE                                 00498104
           END-IF.                                                      00499104
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00500104
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00501104
               DISPLAY 'PCOBLVAR: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00502104
                   ' TRAILER ' WRK-TRL-REC-CNT                          00503104
                   ' HEADER ' WS-WRK-REPT-CNT                           00504104
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00505104
                 TO WS-WORK-REFUSE-TXT                                  00506104
               PERFORM REFUSE-WORK-FILE                                 00507104
           END-IF.                                                      00508104
       REFUSE-WORK-FILE.                                                00509104
           DISPLAY 'PCOBLVAR: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00510104
           CLOSE EMP-WORK-FILE.                                         00511104
           PERFORM SET-ERROR-CODE.                                      00512104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00513104
           STOP RUN.                                                    00514104
       TALLY-DETAIL-RECORD.                                             00482092
           ADD 1 TO WS-WORK-DTL-CNT.                                    00483104
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00484104
           ADD 1 TO WS-ACTIVE-CNT.                                      00485104
           PERFORM TALLY-DEPT-COUNT.                                    00486104
           PERFORM READ-WORK-RECORD.                                    00487104
       TALLY-DEPT-COUNT.                                                00613092
           SET WS-DC TO 1.                                              00614092
           SEARCH WS-DCNT-ENTRY                                         00615092
           IF WS-RETURN-CODE < 4                                        00684092
               MOVE 4 TO WS-RETURN-CODE                                 00685092
           END-IF.                                                      00686092
       SET-ERROR-CODE.                                                  00687104
           IF WS-RETURN-CODE < 8                                        00688104
               MOVE 8 TO WS-RETURN-CODE                                 00689104
           END-IF.                                                      00690104
