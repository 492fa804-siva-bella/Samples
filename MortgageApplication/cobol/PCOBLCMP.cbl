        ENVIRONMENT DIVISION.                                           00003094
        INPUT-OUTPUT SECTION.                                           00004094
        FILE-CONTROL.                                                   00005094
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006104
           ORGANIZATION IS  SEQUENTIAL                                  00007104
           FILE STATUS IS WS-EMPWORK-STATUS.                            00008104
           SELECT MASTER-EXTRACT ASSIGN TO MSTEXT                       00008094
           ORGANIZATION IS  SEQUENTIAL                                  00009094
           FILE STATUS IS WS-MSTEXT-STATUS.                             00010094
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00011104
           ORGANIZATION IS  SEQUENTIAL                                  00012104
           FILE STATUS IS WS-RUNHIST-STATUS.                            00013104
           SELECT COMPARE-RPT ASSIGN TO CMPRPT                          00014094
           ORGANIZATION IS  SEQUENTIAL.                                 00015094
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00016091
        DATA DIVISION.                                                  00016094
        FILE SECTION.                                                   00017094
      *                                                                 00018094
        FD EMP-WORK-FILE                                                00019104
             RECORD CONTAINS 250  CHARACTERS                            00020104
             DATA RECORD IS EMP-WORK-IN.                                00021104
                                                                        00022094
        01 EMP-WORK-IN    PIC X(250).                                   00023104
      *                                                                 00024094
        FD MASTER-EXTRACT                                               00025094
             RECORD CONTAINS 80   CHARACTERS                            00026094
                                                                        00028094
        01 MSTEXT-REC     PIC X(80).                                    00029094
      *                                                                 00030094
        FD RUN-HIST-FILE                                                00031104
             RECORD CONTAINS 80   CHARACTERS                            00032104
             DATA RECORD IS RUN-HIST-OUT.                               00033104
                                                                        00033094
        01 RUN-HIST-OUT   PIC X(80).                                    00034104
      *                                                                 00035094
        FD COMPARE-RPT                                                  00036094
             RECORD CONTAINS 80   CHARACTERS                            00037094
            05 WS-ASOF-MM   PIC 9(02).                                  00060091
            05 WS-ASOF-DD   PIC 9(02).                                  00061091
                                                                        00043094
        01  MSTEXT-EOD    PIC X(02) VALUE  SPACES.                      00045094
        01  WS-MSTEXT-STATUS PIC X(02) VALUE SPACES.                    00046094
        01  WS-MSTEXT-LOADED PIC X(01) VALUE 'N'.                       00047094
        01  WS-RUN-DATE.                                                00055094
            05 WS-RUN-YYYY  PIC 9(04).                                  00056094
            05 WS-RUN-MM    PIC 9(02).                                  00057094
            05 WS-RUN-DD    PIC 9(02).                                  00058094
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00059104
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00059094
           COPY "recstruc.cpy".                                         00060094
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00061104
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00062104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00063104
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00064104
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00065104
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00066104
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00067104
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00068104
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00069104
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00070104
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00071104
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00072104
           COPY "runhist.cpy".                                          00073104
           COPY "empwork.cpy".                                          00074104
        01  WS-EMP-KEY     PIC X(16) VALUE SPACES.                      00061094
        01  WS-MST-USED    PIC 9(04) VALUE ZERO.                        00069094
        01  WS-MST-MAX     PIC 9(04) VALUE 5000.                        00070094
        01  WS-MST-TABLE.                                               00071094
               STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY           00169091
                   DELIMITED BY SIZE INTO WS-RUN-DATE-TXT               00170091
           END-IF.                                                      00171091
           PERFORM LOAD-MASTER-EXTRACT.                                 00147094
           PERFORM OPEN-WORK-FILE.                                      00148104
           PERFORM COMPARE-SITE-RECORDS                                 00149104
               UNTIL WS-WORK-EOD = 'NO'                                 00150104
                  OR WRK-REC-TYPE NOT = 'D'.                            00151104
           PERFORM CHECK-WORK-TRAILER.                                  00152104
           CLOSE EMP-WORK-FILE.                                         00153104
           OPEN OUTPUT COMPARE-RPT.                                     00148094
           MOVE WS-RUN-DATE-TXT TO CMP-HDR-DATE.                        00149094
           MOVE CMP-RPT-HDR TO COMPARE-REC.                             00150094
           WRITE COMPARE-REC.                                           00151094
           PERFORM PRINT-MASTER-ONLY-SECTION.                           00159094
           PERFORM PRINT-SITE-ONLY-SECTION.                             00160094
           PERFORM PRINT-DIFFERENCE-SECTION.                            00161094
               WS-MATCH-CNT ' MATCHED'.                                 00166094
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00168098
           STOP RUN.                                                    00167094
       OPEN-WORK-FILE.                                                  00168104
           OPEN INPUT EMP-WORK-FILE.                                    00169104
           IF WS-EMPWORK-STATUS NOT = '00'                              00170104
               DISPLAY 'PCOBLCMP: EMPLOYEE WORK FILE OPEN FAILED, '     00171104
                   'STATUS ' WS-EMPWORK-STATUS                          00172104
               PERFORM SET-ERROR-CODE                                   00173104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00174104
               STOP RUN                                                 00175104
           END-IF.                                                      00176104
           MOVE SPACES TO WS-WORK-EOD.                                  00177104
           PERFORM READ-WORK-RECORD.                                    00178104
           PERFORM CHECK-WORK-HEADER.                                   00179104
           PERFORM READ-WORK-RECORD.                                    00180104
       READ-WORK-RECORD.                                                00181104
           READ EMP-WORK-FILE                                           00182104
             AT END MOVE 'NO' TO WS-WORK-EOD                            00183104
           END-READ.                                                    00184104
           IF WS-WORK-EOD = 'NO'                                        00185104
               MOVE SPACES TO EMP-WORK-REC                              00186104
           ELSE                                                         00187104
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00188104
           END-IF.                                                      00189104
       CHECK-WORK-HEADER.                                               00190104
           IF WRK-HDR-TYPE NOT = 'H'                                    00191104
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00192104
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00193104
               PERFORM REFUSE-WORK-FILE                                 00194104
           END-IF.                                                      00195104
           IF WRK-HDR-STATE NOT = 'C'                                   00196104
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00197104
                 TO WS-WORK-REFUSE-TXT                                  00198104
               PERFORM REFUSE-WORK-FILE                                 00199104
           END-IF.                                                      00200104
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00201104
               DISPLAY 'PCOBLCMP: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00202104
                   ' EXPECTED ' WS-RUN-DATE-N                           00203104
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00204104
                 TO WS-WORK-REFUSE-TXT                                  00205104
               PERFORM REFUSE-WORK-FILE                                 00206104
           END-IF.                                                      00207104
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00208104
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00209104
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00210104
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00211104
                 TO WS-WORK-REFUSE-TXT                                  00212104
               PERFORM REFUSE-WORK-FILE                                 00213104
           END-IF.                                                      00214104
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00215104
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00216104
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00217104
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00218104
               DISPLAY 'PCOBLCMP: EMPWORK ' WRK-HDR-RUN-DATE            00219104
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00220104
                   ' ' WRK-HDR-DUP-CNT                                  00221104
               DISPLAY 'PCOBLCMP: RUNHIST ' WS-PGM-RUN-DATE             00222104
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00223104
                   ' ' WS-PGM-DUP-CNT                                   00224104
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00225104
                 TO WS-WORK-REFUSE-TXT                                  00226104
               PERFORM REFUSE-WORK-FILE                                 00227104
           END-IF.                                                      00228104
       LOAD-LAST-PGM-TOTAL.                                             00229104
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00230104
           OPEN INPUT RUN-HIST-FILE.                                    00231104
           IF WS-RUNHIST-STATUS = '00'                                  00232104
               MOVE SPACES TO WS-RUNHIST-EOD                            00233104
               PERFORM READ-RUN-HIST-RECORD                             00234104
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00235104
               CLOSE RUN-HIST-FILE                                      00236104
           END-IF.                                                      00237104
       READ-RUN-HIST-RECORD.                                            00238104
           READ RUN-HIST-FILE                                           00239104
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00240104
             NOT AT END                                                 00241104
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00242104
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00243104
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00244104
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00245104
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00246104
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00247104
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00248104
               END-IF                                                   00249104
           END-READ.                                                    00250104
       CHECK-WORK-TRAILER.                                              00251104
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00252104
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00253104
               PERFORM REFUSE-WORK-FILE                                 00254104
           END-IF.                                                      00255104
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00256104
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00257104
               DISPLAY 'PCOBLCMP: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00258104
                   ' TRAILER ' WRK-TRL-REC-CNT                          00259104
                   ' HEADER ' WS-WRK-REPT-CNT                           00260104
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00261104
                 TO WS-WORK-REFUSE-TXT                                  00262104
               PERFORM REFUSE-WORK-FILE                                 00263104
           END-IF.                                                      00264104
       REFUSE-WORK-FILE.                                                00265104
           DISPLAY 'PCOBLCMP: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00266104
           CLOSE EMP-WORK-FILE.                                         00267104
           PERFORM SET-ERROR-CODE.                                      00268104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00269104
           STOP RUN.                                                    00270104
       LOAD-MASTER-EXTRACT.                                             00199094
           OPEN INPUT MASTER-EXTRACT.                                   00200094
           IF WS-MSTEXT-STATUS = '00'                                   00201094
           ELSE                                                         00239094
               MOVE D-EMP-NAME TO WS-EMP-KEY                            00240094
           END-IF.                                                      00241094
       COMPARE-SITE-RECORDS.                                            00257094
           ADD 1 TO WS-WORK-DTL-CNT.                                    00258104
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00259104
           PERFORM BUILD-EMP-KEY.                                       00260104
           PERFORM MATCH-AGAINST-MASTER.                                00261104
           PERFORM READ-WORK-RECORD.                                    00262104
       MATCH-AGAINST-MASTER.                                            00292094
           SET WS-MI TO 1.                                              00293094
           SEARCH WS-MST-ENTRY                                          00294094
           IF WS-RETURN-CODE < 4                                        00421098
               MOVE 4 TO WS-RETURN-CODE                                 00422098
           END-IF.                                                      00423098
       SET-ERROR-CODE.                                                  00424104
           IF WS-RETURN-CODE < 8                                        00425104
               MOVE 8 TO WS-RETURN-CODE                                 00426104
           END-IF.                                                      00427104
