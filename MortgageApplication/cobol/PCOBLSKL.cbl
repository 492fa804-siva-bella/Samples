        ENVIRONMENT DIVISION.                                           00003099
        INPUT-OUTPUT SECTION.                                           00004099
        FILE-CONTROL.                                                   00005099
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00006104
           ORGANIZATION IS  SEQUENTIAL                                  00007104
           FILE STATUS IS WS-EMPWORK-STATUS.                            00008104
           SELECT ROSTER-RPT ASSIGN TO SKLRPT                           00008099
           ORGANIZATION IS  SEQUENTIAL.                                 00007099
           SELECT RUN-HIST-FILE ASSIGN TO RUNHIST                       00008104
           ORGANIZATION IS  SEQUENTIAL                                  00009104
           FILE STATUS IS WS-RUNHIST-STATUS.                            00010104
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00013091
           ORGANIZATION IS  LINE SEQUENTIAL                             00014091
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00015091
        DATA DIVISION.                                                  00013099
        FILE SECTION.                                                   00014099
      *                                                                 00015099
        FD EMP-WORK-FILE                                                00016104
             RECORD CONTAINS 250  CHARACTERS                            00017104
             DATA RECORD IS EMP-WORK-IN.                                00018104
                                                                        00019099
        01 EMP-WORK-IN    PIC X(250).                                   00020104
      *                                                                 00021099
        FD ROSTER-RPT                                                   00022099
             RECORD CONTAINS 80   CHARACTERS                            00023099
                                                                        00025099
        01 ROSTER-REC     PIC X(80).                                    00026099
      *                                                                 00027099
        FD RUN-HIST-FILE                                                00028104
             RECORD CONTAINS 80   CHARACTERS                            00029104
             DATA RECORD IS RUN-HIST-OUT.                               00030104
                                                                        00030099
        01 RUN-HIST-OUT   PIC X(80).                                    00031104
                                                                        00032099
      *                                                                 00036091
        FD RUN-OPTS-FILE                                                00037091
            05 WS-ASOF-MM   PIC 9(02).                                  00051091
            05 WS-ASOF-DD   PIC 9(02).                                  00052091
                                                                        00035099
        01  WS-RUN-DATE.                                                00044099
            05 WS-RUN-YYYY  PIC 9(04).                                  00045099
            05 WS-RUN-MM    PIC 9(02).                                  00046099
            05 WS-RUN-DD    PIC 9(02).                                  00047099
        01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).              00048104
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00048099
           COPY "recstruc.cpy".                                         00049099
        01  WS-RUNHIST-STATUS PIC X(02) VALUE SPACES.                   00050104
        01  WS-RUNHIST-EOD    PIC X(02) VALUE SPACES.                   00051104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00052104
        01  WS-WORK-EOD       PIC X(02) VALUE SPACES.                   00053104
        01  WS-WORK-DTL-CNT   PIC 9(07) VALUE ZERO.                     00054104
        01  WS-WORK-REFUSE-TXT PIC X(40) VALUE SPACES.                  00055104
        01  WS-WRK-REPT-CNT   PIC 9(07) VALUE ZERO.                     00056104
        01  WS-PGM-TOTAL-FOUND PIC X(01) VALUE 'N'.                     00057104
        01  WS-PGM-RUN-DATE   PIC 9(08) VALUE ZERO.                     00058104
        01  WS-PGM-REPT-CNT   PIC 9(07) VALUE ZERO.                     00059104
        01  WS-PGM-REJ-CNT    PIC 9(07) VALUE ZERO.                     00060104
        01  WS-PGM-DUP-CNT    PIC 9(07) VALUE ZERO.                     00061104
           COPY "runhist.cpy".                                          00062104
           COPY "empwork.cpy".                                          00063104
        01  WS-EMP-KEY     PIC X(16) VALUE SPACES.                      00050099
        01  WS-CONT-READ-CNT PIC 9(07) VALUE ZERO.                      00053099
        01  WS-ROSTER-CNT  PIC 9(05) VALUE ZERO.                        00056099
        01  WS-SKL-SUB     PIC 9(01) VALUE ZERO.                        00058099
        01  WS-SKL-SEEN    PIC X(01) VALUE 'N'.                         00060099
        01  WS-EMP-USED   PIC 9(04) VALUE ZERO.                         00061099
        01  WS-EMP-MAX    PIC 9(04) VALUE 2000.                         00062099
               10 WS-EMP-TBL-NAME  PIC X(10) VALUE SPACES.              00066099
               10 WS-EMP-TBL-ID    PIC X(06) VALUE SPACES.              00067099
               10 WS-EMP-TBL-DEPT  PIC X(10) VALUE SPACES.              00068099
        01  WS-RO-USED    PIC 9(04) VALUE ZERO.                         00075099
        01  WS-RO-MAX     PIC 9(04) VALUE 5000.                         00076099
        01  WS-RO-TABLE.                                                00077099
               STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY           00152091
                   DELIMITED BY SIZE INTO WS-RUN-DATE-TXT               00153091
           END-IF.                                                      00154091
           PERFORM OPEN-WORK-FILE.                                      00155104
           PERFORM COLLECT-EMPLOYEE                                     00156104
               UNTIL WS-WORK-EOD = 'NO'                                 00157104
                  OR WRK-REC-TYPE NOT = 'D'.                            00158104
           PERFORM CHECK-WORK-TRAILER.                                  00159104
           CLOSE EMP-WORK-FILE.                                         00160104
           OPEN OUTPUT ROSTER-RPT.                                      00139099
           MOVE WS-RUN-DATE-TXT TO SKL-HDR-DATE.                        00140099
           MOVE SKL-RPT-HDR TO ROSTER-REC.                              00141099
           WRITE ROSTER-REC.                                            00149099
           CLOSE ROSTER-RPT.                                            00150099
           DISPLAY 'PCOBLSKL: ' WS-EMP-USED ' EMPLOYEES '               00151099
               WS-CONT-READ-CNT ' CONTINUATION SKILLS '                 00152104
               WS-ROSTER-CNT ' ROSTER ENTRIES'.                         00153099
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00164099
           STOP RUN.                                                    00165099
       OPEN-WORK-FILE.                                                  00166104
           OPEN INPUT EMP-WORK-FILE.                                    00167104
           IF WS-EMPWORK-STATUS NOT = '00'                              00168104
               DISPLAY 'PCOBLSKL: EMPLOYEE WORK FILE OPEN FAILED, '     00169104
                   'STATUS ' WS-EMPWORK-STATUS                          00170104
               PERFORM SET-ERROR-CODE                                   00171104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00172104
               STOP RUN                                                 00173104
           END-IF.                                                      00158099
           MOVE SPACES TO WS-WORK-EOD.                                  00159104
           PERFORM READ-WORK-RECORD.                                    00160104
           PERFORM CHECK-WORK-HEADER.                                   00161104
           PERFORM READ-WORK-RECORD.                                    00162104
       READ-WORK-RECORD.                                                00163104
           READ EMP-WORK-FILE                                           00164104
             AT END MOVE 'NO' TO WS-WORK-EOD                            00165104
           END-READ.                                                    00166104
           IF WS-WORK-EOD = 'NO'                                        00167104
               MOVE SPACES TO EMP-WORK-REC                              00168104
           ELSE                                                         00169104
               MOVE EMP-WORK-IN TO EMP-WORK-REC                         00170104
           END-IF.                                                      00163099
       CHECK-WORK-HEADER.                                               00164104
           IF WRK-HDR-TYPE NOT = 'H'                                    00165104
              OR WRK-HDR-PROGRAM NOT = 'PCOBLPGM'                       00166104
               MOVE 'NO PCOBLPGM HEADER RECORD' TO WS-WORK-REFUSE-TXT   00167104
               PERFORM REFUSE-WORK-FILE                                 00168104
           END-IF.                                                      00169104
           IF WRK-HDR-STATE NOT = 'C'                                   00170104
               MOVE 'INCOMPLETE - PCOBLPGM DID NOT FINISH'              00171104
                 TO WS-WORK-REFUSE-TXT                                  00172104
               PERFORM REFUSE-WORK-FILE                                 00173104
           END-IF.                                                      00174104
           IF WRK-HDR-RUN-DATE NOT = WS-RUN-DATE-N                      00175104
               DISPLAY 'PCOBLSKL: EMPWORK RUN DATE ' WRK-HDR-RUN-DATE   00176104
                   ' EXPECTED ' WS-RUN-DATE-N                           00177104
               MOVE 'STALE - BUILT FOR ANOTHER RUN DATE'                00178104
                 TO WS-WORK-REFUSE-TXT                                  00179104
               PERFORM REFUSE-WORK-FILE                                 00180104
           END-IF.                                                      00181104
           MOVE WRK-HDR-REPT-CNT TO WS-WRK-REPT-CNT.                    00182104
           PERFORM LOAD-LAST-PGM-TOTAL.                                 00183104
           IF WS-PGM-TOTAL-FOUND = 'N'                                  00184104
               MOVE 'NO PCOBLPGM TOTAL ON RUN HISTORY'                  00185104
                 TO WS-WORK-REFUSE-TXT                                  00186104
               PERFORM REFUSE-WORK-FILE                                 00187104
           END-IF.                                                      00188104
           IF WS-PGM-RUN-DATE NOT = WRK-HDR-RUN-DATE                    00189104
              OR WS-PGM-REPT-CNT NOT = WRK-HDR-REPT-CNT                 00190104
              OR WS-PGM-REJ-CNT NOT = WRK-HDR-REJ-CNT                   00191104
              OR WS-PGM-DUP-CNT NOT = WRK-HDR-DUP-CNT                   00192104
               DISPLAY 'PCOBLSKL: EMPWORK ' WRK-HDR-RUN-DATE            00193104
                   ' ' WRK-HDR-REPT-CNT ' ' WRK-HDR-REJ-CNT             00194104
                   ' ' WRK-HDR-DUP-CNT                                  00195104
               DISPLAY 'PCOBLSKL: RUNHIST ' WS-PGM-RUN-DATE             00196104
                   ' ' WS-PGM-REPT-CNT ' ' WS-PGM-REJ-CNT               00197104
                   ' ' WS-PGM-DUP-CNT                                   00198104
               MOVE 'MISMATCHED - COUNTS DIFFER FROM RUNHIST'           00199104
                 TO WS-WORK-REFUSE-TXT                                  00200104
               PERFORM REFUSE-WORK-FILE                                 00201104
           END-IF.                                                      00202104
       LOAD-LAST-PGM-TOTAL.                                             00203104
           MOVE 'N' TO WS-PGM-TOTAL-FOUND.                              00204104
           OPEN INPUT RUN-HIST-FILE.                                    00205104
           IF WS-RUNHIST-STATUS = '00'                                  00206104
               MOVE SPACES TO WS-RUNHIST-EOD                            00207104
               PERFORM READ-RUN-HIST-RECORD                             00208104
                   UNTIL WS-RUNHIST-EOD = 'NO'                          00209104
               CLOSE RUN-HIST-FILE                                      00210104
           END-IF.                                                      00211104
       READ-RUN-HIST-RECORD.                                            00212104
           READ RUN-HIST-FILE                                           00213104
             AT END MOVE 'NO' TO WS-RUNHIST-EOD                         00214104
             NOT AT END                                                 00215104
               MOVE RUN-HIST-OUT TO RUN-HIST-REC                        00216104
               IF RH-PROGRAM = 'PCOBLPGM' AND RH-REC-TYPE = 'T'         00217104
                   MOVE 'Y'         TO WS-PGM-TOTAL-FOUND               00218104
                   MOVE RH-RUN-DATE TO WS-PGM-RUN-DATE                  00219104
                   MOVE RH-REPT-CNT TO WS-PGM-REPT-CNT                  00220104
                   MOVE RH-REJ-CNT  TO WS-PGM-REJ-CNT                   00221104
                   MOVE RH-DUP-CNT  TO WS-PGM-DUP-CNT                   00222104
               END-IF                                                   00223104
           END-READ.                                                    00224104
       CHECK-WORK-TRAILER.                                              00225104
           IF WS-WORK-EOD = 'NO' OR WRK-TRL-TYPE NOT = 'T'              00226104
               MOVE 'NO TRAILER RECORD' TO WS-WORK-REFUSE-TXT           00227104
               PERFORM REFUSE-WORK-FILE                                 00228104
           END-IF.                                                      00229104
           IF WRK-TRL-REC-CNT NOT = WS-WORK-DTL-CNT                     00230104
              OR WS-WORK-DTL-CNT NOT = WS-WRK-REPT-CNT                  00231104
               DISPLAY 'PCOBLSKL: EMPWORK DETAILS READ ' WS-WORK-DTL-CNT00232104
                   ' TRAILER ' WRK-TRL-REC-CNT                          00233104
                   ' HEADER ' WS-WRK-REPT-CNT                           00234104
               MOVE 'MISMATCHED - DETAIL COUNT OUT OF BALANCE'          00235104
                 TO WS-WORK-REFUSE-TXT                                  00236104
               PERFORM REFUSE-WORK-FILE                                 00237104
           END-IF.                                                      00238104
       REFUSE-WORK-FILE.                                                00239104
           DISPLAY 'PCOBLSKL: EMPWORK REFUSED - ' WS-WORK-REFUSE-TXT.   00240104
           CLOSE EMP-WORK-FILE.                                         00241104
           PERFORM SET-ERROR-CODE.                                      00242104
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00243104
           STOP RUN.                                                    00244104
       COLLECT-EMPLOYEE.                                                00245104
           ADD 1 TO WS-WORK-DTL-CNT.                                    00246104
           MOVE WRK-EMP-DTL TO EMP-DTL.                                 00247104
           PERFORM BUILD-EMP-KEY.                                       00248104
           PERFORM ADD-EMPLOYEE-ENTRY.                                  00249104
           PERFORM READ-WORK-RECORD.                                    00250104
       BUILD-EMP-KEY.                                                   00236099
           MOVE SPACES TO WS-EMP-KEY.                                   00237099
           IF D-EMP-ID NOT = SPACES                                     00238099
           ELSE                                                         00240099
               MOVE D-EMP-NAME TO WS-EMP-KEY                            00241099
           END-IF.                                                      00242099
       ADD-EMPLOYEE-ENTRY.                                              00252099
           IF WS-EMP-USED >= WS-EMP-MAX                                 00253099
               DISPLAY 'WARNING: EMPLOYEE TABLE FULL AT 2000'           00254099
               MOVE D-EMP-ID    TO WS-EMP-TBL-ID(WS-EI)                 00262099
               MOVE D-DEPART-CD TO WS-EMP-TBL-DEPT(WS-EI)               00263099
               MOVE D-DEPART-CD TO WS-CUR-DEPT                          00264099
               IF D-PSKILL NOT = SPACES                                 00265104
                   MOVE D-PSKILL    TO WS-CUR-SKILL                     00266104
                   PERFORM ADD-ROSTER-ENTRY                             00267104
               END-IF                                                   00268104
               ADD WRK-ADD-SKILL-CNT TO WS-CONT-READ-CNT                00269104
               MOVE 1 TO WS-SKL-SUB                                     00270104
               PERFORM ADD-WORK-SKILL                                   00271104
                   UNTIL WS-SKL-SUB > WRK-ADD-SKILL-CNT                 00272104
           END-IF.                                                      00267099
       ADD-WORK-SKILL.                                                  00268104
           MOVE WRK-ADD-SKILL(WS-SKL-SUB) TO WS-CUR-SKILL.              00269104
           PERFORM ADD-ROSTER-IF-NEW.                                   00270104
           ADD 1 TO WS-SKL-SUB.                                         00271104
       ADD-ROSTER-IF-NEW.                                               00319099
           MOVE 'N' TO WS-SKL-SEEN.                                     00320099
           MOVE ZERO TO WS-SCAN-IX.                                     00321099
           IF WS-RETURN-CODE < 4                                        00421099
               MOVE 4 TO WS-RETURN-CODE                                 00422099
           END-IF.                                                      00423099
       SET-ERROR-CODE.                                                  00424104
           IF WS-RETURN-CODE < 8                                        00425104
               MOVE 8 TO WS-RETURN-CODE                                 00426104
           END-IF.                                                      00427104
