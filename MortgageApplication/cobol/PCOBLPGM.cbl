           FILE STATUS IS WS-DESG-TBL-STATUS.                           00118681
           SELECT DUP-FILE ASSIGN TO DUPFILE                            00118689
           ORGANIZATION IS  SEQUENTIAL.                                 00118789
           SELECT EMP-WORK-FILE ASSIGN TO EMPWORK                       00119104
           ORGANIZATION IS  SEQUENTIAL                                  00120104
           FILE STATUS IS WS-EMPWORK-STATUS.                            00121104
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00118785
           ORGANIZATION IS  LINE SEQUENTIAL                             00118885
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00118985
             DATA RECORD IS DUP-REC.                                    00141489
                                                                        00141589
        01 DUP-REC        PIC X(80).                                    00141689
                                                                        00142104
        FD EMP-WORK-FILE                                                00143104
             RECORD CONTAINS 250  CHARACTERS                            00144104
             DATA RECORD IS EMP-WORK-OUT.                               00145104
                                                                        00146104
        01 EMP-WORK-OUT   PIC X(250).                                   00147104
                                                                        00141789
        FD RUN-OPTS-FILE                                                00141385
             DATA RECORD IS RUN-OPTS-REC.                               00141485
           05 FILLER         PIC X(01).                                 00142385
           05 S-DEPART-CD    PIC X(10).                                 00142485
           05 FILLER         PIC X(59).                                 00142585
           05 S-SITE-IDX     PIC 9(03).                                 00143104
                                                                        00142685
        WORKING-STORAGE SECTION.                                        00250000
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00130098
            05 CKPT-PAGE-CNT       PIC 9(05).                           00164286
            05 CKPT-LINE-CNT       PIC 9(03).                           00164386
            05 CKPT-CONT-REJ-CNT   PIC 9(07).                           00161093
            05 CKPT-WORK-SKL-CNT   PIC 9(07).                           00162104
        01  WS-CKPT-TMP-NAME  PIC X(30) VALUE 'CKPTFTMP'.               00164060
        01  WS-CKPT-FINAL-NAME PIC X(30) VALUE 'CKPTFILE'.              00164061
        01  WS-CKPT-RENAME-RC PIC 9(9) COMP-5 VALUE ZERO.               00164062
        01  WS-MAXREJ-PCT     PIC 9(03) VALUE ZERO.                     00236098
        01  WS-MAXREJ-SET     PIC X(01) VALUE 'N'.                      00237098
        01  WS-ACT-REJ-PCT    PIC 9(03) VALUE ZERO.                     00238098
        01  WS-REJ-TOL-FAILED PIC X(01) VALUE 'N'.                      00239110
        01  WS-EXP-VALID      PIC X(01) VALUE 'Y'.                      00171787
        01  WS-EXP-ENDED      PIC X(01) VALUE 'N'.                      00171887
        01  WS-EXP-YEARS      PIC 9(03) VALUE ZERO.                     00171987
        01  WS-CONT-REJ-SKIP  PIC 9(07) VALUE ZERO.                     00257093
           COPY "runhist.cpy".                                          00171383
           COPY "codetbl.cpy".                                          00171181
           COPY "empwork.cpy".                                          00172104
        01  WS-EMPWORK-STATUS PIC X(02) VALUE SPACES.                   00173104
        01  WS-WORK-SKL-CNT   PIC 9(07) VALUE ZERO.                     00174104
        01  WS-CUR-TIME       PIC 9(08) VALUE ZERO.                     00175104
        01  WS-CSK-USED       PIC 9(04) VALUE ZERO.                     00176104
        01  WS-CSK-MAX        PIC 9(04) VALUE 2000.                     00177104
        01  WS-CSK-IX         PIC 9(04) VALUE ZERO.                     00178104
        01  WS-CSK-FULL       PIC X(01) VALUE 'N'.                      00179104
        01  WS-CSK-TABLE.                                               00180104
            05 WS-CSK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CI.         00181104
               10 WS-CSK-KEY     PIC X(16) VALUE SPACES.                00182104
               10 WS-CSK-SKILL   PIC X(15) VALUE SPACES.                00183104
        01  WS-SKL-SUB        PIC 9(02) VALUE ZERO.                     00184104
        01  WS-WRK-SLOT       PIC 9(02) VALUE ZERO.                     00185104
        01  WS-SKL-SEEN       PIC X(01) VALUE 'N'.                      00186104
        01  WS-CONT-ORPH-CNT  PIC 9(05) VALUE ZERO.                     00187104
        01  WS-DEPT-TBL-STATUS PIC X(02) VALUE SPACES.                  00171281
        01  WS-DESG-TBL-STATUS PIC X(02) VALUE SPACES.                  00171381
        01  WS-DEPT-TBL-EOD PIC X(02) VALUE SPACES.                     00171481
               MOVE CKPT-LAST-DEPT TO WS-PREV-DEPT                      00181050
               MOVE CKPT-PAGE-CNT  TO WS-PAGE-CNT                       00181186
               MOVE CKPT-LINE-CNT  TO WS-LINE-CNT                       00181286
               MOVE CKPT-WORK-SKL-CNT TO WS-WORK-SKL-CNT                00182104
               OPEN EXTEND EMP-REPT                                     00183050
               OPEN EXTEND REJECT-FILE                                  00184050
               OPEN EXTEND CSV-FILE                                     00185050
               PERFORM OPEN-DUP-FILE                                    00185089
               PERFORM REOPEN-WORK-FILE                                 00186104
           ELSE                                                         00190050
               MOVE ZEROES TO EMP-RECS-CNT                              00191050
               OPEN OUTPUT EMP-REPT                                     00193050
               OPEN OUTPUT REJECT-FILE                                  00194050
               OPEN OUTPUT CSV-FILE                                     00195050
               PERFORM OPEN-DUP-FILE                                    00195089
               PERFORM OPEN-WORK-FILE                                   00196104
               IF WS-OUT-REPORT = 'Y'                                   00195188
                   PERFORM WRITE-PAGE-HEADING                           00196086
               END-IF                                                   00196188
           IF WS-OUT-REPORT = 'Y'                                       00213288
               PERFORM PRINT-EMP-REPORT                                 00213388
           END-IF.                                                      00213488
           PERFORM CHECK-REJECT-TOLERANCE.                              00213683
           PERFORM CLOSE-WORK-FILE.                                     00214104
           PERFORM WRITE-RUN-HIST-TOTAL.                                00213183
           PERFORM CLEAR-CHECKPOINT.                                    00214050
           CLOSE EMP-REPT                                               00840039
                 REJECT-FILE                                            00215050
           PERFORM WRITE-RUN-HIST-SITE.                                 00249183
           PERFORM NEXT-SITE-STEP                                       00250060
               UNTIL WS-SITE-IDX >= WS-SITE-COUNT.                      00250061
           PERFORM CHECK-CONT-ORPHANS.                                  00251104
       NEXT-SITE-STEP.                                                  00250062
           ADD 1 TO WS-SITE-IDX.                                        00255051
           MOVE WS-SITE-FILENAME(WS-SITE-IDX)                           00256050
                   PERFORM WRITE-DUP-EXCEPTION                          00268335
               ELSE                                                     00268345
                   MOVE EMP-REC TO SORT-REC                             00268385
                   MOVE WS-SITE-IDX TO S-SITE-IDX                       00269104
                   RELEASE SORT-REC                                     00268485
               END-IF                                                   00268495
           END-IF.                                                      00608099
                   MOVE 'CONTINUATION HAS NO SKILLS'                    00631099
                     TO WS-REJECT-REASON-TXT                            00632099
                   PERFORM WRITE-CONT-REJECT-RECORD                     00633099
               ELSE                                                     00634104
                   PERFORM SAVE-CONT-SKILLS                             00635104
               END-IF                                                   00634099
           END-IF.                                                      00635099
       SAVE-CONT-SKILLS.                                                00636104
           IF C-EMP-ID NOT = SPACES                                     00637104
               MOVE C-EMP-ID TO WS-EMP-KEY                              00638104
           ELSE                                                         00639104
               MOVE C-EMP-NAME TO WS-EMP-KEY                            00640104
           END-IF.                                                      00641104
           MOVE 1 TO WS-SKL-SUB.                                        00642104
           PERFORM SAVE-ONE-CONT-SKILL UNTIL WS-SKL-SUB > 4.            00643104
       SAVE-ONE-CONT-SKILL.                                             00644104
           IF C-ADD-SKILL(WS-SKL-SUB) NOT = SPACES                      00645104
               IF WS-CSK-USED < WS-CSK-MAX                              00646104
                   ADD 1 TO WS-CSK-USED                                 00647104
                   SET WS-CI TO WS-CSK-USED                             00648104
                   MOVE WS-EMP-KEY TO WS-CSK-KEY(WS-CI)                 00649104
                   MOVE C-ADD-SKILL(WS-SKL-SUB)                         00650104
                     TO WS-CSK-SKILL(WS-CI)                             00651104
               ELSE                                                     00652104
                   IF WS-CSK-FULL = 'N'                                 00653104
                       MOVE 'Y' TO WS-CSK-FULL                          00654104
                       DISPLAY 'WARNING: CONTINUATION SKILL TABLE FULL' 00655104
                           ' AT 2000 - DISCARDING FURTHER SKILLS'       00656104
                       PERFORM SET-WARNING-CODE                         00657104
                   END-IF                                               00658104
               END-IF                                                   00659104
           END-IF.                                                      00660104
           ADD 1 TO WS-SKL-SUB.                                         00661104
       CHECK-CONT-ORPHANS.                                              00662104
           MOVE ZERO TO WS-CONT-ORPH-CNT.                               00663104
           MOVE ZERO TO WS-CSK-IX.                                      00664104
           PERFORM CHECK-ONE-CONT-ORPHAN                                00665104
               UNTIL WS-CSK-IX >= WS-CSK-USED.                          00666104
           IF WS-CONT-ORPH-CNT > 0                                      00667104
               DISPLAY 'WARNING: ' WS-CONT-ORPH-CNT                     00668104
                   ' CONTINUATION SKILLS FOR UNKNOWN EMPLOYEES'         00669104
                   ' - NOT CARRIED TO EMPWORK'                          00670104
               PERFORM SET-WARNING-CODE                                 00671104
           END-IF.                                                      00672104
       CHECK-ONE-CONT-ORPHAN.                                           00673104
           ADD 1 TO WS-CSK-IX.                                          00674104
           SET WS-CI TO WS-CSK-IX.                                      00675104
           SET WS-SI TO 1.                                              00676104
           SEARCH WS-SEEN-ENTRY                                         00677104
               AT END                                                   00678104
                   ADD 1 TO WS-CONT-ORPH-CNT                            00679104
               WHEN WS-SEEN-KEY(WS-SI) = WS-CSK-KEY(WS-CI)              00680104
                   CONTINUE                                             00681104
           END-SEARCH.                                                  00682104
       WRITE-CONT-REJECT-RECORD.                                        00636099
           ADD 1 TO WS-CONT-REJ-CNT.                                    00645099
           IF WS-CONT-REJ-CNT > WS-CONT-REJ-SKIP                        00659093
                       WS-MAX-EMP-RECS ' - COUNT HELD, NOT WRAPPED'     00283070
                       PERFORM SET-WARNING-CODE                         00714098
               END-ADD                                                  00284070
               PERFORM WRITE-WORK-RECORD                                00285104
               ADD 1 TO WS-DEPT-CNT                                     00285050
               MOVE D-DEPART-CD TO WS-PREV-DEPT                         00286050
               IF WS-OUT-CSV = 'Y'                                      00286188
           MOVE WS-REJ-RECS-CNT TO CKPT-REJ-CNT.                        00393183
           MOVE WS-CSV-RECS-CNT TO CKPT-CSV-CNT.                        00393283
           MOVE WS-CONT-REJ-CNT TO CKPT-CONT-REJ-CNT.                   00393383
           MOVE WS-WORK-SKL-CNT TO CKPT-WORK-SKL-CNT.                   00394104
           OPEN OUTPUT CKPT-TMP-FILE.                                   00393061
           MOVE CKPT-INFO TO CKPT-TMP-REC.                              00393062
           WRITE CKPT-TMP-REC.                                          00393063
                   DISPLAY 'ERROR: REJECT RATE ' WS-ACT-REJ-PCT         01048098
                       ' PCT EXCEEDS TOLERANCE ' WS-MAXREJ-PCT          01049098
                       ' PCT - RUN FAILED'                              01050098
                   MOVE 'Y' TO WS-REJ-TOL-FAILED                        01051110
                   PERFORM SET-ERROR-CODE                               01051098
               END-IF                                                   01052098
           END-IF.                                                      01053098
       CLEAR-CHECKPOINT.                                                00398050
           OPEN OUTPUT CKPT-FILE.                                       00399050
           CLOSE CKPT-FILE.                                             00400050
       OPEN-WORK-FILE.                                                  00401104
           OPEN OUTPUT EMP-WORK-FILE.                                   00402104
           IF WS-EMPWORK-STATUS NOT = '00'                              00403104
               DISPLAY 'PCOBLPGM: EMPLOYEE WORK FILE OPEN FAILED, '     00404104
                   'STATUS ' WS-EMPWORK-STATUS                          00405104
               PERFORM SET-ERROR-CODE                                   00406104
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00407104
               STOP RUN                                                 00408104
           END-IF.                                                      00409104
           MOVE SPACES TO EMP-WORK-REC.                                 00410104
           INITIALIZE EMP-WORK-HDR.                                     00411104
           MOVE 'H'              TO WRK-HDR-TYPE.                       00412104
           MOVE 'PCOBLPGM'       TO WRK-HDR-PROGRAM.                    00413104
           MOVE WS-RUN-DATE-N    TO WRK-HDR-RUN-DATE.                   00414104
           MOVE 'I'              TO WRK-HDR-STATE.                      00415104
           MOVE WS-SITE-COUNT    TO WRK-HDR-SITE-CNT.                   00416104
           MOVE WS-RESTART-MODE  TO WRK-HDR-RESTART.                    00417104
           MOVE EMP-WORK-HDR TO EMP-WORK-OUT.                           00418104
           WRITE EMP-WORK-OUT.                                          00419104
       REOPEN-WORK-FILE.                                                00420104
           OPEN EXTEND EMP-WORK-FILE.                                   00421104
           IF WS-EMPWORK-STATUS NOT = '00'                              00422104
               DISPLAY 'WARNING: EMPLOYEE WORK FILE NOT AVAILABLE FOR ' 00423104
                   'RESTART, STATUS ' WS-EMPWORK-STATUS                 00424104
               DISPLAY 'WARNING: EMPWORK REBUILT FROM CHECKPOINT - '    00425104
                   'DOWNSTREAM REPORTS WILL REFUSE IT'                  00426104
               PERFORM SET-WARNING-CODE                                 00427104
               PERFORM OPEN-WORK-FILE                                   00428104
           END-IF.                                                      00429104
       WRITE-WORK-RECORD.                                               00430104
           MOVE SPACES TO EMP-WORK-REC.                                 00431104
           MOVE 'D'              TO WRK-REC-TYPE.                       00432104
           MOVE EMP-DTL(1:80)    TO WRK-EMP-DTL.                        00433104
           MOVE WS-EXP-YEARS     TO WRK-EXP-YEARS.                      00434104
           MOVE S-SITE-IDX       TO WRK-SITE-IDX.                       00435104
           MOVE WS-SITE-FILENAME(S-SITE-IDX) TO WRK-SITE-NAME.          00436104
           MOVE ZERO             TO WRK-ADD-SKILL-CNT.                  00437104
           IF D-EMP-ID NOT = SPACES                                     00438104
               MOVE D-EMP-ID TO WS-EMP-KEY                              00439104
           ELSE                                                         00440104
               MOVE D-EMP-NAME TO WS-EMP-KEY                            00441104
           END-IF.                                                      00442104
           MOVE ZERO TO WS-CSK-IX.                                      00443104
           PERFORM ATTACH-CONT-SKILL                                    00444104
               UNTIL WS-CSK-IX >= WS-CSK-USED.                          00445104
           ADD WRK-ADD-SKILL-CNT TO WS-WORK-SKL-CNT.                    00446104
           MOVE EMP-WORK-REC TO EMP-WORK-OUT.                           00447104
           WRITE EMP-WORK-OUT.                                          00448104
       ATTACH-CONT-SKILL.                                               00449104
           ADD 1 TO WS-CSK-IX.                                          00450104
           SET WS-CI TO WS-CSK-IX.                                      00451104
           IF WS-CSK-KEY(WS-CI) = WS-EMP-KEY                            00452104
               MOVE 'N' TO WS-SKL-SEEN                                  00453104
               MOVE ZERO TO WS-WRK-SLOT                                 00454104
               PERFORM CHECK-WORK-SKILL                                 00455104
                   UNTIL WS-WRK-SLOT >= WRK-ADD-SKILL-CNT               00456104
                      OR WS-SKL-SEEN = 'Y'                              00457104
               IF WS-SKL-SEEN = 'N'                                     00458104
                   PERFORM ADD-WORK-SKILL                               00459104
               END-IF                                                   00460104
           END-IF.                                                      00461104
       CHECK-WORK-SKILL.                                                00462104
           ADD 1 TO WS-WRK-SLOT.                                        00463104
           IF WRK-ADD-SKILL(WS-WRK-SLOT) = WS-CSK-SKILL(WS-CI)          00464104
               MOVE 'Y' TO WS-SKL-SEEN                                  00465104
           END-IF.                                                      00466104
       ADD-WORK-SKILL.                                                  00467104
           IF WRK-ADD-SKILL-CNT < 8                                     00468104
               ADD 1 TO WRK-ADD-SKILL-CNT                               00469104
               MOVE WS-CSK-SKILL(WS-CI)                                 00470104
                 TO WRK-ADD-SKILL(WRK-ADD-SKILL-CNT)                    00471104
           ELSE                                                         00472104
               DISPLAY 'WARNING: MORE THAN 8 ADDITIONAL SKILLS FOR '    00473104
                   WS-EMP-KEY ' - DISCARDING ' WS-CSK-SKILL(WS-CI)      00474104
               PERFORM SET-WARNING-CODE                                 00475104
           END-IF.                                                      00476104
       CLOSE-WORK-FILE.                                                 00477104
           MOVE SPACES TO EMP-WORK-REC.                                 00478104
           INITIALIZE EMP-WORK-TRL.                                     00479104
           MOVE 'T'              TO WRK-TRL-TYPE.                       00480104
           MOVE EMP-RECS-CNT     TO WRK-TRL-REC-CNT.                    00481104
           MOVE WS-WORK-SKL-CNT  TO WRK-TRL-SKL-CNT.                    00482104
           MOVE EMP-WORK-TRL TO EMP-WORK-OUT.                           00483104
           WRITE EMP-WORK-OUT.                                          00484104
           CLOSE EMP-WORK-FILE.                                         00485104
           OPEN I-O EMP-WORK-FILE.                                      00486104
           IF WS-EMPWORK-STATUS = '00'                                  00487104
               READ EMP-WORK-FILE                                       00488104
                 AT END MOVE SPACES TO EMP-WORK-OUT                     00489104
               END-READ                                                 00490104
           END-IF.                                                      00491104
           MOVE EMP-WORK-OUT TO EMP-WORK-REC.                           00492104
           IF WS-EMPWORK-STATUS NOT = '00' OR WRK-HDR-TYPE NOT = 'H'    00493104
               DISPLAY 'PCOBLPGM: EMPLOYEE WORK FILE HEADER NOT '       00494104
                   'UPDATED, STATUS ' WS-EMPWORK-STATUS                 00495104
               PERFORM SET-ERROR-CODE                                   00496104
           ELSE                                                         00497104
               IF WS-REJ-TOL-FAILED = 'N'                               00498110
                   MOVE 'C'          TO WRK-HDR-STATE                   00499110
               END-IF                                                   00500110
               MOVE EMP-RECS-CNT     TO WRK-HDR-REPT-CNT                00499104
               MOVE WS-REJ-RECS-CNT  TO WRK-HDR-REJ-CNT                 00500104
               MOVE WS-DUP-CNT       TO WRK-HDR-DUP-CNT                 00501104
               MOVE WS-SITE-COUNT    TO WRK-HDR-SITE-CNT                00502104
               ACCEPT WRK-HDR-CRE-DATE FROM DATE YYYYMMDD               00503104
               ACCEPT WS-CUR-TIME FROM TIME                             00504104
               MOVE WS-CUR-TIME(1:6) TO WRK-HDR-CRE-TIME                00505104
               MOVE WS-RESTART-MODE  TO WRK-HDR-RESTART                 00506104
               MOVE EMP-WORK-HDR TO EMP-WORK-OUT                        00507104
               REWRITE EMP-WORK-OUT                                     00508104
           END-IF.                                                      00509104
           CLOSE EMP-WORK-FILE.                                         00510104
           DISPLAY 'PCOBLPGM: ' EMP-RECS-CNT                            00511104
               ' EMPLOYEES WRITTEN TO EMPWORK WITH '                    00512104
               WS-WORK-SKL-CNT ' CONTINUATION SKILLS'.                  00513104
       PRINT-EMP-REPORT.                                                01000039
           MOVE 1 TO WS-LINES-NEEDED.                                   01000186
           PERFORM CHECK-PAGE-BREAK.                                    01000286
