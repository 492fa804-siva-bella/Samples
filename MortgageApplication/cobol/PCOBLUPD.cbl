           ORGANIZATION IS  INDEXED                                     00007080
           ACCESS MODE  IS  DYNAMIC                                     00008080
           RECORD KEY   IS  MST-EMP-ID                                  00009080
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00010102
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00011102
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00012105
           FILE STATUS  IS  WS-MST-STATUS.                              00010080
           SELECT TRAN-FILE ASSIGN TO EMPTRAN                           00011080
           ORGANIZATION IS  SEQUENTIAL.                                 00012080
           FILE STATUS IS WS-PEND-STATUS.                               00022096
           SELECT PEND-NEW-FILE ASSIGN TO PENDNEW                       00023096
           ORGANIZATION IS  SEQUENTIAL.                                 00024096
           SELECT SUSP-FILE ASSIGN TO SUSPFILE                          00025100
           ORGANIZATION IS  SEQUENTIAL                                  00026100
           FILE STATUS IS WS-SUSP-STATUS.                               00027100
           SELECT SUSP-NEW-FILE ASSIGN TO SUSPNEW                       00028100
           ORGANIZATION IS  SEQUENTIAL.                                 00029100
           SELECT BATCH-LOG ASSIGN TO BATCHLOG                          00030100
           ORGANIZATION IS  SEQUENTIAL                                  00031100
           FILE STATUS IS WS-BATCH-LOG-STATUS.                          00032100
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00025091
           ORGANIZATION IS  LINE SEQUENTIAL                             00026091
           FILE STATUS IS WS-RUN-OPTS-STATUS.                           00027091
           COPY "empmast.cpy".                                          00024080
      *                                                                 00025080
        FD TRAN-FILE                                                    00026080
             RECORD CONTAINS 100  CHARACTERS                            00027108
             DATA RECORD IS TRAN-REC.                                   00028080
                                                                        00029080
        01 TRAN-REC       PIC X(100).                                   00030108
      *                                                                 00031080
        FD TRAN-REGISTER                                                00032080
             RECORD CONTAINS 80   CHARACTERS                            00033080
        01 MSTEXT-REC     PIC X(80).                                    00042080
      *                                                                 00046095
        FD AUDIT-HIST                                                   00047095
             RECORD CONTAINS 250  CHARACTERS                            00048101
             DATA RECORD IS AUD-HIST-OUT.                               00049095
                                                                        00050095
        01 AUD-HIST-OUT   PIC X(250).                                   00051101
      *                                                                 00057096
        FD PEND-FILE                                                    00058096
             RECORD CONTAINS 100  CHARACTERS                            00059108
             DATA RECORD IS PEND-REC.                                   00060096
                                                                        00061096
        01 PEND-REC       PIC X(100).                                   00062108
      *                                                                 00063096
        FD PEND-NEW-FILE                                                00064096
             RECORD CONTAINS 100  CHARACTERS                            00065108
             DATA RECORD IS PEND-NEW-REC.                               00066096
                                                                        00067096
        01 PEND-NEW-REC   PIC X(100).                                   00068108
      *                                                                 00069100
        FD SUSP-FILE                                                    00070100
             RECORD CONTAINS 100  CHARACTERS                            00071108
             DATA RECORD IS SUSP-REC.                                   00072100
                                                                        00073100
        01 SUSP-REC       PIC X(100).                                   00074108
      *                                                                 00075100
        FD SUSP-NEW-FILE                                                00076100
             RECORD CONTAINS 100  CHARACTERS                            00077108
             DATA RECORD IS SUSP-NEW-REC.                               00078100
                                                                        00079100
        01 SUSP-NEW-REC   PIC X(100).                                   00080108
      *                                                                 00081100
        FD BATCH-LOG                                                    00082100
             RECORD CONTAINS 80   CHARACTERS                            00083100
             DATA RECORD IS BATCH-LOG-IO-REC.                           00084100
                                                                        00085100
        01 BATCH-LOG-IO-REC PIC X(80).                                  00086100
                                                                        00043080
      *                                                                 00073091
        FD RUN-OPTS-FILE                                                00074091
        01  WS-PEND-FINAL-NAME  PIC X(30) VALUE 'PENDFILE'.             00099096
        01  WS-PEND-RENAME-RC   PIC 9(9) COMP-5 VALUE ZERO.             00100096
           COPY "emptran.cpy".                                          00101096
        01  WS-TRAN-SAVE        PIC X(100) VALUE SPACES.                00102108
        01  WS-LOG-KEY          PIC X(10) VALUE SPACES.                 00103100
        01  WS-CUR-BATCH-ID     PIC X(10) VALUE SPACES.                 00104101
        01  WS-GEN-SEQ          PIC 9(04) VALUE ZERO.                   00105110
        01  WS-GEN-FOUND        PIC X(01) VALUE 'N'.                    00106110
           COPY "batchlog.cpy".                                         00104100
        01  WS-BATCH-LOG-STATUS PIC X(02) VALUE SPACES.                 00105100
        01  WS-BATCH-LOG-EOD    PIC X(02) VALUE SPACES.                 00106100
        01  WS-SUSP-STATUS      PIC X(02) VALUE SPACES.                 00107100
        01  SUSP-FILE-EOD       PIC X(02) VALUE SPACES.                 00108100
        01  WS-SUSP-TMP-NAME    PIC X(30) VALUE 'SUSPNEW'.              00109100
        01  WS-SUSP-FINAL-NAME  PIC X(30) VALUE 'SUSPFILE'.             00110100
        01  WS-SUSP-RENAME-RC   PIC 9(9) COMP-5 VALUE ZERO.             00111100
        01  WS-TRANS-SUSP-CNT   PIC 9(07) VALUE ZERO.                   00112100
        01  WS-SUSP-REL-CNT     PIC 9(07) VALUE ZERO.                   00113100
        01  WS-BATCH-ACC-CNT    PIC 9(05) VALUE ZERO.                   00114100
        01  WS-BATCH-SUSP-CNT   PIC 9(05) VALUE ZERO.                   00115100
        01  WS-BATCH-REL-CNT    PIC 9(05) VALUE ZERO.                   00116100
        01  WS-BATCH-OPEN       PIC X(01) VALUE 'N'.                    00117100
        01  WS-BATCH-STARTED    PIC X(01) VALUE 'N'.                    00118100
        01  WS-BATCH-REASON     PIC X(20) VALUE SPACES.                 00119100
        01  WS-BATCH-IX         PIC 9(03) VALUE ZERO.                   00120100
        01  WS-BATCH-USED       PIC 9(03) VALUE ZERO.                   00121100
        01  WS-BATCH-MAX        PIC 9(03) VALUE 200.                    00122100
        01  WS-BATCH-TABLE.                                             00123100
            05 WS-BATCH-ENTRY OCCURS 200 TIMES INDEXED BY WS-BI.        00124100
               10 WS-BAT-ID        PIC X(10) VALUE SPACES.              00125100
               10 WS-BAT-SOURCE    PIC X(10) VALUE SPACES.              00126100
               10 WS-BAT-CREATE-DT PIC 9(08) VALUE ZERO.                00127100
               10 WS-BAT-HDR-FOUND PIC X(01) VALUE 'N'.                 00128100
               10 WS-BAT-STATUS    PIC X(01) VALUE SPACES.              00129100
               10 WS-BAT-REASON    PIC X(20) VALUE SPACES.              00130100
               10 WS-BAT-REC-CNT   PIC 9(07) VALUE ZERO.                00131100
               10 WS-BAT-HASH-TOT  PIC 9(12) VALUE ZERO.                00132100
               10 WS-BAT-ADD-CNT   PIC 9(07) VALUE ZERO.                00133100
               10 WS-BAT-CHG-CNT   PIC 9(07) VALUE ZERO.                00134100
               10 WS-BAT-DEL-CNT   PIC 9(07) VALUE ZERO.                00135100
        01  WS-LOGGED-USED      PIC 9(04) VALUE ZERO.                   00136100
        01  WS-LOGGED-MAX       PIC 9(04) VALUE 2000.                   00137100
        01  WS-LOGGED-FULL      PIC X(01) VALUE 'N'.                    00138100
        01  WS-LOGGED-TABLE.                                            00139100
            05 WS-LOGGED-ENTRY OCCURS 2000 TIMES INDEXED BY WS-LI.      00140100
               10 WS-LOGGED-ID     PIC X(10) VALUE SPACES.              00141100
        01  WS-RELEASE-USED     PIC 9(02) VALUE ZERO.                   00142100
        01  WS-RELEASE-MAX      PIC 9(02) VALUE 10.                     00143100
        01  WS-RELEASE-TABLE.                                           00144100
            05 WS-RELEASE-ENTRY OCCURS 10 TIMES INDEXED BY WS-RI.       00145100
               10 WS-RELEASE-ID    PIC X(10) VALUE SPACES.              00146100
               10 WS-RELEASE-FOUND PIC X(01) VALUE 'N'.                 00147100
        01  WS-SUSP-RELEASING   PIC X(01) VALUE 'N'.                    00148100
        01  WS-REL-BATCH-ID     PIC X(10) VALUE SPACES.                 00149100
        01  WS-REL-SOURCE       PIC X(10) VALUE SPACES.                 00150100
        01  WS-REL-CREATE-DT    PIC 9(08) VALUE ZERO.                   00151100
        01  WS-REL-REC-CNT      PIC 9(07) VALUE ZERO.                   00152100
        01  WS-REL-HASH-TOT     PIC 9(12) VALUE ZERO.                   00153100
        01  WS-MGR-NONE         PIC X(06) VALUE '*NONE*'.               00154105
        01  WS-MGR-DEPTH        PIC 9(04) VALUE ZERO.                   00155105
        01  WS-MGR-DEPTH-MAX    PIC 9(04) VALUE 5000.                   00156105
        01  WS-MGR-CHAIN-END    PIC X(01) VALUE 'N'.                    00157105
        01  WS-MGR-SCAN-EOD     PIC X(02) VALUE SPACES.                 00158105
        01  WS-MGR-REPORT-CNT   PIC 9(05) VALUE ZERO.                   00159105
        01  WS-MGR-REPORT-ED    PIC ZZZZ9.                              00160105
        01  WS-MGR-ORPHAN-CNT   PIC 9(05) VALUE ZERO.                   00161105
        01  WS-APPROVAL-NEEDED  PIC X(01) VALUE 'N'.                    00162108
        01  WS-TRANS-APPR-CNT   PIC 9(07) VALUE ZERO.                   00163108
        01  WS-APR-SEQ          PIC 9(04) VALUE ZERO.                   00164108
        01  WS-APR-REL-ED       PIC ZZZZ9.                              00165108
        01  WS-APR-USED         PIC 9(04) VALUE ZERO.                   00166108
        01  WS-APR-MAX          PIC 9(04) VALUE 500.                    00167108
        01  WS-APR-FULL         PIC X(01) VALUE 'N'.                    00168108
        01  WS-APR-TABLE.                                               00169108
            05 WS-APR-ENTRY OCCURS 500 TIMES INDEXED BY WS-AI.          00170108
               10 WS-APR-EMP-ID    PIC X(06) VALUE SPACES.              00171108
               10 WS-APR-USER-ID   PIC X(08) VALUE SPACES.              00172108
               10 WS-APR-BATCH-IX  PIC 9(03) VALUE ZERO.                00173108
               10 WS-APR-STATE     PIC X(01) VALUE SPACES.              00174108
               10 WS-APR-REL-CNT   PIC 9(05) VALUE ZERO.                00175108
        01  TRAN-REG-HDR.                                               00071080
            05 REG-HDR-TXT  PIC X(40)                                   00072080
               VALUE 'ACTION EMP-ID RESULT   REASON'.                   00073080
            05 FILLER       PIC X(14) VALUE SPACES.                     00074108
            05 REG-HDR-USER PIC X(16) VALUE 'MAKER    CHECKER'.         00075108
            05 FILLER       PIC X(10) VALUE SPACES.                     00076108
        01  TRAN-REG-LINE.                                              00075080
            05 REG-ACTION      PIC X(01).                               00076080
            05 WS-REG-SP1      PIC X(06) VALUE SPACES.                  00077080
            05 REG-RESULT      PIC X(08).                               00080080
            05 WS-REG-SP3      PIC X(01) VALUE SPACES.                  00081080
            05 REG-REASON-TXT  PIC X(30).                               00082080
            05 WS-REG-SP4      PIC X(01) VALUE SPACES.                  00083108
            05 REG-MAKER-ID    PIC X(08).                               00084108
            05 WS-REG-SP5      PIC X(01) VALUE SPACES.                  00085108
            05 REG-CHECKER-ID  PIC X(08).                               00086108
            05 FILLER          PIC X(09) VALUE SPACES.                  00087108
        01  TRAN-REG-TRL.                                               00084080
            05 REG-TRL-READ    PIC 9(07).                               00085080
            05 WS-REG-TSP1     PIC X(06) VALUE ' READ '.                00086080
            05 WS-REG-TSP3     PIC X(09) VALUE ' REJECTED'.             00090080
            05 REG-TRL-PEND    PIC 9(07).                               00122096
            05 WS-REG-TSP4     PIC X(09) VALUE ' PENDING '.             00123096
            05 REG-TRL-SUSP    PIC 9(07).                               00124100
            05 WS-REG-TSP5     PIC X(10) VALUE ' SUSPENDED'.            00125100
            05 FILLER          PIC X(02) VALUE SPACES.                  00091080
        01  TRAN-REG-BATCH-LINE.                                        00092100
            05 REG-BAT-TAG     PIC X(06) VALUE 'BATCH '.                00093100
            05 REG-BAT-ID      PIC X(10).                               00094100
            05 WS-REG-BSP1     PIC X(01) VALUE SPACES.                  00095100
            05 REG-BAT-SOURCE  PIC X(10).                               00096100
            05 WS-REG-BSP2     PIC X(01) VALUE SPACES.                  00097100
            05 REG-BAT-RESULT  PIC X(08).                               00098100
            05 WS-REG-BSP3     PIC X(01) VALUE SPACES.                  00099100
            05 REG-BAT-REASON  PIC X(20).                               00100100
            05 WS-REG-BSP4     PIC X(01) VALUE SPACES.                  00101100
            05 REG-BAT-REC-CNT PIC ZZZZZZ9.                             00102100
            05 FILLER          PIC X(15) VALUE SPACES.                  00103100
      *                                                                 00092080
      ******************************************************************00093080
      *                                                                 00094080
           END-IF.                                                      00154091
           PERFORM OPEN-EMP-MASTER.                                     00099080
           PERFORM OPEN-AUDIT-HIST.                                     00113095
           PERFORM LOAD-BATCH-LOG.                                      00114100
           PERFORM BALANCE-TRAN-BATCHES.                                00115100
           PERFORM OPEN-BATCH-LOG.                                      00116100
           OPEN INPUT  TRAN-FILE                                        00100080
                OUTPUT TRAN-REGISTER.                                   00101080
           MOVE TRAN-REG-HDR TO TRAN-REG-REC.                           00102080
           WRITE TRAN-REG-REC.                                          00103080
           PERFORM OPEN-SUSPENSE-FILE.                                  00104100
           PERFORM SWEEP-PENDING-FILE.                                  00138096
           PERFORM SWEEP-SUSPENSE-FILE.                                 00139100
           MOVE ZERO TO WS-BATCH-IX.                                    00140100
           MOVE 'N'  TO WS-BATCH-OPEN.                                  00141100
           READ TRAN-FILE                                               00104080
            AT END MOVE 'NO' TO TRAN-FILE-EOD                           00105080
           END-READ.                                                    00106080
           PERFORM APPLY-TRANSACTIONS UNTIL TRAN-FILE-EOD = 'NO'.       00107080
           CLOSE TRAN-FILE.                                             00108080
           PERFORM SWAP-PENDING-FILE.                                   00144096
           PERFORM SWAP-SUSPENSE-FILE.                                  00145100
           PERFORM WRITE-REGISTER-TOTALS.                               00109080
           CLOSE TRAN-REGISTER.                                         00110080
           PERFORM UNLOAD-MASTER-EXTRACT.                               00111080
           CLOSE AUDIT-HIST.                                            00126095
           CLOSE BATCH-LOG.                                             00127100
           CLOSE EMP-MASTER.                                            00112080
           DISPLAY 'PCOBLUPD: ' WS-TRANS-READ-CNT ' TRANS READ '        00113080
               WS-TRANS-APPLD-CNT ' APPLIED '                           00114080
           DISPLAY 'PCOBLUPD: ' WS-TRANS-REL-CNT                        00155096
               ' PENDING RELEASED '                                     00156096
               WS-TRANS-PEND-CNT ' STILL PENDING'.                      00157096
           DISPLAY 'PCOBLUPD: ' WS-TRANS-APPR-CNT                       00158108
               ' HELD AWAITING APPROVAL'.                               00159108
           DISPLAY 'PCOBLUPD: ' WS-BATCH-ACC-CNT ' BATCHES ACCEPTED '   00158100
               WS-BATCH-SUSP-CNT ' SUSPENDED '                          00159100
               WS-BATCH-REL-CNT ' RELEASED FROM SUSPENSE'.              00160100
           IF WS-BATCH-SUSP-CNT > 0                                     00161100
               DISPLAY 'WARNING: ' WS-TRANS-SUSP-CNT                    00162100
                   ' TRANSACTIONS HELD IN SUSPENSE - SEE TRANREG'       00163100
               PERFORM SET-WARNING-CODE                                 00164100
           END-IF.                                                      00165100
           IF WS-MGR-ORPHAN-CNT > 0                                     00166105
               DISPLAY 'WARNING: ' WS-MGR-ORPHAN-CNT                    00167105
                   ' DELETED MANAGERS STILL HAVE REPORTS - SEE TRANREG' 00168105
               PERFORM SET-WARNING-CODE                                 00169105
           END-IF.                                                      00170105
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00159098
           STOP RUN.                                                    00116080
       OPEN-AUDIT-HIST.                                                 00134095
           MOVE WS-RUN-DATE-N   TO AUD-RUN-DATE.                        00146095
           MOVE TRN-ACTION      TO AUD-ACTION.                          00147095
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.                    00148095
           MOVE WS-CUR-BATCH-ID TO AUD-BATCH-ID.                        00149101
           MOVE TRN-MAKER-ID    TO AUD-MAKER-ID.                        00150108
           MOVE TRN-CHECKER-ID  TO AUD-CHECKER-ID.                      00151108
           MOVE EMP-MST-REC     TO AUD-AFTER-IMAGE.                     00149095
           MOVE AUD-HIST-REC TO AUD-HIST-OUT.                           00150095
           WRITE AUD-HIST-OUT.                                          00151095
               CLOSE TRAN-FILE                                          00226089
                     TRAN-REGISTER                                      00227089
                     AUDIT-HIST                                         00228089
                     BATCH-LOG                                          00229100
                     SUSP-FILE                                          00230100
                     EMP-MASTER                                         00229089
               PERFORM SET-ERROR-CODE                                   00230089
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00231089
           MOVE PEND-REC TO EMP-TRAN-REC.                               00202096
           ADD 1 TO WS-TRANS-READ-CNT.                                  00203096
           MOVE 'P' TO WS-TRAN-SOURCE.                                  00204096
           MOVE SPACES TO WS-CUR-BATCH-ID.                              00205101
           PERFORM SET-APPROVAL-NEEDED.                                 00206108
           IF WS-APPROVAL-NEEDED = 'Y'                                  00207108
            AND (TRN-CHECKER-ID = SPACES                                00208108
              OR TRN-CHECKER-ID = TRN-MAKER-ID)                         00209108
               PERFORM FIND-PENDING-APPROVAL                            00210108
           END-IF.                                                      00211108
           PERFORM APPLY-ONE-TRAN.                                      00205096
           PERFORM WRITE-REGISTER-LINE.                                 00206096
           READ PEND-FILE                                               00207096
            AT END MOVE 'NO' TO PEND-FILE-EOD                           00208096
           END-READ.                                                    00209096
       FIND-PENDING-APPROVAL.                                           00210108
           SET WS-AI TO 1.                                              00211108
           SEARCH WS-APR-ENTRY                                          00212108
               AT END                                                   00213108
                   CONTINUE                                             00214108
               WHEN WS-AI > WS-APR-USED                                 00215108
                   CONTINUE                                             00216108
               WHEN WS-APR-STATE(WS-AI) = 'A'                           00217108
                AND WS-AI > WS-APR-SEQ                                  00218110
                AND WS-APR-EMP-ID(WS-AI) = TRN-EMP-ID                   00218108
                AND WS-APR-USER-ID(WS-AI) NOT = TRN-MAKER-ID            00219108
                   MOVE WS-APR-USER-ID(WS-AI) TO TRN-CHECKER-ID         00220108
                   ADD 1 TO WS-APR-REL-CNT(WS-AI)                       00221108
           END-SEARCH.                                                  00222108
       SWAP-PENDING-FILE.                                               00210096
           CLOSE PEND-NEW-FILE.                                         00211096
           CALL "CBL_RENAME_FILE" USING WS-PEND-TMP-NAME                00212096
               WS-PEND-FINAL-NAME                                       00213096
               RETURNING WS-PEND-RENAME-RC                              00214096
           END-CALL.                                                    00215096
       LOAD-BATCH-LOG.                                                  00216100
           OPEN INPUT BATCH-LOG.                                        00217100
           IF WS-BATCH-LOG-STATUS = '00'                                00218100
               MOVE SPACES TO WS-BATCH-LOG-EOD                          00219100
               PERFORM READ-BATCH-LOG-RECORD                            00220100
                   UNTIL WS-BATCH-LOG-EOD = 'NO'                        00221100
               CLOSE BATCH-LOG                                          00222100
               IF WS-LOGGED-FULL = 'Y'                                  00223110
                   PERFORM STOP-LOGGED-TABLE-FULL                       00224110
               END-IF                                                   00225110
           ELSE                                                         00223100
               IF WS-BATCH-LOG-STATUS NOT = '35'                        00224100
                   DISPLAY 'PCOBLUPD: BATCH CONTROL LOG OPEN FAILED, '  00225100
                       'STATUS ' WS-BATCH-LOG-STATUS                    00226100
                   CLOSE AUDIT-HIST                                     00227100
                         EMP-MASTER                                     00228100
                   PERFORM SET-ERROR-CODE                               00229100
                   MOVE WS-RETURN-CODE TO RETURN-CODE                   00230100
                   STOP RUN                                             00231100
               END-IF                                                   00232100
           END-IF.                                                      00233100
       READ-BATCH-LOG-RECORD.                                           00234100
           READ BATCH-LOG                                               00235100
             AT END MOVE 'NO' TO WS-BATCH-LOG-EOD                       00236100
             NOT AT END                                                 00237100
               MOVE BATCH-LOG-IO-REC TO BATCH-LOG-REC                   00238100
               IF BCL-STATUS NOT = 'R'                                  00239100
                   MOVE BCL-BATCH-ID TO WS-LOG-KEY                      00240100
                   PERFORM ADD-LOGGED-BATCH-ID                          00241100
               END-IF                                                   00242100
           END-READ.                                                    00243100
       ADD-LOGGED-BATCH-ID.                                             00244100
           IF WS-LOGGED-USED >= WS-LOGGED-MAX                           00245100
               MOVE 'Y' TO WS-LOGGED-FULL                               00246110
           ELSE                                                         00252100
               ADD 1 TO WS-LOGGED-USED                                  00253100
               SET WS-LI TO WS-LOGGED-USED                              00254100
               MOVE WS-LOG-KEY TO WS-LOGGED-ID(WS-LI)                   00255100
           END-IF.                                                      00256100
       STOP-LOGGED-TABLE-FULL.                                          00257110
           DISPLAY 'PCOBLUPD: MORE THAN 2000 BATCH IDS ON BATCH CONTROL'00258110
               ' LOG - RUN STOPPED, NOTHING APPLIED'.                   00259110
           CLOSE AUDIT-HIST                                             00260110
                 EMP-MASTER.                                            00261110
           PERFORM SET-ERROR-CODE.                                      00262110
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00263110
           STOP RUN.                                                    00264110
       OPEN-BATCH-LOG.                                                  00257100
           OPEN EXTEND BATCH-LOG.                                       00258100
           IF WS-BATCH-LOG-STATUS = '35'                                00259100
               OPEN OUTPUT BATCH-LOG                                    00260100
           END-IF.                                                      00261100
           IF WS-BATCH-LOG-STATUS NOT = '00'                            00262100
               DISPLAY 'PCOBLUPD: BATCH CONTROL LOG OPEN FAILED, '      00263100
                   'STATUS ' WS-BATCH-LOG-STATUS                        00264100
               CLOSE AUDIT-HIST                                         00265100
                     EMP-MASTER                                         00266100
               PERFORM SET-ERROR-CODE                                   00267100
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00268100
               STOP RUN                                                 00269100
           END-IF.                                                      00270100
       WRITE-BATCH-LOG-ENTRY.                                           00271100
           MOVE WS-RUN-DATE-N TO BCL-RUN-DATE.                          00272100
           MOVE BATCH-LOG-REC TO BATCH-LOG-IO-REC.                      00273100
           WRITE BATCH-LOG-IO-REC.                                      00274100
       BALANCE-TRAN-BATCHES.                                            00275100
           OPEN INPUT TRAN-FILE.                                        00276100
           MOVE ZERO   TO WS-BATCH-IX.                                  00277100
           MOVE 'N'    TO WS-BATCH-OPEN.                                00278100
           MOVE SPACES TO TRAN-FILE-EOD.                                00279100
           READ TRAN-FILE                                               00280100
            AT END MOVE 'NO' TO TRAN-FILE-EOD                           00281100
           END-READ.                                                    00282100
           PERFORM BALANCE-ONE-RECORD UNTIL TRAN-FILE-EOD = 'NO'.       00283100
           IF WS-BATCH-OPEN = 'Y'                                       00284100
               SET WS-BI TO WS-BATCH-IX                                 00285100
               MOVE 'TRAILER MISSING' TO WS-BATCH-REASON                00286100
               PERFORM SUSPEND-BATCH-ENTRY                              00287100
           END-IF.                                                      00288100
           CLOSE TRAN-FILE.                                             00289100
           IF WS-LOGGED-FULL = 'Y'                                      00290110
               PERFORM STOP-LOGGED-TABLE-FULL                           00291110
           END-IF.                                                      00292110
           MOVE SPACES TO TRAN-FILE-EOD.                                00290100
           SET WS-AI TO 1.                                              00291108
           PERFORM MARK-APPROVAL-BATCH                                  00292108
               UNTIL WS-AI > WS-APR-USED.                               00293108
       BALANCE-ONE-RECORD.                                              00291100
           MOVE TRAN-REC TO EMP-TRAN-REC.                               00292100
           IF TRN-ACTION = 'H' AND WS-BATCH-OPEN = 'Y'                  00293100
               SET WS-BI TO WS-BATCH-IX                                 00294100
               MOVE 'TRAILER MISSING' TO WS-BATCH-REASON                00295100
               PERFORM SUSPEND-BATCH-ENTRY                              00296100
           END-IF.                                                      00297100
           PERFORM TRACK-BATCH-POSITION.                                00298100
           IF WS-BATCH-STARTED = 'Y'                                    00299100
               PERFORM START-BATCH-ENTRY                                00300100
           END-IF.                                                      00301100
           SET WS-BI TO WS-BATCH-IX.                                    00302100
           EVALUATE TRN-ACTION                                          00303100
               WHEN 'H'                                                 00304100
                   CONTINUE                                             00305100
               WHEN 'T'                                                 00306100
                   PERFORM CHECK-BATCH-TRAILER                          00307100
               WHEN 'V'                                                 00308108
                   PERFORM ADD-BATCH-DETAIL                             00309100
                   PERFORM ADD-APPROVAL-ENTRY                           00310108
               WHEN OTHER                                               00308100
                   PERFORM ADD-BATCH-DETAIL                             00309108
           END-EVALUATE.                                                00310100
           READ TRAN-FILE                                               00311100
            AT END MOVE 'NO' TO TRAN-FILE-EOD                           00312100
           END-READ.                                                    00313100
       TRACK-BATCH-POSITION.                                            00314100
           MOVE 'N' TO WS-BATCH-STARTED.                                00315100
           IF TRN-ACTION = 'H' OR WS-BATCH-OPEN = 'N'                   00316100
               ADD 1 TO WS-BATCH-IX                                     00317100
               MOVE 'Y' TO WS-BATCH-STARTED                             00318100
               MOVE 'Y' TO WS-BATCH-OPEN                                00319100
           END-IF.                                                      00320100
           IF TRN-ACTION = 'T'                                          00321100
               MOVE 'N' TO WS-BATCH-OPEN                                00322100
           END-IF.                                                      00323100
       START-BATCH-ENTRY.                                               00324100
           IF WS-BATCH-USED >= WS-BATCH-MAX                             00325100
               DISPLAY 'PCOBLUPD: MORE THAN 200 BATCHES ON EMPTRAN'     00326100
                   ' - RUN STOPPED, NOTHING APPLIED'                    00327100
               CLOSE TRAN-FILE                                          00328100
                     AUDIT-HIST                                         00329100
                     EMP-MASTER                                         00330100
               PERFORM SET-ERROR-CODE                                   00331100
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00332100
               STOP RUN                                                 00333100
           END-IF.                                                      00334100
           ADD 1 TO WS-BATCH-USED.                                      00335100
           SET WS-BI TO WS-BATCH-USED.                                  00336100
           MOVE 'A' TO WS-BAT-STATUS(WS-BI).                            00337100
           IF TRN-ACTION = 'H'                                          00338100
               MOVE 'Y'              TO WS-BAT-HDR-FOUND(WS-BI)         00339100
               MOVE TRN-HDR-BATCH-ID TO WS-BAT-ID(WS-BI)                00340100
               MOVE TRN-HDR-SOURCE   TO WS-BAT-SOURCE(WS-BI)            00341100
               IF TRN-HDR-CREATE-DT IS NUMERIC                          00342100
                   MOVE TRN-HDR-CREATE-DT TO WS-BAT-CREATE-DT(WS-BI)    00343100
               END-IF                                                   00344100
               IF TRN-HDR-BATCH-ID = SPACES                             00345100
                   PERFORM ASSIGN-GENERATED-BATCH-ID                    00346100
                   MOVE 'BATCH ID MISSING' TO WS-BATCH-REASON           00347100
                   PERFORM SUSPEND-BATCH-ENTRY                          00348100
               ELSE                                                     00349100
                   PERFORM CHECK-DUPLICATE-BATCH                        00350100
               END-IF                                                   00351100
           ELSE                                                         00352100
               PERFORM ASSIGN-GENERATED-BATCH-ID                        00353100
               MOVE 'NO HEADER' TO WS-BAT-SOURCE(WS-BI)                 00354100
               MOVE 'HEADER MISSING' TO WS-BATCH-REASON                 00355100
               PERFORM SUSPEND-BATCH-ENTRY                              00356100
           END-IF.                                                      00357100
       ASSIGN-GENERATED-BATCH-ID.                                       00358100
           MOVE 'Y' TO WS-GEN-FOUND.                                    00359110
           PERFORM NEXT-GENERATED-BATCH-ID                              00360110
               UNTIL WS-GEN-FOUND = 'N'.                                00361110
           MOVE WS-LOG-KEY TO WS-BAT-ID(WS-BI).                         00362110
           PERFORM ADD-LOGGED-BATCH-ID.                                 00363110
           MOVE WS-RUN-DATE-N TO WS-BAT-CREATE-DT(WS-BI).               00362100
       NEXT-GENERATED-BATCH-ID.                                         00363110
           ADD 1 TO WS-GEN-SEQ.                                         00364110
           MOVE SPACES TO WS-LOG-KEY.                                   00365110
           STRING WS-RUN-DATE(3:6) WS-GEN-SEQ                           00366110
               DELIMITED BY SIZE INTO WS-LOG-KEY.                       00367110
           MOVE 'N' TO WS-GEN-FOUND.                                    00368110
           SET WS-LI TO 1.                                              00369110
           SEARCH WS-LOGGED-ENTRY                                       00370110
               AT END                                                   00371110
                   CONTINUE                                             00372110
               WHEN WS-LOGGED-ID(WS-LI) = WS-LOG-KEY                    00373110
                   MOVE 'Y' TO WS-GEN-FOUND                             00374110
           END-SEARCH.                                                  00375110
       CHECK-DUPLICATE-BATCH.                                           00363100
           MOVE WS-BAT-ID(WS-BI) TO WS-LOG-KEY.                         00364100
           SET WS-LI TO 1.                                              00365100
           SEARCH WS-LOGGED-ENTRY                                       00366100
               AT END                                                   00367100
                   PERFORM ADD-LOGGED-BATCH-ID                          00368100
               WHEN WS-LOGGED-ID(WS-LI) = WS-LOG-KEY                    00369100
                   MOVE 'DUPLICATE BATCH ID' TO WS-BATCH-REASON         00370100
                   PERFORM SUSPEND-BATCH-ENTRY                          00371100
           END-SEARCH.                                                  00372100
       ADD-BATCH-DETAIL.                                                00373100
           ADD 1 TO WS-BAT-REC-CNT(WS-BI).                              00374100
           IF TRN-EMP-ID IS NUMERIC                                     00375100
               ADD TRN-EMP-ID-N TO WS-BAT-HASH-TOT(WS-BI)               00376100
           END-IF.                                                      00377100
           EVALUATE TRN-ACTION                                          00378100
               WHEN 'A'                                                 00379100
                   ADD 1 TO WS-BAT-ADD-CNT(WS-BI)                       00380100
               WHEN 'C'                                                 00381100
                   ADD 1 TO WS-BAT-CHG-CNT(WS-BI)                       00382100
               WHEN 'D'                                                 00383100
                   ADD 1 TO WS-BAT-DEL-CNT(WS-BI)                       00384100
               WHEN OTHER                                               00385100
                   CONTINUE                                             00386100
           END-EVALUATE.                                                00387100
       CHECK-BATCH-TRAILER.                                             00388100
           EVALUATE TRUE                                                00389100
               WHEN WS-BAT-HDR-FOUND(WS-BI) = 'Y'                       00390100
                AND TRN-TRL-BATCH-ID NOT = WS-BAT-ID(WS-BI)             00391100
                   MOVE 'TRAILER ID MISMATCH' TO WS-BATCH-REASON        00392100
               WHEN TRN-TRL-REC-CNT  IS NOT NUMERIC                     00393100
                 OR TRN-TRL-HASH-TOT IS NOT NUMERIC                     00394100
                 OR TRN-TRL-ADD-CNT  IS NOT NUMERIC                     00395100
                 OR TRN-TRL-CHG-CNT  IS NOT NUMERIC                     00396100
                 OR TRN-TRL-DEL-CNT  IS NOT NUMERIC                     00397100
                   MOVE 'TRAILER NOT NUMERIC' TO WS-BATCH-REASON        00398100
               WHEN TRN-TRL-REC-CNT NOT = WS-BAT-REC-CNT(WS-BI)         00399100
                   MOVE 'RECORD COUNT OFF' TO WS-BATCH-REASON           00400100
               WHEN TRN-TRL-HASH-TOT NOT = WS-BAT-HASH-TOT(WS-BI)       00401100
                   MOVE 'HASH TOTAL OFF' TO WS-BATCH-REASON             00402100
               WHEN TRN-TRL-ADD-CNT NOT = WS-BAT-ADD-CNT(WS-BI)         00403100
                 OR TRN-TRL-CHG-CNT NOT = WS-BAT-CHG-CNT(WS-BI)         00404100
                 OR TRN-TRL-DEL-CNT NOT = WS-BAT-DEL-CNT(WS-BI)         00405100
                   MOVE 'ACTION COUNTS OFF' TO WS-BATCH-REASON          00406100
               WHEN OTHER                                               00407100
                   MOVE SPACES TO WS-BATCH-REASON                       00408100
           END-EVALUATE.                                                00409100
           IF WS-BATCH-REASON NOT = SPACES                              00410100
               PERFORM SUSPEND-BATCH-ENTRY                              00411100
           END-IF.                                                      00412100
       SUSPEND-BATCH-ENTRY.                                             00413100
           IF WS-BAT-STATUS(WS-BI) = 'A'                                00414100
               MOVE 'S' TO WS-BAT-STATUS(WS-BI)                         00415100
               MOVE WS-BATCH-REASON TO WS-BAT-REASON(WS-BI)             00416100
           END-IF.                                                      00417100
       ADD-APPROVAL-ENTRY.                                              00418108
           IF WS-APR-USED >= WS-APR-MAX                                 00419108
               IF WS-APR-FULL = 'N'                                     00420108
                   MOVE 'Y' TO WS-APR-FULL                              00421108
                   DISPLAY 'WARNING: APPROVAL TABLE FULL AT 500'        00422108
                       ' - LATER APPROVALS NOT APPLIED'                 00423108
                   PERFORM SET-WARNING-CODE                             00424108
               END-IF                                                   00425108
           ELSE                                                         00426108
               ADD 1 TO WS-APR-USED                                     00427108
               SET WS-AI TO WS-APR-USED                                 00428108
               MOVE TRN-EMP-ID   TO WS-APR-EMP-ID(WS-AI)                00429108
               MOVE TRN-MAKER-ID TO WS-APR-USER-ID(WS-AI)               00430108
               MOVE WS-BATCH-IX  TO WS-APR-BATCH-IX(WS-AI)              00431108
               MOVE ZERO         TO WS-APR-REL-CNT(WS-AI)               00432108
               IF TRN-EMP-ID = SPACES OR TRN-MAKER-ID = SPACES          00433108
                   MOVE 'X' TO WS-APR-STATE(WS-AI)                      00434108
               ELSE                                                     00435108
                   MOVE 'A' TO WS-APR-STATE(WS-AI)                      00436108
               END-IF                                                   00437108
           END-IF.                                                      00438108
       MARK-APPROVAL-BATCH.                                             00439108
           SET WS-BI TO WS-APR-BATCH-IX(WS-AI).                         00440108
           IF WS-BAT-STATUS(WS-BI) = 'S'                                00441108
               MOVE 'S' TO WS-APR-STATE(WS-AI)                          00442108
           END-IF.                                                      00443108
           SET WS-AI UP BY 1.                                           00444108
       RECORD-BATCH-RESULT.                                             00418100
           MOVE WS-BAT-ID(WS-BI)      TO REG-BAT-ID.                    00419100
           MOVE WS-BAT-SOURCE(WS-BI)  TO REG-BAT-SOURCE.                00420100
           MOVE WS-BAT-REASON(WS-BI)  TO REG-BAT-REASON.                00421100
           MOVE WS-BAT-REC-CNT(WS-BI) TO REG-BAT-REC-CNT.               00422100
           IF WS-BAT-STATUS(WS-BI) = 'S'                                00423100
               MOVE 'SUSPENSE' TO REG-BAT-RESULT                        00424100
               ADD 1 TO WS-BATCH-SUSP-CNT                               00425100
           ELSE                                                         00426100
               MOVE 'ACCEPTED' TO REG-BAT-RESULT                        00427100
               ADD 1 TO WS-BATCH-ACC-CNT                                00428100
           END-IF.                                                      00429100
           MOVE TRAN-REG-BATCH-LINE TO TRAN-REG-REC.                    00430100
           WRITE TRAN-REG-REC.                                          00431100
           INITIALIZE BATCH-LOG-REC.                                    00432100
           MOVE WS-BAT-ID(WS-BI)        TO BCL-BATCH-ID.                00433100
           MOVE WS-BAT-SOURCE(WS-BI)    TO BCL-SOURCE.                  00434100
           MOVE WS-BAT-CREATE-DT(WS-BI) TO BCL-CREATE-DT.               00435100
           MOVE WS-BAT-STATUS(WS-BI)    TO BCL-STATUS.                  00436100
           MOVE WS-BAT-REC-CNT(WS-BI)   TO BCL-REC-CNT.                 00437100
           MOVE WS-BAT-HASH-TOT(WS-BI)  TO BCL-HASH-TOT.                00438100
           MOVE WS-BAT-REASON(WS-BI)    TO BCL-REASON-TXT.              00439100
           PERFORM WRITE-BATCH-LOG-ENTRY.                               00440100
       SUSPEND-TRAN-RECORD.                                             00441100
           IF WS-BATCH-STARTED = 'Y'                                    00442100
               IF TRN-ACTION = 'H'                                      00443100
                   MOVE WS-BAT-ID(WS-BI) TO TRN-HDR-BATCH-ID            00444100
               ELSE                                                     00445100
                   PERFORM WRITE-SUSPENSE-HEADER                        00446100
               END-IF                                                   00447100
           END-IF.                                                      00448100
           MOVE EMP-TRAN-REC TO SUSP-NEW-REC.                           00449100
           WRITE SUSP-NEW-REC.                                          00450100
           IF TRN-ACTION NOT = 'H' AND TRN-ACTION NOT = 'T'             00451100
               ADD 1 TO WS-TRANS-READ-CNT                               00452100
               ADD 1 TO WS-TRANS-SUSP-CNT                               00453100
               MOVE TRN-ACTION TO REG-ACTION                            00454100
               MOVE TRN-EMP-ID TO REG-EMP-ID                            00455100
               MOVE TRN-MAKER-ID   TO REG-MAKER-ID                      00456108
               MOVE TRN-CHECKER-ID TO REG-CHECKER-ID                    00457108
               MOVE 'SUSPENSE' TO REG-RESULT                            00456100
               MOVE SPACES     TO REG-REASON-TXT                        00457100
               STRING 'BATCH ' WS-BAT-ID(WS-BI)                         00458100
                   DELIMITED BY SIZE INTO REG-REASON-TXT                00459100
               MOVE TRAN-REG-LINE TO TRAN-REG-REC                       00460100
               WRITE TRAN-REG-REC                                       00461100
           END-IF.                                                      00462100
       WRITE-SUSPENSE-HEADER.                                           00463100
           MOVE EMP-TRAN-REC TO WS-TRAN-SAVE.                           00464100
           MOVE SPACES TO EMP-TRAN-REC.                                 00465100
           MOVE 'H'                     TO TRN-HDR-ACTION.              00466100
           MOVE WS-BAT-ID(WS-BI)        TO TRN-HDR-BATCH-ID.            00467100
           MOVE WS-BAT-SOURCE(WS-BI)    TO TRN-HDR-SOURCE.              00468100
           MOVE WS-BAT-CREATE-DT(WS-BI) TO TRN-HDR-CREATE-DT.           00469100
           MOVE EMP-TRAN-REC TO SUSP-NEW-REC.                           00470100
           WRITE SUSP-NEW-REC.                                          00471100
           MOVE WS-TRAN-SAVE TO EMP-TRAN-REC.                           00472100
       OPEN-SUSPENSE-FILE.                                              00473100
           OPEN INPUT SUSP-FILE.                                        00474100
           IF WS-SUSP-STATUS NOT = '00'                                 00475100
            AND WS-SUSP-STATUS NOT = '35'                               00476100
               DISPLAY 'PCOBLUPD: SUSPENSE FILE OPEN FAILED, '          00477100
                   'STATUS ' WS-SUSP-STATUS                             00478100
               CLOSE TRAN-FILE                                          00479100
                     TRAN-REGISTER                                      00480100
                     AUDIT-HIST                                         00481100
                     BATCH-LOG                                          00482100
                     EMP-MASTER                                         00483100
               PERFORM SET-ERROR-CODE                                   00484100
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00485100
               STOP RUN                                                 00486100
           END-IF.                                                      00487100
       SWEEP-SUSPENSE-FILE.                                             00488100
           OPEN OUTPUT SUSP-NEW-FILE.                                   00489100
           MOVE 'N' TO WS-SUSP-RELEASING.                               00490100
           IF WS-SUSP-STATUS = '00'                                     00491100
               READ SUSP-FILE                                           00492100
                AT END MOVE 'NO' TO SUSP-FILE-EOD                       00493100
               END-READ                                                 00494100
               PERFORM SWEEP-SUSPENSE-RECORD                            00495100
                   UNTIL SUSP-FILE-EOD = 'NO'                           00496100
               IF WS-SUSP-RELEASING = 'Y'                               00497100
                   PERFORM FINISH-RELEASED-BATCH                        00498100
               END-IF                                                   00499100
               CLOSE SUSP-FILE                                          00500100
           END-IF.                                                      00501100
           SET WS-RI TO 1.                                              00502100
           PERFORM CHECK-RELEASE-FOUND                                  00503100
               UNTIL WS-RI > WS-RELEASE-USED.                           00504100
       SWEEP-SUSPENSE-RECORD.                                           00505100
           MOVE SUSP-REC TO EMP-TRAN-REC.                               00506100
           IF TRN-ACTION = 'H'                                          00507100
               IF WS-SUSP-RELEASING = 'Y'                               00508100
                   PERFORM FINISH-RELEASED-BATCH                        00509100
               END-IF                                                   00510100
               PERFORM CHECK-RELEASE-REQUEST                            00511100
           END-IF.                                                      00512100
           IF WS-SUSP-RELEASING = 'Y'                                   00513100
               IF TRN-ACTION NOT = 'H' AND TRN-ACTION NOT = 'T'         00514100
                   ADD 1 TO WS-REL-REC-CNT                              00515100
                   IF TRN-EMP-ID IS NUMERIC                             00516100
                       ADD TRN-EMP-ID-N TO WS-REL-HASH-TOT              00517100
                   END-IF                                               00518100
                   ADD 1 TO WS-TRANS-READ-CNT                           00519100
                   MOVE 'S' TO WS-TRAN-SOURCE                           00520100
                   MOVE WS-REL-BATCH-ID TO WS-CUR-BATCH-ID              00521101
                   PERFORM APPLY-ONE-TRAN                               00521100
                   PERFORM WRITE-REGISTER-LINE                          00522100
               END-IF                                                   00523100
           ELSE                                                         00524100
               MOVE SUSP-REC TO SUSP-NEW-REC                            00525100
               WRITE SUSP-NEW-REC                                       00526100
           END-IF.                                                      00527100
           READ SUSP-FILE                                               00528100
            AT END MOVE 'NO' TO SUSP-FILE-EOD                           00529100
           END-READ.                                                    00530100
       CHECK-RELEASE-REQUEST.                                           00531100
           MOVE 'N' TO WS-SUSP-RELEASING.                               00532100
           IF TRN-HDR-BATCH-ID NOT = SPACES                             00533100
               SET WS-RI TO 1                                           00534100
               SEARCH WS-RELEASE-ENTRY                                  00535100
                   AT END                                               00536100
                       CONTINUE                                         00537100
                   WHEN WS-RI > WS-RELEASE-USED                         00538111
                       CONTINUE                                         00539111
                   WHEN WS-RELEASE-ID(WS-RI) = TRN-HDR-BATCH-ID         00538100
                    AND WS-RELEASE-FOUND(WS-RI) = 'N'                   00539111
                       MOVE 'Y' TO WS-SUSP-RELEASING                    00539100
                       MOVE 'Y' TO WS-RELEASE-FOUND(WS-RI)              00540100
               END-SEARCH                                               00541100
               IF WS-SUSP-RELEASING = 'N'                               00542111
                   PERFORM CHECK-RELEASE-REPEAT                         00543111
               END-IF                                                   00544111
           END-IF.                                                      00542100
           IF WS-SUSP-RELEASING = 'Y'                                   00543100
               MOVE TRN-HDR-BATCH-ID TO WS-REL-BATCH-ID                 00544100
               MOVE TRN-HDR-SOURCE   TO WS-REL-SOURCE                   00545100
               MOVE ZERO TO WS-REL-CREATE-DT                            00546100
                            WS-REL-REC-CNT                              00547100
                            WS-REL-HASH-TOT                             00548100
               IF TRN-HDR-CREATE-DT IS NUMERIC                          00549100
                   MOVE TRN-HDR-CREATE-DT TO WS-REL-CREATE-DT           00550100
               END-IF                                                   00551100
           END-IF.                                                      00552100
       CHECK-RELEASE-REPEAT.                                            00553111
           SET WS-RI TO 1.                                              00554111
           SEARCH WS-RELEASE-ENTRY                                      00555111
               AT END                                                   00556111
                   CONTINUE                                             00557111
               WHEN WS-RI > WS-RELEASE-USED                             00558111
                   CONTINUE                                             00559111
               WHEN WS-RELEASE-ID(WS-RI) = TRN-HDR-BATCH-ID             00560111
                   DISPLAY 'WARNING: BATCH ' TRN-HDR-BATCH-ID           00561111
                       ' SUSPENDED MORE THAN ONCE - ONLY FIRST COPY'    00562111
                       ' RELEASED'                                      00563111
                   PERFORM SET-WARNING-CODE                             00564111
           END-SEARCH.                                                  00565111
       FINISH-RELEASED-BATCH.                                           00553100
           MOVE WS-REL-BATCH-ID    TO REG-BAT-ID.                       00554100
           MOVE WS-REL-SOURCE      TO REG-BAT-SOURCE.                   00555100
           MOVE 'RELEASED'         TO REG-BAT-RESULT.                   00556100
           MOVE 'OPERATOR RELEASE' TO REG-BAT-REASON.                   00557100
           MOVE WS-REL-REC-CNT     TO REG-BAT-REC-CNT.                  00558100
           MOVE TRAN-REG-BATCH-LINE TO TRAN-REG-REC.                    00559100
           WRITE TRAN-REG-REC.                                          00560100
           INITIALIZE BATCH-LOG-REC.                                    00561100
           MOVE WS-REL-BATCH-ID    TO BCL-BATCH-ID.                     00562100
           MOVE WS-REL-SOURCE      TO BCL-SOURCE.                       00563100
           MOVE WS-REL-CREATE-DT   TO BCL-CREATE-DT.                    00564100
           MOVE 'R'                TO BCL-STATUS.                       00565100
           MOVE WS-REL-REC-CNT     TO BCL-REC-CNT.                      00566100
           MOVE WS-REL-HASH-TOT    TO BCL-HASH-TOT.                     00567100
           MOVE 'OPERATOR RELEASE' TO BCL-REASON-TXT.                   00568100
           PERFORM WRITE-BATCH-LOG-ENTRY.                               00569100
           ADD 1 TO WS-BATCH-REL-CNT.                                   00570100
           MOVE 'N' TO WS-SUSP-RELEASING.                               00571100
       CHECK-RELEASE-FOUND.                                             00572100
           IF WS-RELEASE-FOUND(WS-RI) = 'N'                             00573100
               DISPLAY 'WARNING: RELEASE REQUESTED FOR BATCH '          00574100
                   WS-RELEASE-ID(WS-RI) ' - NOT IN SUSPENSE'            00575100
               PERFORM SET-WARNING-CODE                                 00576100
           END-IF.                                                      00577100
           SET WS-RI UP BY 1.                                           00578100
       SWAP-SUSPENSE-FILE.                                              00579100
           CLOSE SUSP-NEW-FILE.                                         00580100
           CALL "CBL_RENAME_FILE" USING WS-SUSP-TMP-NAME                00581100
               WS-SUSP-FINAL-NAME                                       00582100
               RETURNING WS-SUSP-RENAME-RC                              00583100
           END-CALL.                                                    00584100
       APPLY-TRANSACTIONS.                                              00129080
           MOVE TRAN-REC TO EMP-TRAN-REC.                               00130080
           IF TRN-ACTION = 'V'                                          00131108
               ADD 1 TO WS-APR-SEQ                                      00132108
           END-IF.                                                      00133108
           PERFORM TRACK-BATCH-POSITION.                                00131100
           SET WS-BI TO WS-BATCH-IX.                                    00132100
           IF WS-BATCH-STARTED = 'Y'                                    00133100
               PERFORM RECORD-BATCH-RESULT                              00134100
           END-IF.                                                      00135100
           EVALUATE TRUE                                                00136100
               WHEN WS-BAT-STATUS(WS-BI) = 'S'                          00137100
                   PERFORM SUSPEND-TRAN-RECORD                          00138100
               WHEN TRN-ACTION = 'H' OR TRN-ACTION = 'T'                00139100
                   CONTINUE                                             00140100
               WHEN OTHER                                               00141100
                   ADD 1 TO WS-TRANS-READ-CNT                           00131080
                   MOVE 'T' TO WS-TRAN-SOURCE                           00219096
                   MOVE WS-BAT-ID(WS-BI) TO WS-CUR-BATCH-ID             00220101
                   PERFORM APPLY-ONE-TRAN                               00220096
                   PERFORM WRITE-REGISTER-LINE                          00221096
           END-EVALUATE.                                                00222100
           READ TRAN-FILE                                               00222096
            AT END MOVE 'NO' TO TRAN-FILE-EOD                           00223096
           END-READ.                                                    00224096
           MOVE 'N'    TO WS-HELD-FLAG.                                 00227096
           MOVE SPACES TO WS-REJECT-REASON-TXT.                         00133080
           MOVE SPACES TO WS-BEFORE-IMAGE.                              00170095
           PERFORM CHECK-MAKER-CHECKER.                                 00171108
           IF WS-REJECT-FLAG = 'N' AND WS-HELD-FLAG = 'N'               00172108
           IF TRN-EFF-DATE IS NUMERIC                                   00230096
            AND TRN-EFF-DATE-N > WS-RUN-DATE-N                          00231096
            AND TRN-ACTION NOT = 'V'                                    00232108
               PERFORM HOLD-PENDING-TRAN                                00232096
           ELSE                                                         00233096
           IF TRN-EMP-ID = SPACES                                       00134080
                   WHEN 'A' PERFORM APPLY-ADD                           00140080
                   WHEN 'C' PERFORM APPLY-CHANGE                        00141080
                   WHEN 'D' PERFORM APPLY-DELETE                        00142080
                   WHEN 'V' PERFORM APPLY-APPROVAL                      00143108
                   WHEN OTHER                                           00143080
                       MOVE 'Y' TO WS-REJECT-FLAG                       00144080
                       MOVE 'INVALID ACTION CODE'                       00145080
                         TO WS-REJECT-REASON-TXT                        00146080
               END-EVALUATE                                             00147080
           END-IF                                                       00148080
           END-IF                                                       00149108
           END-IF.                                                      00249096
       CHECK-MAKER-CHECKER.                                             00250108
           PERFORM SET-APPROVAL-NEEDED.                                 00251108
           IF WS-APPROVAL-NEEDED = 'Y'                                  00252110
            AND WS-TRAN-SOURCE = 'T'                                    00253110
            AND TRN-MAKER-ID NOT = SPACES                               00254110
            AND (TRN-CHECKER-ID = SPACES                                00255110
              OR TRN-CHECKER-ID = TRN-MAKER-ID)                         00256110
               PERFORM FIND-PENDING-APPROVAL                            00257110
           END-IF.                                                      00258110
           EVALUATE TRUE                                                00252108
               WHEN TRN-EMP-ID = SPACES                                 00253108
                   CONTINUE                                             00254108
               WHEN TRN-MAKER-ID = SPACES                               00255108
                AND WS-TRAN-SOURCE = 'T'                                00256111
                   MOVE 'Y' TO WS-REJECT-FLAG                           00256108
                   MOVE 'MISSING USER ID'                               00257108
                     TO WS-REJECT-REASON-TXT                            00258108
               WHEN WS-APPROVAL-NEEDED = 'Y'                            00259108
                AND (TRN-CHECKER-ID = SPACES                            00260108
                  OR TRN-CHECKER-ID = TRN-MAKER-ID)                     00261108
                   PERFORM HOLD-APPROVAL-TRAN                           00262108
               WHEN OTHER                                               00263108
                   CONTINUE                                             00264108
           END-EVALUATE.                                                00265108
       SET-APPROVAL-NEEDED.                                             00266108
           MOVE 'N' TO WS-APPROVAL-NEEDED.                              00267108
           IF TRN-ACTION = 'D'                                          00268108
               MOVE 'Y' TO WS-APPROVAL-NEEDED                           00269108
           END-IF.                                                      00270108
           IF TRN-ACTION = 'C'                                          00271108
            AND (TRN-DEPART-CD NOT = SPACES                             00272108
              OR TRN-DESIG NOT = SPACES)                                00273108
               MOVE 'Y' TO WS-APPROVAL-NEEDED                           00274108
           END-IF.                                                      00275108
       HOLD-APPROVAL-TRAN.                                              00276108
           MOVE 'Y' TO WS-HELD-FLAG.                                    00277108
           MOVE EMP-TRAN-REC TO PEND-NEW-REC.                           00278108
           WRITE PEND-NEW-REC.                                          00279108
           MOVE 'AWAITING APPROVAL' TO WS-REJECT-REASON-TXT.            00280108
           ADD 1 TO WS-TRANS-APPR-CNT.                                  00281108
       APPLY-APPROVAL.                                                  00282108
           EVALUATE TRUE                                                00283108
               WHEN WS-TRAN-SOURCE NOT = 'T'                            00284108
                   MOVE 'Y' TO WS-REJECT-FLAG                           00285108
                   MOVE 'APPROVAL LATE - RE-ENTER IT'                   00286108
                     TO WS-REJECT-REASON-TXT                            00287108
               WHEN WS-APR-SEQ > WS-APR-USED                            00288108
                   MOVE 'Y' TO WS-REJECT-FLAG                           00289108
                   MOVE 'APPROVAL TABLE FULL'                           00290108
                     TO WS-REJECT-REASON-TXT                            00291108
               WHEN OTHER                                               00292108
                   SET WS-AI TO WS-APR-SEQ                              00293108
                   IF WS-APR-REL-CNT(WS-AI) = ZERO                      00294108
                       MOVE 'Y' TO WS-REJECT-FLAG                       00295108
                       MOVE 'NO HELD ITEM FOR THIS APPROVER'            00296108
                         TO WS-REJECT-REASON-TXT                        00297108
                   ELSE                                                 00298108
                       MOVE WS-APR-REL-CNT(WS-AI) TO WS-APR-REL-ED      00299108
                       STRING 'APPROVED ' WS-APR-REL-ED ' HELD ITEMS'   00300108
                           DELIMITED BY SIZE                            00301108
                           INTO WS-REJECT-REASON-TXT                    00302108
                   END-IF                                               00303108
           END-EVALUATE.                                                00304108
       HOLD-PENDING-TRAN.                                               00250096
           MOVE 'Y' TO WS-HELD-FLAG.                                    00251096
           MOVE EMP-TRAN-REC TO PEND-NEW-REC.                           00252096
               MOVE 'MISSING EMPLOYEE NAME'                             00156080
                 TO WS-REJECT-REASON-TXT                                00157080
           ELSE                                                         00158080
               PERFORM CHECK-MANAGER-ID                                 00159105
           END-IF.                                                      00160105
           IF WS-REJECT-FLAG = 'N'                                      00161105
               MOVE TRN-EMP-ID TO MST-EMP-ID                            00159080
               READ EMP-MASTER                                          00160080
                   INVALID KEY                                          00161080
               END-READ                                                 00173080
           END-IF.                                                      00174080
       APPLY-CHANGE.                                                    00175080
           PERFORM CHECK-MANAGER-ID.                                    00176105
           IF WS-REJECT-FLAG = 'N'                                      00177105
               MOVE TRN-EMP-ID TO MST-EMP-ID                            00178105
               READ EMP-MASTER                                          00179105
                   INVALID KEY                                          00180105
                       MOVE 'Y' TO WS-REJECT-FLAG                       00184080
                       MOVE 'EMPLOYEE ID NOT ON FILE'                   00185105
                         TO WS-REJECT-REASON-TXT                        00186080
                   NOT INVALID KEY                                      00187105
                       IF MST-STATUS = 'D'                              00188105
                           MOVE 'Y' TO WS-REJECT-FLAG                   00189105
                           MOVE 'EMPLOYEE ID IS DELETED'                00190105
                             TO WS-REJECT-REASON-TXT                    00191105
                       ELSE                                             00192105
                           MOVE EMP-MST-REC TO WS-BEFORE-IMAGE          00193105
                           PERFORM MOVE-CHANGED-FIELDS                  00194105
                           REWRITE EMP-MST-REC                          00195105
                           PERFORM WRITE-AUDIT-RECORD                   00196105
                       END-IF                                           00197105
               END-READ                                                 00198105
           END-IF.                                                      00199105
       APPLY-DELETE.                                                    00192080
           MOVE TRN-EMP-ID TO MST-EMP-ID.                               00193080
           READ EMP-MASTER                                              00194080
                       MOVE WS-RUN-DATE-N TO MST-LAST-TRAN-DT           00206080
                       REWRITE EMP-MST-REC                              00207080
                       PERFORM WRITE-AUDIT-RECORD                       00251095
                       PERFORM COUNT-MANAGER-REPORTS                    00252105
                   END-IF                                               00208080
           END-READ.                                                    00209080
       CHECK-MANAGER-ID.                                                00210105
           IF TRN-MGR-ID NOT = SPACES                                   00211105
            AND TRN-MGR-ID NOT = WS-MGR-NONE                            00212105
               IF TRN-MGR-ID = TRN-EMP-ID                               00213105
                   MOVE 'Y' TO WS-REJECT-FLAG                           00214105
                   MOVE 'EMPLOYEE CANNOT MANAGE SELF'                   00215105
                     TO WS-REJECT-REASON-TXT                            00216105
               ELSE                                                     00217105
                   MOVE TRN-MGR-ID TO MST-EMP-ID                        00218105
                   READ EMP-MASTER                                      00219105
                       INVALID KEY                                      00220105
                           MOVE 'Y' TO WS-REJECT-FLAG                   00221105
                           MOVE 'MANAGER ID NOT ON FILE'                00222105
                             TO WS-REJECT-REASON-TXT                    00223105
                       NOT INVALID KEY                                  00224105
                           IF MST-STATUS = 'D'                          00225105
                               MOVE 'Y' TO WS-REJECT-FLAG               00226105
                               MOVE 'MANAGER ID IS DELETED'             00227105
                                 TO WS-REJECT-REASON-TXT                00228105
                           ELSE                                         00229105
                               PERFORM CHECK-REPORTING-LOOP             00230105
                           END-IF                                       00231105
                   END-READ                                             00232105
               END-IF                                                   00233105
           END-IF.                                                      00234105
       CHECK-REPORTING-LOOP.                                            00235105
           MOVE ZERO TO WS-MGR-DEPTH.                                   00236105
           MOVE 'N'  TO WS-MGR-CHAIN-END.                               00237105
           PERFORM CLIMB-MANAGER-CHAIN                                  00238105
               UNTIL WS-MGR-CHAIN-END = 'Y'                             00239105
                  OR WS-REJECT-FLAG = 'Y'.                              00240105
       CLIMB-MANAGER-CHAIN.                                             00241105
           ADD 1 TO WS-MGR-DEPTH.                                       00242105
           EVALUATE TRUE                                                00243105
               WHEN MST-MGR-ID = SPACES                                 00244105
                   MOVE 'Y' TO WS-MGR-CHAIN-END                         00245105
               WHEN MST-MGR-ID = TRN-EMP-ID                             00246105
                   MOVE 'Y' TO WS-REJECT-FLAG                           00247105
                   MOVE 'CHANGE CREATES REPORTING LOOP'                 00248105
                     TO WS-REJECT-REASON-TXT                            00249105
               WHEN WS-MGR-DEPTH >= WS-MGR-DEPTH-MAX                    00250105
                   MOVE 'Y' TO WS-REJECT-FLAG                           00251105
                   MOVE 'MANAGER CHAIN ALREADY LOOPS'                   00252105
                     TO WS-REJECT-REASON-TXT                            00253105
               WHEN OTHER                                               00254105
                   MOVE MST-MGR-ID TO MST-EMP-ID                        00255105
                   READ EMP-MASTER                                      00256105
                       INVALID KEY                                      00257105
                           MOVE 'Y' TO WS-MGR-CHAIN-END                 00258105
                   END-READ                                             00259105
           END-EVALUATE.                                                00260105
       COUNT-MANAGER-REPORTS.                                           00261105
           MOVE ZERO   TO WS-MGR-REPORT-CNT.                            00262105
           MOVE SPACES TO WS-MGR-SCAN-EOD.                              00263105
           MOVE TRN-EMP-ID TO MST-MGR-ID.                               00264105
           START EMP-MASTER KEY = MST-MGR-ID                            00265105
               INVALID KEY MOVE 'NO' TO WS-MGR-SCAN-EOD                 00266105
           END-START.                                                   00267105
           PERFORM READ-MANAGER-REPORT                                  00268105
               UNTIL WS-MGR-SCAN-EOD = 'NO'.                            00269105
           IF WS-MGR-REPORT-CNT > 0                                     00270105
               ADD 1 TO WS-MGR-ORPHAN-CNT                               00271105
               MOVE WS-MGR-REPORT-CNT TO WS-MGR-REPORT-ED               00272105
               STRING 'FLAG: STILL MANAGES ' WS-MGR-REPORT-ED           00273105
                   DELIMITED BY SIZE INTO WS-REJECT-REASON-TXT          00274105
           END-IF.                                                      00275105
       READ-MANAGER-REPORT.                                             00276105
           READ EMP-MASTER NEXT RECORD                                  00277105
            AT END MOVE 'NO' TO WS-MGR-SCAN-EOD                         00278105
            NOT AT END                                                  00279105
               IF MST-MGR-ID NOT = TRN-EMP-ID                           00280105
                   MOVE 'NO' TO WS-MGR-SCAN-EOD                         00281105
               ELSE                                                     00282105
                   IF MST-STATUS NOT = 'D'                              00283105
                       ADD 1 TO WS-MGR-REPORT-CNT                       00284105
                   END-IF                                               00285105
               END-IF                                                   00286105
           END-READ.                                                    00287105
       BUILD-MASTER-FIELDS.                                             00210080
           MOVE TRN-EMP-ID    TO MST-EMP-ID.                            00211080
           MOVE TRN-EMP-NAME  TO MST-EMP-NAME.                          00212080
           MOVE TRN-EXP       TO MST-EXP.                               00216080
           MOVE 'A'           TO MST-STATUS.                            00217080
           MOVE WS-RUN-DATE-N TO MST-LAST-TRAN-DT.                      00218080
           IF TRN-MGR-ID = WS-MGR-NONE                                  00219105
               MOVE SPACES        TO MST-MGR-ID                         00220105
           ELSE                                                         00221105
               MOVE TRN-MGR-ID    TO MST-MGR-ID                         00222105
           END-IF.                                                      00223105
       MOVE-CHANGED-FIELDS.                                             00219080
           IF TRN-EMP-NAME NOT = SPACES                                 00220080
               MOVE TRN-EMP-NAME  TO MST-EMP-NAME                       00221080
           IF TRN-EXP NOT = SPACES                                      00232080
               MOVE TRN-EXP       TO MST-EXP                            00233080
           END-IF.                                                      00234080
           IF TRN-MGR-ID = WS-MGR-NONE                                  00235105
               MOVE SPACES        TO MST-MGR-ID                         00236105
           ELSE                                                         00237105
               IF TRN-MGR-ID NOT = SPACES                               00238105
                   MOVE TRN-MGR-ID    TO MST-MGR-ID                     00239105
               END-IF                                                   00240105
           END-IF.                                                      00241105
           MOVE WS-RUN-DATE-N TO MST-LAST-TRAN-DT.                      00235080
       WRITE-REGISTER-LINE.                                             00236080
           EVALUATE TRUE                                                00347096
               WHEN WS-REJECT-FLAG = 'Y'                                00237080
                   MOVE 'REJECTED' TO WS-RESULT-TXT                     00238080
                   ADD 1 TO WS-TRANS-REJ-CNT                            00239080
               WHEN WS-TRAN-SOURCE = 'S'                                00240100
                   MOVE 'RELEASED' TO WS-RESULT-TXT                     00241100
                   ADD 1 TO WS-TRANS-APPLD-CNT                          00242100
                   ADD 1 TO WS-SUSP-REL-CNT                             00243100
               WHEN WS-TRAN-SOURCE = 'P'                                00354096
                   MOVE 'RELEASED' TO WS-RESULT-TXT                     00355096
                   ADD 1 TO WS-TRANS-APPLD-CNT                          00356096
           END-EVALUATE.                                                00243080
           MOVE TRN-ACTION           TO REG-ACTION.                     00244080
           MOVE TRN-EMP-ID           TO REG-EMP-ID.                     00245080
           MOVE TRN-MAKER-ID         TO REG-MAKER-ID.                   00246108
           MOVE TRN-CHECKER-ID       TO REG-CHECKER-ID.                 00247108
           MOVE WS-RESULT-TXT        TO REG-RESULT.                     00246080
           MOVE WS-REJECT-REASON-TXT TO REG-REASON-TXT.                 00247080
           MOVE TRAN-REG-LINE TO TRAN-REG-REC.                          00248080
           MOVE WS-TRANS-APPLD-CNT TO REG-TRL-APPLD.                    00252080
           MOVE WS-TRANS-REJ-CNT   TO REG-TRL-REJ.                      00253080
           MOVE WS-TRANS-PEND-CNT  TO REG-TRL-PEND.                     00254080
           MOVE WS-TRANS-SUSP-CNT  TO REG-TRL-SUSP.                     00255100
           MOVE TRAN-REG-TRL TO TRAN-REG-REC.                           00254080
           WRITE TRAN-REG-REC.                                          00255080
       UNLOAD-MASTER-EXTRACT.                                           00256080
           EVALUATE WS-OPT-KEY                                          00455091
               WHEN 'ASOFDATE'                                          00456091
                   PERFORM PARSE-ASOF-DATE                              00457091
               WHEN 'RELEASE'                                           00458100
                   PERFORM ADD-RELEASE-REQUEST                          00459100
               WHEN OTHER                                               00458091
                   CONTINUE                                             00459091
           END-EVALUATE.                                                00460091
                   WS-OPT-VALUE                                         00473091
               PERFORM SET-WARNING-CODE                                 00474091
           END-IF.                                                      00475091
       ADD-RELEASE-REQUEST.                                             00476100
           IF WS-OPT-VALUE = SPACES                                     00477100
            OR WS-OPT-VALUE(11:) NOT = SPACES                           00478100
               DISPLAY 'WARNING: INVALID RELEASE BATCH ID IGNORED - '   00479100
                   WS-OPT-VALUE                                         00480100
               PERFORM SET-WARNING-CODE                                 00481100
           ELSE                                                         00482100
               IF WS-RELEASE-USED < WS-RELEASE-MAX                      00483100
                   ADD 1 TO WS-RELEASE-USED                             00484100
                   SET WS-RI TO WS-RELEASE-USED                         00485100
                   MOVE WS-OPT-VALUE(1:10) TO WS-RELEASE-ID(WS-RI)      00486100
                   DISPLAY 'RUN OPTION: RELEASE SUSPENDED BATCH '       00487100
                       WS-OPT-VALUE(1:10)                               00488100
               ELSE                                                     00489100
                   DISPLAY 'WARNING: MORE THAN 10 RELEASE REQUESTS'     00490100
                       ' - DISCARDING ' WS-OPT-VALUE                    00491100
                   PERFORM SET-WARNING-CODE                             00492100
               END-IF                                                   00493100
           END-IF.                                                      00494100
       SET-WARNING-CODE.                                                00408098
           IF WS-RETURN-CODE < 4                                        00409098
               MOVE 4 TO WS-RETURN-CODE                                 00410098
