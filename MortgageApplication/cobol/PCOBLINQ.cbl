        IDENTIFICATION DIVISION.                                        00001102
        PROGRAM-ID.    PCOBLINQ.                                        00002102
        ENVIRONMENT DIVISION.                                           00003102
        INPUT-OUTPUT SECTION.                                           00004102
        FILE-CONTROL.                                                   00005102
           SELECT EMP-MASTER ASSIGN TO EMPMAST                          00006102
           ORGANIZATION IS  INDEXED                                     00007102
           ACCESS MODE  IS  DYNAMIC                                     00008102
           RECORD KEY   IS  MST-EMP-ID                                  00009102
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00010102
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00011102
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00012105
           FILE STATUS  IS  WS-MST-STATUS.                              00012102
           SELECT INQ-CARD-FILE ASSIGN TO INQCARD                       00013102
           ORGANIZATION IS  LINE SEQUENTIAL                             00014102
           FILE STATUS IS WS-INQ-CARD-STATUS.                           00015102
           SELECT PEND-FILE ASSIGN TO PENDFILE                          00016102
           ORGANIZATION IS  SEQUENTIAL                                  00017102
           FILE STATUS IS WS-PEND-STATUS.                               00018102
           SELECT AUDIT-HIST ASSIGN TO AUDHIST                          00019102
           ORGANIZATION IS  SEQUENTIAL                                  00020102
           FILE STATUS IS WS-AUDIT-STATUS.                              00021102
           SELECT INQ-RPT ASSIGN TO INQRPT                              00022102
           ORGANIZATION IS  SEQUENTIAL.                                 00023102
        DATA DIVISION.                                                  00024102
        FILE SECTION.                                                   00025102
      *                                                                 00026102
        FD EMP-MASTER                                                   00027102
             RECORD CONTAINS 100  CHARACTERS                            00028102
             DATA RECORD IS EMP-MST-REC.                                00029102
                                                                        00030102
           COPY "empmast.cpy".                                          00031102
      *                                                                 00032102
        FD INQ-CARD-FILE                                                00033102
             DATA RECORD IS INQ-CARD-REC.                               00034102
                                                                        00035102
        01 INQ-CARD-REC   PIC X(80).                                    00036102
      *                                                                 00037102
        FD PEND-FILE                                                    00038102
             RECORD CONTAINS 100  CHARACTERS                            00039108
             DATA RECORD IS PEND-REC.                                   00040102
                                                                        00041102
        01 PEND-REC       PIC X(100).                                   00042108
      *                                                                 00043102
        FD AUDIT-HIST                                                   00044102
             RECORD CONTAINS 250  CHARACTERS                            00045102
             DATA RECORD IS AUD-HIST-IN.                                00046102
                                                                        00047102
        01 AUD-HIST-IN    PIC X(250).                                   00048102
      *                                                                 00049102
        FD INQ-RPT                                                      00050102
             RECORD CONTAINS 80   CHARACTERS                            00051102
             DATA RECORD IS INQ-RPT-REC.                                00052102
                                                                        00053102
        01 INQ-RPT-REC    PIC X(80).                                    00054102
                                                                        00055102
        WORKING-STORAGE SECTION.                                        00056102
        01  WS-RETURN-CODE    PIC 9(04) VALUE ZERO.                     00057102
        01  WS-MST-STATUS     PIC X(02) VALUE SPACES.                   00058102
        01  WS-INQ-CARD-STATUS PIC X(02) VALUE SPACES.                  00059102
        01  WS-INQ-CARD-EOD   PIC X(02) VALUE SPACES.                   00060102
        01  WS-PEND-STATUS    PIC X(02) VALUE SPACES.                   00061102
        01  PEND-FILE-EOD     PIC X(02) VALUE SPACES.                   00062102
        01  WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.                   00063102
        01  AUDIT-HIST-EOD    PIC X(02) VALUE SPACES.                   00064102
        01  EMP-MST-EOD       PIC X(02) VALUE SPACES.                   00065102
        01  WS-OPT-KEY        PIC X(10) VALUE SPACES.                   00066102
        01  WS-OPT-VALUE      PIC X(30) VALUE SPACES.                   00067102
        01  WS-RUN-DATE.                                                00068102
            05 WS-RUN-YYYY  PIC 9(04).                                  00069102
            05 WS-RUN-MM    PIC 9(02).                                  00070102
            05 WS-RUN-DD    PIC 9(02).                                  00071102
        01  WS-RUN-DATE-TXT  PIC X(10) VALUE SPACES.                    00072102
           COPY "emptran.cpy".                                          00073102
           COPY "audhist.cpy".                                          00074102
        01  WS-KEY-LEN        PIC 9(02) VALUE ZERO.                     00075102
        01  WS-CARD-CNT       PIC 9(05) VALUE ZERO.                     00076102
        01  WS-FOUND-CNT      PIC 9(05) VALUE ZERO.                     00077102
        01  WS-NOT-FOUND-CNT  PIC 9(05) VALUE ZERO.                     00078102
        01  WS-PEND-SHOWN     PIC 9(05) VALUE ZERO.                     00079102
        01  WS-HIST-SHOWN     PIC 9(05) VALUE ZERO.                     00080102
        01  WS-HIST-FOR-EMP   PIC 9(05) VALUE ZERO.                     00081102
        01  WS-HIST-OMITTED   PIC 9(05) VALUE ZERO.                     00082102
        01  WS-LINE-CNT       PIC 9(03) VALUE ZERO.                     00083102
        01  WS-PAGE-CNT       PIC 9(05) VALUE ZERO.                     00084102
        01  WS-PAGE-SIZE      PIC 9(03) VALUE 60.                       00085102
        01  WS-REQ-IX         PIC 9(03) VALUE ZERO.                     00086102
        01  WS-REQ-USED       PIC 9(03) VALUE ZERO.                     00087102
        01  WS-REQ-MAX        PIC 9(03) VALUE 100.                      00088102
        01  WS-REQ-TABLE.                                               00089102
            05 WS-REQ-ENTRY OCCURS 100 TIMES.                           00090102
               10 WS-REQ-TYPE    PIC X(10).                             00091102
               10 WS-REQ-VALUE   PIC X(10).                             00092102
               10 WS-REQ-HITS    PIC 9(05).                             00093102
        01  WS-SEL-IX         PIC 9(04) VALUE ZERO.                     00094102
        01  WS-SEL-USED       PIC 9(04) VALUE ZERO.                     00095102
        01  WS-SEL-MAX        PIC 9(04) VALUE 1000.                     00096102
        01  WS-SEL-TABLE.                                               00097102
            05 WS-SEL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-SI.         00098102
               10 WS-SEL-REQ     PIC 9(03).                             00099102
               10 WS-SEL-EMP-ID  PIC X(06).                             00100102
               10 WS-SEL-MST-REC PIC X(100).                            00101102
        01  WS-PND-IX         PIC 9(04) VALUE ZERO.                     00102102
        01  WS-PND-USED       PIC 9(04) VALUE ZERO.                     00103102
        01  WS-PND-MAX        PIC 9(04) VALUE 2000.                     00104102
        01  WS-PND-APPR-NEEDED PIC X(01) VALUE 'N'.                     00105110
        01  WS-PND-TABLE.                                               00105102
            05 WS-PND-ENTRY OCCURS 2000 TIMES.                          00106102
               10 WS-PND-REC     PIC X(100).                            00107108
        01  WS-AUD-IX         PIC 9(04) VALUE ZERO.                     00108102
        01  WS-AUD-USED       PIC 9(04) VALUE ZERO.                     00109102
        01  WS-AUD-MAX        PIC 9(04) VALUE 5000.                     00110102
        01  WS-AUD-TABLE.                                               00111102
            05 WS-AUD-ENTRY OCCURS 5000 TIMES.                          00112102
               10 WS-AUD-REC     PIC X(250).                            00113102
        01  INQ-PAGE-HDR.                                               00114102
            05 INQ-TITLE      PIC X(30)                                 00115102
               VALUE 'EMPLOYEE INQUIRY'.                                00116102
            05 INQ-DATE-LBL   PIC X(09) VALUE 'RUN DATE '.              00117102
            05 INQ-RUN-DATE   PIC X(10).                                00118102
            05 FILLER         PIC X(05) VALUE SPACES.                   00119102
            05 INQ-PAGE-LBL   PIC X(05) VALUE 'PAGE '.                  00120102
            05 INQ-PAGE-NO    PIC 9(05).                                00121102
            05 FILLER         PIC X(16) VALUE SPACES.                   00122102
        01  INQ-REQ-LINE.                                               00123102
            05 INQ-REQ-LBL    PIC X(09) VALUE 'REQUEST: '.              00124102
            05 INQ-REQ-TYPE   PIC X(10).                                00125102
            05 INQ-REQ-EQ     PIC X(01) VALUE '='.                      00126102
            05 INQ-REQ-VALUE  PIC X(10).                                00127102
            05 FILLER         PIC X(50) VALUE SPACES.                   00128102
        01  INQ-NOT-FOUND-LINE.                                         00129102
            05 INQ-NF-TXT     PIC X(40)                                 00130102
               VALUE 'NO MATCHING EMPLOYEE ON MASTER'.                  00131102
            05 FILLER         PIC X(40) VALUE SPACES.                   00132102
        01  INQ-MST-LINE1.                                              00133102
            05 INQ-M1-LBL1    PIC X(07) VALUE 'EMP-ID '.                00134102
            05 INQ-MST-ID     PIC X(06).                                00135102
            05 INQ-M1-LBL2    PIC X(07) VALUE '  NAME '.                00136102
            05 INQ-MST-NAME   PIC X(10).                                00137102
            05 INQ-M1-LBL3    PIC X(09) VALUE '  STATUS '.              00138102
            05 INQ-MST-STATUS PIC X(01).                                00139102
            05 INQ-M1-SP1     PIC X(01) VALUE SPACES.                   00140102
            05 INQ-MST-STAT-TXT PIC X(07).                              00141102
            05 INQ-M1-LBL4    PIC X(12) VALUE '  LAST TRAN '.           00142102
            05 INQ-MST-LAST-DT PIC 9(08).                               00143102
            05 INQ-M1-LBL5    PIC X(06) VALUE '  MGR '.                 00144105
            05 INQ-MST-MGR    PIC X(06).                                00145105
        01  INQ-MST-LINE2.                                              00145102
            05 INQ-M2-LBL1    PIC X(07) VALUE 'DEPT   '.                00146102
            05 INQ-MST-DEPART PIC X(10).                                00147102
            05 INQ-M2-LBL2    PIC X(08) VALUE '  DESIG '.               00148102
            05 INQ-MST-DESIG  PIC X(11).                                00149102
            05 INQ-M2-LBL3    PIC X(08) VALUE '  SKILL '.               00150102
            05 INQ-MST-PSKILL PIC X(15).                                00151102
            05 INQ-M2-LBL4    PIC X(06) VALUE '  EXP '.                 00152102
            05 INQ-MST-EXP    PIC X(10).                                00153102
            05 FILLER         PIC X(05) VALUE SPACES.                   00154102
        01  INQ-SECT-LINE.                                              00155102
            05 INQ-SECT-TXT   PIC X(30).                                00156102
            05 INQ-SECT-CNT   PIC ZZZZ9.                                00157102
            05 FILLER         PIC X(45) VALUE SPACES.                   00158102
        01  INQ-PEND-LINE.                                              00159102
            05 INQ-PND-SP0    PIC X(02) VALUE SPACES.                   00160102
            05 INQ-PND-ACTION PIC X(01).                                00161102
            05 INQ-PND-LBL1   PIC X(05) VALUE ' EFF '.                  00162102
            05 INQ-PND-EFF-DT PIC X(08).                                00163102
            05 INQ-PND-SP1    PIC X(01) VALUE SPACES.                   00164102
            05 INQ-PND-NAME   PIC X(10).                                00165102
            05 INQ-PND-SP2    PIC X(01) VALUE SPACES.                   00166102
            05 INQ-PND-DEPART PIC X(10).                                00167102
            05 INQ-PND-SP3    PIC X(01) VALUE SPACES.                   00168102
            05 INQ-PND-DESIG  PIC X(11).                                00169102
            05 INQ-PND-SP4    PIC X(01) VALUE SPACES.                   00170102
            05 INQ-PND-PSKILL PIC X(15).                                00171102
            05 INQ-PND-SP5    PIC X(01) VALUE SPACES.                   00172110
            05 INQ-PND-STATE  PIC X(04).                                00173110
            05 INQ-PND-SP6    PIC X(01) VALUE SPACES.                   00174110
            05 INQ-PND-MAKER  PIC X(08).                                00175110
        01  INQ-HIST-LINE.                                              00173102
            05 INQ-HST-SP0    PIC X(02) VALUE SPACES.                   00174102
            05 INQ-HST-DATE   PIC 9(08).                                00175102
            05 INQ-HST-SP1    PIC X(01) VALUE SPACES.                   00176102
            05 INQ-HST-ACTION PIC X(01).                                00177102
            05 INQ-HST-SP2    PIC X(01) VALUE SPACES.                   00178102
            05 INQ-HST-BATCH  PIC X(10).                                00179102
            05 INQ-HST-SP3    PIC X(01) VALUE SPACES.                   00180102
            05 INQ-HST-DEPART PIC X(10).                                00181102
            05 INQ-HST-SP4    PIC X(01) VALUE SPACES.                   00182102
            05 INQ-HST-DESIG  PIC X(11).                                00183102
            05 INQ-HST-SP5    PIC X(01) VALUE SPACES.                   00184102
            05 INQ-HST-STATUS PIC X(01).                                00185102
            05 INQ-HST-SP6    PIC X(01) VALUE SPACES.                   00186102
            05 INQ-HST-PSKILL PIC X(15).                                00187102
            05 FILLER         PIC X(16) VALUE SPACES.                   00188102
        01  INQ-OMIT-LINE.                                              00189102
            05 INQ-OMIT-SP0   PIC X(02) VALUE SPACES.                   00190102
            05 INQ-OMIT-CNT   PIC ZZZZ9.                                00191102
            05 INQ-OMIT-TXT   PIC X(40)                                 00192102
               VALUE ' EARLIER CHANGES NOT SHOWN - SEE HISRPT '.        00193102
            05 FILLER         PIC X(33) VALUE SPACES.                   00194102
      *                                                                 00195102
      ******************************************************************00196102
      *                                                                 00197102
      ******************************************************************00198102
        PROCEDURE DIVISION.                                             00199102
        MAIN-PARA.                                                      00200102
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00201102
           STRING WS-RUN-MM '/' WS-RUN-DD '/' WS-RUN-YYYY               00202102
               DELIMITED BY SIZE INTO WS-RUN-DATE-TXT.                  00203102
           PERFORM READ-INQUIRY-CARDS.                                  00204102
           IF WS-REQ-USED = 0                                           00205102
               DISPLAY 'PCOBLINQ: NO VALID INQUIRY CARDS - '            00206102
                   'NOTHING TO REPORT'                                  00207102
               PERFORM SET-ERROR-CODE                                   00208102
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00209102
               STOP RUN                                                 00210102
           END-IF.                                                      00211102
           OPEN INPUT EMP-MASTER.                                       00212102
           IF WS-MST-STATUS NOT = '00'                                  00213102
               DISPLAY 'PCOBLINQ: EMPLOYEE MASTER OPEN FAILED, '        00214102
                   'STATUS ' WS-MST-STATUS                              00215102
               PERFORM SET-ERROR-CODE                                   00216102
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00217102
               STOP RUN                                                 00218102
           END-IF.                                                      00219102
           MOVE 1 TO WS-REQ-IX.                                         00220102
           PERFORM RESOLVE-REQUEST                                      00221102
               UNTIL WS-REQ-IX > WS-REQ-USED.                           00222102
           CLOSE EMP-MASTER.                                            00223102
           PERFORM LOAD-PENDING-TRANS.                                  00224102
           PERFORM LOAD-AUDIT-HISTORY.                                  00225102
           OPEN OUTPUT INQ-RPT.                                         00226102
           MOVE 1 TO WS-SEL-IX.                                         00227102
           MOVE 1 TO WS-REQ-IX.                                         00228102
           PERFORM PRINT-REQUEST                                        00229102
               UNTIL WS-REQ-IX > WS-REQ-USED.                           00230102
           CLOSE INQ-RPT.                                               00231102
           DISPLAY 'PCOBLINQ: ' WS-REQ-USED ' REQUESTS '                00232102
               WS-FOUND-CNT ' EMPLOYEES LISTED '                        00233102
               WS-NOT-FOUND-CNT ' NOT FOUND'.                           00234102
           IF WS-NOT-FOUND-CNT > 0                                      00235102
               PERFORM SET-WARNING-CODE                                 00236102
           END-IF.                                                      00237102
           MOVE WS-RETURN-CODE TO RETURN-CODE.                          00238102
           STOP RUN.                                                    00239102
       READ-INQUIRY-CARDS.                                              00240102
           OPEN INPUT INQ-CARD-FILE.                                    00241102
           IF WS-INQ-CARD-STATUS NOT = '00'                             00242102
               DISPLAY 'PCOBLINQ: INQUIRY CARD FILE OPEN FAILED, '      00243102
                   'STATUS ' WS-INQ-CARD-STATUS                         00244102
               PERFORM SET-ERROR-CODE                                   00245102
               MOVE WS-RETURN-CODE TO RETURN-CODE                       00246102
               STOP RUN                                                 00247102
           END-IF.                                                      00248102
           MOVE SPACES TO WS-INQ-CARD-EOD.                              00249102
           PERFORM READ-INQUIRY-CARD                                    00250102
               UNTIL WS-INQ-CARD-EOD = 'NO'.                            00251102
           CLOSE INQ-CARD-FILE.                                         00252102
       READ-INQUIRY-CARD.                                               00253102
           READ INQ-CARD-FILE                                           00254102
             AT END MOVE 'NO' TO WS-INQ-CARD-EOD                        00255102
             NOT AT END                                                 00256102
               IF INQ-CARD-REC NOT = SPACES                             00257102
                AND INQ-CARD-REC(1:1) NOT = '*'                         00258102
                   ADD 1 TO WS-CARD-CNT                                 00259102
                   PERFORM ADD-INQUIRY-REQUEST                          00260102
               END-IF                                                   00261102
           END-READ.                                                    00262102
       ADD-INQUIRY-REQUEST.                                             00263102
           MOVE SPACES TO WS-OPT-KEY WS-OPT-VALUE.                      00264102
           UNSTRING INQ-CARD-REC DELIMITED BY '='                       00265102
               INTO WS-OPT-KEY WS-OPT-VALUE.                            00266102
           IF (WS-OPT-KEY = 'ID' OR 'NAME' OR 'PARTNAME' OR 'DEPT')     00267102
            AND WS-OPT-VALUE NOT = SPACES                               00268102
            AND WS-OPT-VALUE(11:) = SPACES                              00269102
               IF WS-REQ-USED < WS-REQ-MAX                              00270102
                   ADD 1 TO WS-REQ-USED                                 00271102
                   MOVE WS-OPT-KEY   TO WS-REQ-TYPE(WS-REQ-USED)        00272102
                   MOVE WS-OPT-VALUE TO WS-REQ-VALUE(WS-REQ-USED)       00273102
                   MOVE ZERO         TO WS-REQ-HITS(WS-REQ-USED)        00274102
                   DISPLAY 'INQUIRY: ' WS-OPT-KEY '=' WS-OPT-VALUE      00275102
               ELSE                                                     00276102
                   DISPLAY 'WARNING: INQUIRY TABLE FULL AT '            00277102
                       WS-REQ-MAX ' - DISCARDING ' INQ-CARD-REC         00278102
                   PERFORM SET-WARNING-CODE                             00279102
               END-IF                                                   00280102
           ELSE                                                         00281102
               DISPLAY 'WARNING: INVALID INQUIRY CARD IGNORED - '       00282102
                   INQ-CARD-REC                                         00283102
               PERFORM SET-WARNING-CODE                                 00284102
           END-IF.                                                      00285102
       RESOLVE-REQUEST.                                                 00286102
           MOVE SPACES TO EMP-MST-EOD.                                  00287102
           EVALUATE WS-REQ-TYPE(WS-REQ-IX)                              00288102
               WHEN 'ID'                                                00289102
                   MOVE WS-REQ-VALUE(WS-REQ-IX) TO MST-EMP-ID           00290102
                   READ EMP-MASTER KEY IS MST-EMP-ID                    00291102
                       INVALID KEY CONTINUE                             00292102
                       NOT INVALID KEY PERFORM ADD-SELECTED-EMPLOYEE    00293102
                   END-READ                                             00294102
               WHEN 'NAME'                                              00295102
                   MOVE WS-REQ-VALUE(WS-REQ-IX) TO MST-EMP-NAME         00296102
                   START EMP-MASTER KEY = MST-EMP-NAME                  00297102
                       INVALID KEY MOVE 'NO' TO EMP-MST-EOD             00298102
                   END-START                                            00299102
                   PERFORM READ-NEXT-BY-NAME                            00300102
                       UNTIL EMP-MST-EOD = 'NO'                         00301102
               WHEN 'PARTNAME'                                          00302102
                   PERFORM SET-PARTIAL-KEY-LENGTH                       00303102
                   MOVE WS-REQ-VALUE(WS-REQ-IX) TO MST-EMP-NAME         00304102
                   START EMP-MASTER KEY NOT < MST-EMP-NAME              00305102
                       INVALID KEY MOVE 'NO' TO EMP-MST-EOD             00306102
                   END-START                                            00307102
                   PERFORM READ-NEXT-BY-NAME                            00308102
                       UNTIL EMP-MST-EOD = 'NO'                         00309102
               WHEN 'DEPT'                                              00310102
                   MOVE WS-REQ-VALUE(WS-REQ-IX) TO MST-DEPART-CD        00311102
                   START EMP-MASTER KEY = MST-DEPART-CD                 00312102
                       INVALID KEY MOVE 'NO' TO EMP-MST-EOD             00313102
                   END-START                                            00314102
                   PERFORM READ-NEXT-BY-DEPT                            00315102
                       UNTIL EMP-MST-EOD = 'NO'                         00316102
           END-EVALUATE.                                                00317102
           IF WS-REQ-HITS(WS-REQ-IX) = 0                                00318102
               ADD 1 TO WS-NOT-FOUND-CNT                                00319102
               DISPLAY 'WARNING: NO EMPLOYEE FOUND FOR '                00320102
                   WS-REQ-TYPE(WS-REQ-IX) '=' WS-REQ-VALUE(WS-REQ-IX)   00321102
           END-IF.                                                      00322102
           ADD 1 TO WS-REQ-IX.                                          00323102
       SET-PARTIAL-KEY-LENGTH.                                          00324102
           MOVE 10 TO WS-KEY-LEN.                                       00325102
           PERFORM SHORTEN-PARTIAL-KEY                                  00326102
               UNTIL WS-KEY-LEN = 1                                     00327102
                  OR WS-REQ-VALUE(WS-REQ-IX)(WS-KEY-LEN:1) NOT = SPACE. 00328102
       SHORTEN-PARTIAL-KEY.                                             00329102
           SUBTRACT 1 FROM WS-KEY-LEN.                                  00330102
       READ-NEXT-BY-NAME.                                               00331102
           READ EMP-MASTER NEXT RECORD                                  00332102
            AT END MOVE 'NO' TO EMP-MST-EOD                             00333102
            NOT AT END                                                  00334102
               IF WS-REQ-TYPE(WS-REQ-IX) = 'NAME'                       00335102
                   IF MST-EMP-NAME = WS-REQ-VALUE(WS-REQ-IX)            00336102
                       PERFORM ADD-SELECTED-EMPLOYEE                    00337102
                   ELSE                                                 00338102
                       MOVE 'NO' TO EMP-MST-EOD                         00339102
                   END-IF                                               00340102
               ELSE                                                     00341102
                   IF MST-EMP-NAME(1:WS-KEY-LEN) =                      00342102
                      WS-REQ-VALUE(WS-REQ-IX)(1:WS-KEY-LEN)             00343102
                       PERFORM ADD-SELECTED-EMPLOYEE                    00344102
                   ELSE                                                 00345102
                       MOVE 'NO' TO EMP-MST-EOD                         00346102
                   END-IF                                               00347102
               END-IF                                                   00348102
           END-READ.                                                    00349102
       READ-NEXT-BY-DEPT.                                               00350102
           READ EMP-MASTER NEXT RECORD                                  00351102
            AT END MOVE 'NO' TO EMP-MST-EOD                             00352102
            NOT AT END                                                  00353102
               IF MST-DEPART-CD = WS-REQ-VALUE(WS-REQ-IX)               00354102
                   PERFORM ADD-SELECTED-EMPLOYEE                        00355102
               ELSE                                                     00356102
                   MOVE 'NO' TO EMP-MST-EOD                             00357102
               END-IF                                                   00358102
           END-READ.                                                    00359102
       ADD-SELECTED-EMPLOYEE.                                           00360102
           IF WS-SEL-USED < WS-SEL-MAX                                  00361102
               ADD 1 TO WS-SEL-USED                                     00362102
               ADD 1 TO WS-REQ-HITS(WS-REQ-IX)                          00363102
               MOVE WS-REQ-IX   TO WS-SEL-REQ(WS-SEL-USED)              00364102
               MOVE MST-EMP-ID  TO WS-SEL-EMP-ID(WS-SEL-USED)           00365102
               MOVE EMP-MST-REC TO WS-SEL-MST-REC(WS-SEL-USED)          00366102
           ELSE                                                         00367102
               DISPLAY 'WARNING: EMPLOYEE TABLE FULL AT '               00368102
                   WS-SEL-MAX ' - DISCARDING ' MST-EMP-ID               00369102
               PERFORM SET-WARNING-CODE                                 00370102
           END-IF.                                                      00371102
       LOAD-PENDING-TRANS.                                              00372102
           OPEN INPUT PEND-FILE.                                        00373102
           IF WS-PEND-STATUS = '00'                                     00374102
               MOVE SPACES TO PEND-FILE-EOD                             00375102
               PERFORM READ-PENDING-RECORD                              00376102
                   UNTIL PEND-FILE-EOD = 'NO'                           00377102
               CLOSE PEND-FILE                                          00378102
           ELSE                                                         00379102
               IF WS-PEND-STATUS NOT = '35'                             00380102
                   DISPLAY 'WARNING: PENDING FILE OPEN FAILED, '        00381102
                       'STATUS ' WS-PEND-STATUS                         00382102
                   PERFORM SET-WARNING-CODE                             00383102
               END-IF                                                   00384102
           END-IF.                                                      00385102
       READ-PENDING-RECORD.                                             00386102
           READ PEND-FILE                                               00387102
            AT END MOVE 'NO' TO PEND-FILE-EOD                           00388102
            NOT AT END                                                  00389102
               MOVE PEND-REC TO EMP-TRAN-REC                            00390102
               SET WS-SI TO 1                                           00391102
               SEARCH WS-SEL-ENTRY                                      00392102
                   AT END CONTINUE                                      00393102
                   WHEN WS-SI > WS-SEL-USED                             00394111
                       CONTINUE                                         00395111
                   WHEN WS-SEL-EMP-ID(WS-SI) = TRN-EMP-ID               00394102
                       PERFORM ADD-PENDING-ENTRY                        00395102
               END-SEARCH                                               00396102
           END-READ.                                                    00397102
       ADD-PENDING-ENTRY.                                               00398102
           IF WS-PND-USED < WS-PND-MAX                                  00399102
               ADD 1 TO WS-PND-USED                                     00400102
               MOVE EMP-TRAN-REC TO WS-PND-REC(WS-PND-USED)             00401102
           ELSE                                                         00402102
               DISPLAY 'WARNING: PENDING TABLE FULL AT '                00403102
                   WS-PND-MAX ' - DISCARDING ' TRN-EMP-ID               00404102
               PERFORM SET-WARNING-CODE                                 00405102
           END-IF.                                                      00406102
       LOAD-AUDIT-HISTORY.                                              00407102
           OPEN INPUT AUDIT-HIST.                                       00408102
           IF WS-AUDIT-STATUS = '00'                                    00409102
               MOVE SPACES TO AUDIT-HIST-EOD                            00410102
               PERFORM READ-AUDIT-RECORD                                00411102
                   UNTIL AUDIT-HIST-EOD = 'NO'                          00412102
               CLOSE AUDIT-HIST                                         00413102
           ELSE                                                         00414102
               IF WS-AUDIT-STATUS NOT = '35'                            00415102
                   DISPLAY 'WARNING: AUDIT HISTORY OPEN FAILED, '       00416102
                       'STATUS ' WS-AUDIT-STATUS                        00417102
                   PERFORM SET-WARNING-CODE                             00418102
               END-IF                                                   00419102
           END-IF.                                                      00420102
       READ-AUDIT-RECORD.                                               00421102
           READ AUDIT-HIST                                              00422102
            AT END MOVE 'NO' TO AUDIT-HIST-EOD                          00423102
            NOT AT END                                                  00424102
               MOVE AUD-HIST-IN TO AUD-HIST-REC                         00425102
               SET WS-SI TO 1                                           00426102
               SEARCH WS-SEL-ENTRY                                      00427102
                   AT END CONTINUE                                      00428102
                   WHEN WS-SI > WS-SEL-USED                             00429111
                       CONTINUE                                         00430111
                   WHEN WS-SEL-EMP-ID(WS-SI) = AUD-EMP-ID               00429102
                       PERFORM ADD-AUDIT-ENTRY                          00430102
               END-SEARCH                                               00431102
           END-READ.                                                    00432102
       ADD-AUDIT-ENTRY.                                                 00433102
           IF WS-AUD-USED < WS-AUD-MAX                                  00434102
               ADD 1 TO WS-AUD-USED                                     00435102
               MOVE AUD-HIST-REC TO WS-AUD-REC(WS-AUD-USED)             00436102
           ELSE                                                         00437102
               DISPLAY 'WARNING: HISTORY TABLE FULL AT '                00438102
                   WS-AUD-MAX ' - DISCARDING ' AUD-EMP-ID               00439102
               PERFORM SET-WARNING-CODE                                 00440102
           END-IF.                                                      00441102
       PRINT-REQUEST.                                                   00442102
           IF WS-REQ-HITS(WS-REQ-IX) = 0                                00443102
               PERFORM WRITE-PAGE-HEADING                               00444102
               MOVE INQ-NOT-FOUND-LINE TO INQ-RPT-REC                   00445102
               WRITE INQ-RPT-REC                                        00446102
               ADD 1 TO WS-LINE-CNT                                     00447102
           ELSE                                                         00448102
               PERFORM PRINT-EMPLOYEE-PAGE                              00449102
                   UNTIL WS-SEL-IX > WS-SEL-USED                        00450102
                      OR WS-SEL-REQ(WS-SEL-IX) NOT = WS-REQ-IX          00451102
           END-IF.                                                      00452102
           ADD 1 TO WS-REQ-IX.                                          00453102
       PRINT-EMPLOYEE-PAGE.                                             00454102
           PERFORM WRITE-PAGE-HEADING.                                  00455102
           ADD 1 TO WS-FOUND-CNT.                                       00456102
           MOVE WS-SEL-MST-REC(WS-SEL-IX) TO EMP-MST-REC.               00457102
           MOVE MST-EMP-ID       TO INQ-MST-ID.                         00458102
           MOVE MST-EMP-NAME     TO INQ-MST-NAME.                       00459102
           MOVE MST-STATUS       TO INQ-MST-STATUS.                     00460102
           EVALUATE MST-STATUS                                          00461102
               WHEN 'A'                                                 00462102
                   MOVE 'ACTIVE ' TO INQ-MST-STAT-TXT                   00463102
               WHEN 'D'                                                 00464102
                   MOVE 'DELETED' TO INQ-MST-STAT-TXT                   00465102
               WHEN OTHER                                               00466102
                   MOVE 'UNKNOWN' TO INQ-MST-STAT-TXT                   00467102
           END-EVALUATE.                                                00468102
           MOVE MST-LAST-TRAN-DT TO INQ-MST-LAST-DT.                    00469102
           MOVE MST-MGR-ID       TO INQ-MST-MGR.                        00470105
           MOVE INQ-MST-LINE1 TO INQ-RPT-REC.                           00470102
           WRITE INQ-RPT-REC.                                           00471102
           MOVE MST-DEPART-CD    TO INQ-MST-DEPART.                     00472102
           MOVE MST-DESIG        TO INQ-MST-DESIG.                      00473102
           MOVE MST-PSKILL       TO INQ-MST-PSKILL.                     00474102
           MOVE MST-EXP          TO INQ-MST-EXP.                        00475102
           MOVE INQ-MST-LINE2 TO INQ-RPT-REC.                           00476102
           WRITE INQ-RPT-REC.                                           00477102
           ADD 2 TO WS-LINE-CNT.                                        00478102
           PERFORM WRITE-PENDING-SECTION.                               00479102
           PERFORM WRITE-HISTORY-SECTION.                               00480102
           ADD 1 TO WS-SEL-IX.                                          00481102
       WRITE-PENDING-SECTION.                                           00482102
           MOVE ZERO TO WS-PEND-SHOWN.                                  00483102
           MOVE 1 TO WS-PND-IX.                                         00484102
           PERFORM COUNT-PENDING-ENTRY                                  00485102
               UNTIL WS-PND-IX > WS-PND-USED.                           00486102
           PERFORM WRITE-BLANK-LINE.                                    00487102
           MOVE 'PENDING TRANSACTIONS:' TO INQ-SECT-TXT.                00488102
           MOVE WS-PEND-SHOWN TO INQ-SECT-CNT.                          00489102
           MOVE INQ-SECT-LINE TO INQ-RPT-REC.                           00490102
           WRITE INQ-RPT-REC.                                           00491102
           ADD 1 TO WS-LINE-CNT.                                        00492102
           MOVE 1 TO WS-PND-IX.                                         00493102
           PERFORM WRITE-PENDING-ENTRY                                  00494102
               UNTIL WS-PND-IX > WS-PND-USED.                           00495102
       COUNT-PENDING-ENTRY.                                             00496102
           MOVE WS-PND-REC(WS-PND-IX) TO EMP-TRAN-REC.                  00497102
           IF TRN-EMP-ID = WS-SEL-EMP-ID(WS-SEL-IX)                     00498102
               ADD 1 TO WS-PEND-SHOWN                                   00499102
           END-IF.                                                      00500102
           ADD 1 TO WS-PND-IX.                                          00501102
       WRITE-PENDING-ENTRY.                                             00502102
           MOVE WS-PND-REC(WS-PND-IX) TO EMP-TRAN-REC.                  00503102
           IF TRN-EMP-ID = WS-SEL-EMP-ID(WS-SEL-IX)                     00504102
               MOVE TRN-ACTION    TO INQ-PND-ACTION                     00505102
               MOVE TRN-EFF-DATE  TO INQ-PND-EFF-DT                     00506102
               MOVE TRN-EMP-NAME  TO INQ-PND-NAME                       00507102
               MOVE TRN-DEPART-CD TO INQ-PND-DEPART                     00508102
               MOVE TRN-DESIG     TO INQ-PND-DESIG                      00509102
               MOVE TRN-PSKILL    TO INQ-PND-PSKILL                     00510102
               PERFORM SET-PENDING-STATE                                00511110
               MOVE TRN-MAKER-ID  TO INQ-PND-MAKER                      00512110
               MOVE INQ-PEND-LINE TO INQ-RPT-REC                        00511102
               WRITE INQ-RPT-REC                                        00512102
               ADD 1 TO WS-LINE-CNT                                     00513102
           END-IF.                                                      00514102
           ADD 1 TO WS-PND-IX.                                          00515102
       SET-PENDING-STATE.                                               00516110
           MOVE 'N' TO WS-PND-APPR-NEEDED.                              00517110
           IF TRN-ACTION = 'D'                                          00518110
               MOVE 'Y' TO WS-PND-APPR-NEEDED                           00519110
           END-IF.                                                      00520110
           IF TRN-ACTION = 'C'                                          00521110
            AND (TRN-DEPART-CD NOT = SPACES                             00522110
              OR TRN-DESIG NOT = SPACES)                                00523110
               MOVE 'Y' TO WS-PND-APPR-NEEDED                           00524110
           END-IF.                                                      00525110
           IF WS-PND-APPR-NEEDED = 'Y'                                  00526110
            AND (TRN-CHECKER-ID = SPACES                                00527110
              OR TRN-CHECKER-ID = TRN-MAKER-ID)                         00528110
               MOVE 'APPR' TO INQ-PND-STATE                             00529110
           ELSE                                                         00530110
               MOVE 'DATE' TO INQ-PND-STATE                             00531110
           END-IF.                                                      00532110
       WRITE-HISTORY-SECTION.                                           00516102
           MOVE ZERO TO WS-HIST-FOR-EMP.                                00517102
           MOVE 1 TO WS-AUD-IX.                                         00518102
           PERFORM COUNT-AUDIT-ENTRY                                    00519102
               UNTIL WS-AUD-IX > WS-AUD-USED.                           00520102
           PERFORM WRITE-BLANK-LINE.                                    00521102
           MOVE 'CHANGE HISTORY (NEWEST FIRST):' TO INQ-SECT-TXT.       00522102
           MOVE WS-HIST-FOR-EMP TO INQ-SECT-CNT.                        00523102
           MOVE INQ-SECT-LINE TO INQ-RPT-REC.                           00524102
           WRITE INQ-RPT-REC.                                           00525102
           ADD 1 TO WS-LINE-CNT.                                        00526102
           MOVE ZERO TO WS-HIST-SHOWN.                                  00527102
           MOVE WS-AUD-USED TO WS-AUD-IX.                               00528102
           PERFORM WRITE-AUDIT-ENTRY                                    00529102
               UNTIL WS-AUD-IX < 1                                      00530102
                  OR WS-LINE-CNT >= WS-PAGE-SIZE - 1.                   00531102
           IF WS-HIST-SHOWN < WS-HIST-FOR-EMP                           00532102
               COMPUTE WS-HIST-OMITTED =                                00533102
                   WS-HIST-FOR-EMP - WS-HIST-SHOWN                      00534102
               MOVE WS-HIST-OMITTED TO INQ-OMIT-CNT                     00535102
               MOVE INQ-OMIT-LINE TO INQ-RPT-REC                        00536102
               WRITE INQ-RPT-REC                                        00537102
               ADD 1 TO WS-LINE-CNT                                     00538102
           END-IF.                                                      00539102
       COUNT-AUDIT-ENTRY.                                               00540102
           MOVE WS-AUD-REC(WS-AUD-IX) TO AUD-HIST-REC.                  00541102
           IF AUD-EMP-ID = WS-SEL-EMP-ID(WS-SEL-IX)                     00542102
               ADD 1 TO WS-HIST-FOR-EMP                                 00543102
           END-IF.                                                      00544102
           ADD 1 TO WS-AUD-IX.                                          00545102
       WRITE-AUDIT-ENTRY.                                               00546102
           MOVE WS-AUD-REC(WS-AUD-IX) TO AUD-HIST-REC.                  00547102
           IF AUD-EMP-ID = WS-SEL-EMP-ID(WS-SEL-IX)                     00548102
               ADD 1 TO WS-HIST-SHOWN                                   00549102
               MOVE AUD-RUN-DATE TO INQ-HST-DATE                        00550102
               MOVE AUD-ACTION   TO INQ-HST-ACTION                      00551102
               MOVE AUD-BATCH-ID TO INQ-HST-BATCH                       00552102
               IF AUD-AFTER-IMAGE = SPACES                              00553102
                   MOVE AUD-BEFORE-IMAGE TO EMP-MST-REC                 00554102
               ELSE                                                     00555102
                   MOVE AUD-AFTER-IMAGE  TO EMP-MST-REC                 00556102
               END-IF                                                   00557102
               MOVE MST-DEPART-CD TO INQ-HST-DEPART                     00558102
               MOVE MST-DESIG     TO INQ-HST-DESIG                      00559102
               MOVE MST-STATUS    TO INQ-HST-STATUS                     00560102
               MOVE MST-PSKILL    TO INQ-HST-PSKILL                     00561102
               MOVE INQ-HIST-LINE TO INQ-RPT-REC                        00562102
               WRITE INQ-RPT-REC                                        00563102
               ADD 1 TO WS-LINE-CNT                                     00564102
           END-IF.                                                      00565102
           SUBTRACT 1 FROM WS-AUD-IX.                                   00566102
       WRITE-BLANK-LINE.                                                00567102
           MOVE SPACES TO INQ-RPT-REC.                                  00568102
           WRITE INQ-RPT-REC.                                           00569102
           ADD 1 TO WS-LINE-CNT.                                        00570102
       WRITE-PAGE-HEADING.                                              00571102
           PERFORM PAD-PAGE-BOTTOM                                      00572102
               UNTIL WS-LINE-CNT = 0                                    00573102
                  OR WS-LINE-CNT >= WS-PAGE-SIZE.                       00574102
           ADD 1 TO WS-PAGE-CNT.                                        00575102
           MOVE WS-RUN-DATE-TXT TO INQ-RUN-DATE.                        00576102
           MOVE WS-PAGE-CNT     TO INQ-PAGE-NO.                         00577102
           MOVE INQ-PAGE-HDR TO INQ-RPT-REC.                            00578102
           WRITE INQ-RPT-REC.                                           00579102
           MOVE WS-REQ-TYPE(WS-REQ-IX)  TO INQ-REQ-TYPE.                00580102
           MOVE WS-REQ-VALUE(WS-REQ-IX) TO INQ-REQ-VALUE.               00581102
           MOVE INQ-REQ-LINE TO INQ-RPT-REC.                            00582102
           WRITE INQ-RPT-REC.                                           00583102
           MOVE SPACES TO INQ-RPT-REC.                                  00584102
           WRITE INQ-RPT-REC.                                           00585102
           MOVE 3 TO WS-LINE-CNT.                                       00586102
       PAD-PAGE-BOTTOM.                                                 00587102
           MOVE SPACES TO INQ-RPT-REC.                                  00588102
           WRITE INQ-RPT-REC.                                           00589102
           ADD 1 TO WS-LINE-CNT.                                        00590102
       SET-WARNING-CODE.                                                00591102
           IF WS-RETURN-CODE < 4                                        00592102
               MOVE 4 TO WS-RETURN-CODE                                 00593102
           END-IF.                                                      00594102
       SET-ERROR-CODE.                                                  00595102
           IF WS-RETURN-CODE < 8                                        00596102
               MOVE 8 TO WS-RETURN-CODE                                 00597102
           END-IF.                                                      00598102
