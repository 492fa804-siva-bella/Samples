           ORGANIZATION IS  INDEXED                                     00017090
           ACCESS MODE  IS  DYNAMIC                                     00018090
           RECORD KEY   IS  MST-EMP-ID                                  00019090
           ALTERNATE RECORD KEY IS MST-EMP-NAME WITH DUPLICATES         00020102
           ALTERNATE RECORD KEY IS MST-DEPART-CD WITH DUPLICATES        00021102
           ALTERNATE RECORD KEY IS MST-MGR-ID WITH DUPLICATES           00022105
           FILE STATUS  IS  WS-MST-STATUS.                              00020090
           SELECT RUN-OPTS-FILE ASSIGN TO RUNOPTS                       00021091
           ORGANIZATION IS  LINE SEQUENTIAL                             00022091
