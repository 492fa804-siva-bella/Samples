           05 MST-EXP            PIC X(10).                             00007080
           05 MST-STATUS         PIC X(01).                             00008080
           05 MST-LAST-TRAN-DT   PIC 9(08).                             00009080
           05 MST-MGR-ID         PIC X(06).                             00010105
           05 FILLER             PIC X(23).                             00011105
