           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'standing.txt'.
