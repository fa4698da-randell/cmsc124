      *    functions are gated by the operator's authority level.    *
      *    A missing master falls back to the old initials prompt    *
      *    at the lowest authority (JRLB)                            *
      *  - 2026-10-15: a prerequisite with no pass in the live or    *
      *    archived history is also met by a transfer or equivalency *
      *    credit for the course in credits.txt (jrlbcdt), whatever  *
      *    its date - the credit stands for work done before the     *
      *    student came to the program (JRLB)                        *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    and admission term after the year level; the master       *
      *    record here is widened to match (JRLB)                    *
      ****************************************************************

      ****************************************************************
               FILE STATUS IS hist-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.

      ****************************************************************
       DATA DIVISION.
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD reject-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'rejectex.txt'.
           02 op-passwd PIC X(8).
           02 op-level PIC 9.

       FD credits LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'credits.txt'.

       01 credit-info.
           02 cr-stdnum PIC X(9).
           02 cr-crscode PIC X(8).
           02 cr-src-school PIC X(30).
           02 cr-src-course PIC X(15).
           02 cr-units PIC 9v9.
           02 cr-oper PIC X(3).
           02 cr-date PIC X(8).

       WORKING-STORAGE SECTION.
       77 ans PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 read-stale PIC 9 VALUE 0.
       77 read-name PIC X(12) VALUE 'histread.txt'.
       77 hist-name PIC X(14) VALUE SPACES.
       77 credits-status PIC XX VALUE '00'.
       77 cr-eof PIC 9 VALUE 0.
       01 read-info PIC X(16).
       01 lock-info PIC X(16).
       01 reject-info PIC X(16).
             IF prereq-met = 0
               PERFORM SCAN-PREREQ-ARCHIVES
             END-IF
             IF prereq-met = 0
               PERFORM SCAN-PREREQ-CREDITS
             END-IF
             IF prereq-met = 0
               MOVE 0 TO prereq-ok
               MOVE prereq-code(pk) TO failed-prereq

           EXIT.

      * The credit leg of the prerequisite scan, run only when
      * neither the live nor the archived history shows a pass: a
      * transfer or equivalency credit jrlbcdt filed in credits.txt
      * for the prerequisite meets it. A credit carries no term, and
      * stands for work done before the student came here, so it
      * counts whatever term is being encoded.
       SCAN-PREREQ-CREDITS.
           OPEN INPUT credits.
           IF credits-status = '35'
             CLOSE credits
           ELSE
             READ credits AT END MOVE 1 TO cr-eof
             END-READ
             PERFORM CHECK-PREREQ-CREDIT UNTIL cr-eof = 1
             CLOSE credits
           END-IF.
           MOVE 0 TO cr-eof.

           EXIT.

       CHECK-PREREQ-CREDIT.
           IF cr-stdnum = sv-stdnum AND cr-crscode = prereq-code(pk)
             MOVE 1 TO prereq-met
             MOVE 1 TO cr-eof
           ELSE
             READ credits AT END MOVE 1 TO cr-eof
             END-READ
           END-IF.

           EXIT.

      * The archive leg of the prerequisite scan, run only when the
      * live history shows no pass: every term jrlbarc has filed in
      * archidx.txt is checked for a passing grade in the one
