      *   with a students-printed trailer so the mailing clerk can   *
      *   prove nothing was missed - this replaces running jrlbtrn   *
      *   once per student and scissoring out one term               *
      *                                                              *
      * Modification history:                                       *
      *  - 2026-10-15: a student with an active hold on holds.txt    *
      *    (the file jrlbhld maintains) gets no card; the run ends   *
      *    with a withheld page naming each such student, the hold,  *
      *    and the office to see, and the trailer counts them (JRLB) *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    and admission term after the year level; the master       *
      *    record here is widened to match (JRLB)                    *
      ****************************************************************

      ****************************************************************
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT holds ASSIGN TO DISK
               FILE STATUS IS holds-status.

      ****************************************************************
       DATA DIVISION.
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'cards.txt'.

       01 report-line PIC X(95).

       FD holds LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'holds.txt'.

       01 hold-info.
           02 hd-stdnum PIC X(9).
           02 hd-type PIC X.
               88 hd-blocks-reg VALUE 'R'.
               88 hd-docs-only VALUE 'D'.
           02 hd-office PIC X(15).
           02 hd-reason PIC X(30).
           02 hd-placed PIC X(8).
           02 hd-cleared PIC X(8).
               88 hd-active VALUE SPACES.
           02 hd-oper PIC X(3).
           02 hd-clr-oper PIC X(3).

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 pct-passed PIC 999 VALUE 0.
       77 card-count PIC 9(4) VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 holds-status PIC XX VALUE '00'.
       77 hl-eof PIC 9 VALUE 0.
       77 found-hold PIC 9 VALUE 0.
       77 hold-office-found PIC X(15) VALUE SPACES.
       77 hold-reason-found PIC X(30) VALUE SPACES.
       77 w PIC 999 VALUE 0.

      * Students whose card is held back by an active hold, listed
      * on the withheld page after the last card.
       01 withheld-table.
           02 wh-count PIC 999 VALUE 0.
           02 wh-entry OCCURS 500 TIMES.
               03 wh-stdnum PIC X(9).
               03 wh-stdname PIC X(30).
               03 wh-reason PIC X(30).
               03 wh-office PIC X(15).

      * One student's rows for the requested term, buffered until
      * the stdnum changes. 50 slots is double a heavy term load.
       01 trailer-line.
           02 FILLER PIC X(18) VALUE 'STUDENTS PRINTED: '.
           02 tl-count PIC ZZZ9.
           02 FILLER PIC X(22) VALUE '     CARDS WITHHELD: '.
           02 tl-withheld PIC ZZ9.

       01 wh-hdr-line-1.
           02 FILLER PIC X(28) VALUE 'REPORT CARDS WITHHELD - TERM'.
           02 FILLER PIC X VALUE SPACE.
           02 wh-hdr-term PIC X(6).
           02 FILLER PIC X(32) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 wh-hdr-page-num PIC ZZZ9.

       01 wh-hdr-line-2.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(32) VALUE 'NAME'.
           02 FILLER PIC X(32) VALUE 'HOLD'.
           02 FILLER PIC X(15) VALUE 'SEE OFFICE'.

       01 wh-det-line.
           02 wd-stdnum PIC X(11).
           02 wd-stdname PIC X(32).
           02 wd-reason PIC X(32).
           02 wd-office PIC X(15).

       77 d-gwa-ed PIC 9.99.
       77 d-grade-ed PIC Z9.99.
             PERFORM COLLECT-CARD-ROW UNTIL eof = 1
             PERFORM FINISH-STUDENT
             CLOSE grades
             IF wh-count > 0
               PERFORM PRINT-WITHHELD-PAGE
             END-IF
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE card-count TO tl-count
             MOVE wh-count TO tl-withheld
             MOVE trailer-line TO report-line
             WRITE report-line
             IF table-full = 1
      * jrlbsta's rules assign.
       FINISH-STUDENT.
           IF cur-stdnum NOT = SPACES AND crow-count > 0
             PERFORM CHECK-HOLDS
             IF found-hold = 1
               PERFORM FILE-WITHHELD
             ELSE
               ADD 1 TO card-count
               PERFORM PRINT-CARD-HEADER
               MOVE 1 TO r
               PERFORM PRINT-CARD-ROW UNTIL r > crow-count
               PERFORM PRINT-CARD-FOOT
             END-IF
           END-IF.

           MOVE SPACES TO cur-stdnum.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

      * Any active hold on holds.txt, of either type, keeps the
      * student's card back; the first one found is the one named.
       CHECK-HOLDS.
           MOVE 0 TO found-hold.
           MOVE SPACES TO hold-office-found.
           MOVE SPACES TO hold-reason-found.
           OPEN INPUT holds.
           IF holds-status = '35'
             CLOSE holds
           ELSE
             READ holds AT END MOVE 1 TO hl-eof
             END-READ
             PERFORM READ-HOLD-DATA UNTIL hl-eof = 1
             CLOSE holds
           END-IF.
           MOVE 0 TO hl-eof.

           EXIT.

       READ-HOLD-DATA.
           IF cur-stdnum = hd-stdnum AND hd-active AND found-hold = 0
             MOVE 1 TO found-hold
             MOVE hd-office TO hold-office-found
             MOVE hd-reason TO hold-reason-found.
           READ holds AT END MOVE 1 TO hl-eof.

           EXIT.

       FILE-WITHHELD.
           IF wh-count < 500
             ADD 1 TO wh-count
             MOVE cur-stdnum TO wh-stdnum(wh-count)
             PERFORM LOOKUP-STUDENT
             MOVE stdname-found TO wh-stdname(wh-count)
             MOVE hold-reason-found TO wh-reason(wh-count)
             MOVE hold-office-found TO wh-office(wh-count)
           ELSE
             MOVE 1 TO table-full.

           EXIT.

      * The withheld page: every student whose card was kept back,
      * with the hold and the office that has to clear it.
       PRINT-WITHHELD-PAGE.
           ADD 1 TO page-num.
           MOVE page-num TO wh-hdr-page-num.
           MOVE askterm TO wh-hdr-term.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE wh-hdr-line-1 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE wh-hdr-line-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 1 TO w.
           PERFORM PRINT-WITHHELD-LINE UNTIL w > wh-count.

           EXIT.

       PRINT-WITHHELD-LINE.
           MOVE wh-stdnum(w) TO wd-stdnum.
           MOVE wh-stdname(w) TO wd-stdname.
           MOVE wh-reason(w) TO wd-reason.
           MOVE wh-office(w) TO wd-office.
           MOVE wh-det-line TO report-line.
           WRITE report-line.
           ADD 1 TO w.

           EXIT.
