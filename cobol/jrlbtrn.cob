      *    name histread.txt, scanned for the student, and put       *
      *    back, so a senior's first years no longer vanish from     *
      *    the transcript once jrlbarc purges them (JRLB)            *
      *  - 2026-10-15: no transcript is printed while the student    *
      *    has an active hold on holds.txt (the file jrlbhld         *
      *    maintains); the refusal names the hold and the office     *
      *    the student has to go to (JRLB)                           *
      *  - 2026-10-15: transfer and equivalency credits on file in   *
      *    credits.txt (jrlbcdt) print in a CREDITED COURSES section *
      *    after the cumulative GWA, with the source school and      *
      *    course and a units-credited total; they never enter a term*
      *    or the GWA, and a student with only credits still gets a  *
      *    transcript (JRLB)                                         *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    and admission term after the year level; the master       *
      *    record here is widened to match (JRLB)                    *
      ****************************************************************

      ****************************************************************
               FILE STATUS IS index-status.
           SELECT hist-read ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT holds ASSIGN TO DISK
               FILE STATUS IS holds-status.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.

      ****************************************************************
       DATA DIVISION.
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD arch-index LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'archidx.txt'.
           02 h-grade-num REDEFINES h-grade-mark PIC 9v99.
           02 h-enc-date PIC X(8).

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

      * The credits file jrlbcdt maintains; cc- here since cr- is
      * already the career table's.
       FD credits LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'credits.txt'.

       01 credit-info.
           02 cc-stdnum PIC X(9).
           02 cc-crscode PIC X(8).
           02 cc-src-school PIC X(30).
           02 cc-src-course PIC X(15).
           02 cc-units PIC 9v9.
           02 cc-oper PIC X(3).
           02 cc-date PIC X(8).

       WORKING-STORAGE SECTION.
       77 studnum PIC X(9) VALUE SPACES.
       77 holds-status PIC XX VALUE '00'.
       77 hl-eof PIC 9 VALUE 0.
       77 found-hold PIC 9 VALUE 0.
       77 hold-count PIC 99 VALUE 0.
       77 d-hold-count PIC Z9.
       77 hold-office-found PIC X(15) VALUE SPACES.
       77 hold-reason-found PIC X(30) VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 grades-status PIC XX VALUE '00'.
       77 file-opened PIC 9 VALUE 0.
       77 read-name PIC X(12) VALUE 'histread.txt'.
       77 hist-name PIC X(14) VALUE SPACES.
       01 read-info PIC X(16).
       77 credits-status PIC XX VALUE '00'.
       77 cc-eof PIC 9 VALUE 0.
       77 cred-units PIC 999v9 VALUE ZERO.

      * The student's credited courses, held apart from the career
      * table so none of them reaches a term or the GWA.
       01 cred-table.
           02 cred-count PIC 99 VALUE 0.
           02 cred-entry OCCURS 60 TIMES.
               03 ct-crscode PIC X(8).
               03 ct-src-school PIC X(30).
               03 ct-src-course PIC X(15).
               03 ct-units PIC 9v9.

      * The archived terms off archidx.txt, merged into the career
      * table after the live ledger is read.
           02 FILLER PIC X(16) VALUE 'CUMULATIVE GWA: '.
           02 cum-gwa-out PIC 9.99.

       01 cred-hdr-line PIC X(43) VALUE
           'CREDITED COURSES (NOT INCLUDED IN THE GWA)'.

       01 cred-col-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(32) VALUE 'SOURCE SCHOOL'.
           02 FILLER PIC X(17) VALUE 'SOURCE COURSE'.
           02 FILLER PIC X(7) VALUE 'UNITS'.
           02 FILLER PIC X(7) VALUE 'GRADE'.

       01 cred-det-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 cd-crscode PIC X(10).
           02 cd-src-school PIC X(32).
           02 cd-src-course PIC X(17).
           02 cd-units PIC Z9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(2) VALUE 'CR'.

       01 cred-sub-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(17) VALUE 'UNITS CREDITED: '.
           02 cs-units PIC ZZ9.9.

       01 note-truncated PIC X(52) VALUE
           'NOTE: RECORD EXCEEDS THE WORK TABLES - INCOMPLETE'.

           DISPLAY(4, 6) 'Transcript for stdnum: '.
           ACCEPT (4, 30) studnum.

           PERFORM CHECK-HOLDS.
           IF found-hold = 1
             DISPLAY(6, 6) 'Transcript withheld - hold: '
                 hold-reason-found
             DISPLAY(7, 6) 'The student must clear it with the '
                 hold-office-found
             IF hold-count > 1
               MOVE hold-count TO d-hold-count
               DISPLAY(8, 6) '(' d-hold-count
                   ' active holds in all - see jrlbhld.)'
             END-IF
           ELSE
             PERFORM PRINT-TRANSCRIPT.

           DISPLAY ' '.

           STOP RUN.

       PRINT-TRANSCRIPT.
           PERFORM BUILD-CAREER-TABLE.
           PERFORM LOAD-ARCH-TABLE.
           MOVE 1 TO a.
           PERFORM MERGE-ONE-ARCHIVE UNTIL a > arch-count.
           PERFORM LOAD-CREDITS.

           IF row-count = 0 AND cred-count = 0
             DISPLAY(6, 6) 'No records on file for that student.'
           ELSE
             PERFORM FLAG-REPEATS
             MOVE 1 TO t
             PERFORM PRINT-TERM-GROUP UNTIL t > term-count
             PERFORM PRINT-CUMULATIVE
             IF cred-count > 0
               PERFORM PRINT-CREDITED
             END-IF
             IF table-full = 1
               IF lines-on-page > 49
                 PERFORM PRINT-PAGE-HEADER
             DISPLAY(10, 6) 'WARNING: histread.txt left by a dead'
             DISPLAY(11, 6) 'run - archived terms were skipped.'.

           EXIT.

      * The student's transfer and equivalency credits off
      * credits.txt; more than the table holds sets table-full, the
      * same as an overlong career.
       LOAD-CREDITS.
           MOVE 0 TO cred-count.
           OPEN INPUT credits.
           IF credits-status = '35'
             CLOSE credits
           ELSE
             READ credits AT END MOVE 1 TO cc-eof
             END-READ
             PERFORM COLLECT-CREDIT UNTIL cc-eof = 1
             CLOSE credits
           END-IF.
           MOVE 0 TO cc-eof.

           EXIT.

       COLLECT-CREDIT.
           IF cc-stdnum = studnum
             IF cred-count < 60
               ADD 1 TO cred-count
               MOVE cc-crscode TO ct-crscode(cred-count)
               MOVE cc-src-school TO ct-src-school(cred-count)
               MOVE cc-src-course TO ct-src-course(cred-count)
               MOVE cc-units TO ct-units(cred-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.
           READ credits AT END MOVE 1 TO cc-eof.

           EXIT.

      * Any active hold on holds.txt, of either type, withholds the
      * transcript; the first one found is the one named.
       CHECK-HOLDS.
           MOVE 0 TO found-hold.
           MOVE 0 TO hold-count.
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
           IF studnum = hd-stdnum AND hd-active
             ADD 1 TO hold-count
             IF found-hold = 0
               MOVE 1 TO found-hold
               MOVE hd-office TO hold-office-found
               MOVE hd-reason TO hold-reason-found
             END-IF
           END-IF.
           READ holds AT END MOVE 1 TO hl-eof.

           EXIT.

      * Pulls every row for studnum into the career table, using the
      * same START/READ NEXT contiguous-key scan as jrlbex's
           END-IF.

           EXIT.

      * The credited section after the cumulative GWA: a line per
      * credit with where it came from, then the units credited.
      * None of it touches the career totals above.
       PRINT-CREDITED.
           IF lines-on-page > 46
             PERFORM PRINT-PAGE-HEADER.

           MOVE SPACES TO transcript-line.
           WRITE transcript-line.
           MOVE cred-hdr-line TO transcript-line.
           WRITE transcript-line.
           MOVE cred-col-line TO transcript-line.
           WRITE transcript-line.
           ADD 3 TO lines-on-page.

           MOVE ZERO TO cred-units.
           MOVE 1 TO r.
           PERFORM PRINT-CREDIT-LINE UNTIL r > cred-count.

           MOVE cred-units TO cs-units.
           MOVE cred-sub-line TO transcript-line.
           WRITE transcript-line.
           ADD 1 TO lines-on-page.

           EXIT.

       PRINT-CREDIT-LINE.
           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER
             MOVE cred-hdr-line TO transcript-line
             WRITE transcript-line
             ADD 1 TO lines-on-page
           END-IF.

           MOVE ct-crscode(r) TO cd-crscode.
           MOVE ct-src-school(r) TO cd-src-school.
           MOVE ct-src-course(r) TO cd-src-course.
           MOVE ct-units(r) TO cd-units.
           MOVE cred-det-line TO transcript-line.
           WRITE transcript-line.
           ADD 1 TO lines-on-page.
           ADD ct-units(r) TO cred-units.

           ADD 1 TO r.

           EXIT.
