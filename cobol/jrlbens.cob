      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Enrollment Statistics".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -tallies one term's enrollment off enroll.txt for the       *
      *   registrar's report to the higher-education office: every   *
      *   student enrolled in the term is counted once, under the    *
      *   degree program, year level, and sex students.txt carries   *
      *   for them, with the units of their courses from data.txt    *
      *                                                              *
      *  -a student carries a full load when the term's units reach  *
      *   what curric.txt prescribes for their program and year in   *
      *   the term's semester; where the curriculum prescribes       *
      *   nothing (summer, or a program with no curriculum on file)  *
      *   the regular load of 15 units is the mark                   *
      *                                                              *
      *  -a student is new when the admission term on students.txt   *
      *   is the term being reported, and continuing otherwise       *
      *                                                              *
      *  -prints enrstat.txt, paginated like jrlbasm's assess.txt:   *
      *   head count and units enrolled, full load against under     *
      *   load, and new against continuing, each by program and      *
      *   year level and broken down by sex, with program subtotals  *
      *   and a grand total, then a page of data-quality counts      *
      *                                                              *
      *  -writes the same figures to enrsub.txt for submission, in   *
      *   fixed 60-byte records: a header with the term and run      *
      *   date, one detail per program, year level, and sex, and a   *
      *   trailer with the detail count, head count, and units the   *
      *   office checks the file against                             *
      ****************************************************************

      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT enroll-file ASSIGN TO DISK
               FILE STATUS IS enroll-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT curric ASSIGN TO DISK
               FILE STATUS IS curric-status.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT submit-file ASSIGN TO DISK.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       FILE SECTION.
       FD enroll-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enroll.txt'.

       01 enroll-rec.
           02 en-stdnum PIC X(9).
           02 en-crscode PIC X(8).
           02 en-term PIC X(6).
           02 en-section PIC X(3).

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       FD curric LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'curric.txt'.

       01 curric-info.
           02 cu-degprog PIC X(20).
           02 cu-crscode PIC X(8).
           02 cu-sem PIC XX.
           02 cu-yrlevel PIC 9.

       FD stdmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 master-info.
           02 m-stdnum PIC X(9).
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enrstat.txt'.

       01 report-line PIC X(80).

      * The submission file. Units carry an implied decimal place.
       FD submit-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enrsub.txt'.

       01 sub-rec PIC X(60).
       01 sub-header REDEFINES sub-rec.
           02 sh-type PIC X.
           02 sh-term PIC X(6).
           02 sh-date PIC X(8).
           02 sh-title PIC X(30).
           02 FILLER PIC X(15).
       01 sub-detail REDEFINES sub-rec.
           02 sd-type PIC X.
           02 sd-degprog PIC X(20).
           02 sd-yrlevel PIC 9.
           02 sd-sex PIC X.
           02 sd-head PIC 9(5).
           02 sd-units PIC 9(6)v9.
           02 sd-full PIC 9(5).
           02 sd-under PIC 9(5).
           02 sd-new PIC 9(5).
           02 sd-cont PIC 9(5).
           02 FILLER PIC X(5).
       01 sub-trailer REDEFINES sub-rec.
           02 tr-type PIC X.
           02 tr-count PIC 9(6).
           02 tr-heads PIC 9(6).
           02 tr-units PIC 9(7)v9.
           02 FILLER PIC X(39).

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 enroll-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 curric-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 askterm PIC X(6) VALUE SPACES.
       77 today PIC X(8) VALUE SPACES.
       77 e-stdnum PIC X(9) VALUE SPACES.
       77 degprog-found PIC X(20) VALUE SPACES.
       77 yrlevel-found PIC 9 VALUE 0.
       77 sex-found PIC X VALUE SPACES.
       77 admit-found PIC X(6) VALUE SPACES.
       77 find-code PIC X(8) VALUE SPACES.
       77 units-found PIC 9v9 VALUE 0.
       77 st-units PIC 99v9 VALUE 0.
       77 load-mark PIC 99v9 VALUE 0.
       77 regular-load PIC 99v9 VALUE 15.0.
       77 is-full PIC 9 VALUE 0.
       77 is-new PIC 9 VALUE 0.
       77 stu-done PIC 9 VALUE 0.
       77 grp-done PIC 9 VALUE 0.
       77 cur-prog PIC X(20) VALUE SPACES.
       77 tbl-kind PIC 9 VALUE 0.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 r PIC 9(4) VALUE 0.
       77 i PIC 9(4) VALUE 0.
       77 k PIC 9(4) VALUE 0.
       77 x PIC 9 VALUE 0.
       77 pass-num PIC 9(4) VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 cat-full PIC 9 VALUE 0.
       77 presc-full PIC 9 VALUE 0.
       77 cell-full PIC 9 VALUE 0.
       77 tt-students PIC 9(5) VALUE 0.
       77 no-master-count PIC 9(4) VALUE 0.
       77 no-sex-count PIC 9(4) VALUE 0.
       77 no-admit-count PIC 9(4) VALUE 0.
       77 no-course-count PIC 9(4) VALUE 0.
       77 d-count PIC ZZZZ9.

       01 term-split.
           02 ts-sem PIC XX.
           02 ts-year PIC X(4).

      * The catalog's units, read once per run.
       01 catalog-table.
           02 cat-count PIC 999 VALUE 0.
           02 cat-entry OCCURS 300 TIMES.
               03 ca-code PIC X(8).
               03 ca-units PIC 9v9.

      * The units curric.txt prescribes for each program and year in
      * the term's semester - the full-load mark.
       01 presc-table.
           02 presc-count PIC 999 VALUE 0.
           02 presc-entry OCCURS 250 TIMES.
               03 pr-degprog PIC X(20).
               03 pr-yrlevel PIC 9.
               03 pr-units PIC 99v9.

      * The term's enrollment rows, sorted by stdnum so each
      * student's courses come together, as in jrlbasm.
       01 enroll-table.
           02 enr-count PIC 9(4) VALUE 0.
           02 enr-entry OCCURS 2000 TIMES.
               03 et-sort-key.
                   04 et-stdnum PIC X(9).
                   04 et-crscode PIC X(8).
       01 swap-entry PIC X(17).

      * One cell per program and year level, each split three ways
      * by sex: 1 male, 2 female, 3 not on record.
       01 cell-table.
           02 cell-count PIC 999 VALUE 0.
           02 cell-entry OCCURS 200 TIMES.
               03 cl-key.
                   04 cl-degprog PIC X(20).
                   04 cl-yrlevel PIC 9.
               03 cl-figs.
                   04 cl-sex OCCURS 3 TIMES.
                       05 cl-head PIC 9(5).
                       05 cl-units PIC 9(6)v9.
                       05 cl-full PIC 9(5).
                       05 cl-under PIC 9(5).
                       05 cl-new PIC 9(5).
                       05 cl-cont PIC 9(5).
       01 swap-cell PIC X(117).

      * The figures of the line being printed, and the program and
      * grand totals they roll into.
       01 row-figs.
           02 rf-sex OCCURS 3 TIMES.
               03 rf-head PIC 9(5).
               03 rf-units PIC 9(6)v9.
               03 rf-full PIC 9(5).
               03 rf-under PIC 9(5).
               03 rf-new PIC 9(5).
               03 rf-cont PIC 9(5).

       01 prog-figs.
           02 pf-sex OCCURS 3 TIMES.
               03 pf-head PIC 9(5).
               03 pf-units PIC 9(6)v9.
               03 pf-full PIC 9(5).
               03 pf-under PIC 9(5).
               03 pf-new PIC 9(5).
               03 pf-cont PIC 9(5).

       01 all-figs.
           02 af-sex OCCURS 3 TIMES.
               03 af-head PIC 9(5).
               03 af-units PIC 9(6)v9.
               03 af-full PIC 9(5).
               03 af-under PIC 9(5).
               03 af-new PIC 9(5).
               03 af-cont PIC 9(5).

       01 sex-codes-val PIC XXX VALUE 'MFU'.
       01 sex-codes REDEFINES sex-codes-val.
           02 sex-code PIC X OCCURS 3 TIMES.

       01 hdr-line-1.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
               'TERM ENROLLMENT STATISTICS - TERM '.
           02 hdr-term PIC X(6).
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 title-line PIC X(60).

       01 t1-hdr-line.
           02 FILLER PIC X(20) VALUE 'DEGREE PROGRAM'.
           02 FILLER PIC X(4) VALUE 'YR'.
           02 FILLER PIC X(8) VALUE '  MALE'.
           02 FILLER PIC X(8) VALUE 'FEMALE'.
           02 FILLER PIC X(8) VALUE '   N/R'.
           02 FILLER PIC X(9) VALUE ' TOTAL'.
           02 FILLER PIC X(9) VALUE '    UNITS'.

       01 t1-line.
           02 t1-prog PIC X(20).
           02 t1-yr PIC X(4).
           02 t1-male PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 t1-female PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 t1-nr PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 t1-total PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 t1-units PIC ZZZZZZ9.9.

       01 t2-hdr-line-a.
           02 FILLER PIC X(24) VALUE SPACES.
           02 t2h-a PIC X(21).
           02 t2h-b PIC X(17).

       01 t2-hdr-line-b.
           02 FILLER PIC X(20) VALUE 'DEGREE PROGRAM'.
           02 FILLER PIC X(4) VALUE 'YR'.
           02 FILLER PIC X(6) VALUE '    M'.
           02 FILLER PIC X(6) VALUE '    F'.
           02 FILLER PIC X(9) VALUE 'TOTAL'.
           02 FILLER PIC X(6) VALUE '    M'.
           02 FILLER PIC X(6) VALUE '    F'.
           02 FILLER PIC X(5) VALUE 'TOTAL'.

       01 t2-line.
           02 t2-prog PIC X(20).
           02 t2-yr PIC X(4).
           02 t2-a-m PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 t2-a-f PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 t2-a-t PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 t2-b-m PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 t2-b-f PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 t2-b-t PIC ZZZZ9.

       01 line-prog PIC X(20).
       01 yr-label.
           02 FILLER PIC X VALUE SPACE.
           02 yl-n PIC 9.
           02 FILLER PIC XX VALUE SPACES.
       01 line-yr PIC X(4).

       01 note-sex-total PIC X(60) VALUE
           'TOTAL INCLUDES STUDENTS WITH NO SEX ON RECORD'.

       01 count-line.
           02 cl-label PIC X(50).
           02 cl-count PIC ZZZZ9.

       01 load-rule-1 PIC X(70) VALUE
           'FULL LOAD: UNITS AT OR ABOVE WHAT CURRIC.TXT PRESCRIBES'.
       01 load-rule-2 PIC X(70) VALUE
           'FOR THE PROGRAM AND YEAR THIS SEMESTER, ELSE 15 UNITS'.
       01 note-truncated PIC X(60) VALUE
           'NOTE: MORE ENROLLMENT ROWS THAN THE WORK TABLE CAN HOLD'.
       01 note-cat-full PIC X(60) VALUE
           'NOTE: DATA.TXT LARGER THAN THE CATALOG TABLE - CHECK'.
       01 note-presc-full PIC X(60) VALUE
           'NOTE: CURRIC.TXT LARGER THAN THE LOAD TABLE - CHECK'.
       01 note-cell-full PIC X(60) VALUE
           'NOTE: MORE PROGRAM/YEAR CELLS THAN THE TABLE HOLDS'.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'b'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. statistics for a term'.
           DISPLAY(5, 6) 'b. exit'.
           DISPLAY(7, 6) 'Choose a letter: '.
           ACCEPT (7, 24) choice.

           IF choice = 'a'
             PERFORM RUN-STATISTICS.

           EXIT.

       RUN-STATISTICS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Term to report (eg 1S2026): '.
           ACCEPT (4, 38) askterm.
           INSPECT askterm CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE askterm TO term-split.

           MOVE 0 TO found.
           IF askterm = SPACES
             MOVE 1 TO found
             DISPLAY(8, 6) 'Term cannot be blank.'
           ELSE
             PERFORM LOAD-ENROLL-TABLE
             IF enr-count = 0
               MOVE 1 TO found
               DISPLAY(8, 6) 'No enrollment on file for that term.'
             END-IF
           END-IF.

           IF found = 0
             ACCEPT today FROM DATE YYYYMMDD
             PERFORM LOAD-CATALOG
             PERFORM LOAD-PRESCRIBED
             PERFORM SORT-ENROLL-TABLE
             PERFORM TALLY-TERM
             PERFORM SORT-CELLS
             PERFORM WRITE-STATISTICS
             PERFORM WRITE-SUBMISSION
             DISPLAY(8, 6) 'Tables written to enrstat.txt,'
             DISPLAY(9, 6) 'submission file to enrsub.txt.'
             MOVE tt-students TO d-count
             DISPLAY(10, 6) 'Students counted: ' d-count
             IF table-full = 1 OR cell-full = 1
               DISPLAY(11, 6)
                   'WARNING: table full - statistics incomplete.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       LOAD-ENROLL-TABLE.
           MOVE 0 TO enr-count.
           MOVE 0 TO table-full.
           OPEN INPUT enroll-file.
           IF enroll-status NOT = '35'
             READ enroll-file AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ENROLL-ROW UNTIL eof = 1
           END-IF.
           CLOSE enroll-file.
           MOVE 0 TO eof.

           EXIT.

       LOAD-ENROLL-ROW.
           IF en-term = askterm
             IF enr-count < 2000
               ADD 1 TO enr-count
               MOVE en-stdnum TO et-stdnum(enr-count)
               MOVE en-crscode TO et-crscode(enr-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.

           READ enroll-file AT END MOVE 1 TO eof.

           EXIT.

       LOAD-CATALOG.
           MOVE 0 TO cat-count.
           MOVE 0 TO cat-full.
           OPEN INPUT datum.
           IF datum-status NOT = '35'
             READ datum AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-CATALOG-ROW UNTIL eof = 1
           END-IF.
           CLOSE datum.
           MOVE 0 TO eof.

           EXIT.

       LOAD-CATALOG-ROW.
           IF cat-count < 300
             ADD 1 TO cat-count
             MOVE coursecode TO ca-code(cat-count)
             MOVE courseunits TO ca-units(cat-count)
           ELSE
             MOVE 1 TO cat-full.
           READ datum AT END MOVE 1 TO eof.

           EXIT.

      * Only the curriculum rows for the term's semester count; the
      * units of each come from the catalog.
       LOAD-PRESCRIBED.
           MOVE 0 TO presc-count.
           MOVE 0 TO presc-full.
           OPEN INPUT curric.
           IF curric-status NOT = '35'
             READ curric AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-PRESCRIBED-ROW UNTIL eof = 1
           END-IF.
           CLOSE curric.
           MOVE 0 TO eof.

           EXIT.

       LOAD-PRESCRIBED-ROW.
           IF cu-sem = ts-sem
             MOVE cu-crscode TO find-code
             PERFORM FIND-COURSE-UNITS
             MOVE 0 TO found
             MOVE 1 TO i
             PERFORM CHECK-PRESCRIBED-ROW UNTIL i > presc-count
             IF found = 0
               IF presc-count < 250
                 ADD 1 TO presc-count
                 MOVE presc-count TO k
                 MOVE cu-degprog TO pr-degprog(k)
                 MOVE cu-yrlevel TO pr-yrlevel(k)
                 MOVE 0 TO pr-units(k)
                 MOVE 1 TO found
               ELSE
                 MOVE 1 TO presc-full
               END-IF
             END-IF
             IF found = 1
               ADD units-found TO pr-units(k)
             END-IF
           END-IF.

           READ curric AT END MOVE 1 TO eof.

           EXIT.

       CHECK-PRESCRIBED-ROW.
           IF pr-degprog(i) = cu-degprog AND pr-yrlevel(i) = cu-yrlevel
             MOVE 1 TO found
             MOVE i TO k.
           ADD 1 TO i.

           EXIT.

      * The units of the course whose code is in find-code, zero if
      * the catalog doesn't carry it.
       FIND-COURSE-UNITS.
           MOVE 0 TO units-found.
           MOVE 1 TO i.
           PERFORM CHECK-CATALOG-ROW UNTIL i > cat-count.

           EXIT.

       CHECK-CATALOG-ROW.
           IF ca-code(i) = find-code
             MOVE ca-units(i) TO units-found
             MOVE cat-count TO i.
           ADD 1 TO i.

           EXIT.

      * Straight selection sort on stdnum and course, the same shape
      * jrlbasm uses.
       SORT-ENROLL-TABLE.
           MOVE 1 TO pass-num.
           PERFORM SORT-PASS UNTIL pass-num NOT < enr-count.

           EXIT.

       SORT-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-COMPARE UNTIL k > enr-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-COMPARE.
           IF et-sort-key(k) < et-sort-key(pass-num)
             MOVE enr-entry(pass-num) TO swap-entry
             MOVE enr-entry(k) TO enr-entry(pass-num)
             MOVE swap-entry TO enr-entry(k).
           ADD 1 TO k.

           EXIT.

       TALLY-TERM.
           MOVE 0 TO cell-count.
           MOVE 0 TO cell-full.
           MOVE 0 TO tt-students.
           MOVE 0 TO no-master-count.
           MOVE 0 TO no-sex-count.
           MOVE 0 TO no-admit-count.
           MOVE 0 TO no-course-count.

           MOVE 1 TO r.
           PERFORM TALLY-STUDENT UNTIL r > enr-count.

           EXIT.

      * One student: the rows run from r until the stdnum changes,
      * and r is left on the next student's first row.
       TALLY-STUDENT.
           MOVE et-stdnum(r) TO e-stdnum.
           MOVE 0 TO st-units.
           MOVE 0 TO stu-done.
           PERFORM ADD-COURSE-UNITS UNTIL stu-done = 1.

           PERFORM LOOKUP-STUDENT.
           IF found-student = 0
             ADD 1 TO no-master-count
             MOVE '(NOT ON MASTER)' TO degprog-found.

           IF sex-found = 'M'
             MOVE 1 TO x
           ELSE
           IF sex-found = 'F'
             MOVE 2 TO x
           ELSE
             MOVE 3 TO x
             IF found-student = 1
               ADD 1 TO no-sex-count
             END-IF
           END-IF
           END-IF.

           MOVE 0 TO is-new.
           IF admit-found = askterm
             MOVE 1 TO is-new.
           IF admit-found = SPACES AND found-student = 1
             ADD 1 TO no-admit-count.

           PERFORM FIND-LOAD-MARK.
           MOVE 0 TO is-full.
           IF st-units NOT < load-mark
             MOVE 1 TO is-full.

           PERFORM FIND-OR-ADD-CELL.
           IF found = 1
             ADD 1 TO cl-head(k, x)
             ADD st-units TO cl-units(k, x)
             IF is-full = 1
               ADD 1 TO cl-full(k, x)
             ELSE
               ADD 1 TO cl-under(k, x)
             END-IF
             IF is-new = 1
               ADD 1 TO cl-new(k, x)
             ELSE
               ADD 1 TO cl-cont(k, x)
             END-IF
           END-IF.

           ADD 1 TO tt-students.

           EXIT.

       ADD-COURSE-UNITS.
           MOVE et-crscode(r) TO find-code.
           PERFORM FIND-COURSE-UNITS.
           IF units-found = 0
             ADD 1 TO no-course-count.
           ADD units-found TO st-units.

           ADD 1 TO r.
           IF r > enr-count
             MOVE 1 TO stu-done
           ELSE
             IF et-stdnum(r) NOT = e-stdnum
               MOVE 1 TO stu-done.

           EXIT.

       FIND-LOAD-MARK.
           MOVE 0 TO load-mark.
           MOVE 1 TO i.
           PERFORM CHECK-LOAD-ROW UNTIL i > presc-count.
           IF load-mark = 0
             MOVE regular-load TO load-mark.

           EXIT.

       CHECK-LOAD-ROW.
           IF pr-degprog(i) = degprog-found
               AND pr-yrlevel(i) = yrlevel-found
             MOVE pr-units(i) TO load-mark.
           ADD 1 TO i.

           EXIT.

       FIND-OR-ADD-CELL.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM CHECK-CELL-ROW UNTIL i > cell-count.
           IF found = 0
             IF cell-count < 200
               ADD 1 TO cell-count
               MOVE cell-count TO k
               MOVE degprog-found TO cl-degprog(k)
               MOVE yrlevel-found TO cl-yrlevel(k)
               MOVE 1 TO x
               PERFORM CLEAR-CELL-SEX UNTIL x > 3
               PERFORM SET-SEX-INDEX
               MOVE 1 TO found
             ELSE
               MOVE 1 TO cell-full
             END-IF
           END-IF.

           EXIT.

       CHECK-CELL-ROW.
           IF cl-degprog(i) = degprog-found
               AND cl-yrlevel(i) = yrlevel-found
             MOVE 1 TO found
             MOVE i TO k.
           ADD 1 TO i.

           EXIT.

       CLEAR-CELL-SEX.
           MOVE 0 TO cl-head(k, x).
           MOVE 0 TO cl-units(k, x).
           MOVE 0 TO cl-full(k, x).
           MOVE 0 TO cl-under(k, x).
           MOVE 0 TO cl-new(k, x).
           MOVE 0 TO cl-cont(k, x).
           ADD 1 TO x.

           EXIT.

      * Puts x back on the student's sex after a new cell is cleared.
       SET-SEX-INDEX.
           IF sex-found = 'M'
             MOVE 1 TO x
           ELSE
           IF sex-found = 'F'
             MOVE 2 TO x
           ELSE
             MOVE 3 TO x
           END-IF
           END-IF.

           EXIT.

       SORT-CELLS.
           MOVE 1 TO pass-num.
           PERFORM SORT-CELL-PASS UNTIL pass-num NOT < cell-count.

           EXIT.

       SORT-CELL-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-CELL-COMPARE UNTIL k > cell-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-CELL-COMPARE.
           IF cl-key(k) < cl-key(pass-num)
             MOVE cell-entry(pass-num) TO swap-cell
             MOVE cell-entry(k) TO cell-entry(pass-num)
             MOVE swap-cell TO cell-entry(k).
           ADD 1 TO k.

           EXIT.

      ****************************************************************
      * The printed tables. All three walk the same sorted cells;    *
      * tbl-kind picks which figures a line shows.                   *
      ****************************************************************
       WRITE-STATISTICS.
           MOVE 0 TO page-num.
           MOVE askterm TO hdr-term.
           OPEN OUTPUT report-file.

           MOVE 1 TO tbl-kind.
           MOVE 'HEAD COUNT AND UNITS ENROLLED' TO title-line.
           PERFORM PRINT-ONE-TABLE.

           MOVE 2 TO tbl-kind.
           MOVE 'FULL LOAD AND UNDER LOAD' TO title-line.
           MOVE 'FULL LOAD' TO t2h-a.
           MOVE 'UNDER LOAD' TO t2h-b.
           PERFORM PRINT-ONE-TABLE.

           MOVE 3 TO tbl-kind.
           MOVE 'NEW AND CONTINUING STUDENTS' TO title-line.
           MOVE 'NEW' TO t2h-a.
           MOVE 'CONTINUING' TO t2h-b.
           PERFORM PRINT-ONE-TABLE.

           PERFORM PRINT-QUALITY-PAGE.
           CLOSE report-file.

           EXIT.

       PRINT-ONE-TABLE.
           PERFORM PRINT-TABLE-HEADER.
           MOVE 1 TO x.
           PERFORM CLEAR-ALL-SEX UNTIL x > 3.

           MOVE 1 TO i.
           PERFORM PRINT-PROGRAM-GROUP UNTIL i > cell-count.

           MOVE all-figs TO row-figs.
           MOVE 'ALL PROGRAMS' TO line-prog.
           MOVE 'ALL' TO line-yr.
           PERFORM PRINT-FIG-LINE.

           IF tbl-kind > 1
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE note-sex-total TO report-line
             WRITE report-line
             ADD 2 TO lines-on-page.

           EXIT.

       PRINT-TABLE-HEADER.
           PERFORM PRINT-PAGE-HEADER.
           MOVE title-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           IF tbl-kind = 1
             MOVE t1-hdr-line TO report-line
             WRITE report-line
           ELSE
             MOVE t2-hdr-line-a TO report-line
             WRITE report-line
             MOVE t2-hdr-line-b TO report-line
             WRITE report-line
             ADD 1 TO lines-on-page.
           MOVE SPACES TO report-line.
           WRITE report-line.
           ADD 4 TO lines-on-page.

           EXIT.

      * One program: its year-level lines from i until the program
      * changes, then its subtotal line; i is left on the next
      * program's first cell.
       PRINT-PROGRAM-GROUP.
           MOVE cl-degprog(i) TO cur-prog.
           MOVE 1 TO x.
           PERFORM CLEAR-PROG-SEX UNTIL x > 3.

           MOVE 0 TO grp-done.
           PERFORM PRINT-CELL-LINE UNTIL grp-done = 1.

           MOVE prog-figs TO row-figs.
           MOVE cur-prog TO line-prog.
           MOVE 'ALL' TO line-yr.
           PERFORM PRINT-FIG-LINE.
           MOVE SPACES TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.

           EXIT.

       PRINT-CELL-LINE.
           MOVE cl-figs(i) TO row-figs.
           MOVE cl-degprog(i) TO line-prog.
           MOVE cl-yrlevel(i) TO yl-n.
           MOVE yr-label TO line-yr.
           PERFORM PRINT-FIG-LINE.

           MOVE 1 TO x.
           PERFORM ROLL-UP-SEX UNTIL x > 3.

           ADD 1 TO i.
           IF i > cell-count
             MOVE 1 TO grp-done
           ELSE
             IF cl-degprog(i) NOT = cur-prog
               MOVE 1 TO grp-done.

           EXIT.

       ROLL-UP-SEX.
           ADD rf-head(x) TO pf-head(x) af-head(x).
           ADD rf-units(x) TO pf-units(x) af-units(x).
           ADD rf-full(x) TO pf-full(x) af-full(x).
           ADD rf-under(x) TO pf-under(x) af-under(x).
           ADD rf-new(x) TO pf-new(x) af-new(x).
           ADD rf-cont(x) TO pf-cont(x) af-cont(x).
           ADD 1 TO x.

           EXIT.

       CLEAR-PROG-SEX.
           MOVE 0 TO pf-head(x).
           MOVE 0 TO pf-units(x).
           MOVE 0 TO pf-full(x).
           MOVE 0 TO pf-under(x).
           MOVE 0 TO pf-new(x).
           MOVE 0 TO pf-cont(x).
           ADD 1 TO x.

           EXIT.

       CLEAR-ALL-SEX.
           MOVE 0 TO af-head(x).
           MOVE 0 TO af-units(x).
           MOVE 0 TO af-full(x).
           MOVE 0 TO af-under(x).
           MOVE 0 TO af-new(x).
           MOVE 0 TO af-cont(x).
           ADD 1 TO x.

           EXIT.

      * Writes row-figs under line-prog and line-yr in the shape of
      * the table being printed.
       PRINT-FIG-LINE.
           IF lines-on-page > 50
             PERFORM PRINT-TABLE-HEADER.

           IF tbl-kind = 1
             MOVE line-prog TO t1-prog
             MOVE line-yr TO t1-yr
             MOVE rf-head(1) TO t1-male
             MOVE rf-head(2) TO t1-female
             MOVE rf-head(3) TO t1-nr
             COMPUTE t1-total = rf-head(1) + rf-head(2) + rf-head(3)
             COMPUTE t1-units = rf-units(1) + rf-units(2) +
                 rf-units(3)
             MOVE t1-line TO report-line
           ELSE
             MOVE line-prog TO t2-prog
             MOVE line-yr TO t2-yr
             IF tbl-kind = 2
               MOVE rf-full(1) TO t2-a-m
               MOVE rf-full(2) TO t2-a-f
               COMPUTE t2-a-t = rf-full(1) + rf-full(2) + rf-full(3)
               MOVE rf-under(1) TO t2-b-m
               MOVE rf-under(2) TO t2-b-f
               COMPUTE t2-b-t = rf-under(1) + rf-under(2) +
                   rf-under(3)
             ELSE
               MOVE rf-new(1) TO t2-a-m
               MOVE rf-new(2) TO t2-a-f
               COMPUTE t2-a-t = rf-new(1) + rf-new(2) + rf-new(3)
               MOVE rf-cont(1) TO t2-b-m
               MOVE rf-cont(2) TO t2-b-f
               COMPUTE t2-b-t = rf-cont(1) + rf-cont(2) + rf-cont(3)
             END-IF
             MOVE t2-line TO report-line
           END-IF.
           WRITE report-line.
           ADD 1 TO lines-on-page.

           EXIT.

       PRINT-QUALITY-PAGE.
           MOVE 'NOTES ON THE FIGURES' TO title-line.
           PERFORM PRINT-PAGE-HEADER.
           MOVE title-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

           MOVE load-rule-1 TO report-line.
           WRITE report-line.
           MOVE load-rule-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

           MOVE 'STUDENTS COUNTED:' TO cl-label.
           MOVE tt-students TO cl-count.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'STUDENTS NOT ON STUDENTS.TXT:' TO cl-label.
           MOVE no-master-count TO cl-count.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'STUDENTS WITH NO SEX ON RECORD:' TO cl-label.
           MOVE no-sex-count TO cl-count.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'STUDENTS WITH NO ADMISSION TERM (CONTINUING):'
               TO cl-label.
           MOVE no-admit-count TO cl-count.
           PERFORM PRINT-COUNT-LINE.
           MOVE 'ENROLLMENT ROWS FOR COURSES NOT IN CATALOG:'
               TO cl-label.
           MOVE no-course-count TO cl-count.
           PERFORM PRINT-COUNT-LINE.

           IF table-full = 1
             MOVE note-truncated TO report-line
             WRITE report-line.
           IF cat-full = 1
             MOVE note-cat-full TO report-line
             WRITE report-line.
           IF presc-full = 1
             MOVE note-presc-full TO report-line
             WRITE report-line.
           IF cell-full = 1
             MOVE note-cell-full TO report-line
             WRITE report-line.

           EXIT.

       PRINT-COUNT-LINE.
           MOVE count-line TO report-line.
           WRITE report-line.

           EXIT.

      ****************************************************************
      * The submission file: a header, one detail per program, year  *
      * level, and sex with anyone in it, and the control trailer.   *
      ****************************************************************
       WRITE-SUBMISSION.
           OPEN OUTPUT submit-file.
           MOVE SPACES TO sub-rec.
           MOVE 'H' TO sh-type.
           MOVE askterm TO sh-term.
           MOVE today TO sh-date.
           MOVE 'TERM ENROLLMENT STATISTICS' TO sh-title.
           WRITE sub-rec.

           MOVE 0 TO tr-count.
           MOVE 0 TO tr-heads.
           MOVE 0 TO tr-units.
           MOVE 0 TO k.
           MOVE 1 TO i.
           PERFORM WRITE-CELL-DETAILS UNTIL i > cell-count.

           MOVE SPACES TO sub-rec.
           MOVE 'T' TO tr-type.
           MOVE k TO tr-count.
      * all-figs still holds the grand total of the last table.
           MOVE all-figs TO row-figs.
           COMPUTE tr-heads = rf-head(1) + rf-head(2) + rf-head(3).
           COMPUTE tr-units = rf-units(1) + rf-units(2) + rf-units(3).
           WRITE sub-rec.
           CLOSE submit-file.

           EXIT.

       WRITE-CELL-DETAILS.
           MOVE 1 TO x.
           PERFORM WRITE-ONE-DETAIL UNTIL x > 3.
           ADD 1 TO i.

           EXIT.

       WRITE-ONE-DETAIL.
           IF cl-head(i, x) > 0
             MOVE SPACES TO sub-rec
             MOVE 'D' TO sd-type
             MOVE cl-degprog(i) TO sd-degprog
             MOVE cl-yrlevel(i) TO sd-yrlevel
             MOVE sex-code(x) TO sd-sex
             MOVE cl-head(i, x) TO sd-head
             MOVE cl-units(i, x) TO sd-units
             MOVE cl-full(i, x) TO sd-full
             MOVE cl-under(i, x) TO sd-under
             MOVE cl-new(i, x) TO sd-new
             MOVE cl-cont(i, x) TO sd-cont
             WRITE sub-rec
             ADD 1 TO k.
           ADD 1 TO x.

           EXIT.

       LOOKUP-STUDENT.
           MOVE 0 TO found-student.
           MOVE SPACES TO degprog-found.
           MOVE 0 TO yrlevel-found.
           MOVE SPACES TO sex-found.
           MOVE SPACES TO admit-found.
           OPEN INPUT stdmaster.
           IF stdmaster-status = '35'
             CLOSE stdmaster
           ELSE
             READ stdmaster AT END MOVE 1 TO m-eof
             END-READ
             PERFORM READ-MASTER-DATA UNTIL m-eof = 1
             CLOSE stdmaster
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       READ-MASTER-DATA.
           IF e-stdnum = m-stdnum
             MOVE 1 TO found-student
             MOVE m-degprog TO degprog-found
             MOVE m-yrlevel TO yrlevel-found
             MOVE m-sex TO sex-found
             MOVE m-admit-term TO admit-found.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

       PRINT-PAGE-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO hdr-page-num.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE hdr-line-1 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 0 TO lines-on-page.

           EXIT.
