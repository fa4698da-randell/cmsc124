      *   routine jrlbarc uses                                       *
      *                                                              *
      *  -marks each requirement COMPLETED (a passing 3.00-or-       *
      *   better grade anywhere in the record, or a transfer or      *
      *   equivalency credit on file in credits.txt), IN PROGRESS    *
      *   (an INC on file), or MISSING, and prints the checklist to  *
      *   gradeval.txt with units earned against the program's       *
      *   required units - the by-hand paper-checklist walk this     *
      *   replaces was the slowest job of graduation season          *
      *                                                              *
      *  -the candidates list runs the same walk for every year-4    *
      *   student of one degree program (or all of them) and prints  *
      *   gradcand.txt for the academic council: cleared or not with *
      *   the requirements still short, and for the cleared the      *
      *   cumulative GWA (repeat rule applied, as in jrlbtrn) and    *
      *   the Latin honor it earns                                   *
      *                                                              *
      * Modification history:                                       *
      *  - 2026-10-15: menu added; option b prints the graduation    *
      *    candidates list with Latin honors to gradcand.txt (JRLB)  *
      *  - 2026-10-15: transfer and equivalency credits on file in   *
      *    credits.txt (jrlbcdt) mark their requirement COMPLETED,   *
      *    shown as grade CR and term CREDIT; they never enter the   *
      *    career rows, so the GWA and honors are untouched (JRLB)   *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    and admission term after the year level; the master       *
      *    record here is widened to match (JRLB)                    *
      ****************************************************************

      ****************************************************************
           SELECT hist-read ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT cand-file ASSIGN TO DISK.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.

      ****************************************************************
       DATA DIVISION.
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD curric LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'curric.txt'.

       01 report-line PIC X(95).

       FD cand-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'gradcand.txt'.

       01 cand-line PIC X(110).

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
       77 choice PIC X VALUE SPACES.
       77 cont PIC X VALUE SPACES.
       77 studnum PIC X(9) VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 datum-status PIC XX VALUE '00'.
       77 index-status PIC XX VALUE '00'.
       77 hist-status PIC XX VALUE '00'.
       77 credits-status PIC XX VALUE '00'.
       77 cr-eof PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 stdname-found PIC X(30) VALUE SPACES.
       77 degprog-found PIC X(20) VALUE SPACES.
           02 ap-mark PIC X(3).
           02 ap-grade REDEFINES ap-mark PIC 9v99.
           02 ap-term PIC X(6).
           02 ap-units PIC 9v9.

      * The student's numeric rows off the same walk, kept for the
      * cumulative GWA the candidates list needs. 400 rows matches
      * jrlbtrn's career table.
       01 career-table.
           02 car-count PIC 999 VALUE 0.
           02 car-entry OCCURS 400 TIMES.
               03 car-crscode PIC X(8).
               03 car-units PIC 9v9.
               03 car-mark PIC X(3).
               03 car-grade REDEFINES car-mark PIC 9v99.
               03 car-term PIC X(6).
               03 car-repeat PIC 9.
       77 car-full PIC 9 VALUE 0.
       77 j PIC 999 VALUE 0.

      * A term split apart and refiled year-first so the repeat scan
      * can ask which attempt came later (the same keying jrlbtrn
      * uses).
       01 term-split.
           02 ts-sem PIC XX.
           02 ts-year PIC X(4).
       01 this-term-key.
           02 tk-year PIC X(4).
           02 tk-sem PIC XX.
       01 other-term-key.
           02 ok-year PIC X(4).
           02 ok-sem PIC XX.

      * Latin honors: the GWA must be at or under the cutoff, and no
      * single grade on the record - a superseded attempt included -
      * may be worse than the floor for that honor. A student who
      * misses a floor is considered for the next honor down.
       77 summa-cutoff PIC 9v99 VALUE 1.20.
       77 summa-floor PIC 9v99 VALUE 2.00.
       77 magna-cutoff PIC 9v99 VALUE 1.45.
       77 magna-floor PIC 9v99 VALUE 2.25.
       77 cum-cutoff PIC 9v99 VALUE 1.75.
       77 cum-floor PIC 9v99 VALUE 2.50.
       77 cur-units PIC 9(4)v9 VALUE ZERO.
       77 cur-grade-pts PIC 9(5)v99 VALUE ZERO.
       77 cur-gwa PIC 9v99 VALUE ZERO.
       77 worst-grade PIC 9v99 VALUE ZERO.
       77 honor-found PIC X(15) VALUE SPACES.
       77 d-worst-ed PIC 9.99.
       77 askprog PIC X(20) VALUE SPACES.
       77 c PIC 999 VALUE 0.
       77 pass-num PIC 999 VALUE 0.
       77 cand-full PIC 9 VALUE 0.
       77 cnt-cand PIC 999 VALUE 0.
       77 cnt-cleared PIC 999 VALUE 0.
       77 cnt-summa PIC 999 VALUE 0.
       77 cnt-magna PIC 999 VALUE 0.
       77 cnt-cum PIC 999 VALUE 0.

      * Every year-4 student picked for the candidates list, taken
      * off students.txt first so the master is closed again before
      * each student's walk, then sorted by program and name.
       01 cand-table.
           02 cand-count PIC 999 VALUE 0.
           02 cand-entry OCCURS 500 TIMES.
               03 cd-sort-key.
                   04 cd-degprog PIC X(20).
                   04 cd-stdname PIC X(30).
               03 cd-stdnum PIC X(9).
               03 cd-cleared PIC 9.
               03 cd-short PIC 999.
               03 cd-has-gwa PIC 9.
               03 cd-gwa PIC 9v99.
               03 cd-honor PIC X(15).
               03 cd-note PIC X(40).
       01 cand-swap PIC X(122).

      * The degree program's checklist, one slot per requirement,
      * with the catalog's title and units alongside and the status
       01 note-truncated PIC X(52) VALUE
           'NOTE: CHECKLIST EXCEEDS THE WORK TABLE - INCOMPLETE'.

       01 cand-hdr-1.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(25) VALUE 'GRADUATION CANDIDATES - '.
           02 ch-degprog PIC X(20).
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 ch-page-num PIC ZZ9.

       01 cand-hdr-2.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(32) VALUE 'NAME'.
           02 FILLER PIC X(22) VALUE 'PROGRAM'.
           02 FILLER PIC X(13) VALUE 'STATUS'.
           02 FILLER PIC X(8) VALUE 'SHORT'.
           02 FILLER PIC X(7) VALUE 'GWA'.
           02 FILLER PIC X(15) VALUE 'HONORS'.

       01 cand-det.
           02 cdl-stdnum PIC X(11).
           02 cdl-stdname PIC X(32).
           02 cdl-degprog PIC X(22).
           02 cdl-status PIC X(13).
           02 cdl-short PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 cdl-gwa PIC X(7).
           02 cdl-honor PIC X(15).

       01 cand-note-line.
           02 FILLER PIC X(11) VALUE SPACES.
           02 cnl-note PIC X(40).

       77 d-gwa-ed PIC 9.99.

       01 cand-sum-line.
           02 csl-label PIC X(20).
           02 csl-count PIC ZZ9.

       01 cand-sign-line.
           02 FILLER PIC X(57) VALUE
               'APPROVED BY THE ACADEMIC COUNCIL: ____________________'.
           02 FILLER PIC X(18) VALUE 'DATE: ____________'.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'c'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. evaluate one student'.
           DISPLAY(5, 6) 'b. graduation candidates list'.
           DISPLAY(6, 6) 'c. exit'.
           DISPLAY(8, 6) 'Choose a letter: '.
           ACCEPT (8, 24) choice.

           IF choice = 'a'
             PERFORM EVALUATE-ONE.
           IF choice = 'b'
             PERFORM CANDIDATES-LIST.

           EXIT.

       EVALUATE-ONE.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Evaluate graduation for stdnum: '.
           ACCEPT (4, 39) studnum.

           MOVE 0 TO table-full.
           MOVE 0 TO read-stale.
           MOVE 0 TO page-num.
           MOVE 0 TO car-count.
           PERFORM LOOKUP-STUDENT.

           IF found-student = 0
               PERFORM LOAD-ARCH-TABLE
               MOVE 1 TO t
               PERFORM APPLY-ONE-ARCHIVE UNTIL t > arch-count
               PERFORM APPLY-CREDITS
               PERFORM WRITE-EVAL-REPORT
               DISPLAY(6, 6) 'Evaluation written to gradeval.txt.'
               IF read-stale = 1
             DISPLAY(11, 6) 'WARNING: table full - incomplete.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * Looks up studnum against students.txt for the name and the
      * degree program the checklist comes from.
             MOVE crscode TO ap-crscode
             MOVE grade-mark TO ap-mark
             MOVE term TO ap-term
             MOVE units TO ap-units
             PERFORM APPLY-ONE-GRADE
             READ grades NEXT RECORD AT END MOVE 1 TO eof
           ELSE
           MOVE 1 TO k.
           PERFORM APPLY-TO-SLOT UNTIL k > req-count.

           IF ap-mark NUMERIC
             IF car-count < 400
               ADD 1 TO car-count
               MOVE ap-crscode TO car-crscode(car-count)
               MOVE ap-units TO car-units(car-count)
               MOVE ap-mark TO car-mark(car-count)
               MOVE ap-term TO car-term(car-count)
               MOVE 0 TO car-repeat(car-count)
             ELSE
               MOVE 1 TO car-full
             END-IF
           END-IF.

           EXIT.

       APPLY-TO-SLOT.
             MOVE h-crscode TO ap-crscode
             MOVE h-grade-mark TO ap-mark
             MOVE h-term TO ap-term
             MOVE h-units TO ap-units
             PERFORM APPLY-ONE-GRADE
           END-IF.


           EXIT.

      * Transfer and equivalency credits jrlbcdt filed for the
      * student complete their requirement unless a pass taken here
      * already did. A credit is not a grade: it goes to the
      * checklist only, never to the career rows the GWA is figured
      * from.
       APPLY-CREDITS.
           OPEN INPUT credits.
           IF credits-status = '35'
             CLOSE credits
           ELSE
             READ credits AT END MOVE 1 TO cr-eof
             END-READ
             PERFORM APPLY-CREDIT-ROW UNTIL cr-eof = 1
             CLOSE credits
           END-IF.
           MOVE 0 TO cr-eof.

           EXIT.

       APPLY-CREDIT-ROW.
           IF cr-stdnum = studnum
             MOVE 1 TO k
             PERFORM CREDIT-TO-SLOT UNTIL k > req-count
           END-IF.

           READ credits AT END MOVE 1 TO cr-eof.

           EXIT.

       CREDIT-TO-SLOT.
           IF rq-crscode(k) = cr-crscode AND rq-status(k) NOT = 1
             MOVE 1 TO rq-status(k)
             MOVE 'CR' TO rq-grade(k)
             MOVE 'CREDIT' TO rq-term(k)
           END-IF.

           ADD 1 TO k.

           EXIT.

      * The checklist in plan order as it sits in curric.txt, one
      * line per requirement, then the counts and the units-earned
      * line the graduation committee signs against.
           MOVE 0 TO lines-on-page.

           EXIT.

      * Every year-4 student of the program keyed (blank for all
      * programs) gets the one-student walk above, without the
      * checklist print; the list that results goes to gradcand.txt
      * sorted by program and name for the academic council.
       CANDIDATES-LIST.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Degree program (blank = all): '.
           ACCEPT (4, 37) askprog.

           MOVE 0 TO table-full.
           MOVE 0 TO read-stale.
           MOVE 0 TO car-full.
           MOVE 0 TO cand-full.
           MOVE 0 TO cnt-cleared.
           MOVE 0 TO cnt-summa.
           MOVE 0 TO cnt-magna.
           MOVE 0 TO cnt-cum.
           PERFORM LOAD-CANDIDATES.

           IF cand-count = 0
             DISPLAY(6, 6) 'No year-4 students on the master for'
             DISPLAY(7, 6) 'that program.'
           ELSE
             PERFORM LOAD-ARCH-TABLE
             MOVE 1 TO c
             PERFORM EVALUATE-CANDIDATE UNTIL c > cand-count
             PERFORM SORT-CANDIDATES
             PERFORM WRITE-CAND-REPORT
             MOVE cand-count TO s1-count
             DISPLAY(6, 6) 'Candidates evaluated: ' s1-count
             MOVE cnt-cleared TO s1-count
             DISPLAY(7, 6) 'Cleared to graduate:  ' s1-count
             DISPLAY(8, 6) 'List written to gradcand.txt.'
             IF read-stale = 1
               DISPLAY(10, 6)
                   'WARNING: histread.txt left by a dead run -'
               DISPLAY(11, 6)
                   'archived terms were skipped this pass.'
             END-IF
           END-IF.

           IF table-full = 1 OR cand-full = 1 OR car-full = 1
             DISPLAY(13, 6) 'WARNING: table full - incomplete.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       LOAD-CANDIDATES.
           MOVE 0 TO cand-count.
           OPEN INPUT stdmaster.
           IF stdmaster-status = '35'
             CLOSE stdmaster
           ELSE
             READ stdmaster AT END MOVE 1 TO m-eof
             END-READ
             PERFORM COLLECT-ONE-CAND UNTIL m-eof = 1
             CLOSE stdmaster
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       COLLECT-ONE-CAND.
           IF m-yrlevel = 4 AND
               (askprog = SPACES OR m-degprog = askprog)
             IF cand-count < 500
               ADD 1 TO cand-count
               MOVE m-degprog TO cd-degprog(cand-count)
               MOVE m-stdname TO cd-stdname(cand-count)
               MOVE m-stdnum TO cd-stdnum(cand-count)
               MOVE 0 TO cd-cleared(cand-count)
               MOVE 0 TO cd-short(cand-count)
               MOVE 0 TO cd-has-gwa(cand-count)
               MOVE 0 TO cd-gwa(cand-count)
               MOVE SPACES TO cd-honor(cand-count)
               MOVE SPACES TO cd-note(cand-count)
             ELSE
               MOVE 1 TO cand-full
             END-IF
           END-IF.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

      * One candidate: checklist loaded and walked exactly as for a
      * single evaluation. Anything not COMPLETED - missing or still
      * INC - keeps the student off the cleared list.
       EVALUATE-CANDIDATE.
           MOVE cd-stdnum(c) TO studnum.
           MOVE cd-degprog(c) TO degprog-found.
           MOVE 0 TO car-count.
           PERFORM LOAD-REQ-TABLE.

           IF req-count = 0
             MOVE 'NO CURRICULUM ON FILE FOR THE PROGRAM' TO
                 cd-note(c)
           ELSE
             PERFORM APPLY-LIVE-ROWS
             MOVE 1 TO t
             PERFORM APPLY-ONE-ARCHIVE UNTIL t > arch-count
             PERFORM APPLY-CREDITS
             MOVE 0 TO cnt-done
             MOVE 0 TO cnt-inprog
             MOVE 0 TO cnt-missing
             MOVE 1 TO r
             PERFORM COUNT-ONE-REQ UNTIL r > req-count
             COMPUTE cd-short(c) = cnt-missing + cnt-inprog
             IF cd-short(c) = 0
               MOVE 1 TO cd-cleared(c)
               ADD 1 TO cnt-cleared
               PERFORM FIGURE-HONORS
             ELSE
             IF cnt-inprog > 0
               MOVE 'SHORT COUNT INCLUDES INC STILL OPEN' TO
                   cd-note(c)
             END-IF
             END-IF
           END-IF.

           ADD 1 TO c.

           EXIT.

       COUNT-ONE-REQ.
           IF rq-status(r) = 1
             ADD 1 TO cnt-done
           ELSE
           IF rq-status(r) = 2
             ADD 1 TO cnt-inprog
           ELSE
             ADD 1 TO cnt-missing
           END-IF
           END-IF.
           ADD 1 TO r.

           EXIT.

      * Cumulative GWA over the career rows with the repeat rule
      * applied, then the highest honor whose cutoff and grade floor
      * the student both meets.
       FIGURE-HONORS.
           MOVE 1 TO r.
           PERFORM FLAG-ONE-CAREER-ROW UNTIL r > car-count.

           MOVE ZERO TO cur-units.
           MOVE ZERO TO cur-grade-pts.
           MOVE ZERO TO worst-grade.
           MOVE 1 TO r.
           PERFORM SUM-ONE-CAREER-ROW UNTIL r > car-count.

           MOVE SPACES TO honor-found.
           IF cur-units > 0
             COMPUTE cur-gwa = cur-grade-pts / cur-units
             MOVE 1 TO cd-has-gwa(c)
             MOVE cur-gwa TO cd-gwa(c)
             IF cur-gwa NOT > summa-cutoff AND
                 worst-grade NOT > summa-floor
               MOVE 'SUMMA CUM LAUDE' TO honor-found
               ADD 1 TO cnt-summa
             ELSE
             IF cur-gwa NOT > magna-cutoff AND
                 worst-grade NOT > magna-floor
               MOVE 'MAGNA CUM LAUDE' TO honor-found
               ADD 1 TO cnt-magna
             ELSE
             IF cur-gwa NOT > cum-cutoff AND
                 worst-grade NOT > cum-floor
               MOVE 'CUM LAUDE' TO honor-found
               ADD 1 TO cnt-cum
             ELSE
             IF cur-gwa NOT > cum-cutoff
               MOVE worst-grade TO d-worst-ed
               STRING 'HONORS BARRED BY A ' d-worst-ed
                   ' ON RECORD' DELIMITED BY SIZE INTO cd-note(c)
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
           MOVE honor-found TO cd-honor(c).

           EXIT.

      * The university's repeat rule, the same scan jrlbtrn runs on
      * its career table: a row with a passing attempt of the same
      * course in a strictly later term is superseded.
       FLAG-ONE-CAREER-ROW.
           MOVE car-term(r) TO term-split.
           MOVE ts-year TO tk-year.
           MOVE ts-sem TO tk-sem.
           MOVE 1 TO j.
           PERFORM CHECK-CAREER-LATER UNTIL j > car-count.

           ADD 1 TO r.

           EXIT.

       CHECK-CAREER-LATER.
           IF j NOT = r AND car-crscode(j) = car-crscode(r)
             IF car-grade(j) NOT > passing-grade
               MOVE car-term(j) TO term-split
               MOVE ts-year TO ok-year
               MOVE ts-sem TO ok-sem
               IF other-term-key > this-term-key
                 MOVE 1 TO car-repeat(r)
               END-IF
             END-IF
           END-IF.

           ADD 1 TO j.

           EXIT.

      * Superseded attempts stay out of the GWA but still count for
      * the worst grade on record.
       SUM-ONE-CAREER-ROW.
           IF car-repeat(r) = 0
             ADD car-units(r) TO cur-units
             COMPUTE cur-grade-pts = cur-grade-pts +
                 (car-units(r) * car-grade(r))
           END-IF.
           IF car-grade(r) > worst-grade
             MOVE car-grade(r) TO worst-grade.

           ADD 1 TO r.

           EXIT.

      * Straight selection sort on program and name.
       SORT-CANDIDATES.
           MOVE 1 TO pass-num.
           PERFORM SORT-CAND-PASS UNTIL pass-num NOT < cand-count.

           EXIT.

       SORT-CAND-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-CAND-COMPARE UNTIL k > cand-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-CAND-COMPARE.
           IF cd-sort-key(k) < cd-sort-key(pass-num)
             MOVE cand-entry(pass-num) TO cand-swap
             MOVE cand-entry(k) TO cand-entry(pass-num)
             MOVE cand-swap TO cand-entry(k).
           ADD 1 TO k.

           EXIT.

       WRITE-CAND-REPORT.
           OPEN OUTPUT cand-file.
           MOVE 0 TO page-num.
           IF askprog = SPACES
             MOVE 'ALL PROGRAMS' TO ch-degprog
           ELSE
             MOVE askprog TO ch-degprog.
           PERFORM PRINT-CAND-HEADER.

           MOVE 1 TO c.
           PERFORM PRINT-CAND-LINE UNTIL c > cand-count.

           IF lines-on-page > 40
             PERFORM PRINT-CAND-HEADER.
           MOVE SPACES TO cand-line.
           WRITE cand-line.
           MOVE 'CANDIDATES:' TO csl-label.
           MOVE cand-count TO csl-count.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           MOVE 'CLEARED:' TO csl-label.
           MOVE cnt-cleared TO csl-count.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           MOVE 'NOT CLEARED:' TO csl-label.
           COMPUTE csl-count = cand-count - cnt-cleared.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           MOVE 'SUMMA CUM LAUDE:' TO csl-label.
           MOVE cnt-summa TO csl-count.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           MOVE 'MAGNA CUM LAUDE:' TO csl-label.
           MOVE cnt-magna TO csl-count.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           MOVE 'CUM LAUDE:' TO csl-label.
           MOVE cnt-cum TO csl-count.
           MOVE cand-sum-line TO cand-line.
           WRITE cand-line.
           IF table-full = 1 OR cand-full = 1 OR car-full = 1
             MOVE SPACES TO cand-line
             MOVE note-truncated TO cand-line
             WRITE cand-line.
           MOVE SPACES TO cand-line.
           WRITE cand-line.
           WRITE cand-line.
           MOVE cand-sign-line TO cand-line.
           WRITE cand-line.

           CLOSE cand-file.

           EXIT.

       PRINT-CAND-LINE.
           IF lines-on-page > 50
             PERFORM PRINT-CAND-HEADER.

           MOVE cd-stdnum(c) TO cdl-stdnum.
           MOVE cd-stdname(c) TO cdl-stdname.
           MOVE cd-degprog(c) TO cdl-degprog.
           MOVE cd-short(c) TO cdl-short.
           MOVE SPACES TO cdl-gwa.
           IF cd-cleared(c) = 1
             MOVE 'CLEARED' TO cdl-status
             IF cd-has-gwa(c) = 1
               MOVE cd-gwa(c) TO d-gwa-ed
               MOVE d-gwa-ed TO cdl-gwa
             END-IF
           ELSE
             MOVE 'NOT CLEARED' TO cdl-status
           END-IF.
           MOVE cd-honor(c) TO cdl-honor.
           MOVE cand-det TO cand-line.
           WRITE cand-line.
           ADD 1 TO lines-on-page.

           IF cd-note(c) NOT = SPACES
             MOVE cd-note(c) TO cnl-note
             MOVE cand-note-line TO cand-line
             WRITE cand-line
             ADD 1 TO lines-on-page.

           ADD 1 TO c.

           EXIT.

       PRINT-CAND-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO ch-page-num.
           MOVE SPACES TO cand-line.
           WRITE cand-line.
           MOVE cand-hdr-1 TO cand-line.
           WRITE cand-line.
           MOVE SPACES TO cand-line.
           WRITE cand-line.
           MOVE cand-hdr-2 TO cand-line.
           WRITE cand-line.
           MOVE SPACES TO cand-line.
           WRITE cand-line.
           MOVE 0 TO lines-on-page.

           EXIT.
