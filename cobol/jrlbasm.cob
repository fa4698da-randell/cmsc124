      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Fee Assessment".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -assesses tuition and fees off enroll.txt for one student   *
      *   in a term, or for every student enrolled in the term in    *
      *   one batch run, and writes the assessment forms to          *
      *   assess.txt, one form per student                           *
      *                                                              *
      *  -the units of each course come from data.txt; tuition is    *
      *   the student's total units times the per-unit rate on       *
      *   feesched.txt for the term and the student's degree         *
      *   program (jrlbfee maintains the schedule). Each course      *
      *   with a lab fee on the schedule adds that fee, and every    *
      *   miscellaneous fee on the schedule is charged once to each  *
      *   student                                                    *
      *                                                              *
      *  -a student whose program has no tuition rate for the term   *
      *   is still assessed the lab and miscellaneous fees, with a   *
      *   note on the form, and is counted on the summary so the     *
      *   missing rate can be added and the term re-run              *
      *                                                              *
      *  -the batch run ends with a term summary for the accounting  *
      *   office: students, units, tuition, lab fees, miscellaneous  *
      *   fees, and total billed, broken down by degree program      *
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
           SELECT feesched ASSIGN TO DISK
               FILE STATUS IS feesched-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT report-file ASSIGN TO DISK.

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

       FD feesched LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'feesched.txt'.

       01 fee-info.
           02 fs-type PIC X.
               88 fs-tuition VALUE 'T'.
               88 fs-lab VALUE 'L'.
               88 fs-misc VALUE 'M'.
           02 fs-key PIC X(26).
           02 fs-tuition-key REDEFINES fs-key.
               03 fs-term PIC X(6).
               03 fs-degprog PIC X(20).
           02 fs-lab-key REDEFINES fs-key.
               03 fs-crscode PIC X(8).
               03 FILLER PIC X(18).
           02 fs-misc-key REDEFINES fs-key.
               03 fs-feedesc PIC X(26).
           02 fs-amount PIC 9(5)v99.

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

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
               VALUE OF FILE-ID is 'assess.txt'.

       01 report-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 enroll-status PIC XX VALUE '00'.
       77 feesched-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 found-course PIC 9 VALUE 0.
       77 found-rate PIC 9 VALUE 0.
       77 found-prog PIC 9 VALUE 0.
       77 stdname-found PIC X(30) VALUE SPACES.
       77 degprog-found PIC X(20) VALUE SPACES.
       77 yrlevel-found PIC 9 VALUE 0.
       77 title-found PIC X(50) VALUE SPACES.
       77 units-found PIC 9v9 VALUE 0.
       77 rate-found PIC 9(5)v99 VALUE 0.
       77 lab-found PIC 9(5)v99 VALUE 0.
       77 e-stdnum PIC X(9) VALUE SPACES.
       77 e-crscode PIC X(8) VALUE SPACES.
       77 askterm PIC X(6) VALUE SPACES.
       77 askstd PIC X(9) VALUE SPACES.
       77 batch-run PIC 9 VALUE 0.
       77 stu-done PIC 9 VALUE 0.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 r PIC 9(4) VALUE 0.
       77 i PIC 9(4) VALUE 0.
       77 k PIC 9(4) VALUE 0.
       77 pass-num PIC 9(4) VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 fee-full PIC 9 VALUE 0.
       77 fee-missing PIC 9 VALUE 0.
       77 no-rate-count PIC 9(4) VALUE 0.
       77 no-course-count PIC 9(4) VALUE 0.
       77 d-count PIC ZZZ9.
       77 d-amount PIC ZZZZZZZ9.99.

      * What one student is being billed, built up course by course
      * and then added into the program and term totals.
       01 student-totals.
           02 st-units PIC 99v9 VALUE 0.
           02 st-tuition PIC 9(7)v99 VALUE 0.
           02 st-lab PIC 9(7)v99 VALUE 0.
           02 st-misc PIC 9(7)v99 VALUE 0.
           02 st-total PIC 9(7)v99 VALUE 0.

       01 term-totals.
           02 tt-students PIC 9(4) VALUE 0.
           02 tt-units PIC 9(5)v9 VALUE 0.
           02 tt-tuition PIC 9(8)v99 VALUE 0.
           02 tt-lab PIC 9(8)v99 VALUE 0.
           02 tt-misc PIC 9(8)v99 VALUE 0.
           02 tt-total PIC 9(8)v99 VALUE 0.

      * The fee schedule is read once per run into these tables.
      * Only the tuition rates of the term being assessed are kept.
       01 tuition-table.
           02 tuit-count PIC 999 VALUE 0.
           02 tuit-entry OCCURS 100 TIMES.
               03 tu-degprog PIC X(20).
               03 tu-rate PIC 9(5)v99.

       01 lab-table.
           02 lab-count PIC 999 VALUE 0.
           02 lab-entry OCCURS 500 TIMES.
               03 lb-crscode PIC X(8).
               03 lb-amount PIC 9(5)v99.

       01 misc-table.
           02 misc-count PIC 99 VALUE 0.
           02 misc-entry OCCURS 30 TIMES.
               03 mi-feedesc PIC X(26).
               03 mi-amount PIC 9(5)v99.

      * The term's enrollment rows, sorted by stdnum and course so
      * each student's courses come together for one form. 2000 is
      * well past one term's registration volume.
       01 enroll-table.
           02 enr-count PIC 9(4) VALUE 0.
           02 enr-entry OCCURS 2000 TIMES.
               03 et-sort-key.
                   04 et-stdnum PIC X(9).
                   04 et-crscode PIC X(8).
               03 et-section PIC X(3).
       01 swap-entry.
           02 sw-sort-key PIC X(17).
           02 sw-section PIC X(3).

      * Term totals by degree program for the summary page.
       01 program-table.
           02 prog-count PIC 99 VALUE 0.
           02 prog-entry OCCURS 50 TIMES.
               03 pg-degprog PIC X(20).
               03 pg-students PIC 9(4).
               03 pg-units PIC 9(5)v9.
               03 pg-tuition PIC 9(8)v99.
               03 pg-lab PIC 9(8)v99.
               03 pg-misc PIC 9(8)v99.
               03 pg-total PIC 9(8)v99.

       01 hdr-line-1.
           02 FILLER PIC X(16) VALUE SPACES.
           02 hdr-title PIC X(34) VALUE
               'TUITION AND FEE ASSESSMENT - TERM '.
           02 hdr-term PIC X(6).
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 stu-line-1.
           02 FILLER PIC X(13) VALUE 'STUDENT NO.  '.
           02 sl-stdnum PIC X(11).
           02 sl-stdname PIC X(30).

       01 stu-line-2.
           02 FILLER PIC X(13) VALUE 'PROGRAM      '.
           02 sl-degprog PIC X(22).
           02 FILLER PIC X(5) VALUE 'YEAR '.
           02 sl-yrlevel PIC 9.

       01 col-hdr-line.
           02 FILLER PIC X(15) VALUE 'COURSE    SEC'.
           02 FILLER PIC X(32) VALUE 'TITLE'.
           02 FILLER PIC X(21) VALUE 'UNITS        LAB FEE'.

       01 det-line.
           02 det-crscode PIC X(10).
           02 det-section PIC X(5).
           02 det-title PIC X(32).
           02 det-units PIC Z9.9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 det-lab PIC ZZZZZZZ9.99.

       01 tuition-line.
           02 FILLER PIC X(8) VALUE 'TUITION '.
           02 tl-units PIC Z9.9.
           02 FILLER PIC X(10) VALUE ' UNITS AT '.
           02 tl-rate PIC ZZZZ9.99.
           02 FILLER PIC X(26) VALUE ' PER UNIT'.
           02 tl-amount PIC ZZZZZZZ9.99.

       01 amount-line.
           02 al-label PIC X(56).
           02 al-amount PIC ZZZZZZZ9.99.

       01 rule-line.
           02 FILLER PIC X(56) VALUE SPACES.
           02 FILLER PIC X(11) VALUE '-----------'.

       01 sum-hdr-line.
           02 FILLER PIC X(21) VALUE 'DEGREE PROGRAM'.
           02 FILLER PIC X(6) VALUE ' STUD'.
           02 FILLER PIC X(8) VALUE '  UNITS'.
           02 FILLER PIC X(12) VALUE '     TUITION'.
           02 FILLER PIC X(11) VALUE '   LAB FEES'.
           02 FILLER PIC X(11) VALUE '  MISC FEES'.
           02 FILLER PIC X(11) VALUE '      TOTAL'.

       01 sum-line.
           02 sm-degprog PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 sm-students PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 sm-units PIC ZZZZ9.9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 sm-tuition PIC ZZZZZZZ9.99.
           02 sm-lab PIC ZZZZZZZ9.99.
           02 sm-misc PIC ZZZZZZZ9.99.
           02 sm-total PIC ZZZZZZZ9.99.

       01 count-line.
           02 cl-label PIC X(50).
           02 cl-count PIC ZZZ9.

       01 note-no-rate PIC X(56) VALUE
           'NOTE: NO TUITION RATE ON FEESCHED.TXT FOR THIS PROGRAM'.
       01 note-no-master PIC X(56) VALUE
           'NOTE: STUDENT NOT ON STUDENTS.TXT - NO PROGRAM TO BILL'.
       01 note-truncated PIC X(56) VALUE
           'NOTE: MORE ENROLLMENT ROWS THAN THE WORK TABLE CAN HOLD'.
       01 note-fee-full PIC X(56) VALUE
           'NOTE: FEE SCHEDULE LARGER THAN THE WORK TABLES - CHECK'.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'c'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. assess one student for a term'.
           DISPLAY(5, 6) 'b. assess a whole term'.
           DISPLAY(6, 6) 'c. exit'.
           DISPLAY(8, 6) 'Choose a letter: '.
           ACCEPT (8, 24) choice.

           IF choice = 'a'
             MOVE 0 TO batch-run
             PERFORM RUN-ASSESSMENT.
           IF choice = 'b'
             MOVE 1 TO batch-run
             PERFORM RUN-ASSESSMENT.

           EXIT.

      * Both menu choices come through here; batch-run says whether
      * one student or the whole term is billed, and whether the
      * term summary is printed after the forms.
       RUN-ASSESSMENT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Term to assess (eg 1S2026): '.
           ACCEPT (4, 38) askterm.
           INSPECT askterm CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO askstd.
           IF batch-run = 0
             DISPLAY(5, 6) 'Stdnum: '
             ACCEPT (5, 38) askstd.

           MOVE 0 TO found.
           IF askterm = SPACES
             MOVE 1 TO found
             DISPLAY(8, 6) 'Term cannot be blank.'
           ELSE
           IF batch-run = 0 AND askstd = SPACES
             MOVE 1 TO found
             DISPLAY(8, 6) 'Stdnum cannot be blank.'
           ELSE
             PERFORM LOAD-FEE-SCHEDULE
             IF fee-missing = 1
               MOVE 1 TO found
               DISPLAY(8, 6) 'feesched.txt has no fees - set up the'
               DISPLAY(9, 6) 'schedule with jrlbfee first.'
             ELSE
               PERFORM LOAD-ENROLL-TABLE
               IF enr-count = 0
                 MOVE 1 TO found
                 DISPLAY(8, 6) 'No enrollment on file for that term.'
               END-IF
             END-IF
           END-IF
           END-IF.

           IF found = 0
             PERFORM SORT-ENROLL-TABLE
             PERFORM WRITE-ASSESSMENT
             DISPLAY(8, 6) 'Assessment written to assess.txt.'
             MOVE tt-students TO d-count
             MOVE tt-total TO d-amount
             DISPLAY(9, 6) 'Students assessed: ' d-count
             DISPLAY(10, 6) 'Total billed:   ' d-amount
             IF table-full = 1
               DISPLAY(11, 6)
                   'WARNING: table full - assessment incomplete.'
             END-IF
             IF no-rate-count > 0
               MOVE no-rate-count TO d-count
               DISPLAY(12, 6) 'Billed without a tuition rate: '
                   d-count
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       LOAD-FEE-SCHEDULE.
           MOVE 0 TO tuit-count.
           MOVE 0 TO lab-count.
           MOVE 0 TO misc-count.
           MOVE 0 TO fee-full.
           MOVE 0 TO fee-missing.
           OPEN INPUT feesched.
           IF feesched-status = '35'
             MOVE 1 TO fee-missing
             CLOSE feesched
           ELSE
             READ feesched AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-FEE-ROW UNTIL eof = 1
             CLOSE feesched
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       LOAD-FEE-ROW.
           IF fs-tuition AND fs-term = askterm
             IF tuit-count < 100
               ADD 1 TO tuit-count
               MOVE fs-degprog TO tu-degprog(tuit-count)
               MOVE fs-amount TO tu-rate(tuit-count)
             ELSE
               MOVE 1 TO fee-full
             END-IF
           END-IF.
           IF fs-lab
             IF lab-count < 500
               ADD 1 TO lab-count
               MOVE fs-crscode TO lb-crscode(lab-count)
               MOVE fs-amount TO lb-amount(lab-count)
             ELSE
               MOVE 1 TO fee-full
             END-IF
           END-IF.
           IF fs-misc
             IF misc-count < 30
               ADD 1 TO misc-count
               MOVE fs-feedesc TO mi-feedesc(misc-count)
               MOVE fs-amount TO mi-amount(misc-count)
             ELSE
               MOVE 1 TO fee-full
             END-IF
           END-IF.

           READ feesched AT END MOVE 1 TO eof.

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
             IF batch-run = 1 OR en-stdnum = askstd
               IF enr-count < 2000
                 ADD 1 TO enr-count
                 MOVE en-stdnum TO et-stdnum(enr-count)
                 MOVE en-crscode TO et-crscode(enr-count)
                 MOVE en-section TO et-section(enr-count)
               ELSE
                 MOVE 1 TO table-full
               END-IF
             END-IF
           END-IF.

           READ enroll-file AT END MOVE 1 TO eof.

           EXIT.

      * Straight selection sort on stdnum and course, the same shape
      * jrlbenr uses for its missing-grades table.
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

       WRITE-ASSESSMENT.
           MOVE 0 TO tt-students.
           MOVE 0 TO tt-units.
           MOVE 0 TO tt-tuition.
           MOVE 0 TO tt-lab.
           MOVE 0 TO tt-misc.
           MOVE 0 TO tt-total.
           MOVE 0 TO prog-count.
           MOVE 0 TO no-rate-count.
           MOVE 0 TO no-course-count.
           MOVE 0 TO page-num.
           OPEN OUTPUT report-file.
           MOVE askterm TO hdr-term.

           MOVE 1 TO r.
           PERFORM ASSESS-STUDENT UNTIL r > enr-count.

           IF batch-run = 1
             PERFORM PRINT-TERM-SUMMARY.

           CLOSE report-file.

           EXIT.

      * One assessment form: the student's rows run from r until the
      * stdnum changes, and r is left on the next student's first
      * row.
       ASSESS-STUDENT.
           MOVE et-stdnum(r) TO e-stdnum.
           PERFORM LOOKUP-STUDENT.
           MOVE 0 TO st-units.
           MOVE 0 TO st-tuition.
           MOVE 0 TO st-lab.
           MOVE 0 TO st-misc.
           MOVE 0 TO st-total.

           PERFORM PRINT-PAGE-HEADER.
           MOVE e-stdnum TO sl-stdnum.
           MOVE degprog-found TO sl-degprog.
           MOVE yrlevel-found TO sl-yrlevel.
           IF found-student = 1
             MOVE stdname-found TO sl-stdname
           ELSE
             MOVE '(not on student master)' TO sl-stdname.
           MOVE stu-line-1 TO report-line.
           WRITE report-line.
           MOVE stu-line-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE col-hdr-line TO report-line.
           WRITE report-line.
           ADD 4 TO lines-on-page.

           MOVE 0 TO stu-done.
           PERFORM PRINT-COURSE-LINE UNTIL stu-done = 1.

           PERFORM FIND-TUITION-RATE.
           COMPUTE st-tuition ROUNDED = st-units * rate-found.
           MOVE 1 TO i.
           PERFORM ADD-MISC-FEE UNTIL i > misc-count.
           COMPUTE st-total = st-tuition + st-lab + st-misc.

           PERFORM PRINT-STUDENT-AMOUNTS.
           PERFORM ADD-TO-PROGRAM-TOTALS.

           ADD 1 TO tt-students.
           ADD st-units TO tt-units.
           ADD st-tuition TO tt-tuition.
           ADD st-lab TO tt-lab.
           ADD st-misc TO tt-misc.
           ADD st-total TO tt-total.

           EXIT.

       PRINT-COURSE-LINE.
           MOVE et-crscode(r) TO e-crscode.
           PERFORM LOOKUP-COURSE.
           PERFORM FIND-LAB-FEE.
           IF found-course = 0
             ADD 1 TO no-course-count
             MOVE '(not in catalog - no units billed)' TO title-found.

           ADD units-found TO st-units.
           ADD lab-found TO st-lab.

           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER
             MOVE stu-line-1 TO report-line
             WRITE report-line
             MOVE col-hdr-line TO report-line
             WRITE report-line
             ADD 2 TO lines-on-page.

           MOVE e-crscode TO det-crscode.
           MOVE et-section(r) TO det-section.
           MOVE title-found TO det-title.
           MOVE units-found TO det-units.
           MOVE lab-found TO det-lab.
           MOVE det-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.

           ADD 1 TO r.
           IF r > enr-count
             MOVE 1 TO stu-done
           ELSE
             IF et-stdnum(r) NOT = e-stdnum
               MOVE 1 TO stu-done.

           EXIT.

       ADD-MISC-FEE.
           ADD mi-amount(i) TO st-misc.
           ADD 1 TO i.

           EXIT.

       PRINT-STUDENT-AMOUNTS.
           IF lines-on-page > 40
             PERFORM PRINT-PAGE-HEADER
             MOVE stu-line-1 TO report-line
             WRITE report-line
             ADD 1 TO lines-on-page.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE st-units TO tl-units.
           MOVE rate-found TO tl-rate.
           MOVE st-tuition TO tl-amount.
           MOVE tuition-line TO report-line.
           WRITE report-line.
           MOVE 'LAB FEES' TO al-label.
           MOVE st-lab TO al-amount.
           MOVE amount-line TO report-line.
           WRITE report-line.
           ADD 3 TO lines-on-page.

           MOVE 1 TO i.
           PERFORM PRINT-MISC-LINE UNTIL i > misc-count.

           MOVE rule-line TO report-line.
           WRITE report-line.
           MOVE 'TOTAL ASSESSMENT' TO al-label.
           MOVE st-total TO al-amount.
           MOVE amount-line TO report-line.
           WRITE report-line.
           ADD 2 TO lines-on-page.

           IF found-student = 0
             MOVE SPACES TO report-line
             WRITE report-line
             MOVE note-no-master TO report-line
             WRITE report-line
             ADD 2 TO lines-on-page
           ELSE
             IF found-rate = 0
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE note-no-rate TO report-line
               WRITE report-line
               ADD 2 TO lines-on-page.

           EXIT.

       PRINT-MISC-LINE.
           MOVE mi-feedesc(i) TO al-label.
           MOVE mi-amount(i) TO al-amount.
           MOVE amount-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.
           ADD 1 TO i.

           EXIT.

       FIND-TUITION-RATE.
           MOVE 0 TO found-rate.
           MOVE 0 TO rate-found.
           IF found-student = 1
             MOVE 1 TO i
             PERFORM CHECK-TUITION-ROW UNTIL i > tuit-count.
           IF found-rate = 0
             ADD 1 TO no-rate-count.

           EXIT.

       CHECK-TUITION-ROW.
           IF tu-degprog(i) = degprog-found
             MOVE 1 TO found-rate
             MOVE tu-rate(i) TO rate-found.
           ADD 1 TO i.

           EXIT.

       FIND-LAB-FEE.
           MOVE 0 TO lab-found.
           MOVE 1 TO i.
           PERFORM CHECK-LAB-ROW UNTIL i > lab-count.

           EXIT.

       CHECK-LAB-ROW.
           IF lb-crscode(i) = e-crscode
             MOVE lb-amount(i) TO lab-found.
           ADD 1 TO i.

           EXIT.

      * A student not on the master is totalled under a line of its
      * own so the summary still foots to the forms.
       ADD-TO-PROGRAM-TOTALS.
           IF found-student = 0
             MOVE '(NOT ON MASTER)' TO degprog-found.
           MOVE 0 TO found-prog.
           MOVE 1 TO i.
           PERFORM CHECK-PROGRAM-ROW UNTIL i > prog-count.
           IF found-prog = 0
             IF prog-count < 50
               ADD 1 TO prog-count
               MOVE prog-count TO k
               MOVE degprog-found TO pg-degprog(k)
               MOVE 0 TO pg-students(k)
               MOVE 0 TO pg-units(k)
               MOVE 0 TO pg-tuition(k)
               MOVE 0 TO pg-lab(k)
               MOVE 0 TO pg-misc(k)
               MOVE 0 TO pg-total(k)
               MOVE 1 TO found-prog
             END-IF
           END-IF.

           IF found-prog = 1
             ADD 1 TO pg-students(k)
             ADD st-units TO pg-units(k)
             ADD st-tuition TO pg-tuition(k)
             ADD st-lab TO pg-lab(k)
             ADD st-misc TO pg-misc(k)
             ADD st-total TO pg-total(k).

           EXIT.

       CHECK-PROGRAM-ROW.
           IF pg-degprog(i) = degprog-found
             MOVE 1 TO found-prog
             MOVE i TO k.
           ADD 1 TO i.

           EXIT.

       PRINT-TERM-SUMMARY.
           MOVE '     SUMMARY OF FEES BILLED - TERM ' TO hdr-title.
           PERFORM PRINT-PAGE-HEADER.
           MOVE 'TUITION AND FEE ASSESSMENT - TERM ' TO hdr-title.
           MOVE sum-hdr-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.

           MOVE 1 TO i.
           PERFORM PRINT-PROGRAM-LINE UNTIL i > prog-count.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'ALL PROGRAMS' TO sm-degprog.
           MOVE tt-students TO sm-students.
           MOVE tt-units TO sm-units.
           MOVE tt-tuition TO sm-tuition.
           MOVE tt-lab TO sm-lab.
           MOVE tt-misc TO sm-misc.
           MOVE tt-total TO sm-total.
           MOVE sum-line TO report-line.
           WRITE report-line.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'STUDENTS BILLED WITHOUT A TUITION RATE:' TO cl-label.
           MOVE no-rate-count TO cl-count.
           MOVE count-line TO report-line.
           WRITE report-line.
           MOVE 'ENROLLMENT ROWS FOR COURSES NOT IN CATALOG:'
               TO cl-label.
           MOVE no-course-count TO cl-count.
           MOVE count-line TO report-line.
           WRITE report-line.
           IF table-full = 1
             MOVE note-truncated TO report-line
             WRITE report-line.
           IF fee-full = 1
             MOVE note-fee-full TO report-line
             WRITE report-line.

           EXIT.

       PRINT-PROGRAM-LINE.
           MOVE pg-degprog(i) TO sm-degprog.
           MOVE pg-students(i) TO sm-students.
           MOVE pg-units(i) TO sm-units.
           MOVE pg-tuition(i) TO sm-tuition.
           MOVE pg-lab(i) TO sm-lab.
           MOVE pg-misc(i) TO sm-misc.
           MOVE pg-total(i) TO sm-total.
           MOVE sum-line TO report-line.
           WRITE report-line.
           ADD 1 TO i.

           EXIT.

       LOOKUP-STUDENT.
           MOVE 0 TO found-student.
           MOVE SPACES TO stdname-found.
           MOVE SPACES TO degprog-found.
           MOVE 0 TO yrlevel-found.
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
             MOVE m-stdname TO stdname-found
             MOVE m-degprog TO degprog-found
             MOVE m-yrlevel TO yrlevel-found.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

       LOOKUP-COURSE.
           MOVE 0 TO found-course.
           MOVE SPACES TO title-found.
           MOVE 0 TO units-found.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
           ELSE
             READ datum AT END MOVE 1 TO m-eof
             END-READ
             PERFORM READ-COURSE-DATA UNTIL m-eof = 1
             CLOSE datum
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       READ-COURSE-DATA.
           IF e-crscode = coursecode
             MOVE 1 TO found-course
             MOVE coursetitle TO title-found
             MOVE courseunits TO units-found.
           READ datum AT END MOVE 1 TO m-eof.

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
