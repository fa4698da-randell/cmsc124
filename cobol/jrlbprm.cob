      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Year-Level Promotion".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -the school-year-end run that brings m-yrlevel on           *
      *   students.txt up to date: for every student it walks the    *
      *   whole record - live grades.txt plus every archived term in *
      *   archidx.txt, the same walk jrlbgrd makes - against the     *
      *   curric.txt plan for the student's degree program           *
      *                                                              *
      *  -a student whose COMPLETED requirements (a 3.00-or-better   *
      *   grade, or a transfer or equivalency credit on file in      *
      *   credits.txt, as jrlbgrd counts them) carry at least the    *
      *   units the plan lays out through the current year level     *
      *   advances one level; a student short of that, already at    *
      *   the plan's final year, or in a program with no plan on     *
      *   file is held                                               *
      *                                                              *
      *  -prints the promotion register to promreg.txt, promoted     *
      *   first and held back after, each line with the units        *
      *   earned and needed and the reason, before anything is       *
      *   changed; only then, and only for an operator signed on     *
      *   with registrar authority (level 3) who confirms, is        *
      *   students.txt rewritten through students_new.txt, the       *
      *   scratch-file swap jrlbstd uses                             *
      ****************************************************************

      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT grades ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS std-key
               ALTERNATE RECORD KEY IS crscode WITH DUPLICATES
               FILE STATUS IS grades-status.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT stdmaster-new ASSIGN TO DISK.
           SELECT curric ASSIGN TO DISK
               FILE STATUS IS curric-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT arch-index ASSIGN TO DISK
               FILE STATUS IS index-status.
           SELECT hist-read ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT report-file ASSIGN TO DISK
               FILE STATUS IS report-status.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       FILE SECTION.
       FD grades LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'grades.txt'.

       01 std-info.
           02 std-key.
               03 stdnum PIC X(9).
               03 crscode PIC X(8).
               03 term PIC X(6).
           02 crstitle PIC X(50).
           02 units PIC 9v9.
           02 grade-mark PIC X(3).
           02 grade REDEFINES grade-mark PIC 9v99.
           02 enc-date PIC X(8).

       FD stdmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 master-info.
           02 m-stdnum PIC X(9).
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD stdmaster-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students_new.txt'.

       01 new-master-info.
           02 new-stdnum PIC X(9).
           02 new-stdname PIC X(30).
           02 new-degprog PIC X(20).
           02 new-yrlevel PIC 9.
           02 new-sex PIC X.
           02 new-admit-term PIC X(6).

       FD curric LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'curric.txt'.

       01 curric-info.
           02 cu-degprog PIC X(20).
           02 cu-crscode PIC X(8).
           02 cu-sem PIC XX.
           02 cu-yrlevel PIC 9.

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       FD arch-index LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'archidx.txt'.

       01 index-rec.
           02 ai-term PIC X(6).

       FD hist-read LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'histread.txt'.

       01 hist-rec PIC X(86).
       01 hist-info REDEFINES hist-rec.
           02 h-stdnum PIC X(9).
           02 h-crscode PIC X(8).
           02 h-term PIC X(6).
           02 h-crstitle PIC X(50).
           02 h-units PIC 9v9.
           02 h-grade-mark PIC X(3).
           02 h-grade-num REDEFINES h-grade-mark PIC 9v99.
           02 h-enc-date PIC X(8).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'promreg.txt'.

       01 report-line PIC X(110).

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

       FD opermast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'opermast.txt'.

       01 oper-info.
           02 op-id PIC X(3).
           02 op-name PIC X(30).
           02 op-passwd PIC X(8).
           02 op-level PIC 9.

       WORKING-STORAGE SECTION.
       77 studnum PIC X(9) VALUE SPACES.
       77 answer PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 h-eof PIC 9 VALUE 0.
       77 grades-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 curric-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 index-status PIC XX VALUE '00'.
       77 hist-status PIC XX VALUE '00'.
       77 credits-status PIC XX VALUE '00'.
       77 cr-eof PIC 9 VALUE 0.
       77 report-status PIC XX VALUE '00'.
       77 degprog-found PIC X(20) VALUE SPACES.
       77 loaded-prog PIC X(20) VALUE SPACES.
       77 file-opened PIC 9 VALUE 0.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 k PIC 999 VALUE 0.
       77 t PIC 99 VALUE 0.
       77 s PIC 9999 VALUE 0.
       77 passing-grade PIC 9v99 VALUE 3.00.
       77 table-full PIC 9 VALUE 0.
       77 stu-full PIC 9 VALUE 0.
       77 read-stale PIC 9 VALUE 0.
       77 max-year PIC 9 VALUE 0.
       77 earned-units PIC 999v9 VALUE ZERO.
       77 needed-units PIC 999v9 VALUE ZERO.
       77 short-units PIC 999v9 VALUE ZERO.
       77 d-units-ed PIC ZZ9.9.
       77 cnt-promoted PIC 9999 VALUE 0.
       77 cnt-held PIC 9999 VALUE 0.
       77 cnt-updated PIC 9999 VALUE 0.
       77 d-count PIC ZZZ9.
       77 list-kind PIC 9 VALUE 0.
       77 today PIC X(8) VALUE SPACES.
       77 read-name PIC X(12) VALUE 'histread.txt'.
       77 hist-name PIC X(14) VALUE SPACES.
       01 read-info PIC X(16).

      * One grade row handed to the apply paragraph, whichever file
      * it came off, as in jrlbgrd.
       01 apply-row.
           02 ap-crscode PIC X(8).
           02 ap-mark PIC X(3).
           02 ap-grade REDEFINES ap-mark PIC 9v99.
           02 ap-term PIC X(6).

      * The degree program's plan, one slot per requirement, with
      * the catalog units and whether the student being walked has
      * completed it. Reloaded only when the program changes.
       01 req-table.
           02 req-count PIC 999 VALUE 0.
           02 req-entry OCCURS 100 TIMES.
               03 rq-crscode PIC X(8).
               03 rq-units PIC 9v9.
               03 rq-yrlevel PIC 9.
               03 rq-status PIC 9.

       01 arch-table.
           02 arch-count PIC 99 VALUE 0.
           02 arch-entry OCCURS 40 TIMES.
               03 at-term PIC X(6).

      * The whole master in file order with each student's decision,
      * so the register prints before the master is touched and the
      * rewrite applies exactly what the register shows.
       01 stu-table.
           02 stu-count PIC 9999 VALUE 0.
           02 stu-entry OCCURS 2000 TIMES.
               03 st-stdnum PIC X(9).
               03 st-stdname PIC X(30).
               03 st-degprog PIC X(20).
               03 st-yrlevel PIC 9.
               03 st-new-yrlevel PIC 9.
               03 st-promote PIC 9.
               03 st-earned PIC 999v9.
               03 st-needed PIC 999v9.
               03 st-reason PIC X(30).

       01 hdr-line-1.
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(27) VALUE 'YEAR-LEVEL PROMOTION REGIST'.
           02 FILLER PIC X(3) VALUE 'ER '.
           02 FILLER PIC X(4) VALUE 'RUN '.
           02 hdr-date PIC X(8).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 hdr-line-2.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(32) VALUE 'NAME'.
           02 FILLER PIC X(22) VALUE 'PROGRAM'.
           02 FILLER PIC X(6) VALUE 'FROM'.
           02 FILLER PIC X(4) VALUE 'TO'.
           02 FILLER PIC X(8) VALUE 'EARNED'.
           02 FILLER PIC X(8) VALUE 'NEEDED'.
           02 FILLER PIC X(6) VALUE 'REASON'.

       01 det-line.
           02 det-stdnum PIC X(11).
           02 det-stdname PIC X(32).
           02 det-degprog PIC X(22).
           02 det-from PIC 9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 det-to PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-earned PIC ZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 det-needed PIC ZZ9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 det-reason PIC X(30).

       01 section-line.
           02 FILLER PIC X(4) VALUE '*** '.
           02 sl-title PIC X(40).

       01 sum-line.
           02 sm-label PIC X(20).
           02 sm-count PIC ZZZ9.

       01 upd-line.
           02 FILLER PIC X(25) VALUE 'STUDENTS.TXT UPDATED BY '.
           02 ul-oper PIC X(4).
           02 FILLER PIC X(3) VALUE 'ON '.
           02 ul-date PIC X(10).
           02 ul-count PIC ZZZ9.
           02 FILLER PIC X(19) VALUE ' YEAR LEVELS RAISED'.

       01 note-truncated PIC X(52) VALUE
           'NOTE: MORE STUDENTS THAN THE WORK TABLE CAN HOLD'.

      * Sign-on state against the opermast.txt master jrlbopr
      * maintains; the master update needs registrar authority.
       77 oper-init PIC X(3) VALUE SPACES.
       77 opermast-status PIC XX VALUE '00'.
       77 oper-level PIC 9 VALUE 0.
       77 signed-on PIC 9 VALUE 0.
       77 try-count PIC 9 VALUE 0.
       77 o-eof PIC 9 VALUE 0.
       77 e-operid PIC X(3) VALUE SPACES.
       77 e-passwd-in PIC X(8) VALUE SPACES.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           PERFORM SIGN-ON.
           IF signed-on = 0
             DISPLAY ' '
             DISPLAY 'Sign-on failed.'
             STOP RUN.

           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Working out year-level promotions...'.
           ACCEPT today FROM DATE YYYYMMDD.

           PERFORM LOAD-STUDENTS.
           IF stu-count = 0
             DISPLAY(6, 6) 'students.txt has no records yet.'
           ELSE
             PERFORM LOAD-ARCH-TABLE
             MOVE 1 TO s
             PERFORM DECIDE-ONE-STUDENT UNTIL s > stu-count
             PERFORM WRITE-REGISTER
             MOVE cnt-promoted TO d-count
             DISPLAY(6, 6) 'To be promoted:  ' d-count
             MOVE cnt-held TO d-count
             DISPLAY(7, 6) 'Held back:       ' d-count
             DISPLAY(8, 6) 'Register written to promreg.txt -'
             DISPLAY(9, 6) 'review it before updating the master.'
             IF read-stale = 1
               DISPLAY(11, 6)
                   'WARNING: histread.txt left by a dead run -'
               DISPLAY(12, 6)
                   'archived terms were skipped this pass.'
             END-IF
             IF table-full = 1 OR stu-full = 1
               DISPLAY(13, 6) 'WARNING: table full - incomplete.'
             END-IF
             PERFORM CONFIRM-UPDATE
           END-IF.

           DISPLAY ' '.

           STOP RUN.

      * The master in file order into the work table; one past the
      * table's end is noted and the rest left as they are.
       LOAD-STUDENTS.
           MOVE 0 TO stu-count.
           OPEN INPUT stdmaster.
           IF stdmaster-status = '35'
             CLOSE stdmaster
           ELSE
             READ stdmaster AT END MOVE 1 TO m-eof
             END-READ
             PERFORM COLLECT-ONE-STUDENT UNTIL m-eof = 1
             CLOSE stdmaster
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       COLLECT-ONE-STUDENT.
           IF stu-count < 2000
             ADD 1 TO stu-count
             MOVE m-stdnum TO st-stdnum(stu-count)
             MOVE m-stdname TO st-stdname(stu-count)
             MOVE m-degprog TO st-degprog(stu-count)
             MOVE m-yrlevel TO st-yrlevel(stu-count)
             MOVE m-yrlevel TO st-new-yrlevel(stu-count)
             MOVE 0 TO st-promote(stu-count)
             MOVE ZERO TO st-earned(stu-count)
             MOVE ZERO TO st-needed(stu-count)
             MOVE SPACES TO st-reason(stu-count)
           ELSE
             MOVE 1 TO stu-full.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

      * One student: units of completed plan requirements against
      * the plan's units for years 1 through the current level.
       DECIDE-ONE-STUDENT.
           MOVE st-stdnum(s) TO studnum.
           MOVE st-degprog(s) TO degprog-found.
           IF degprog-found NOT = loaded-prog OR req-count = 0
             PERFORM LOAD-REQ-TABLE
           ELSE
             MOVE 1 TO k
             PERFORM RESET-ONE-REQ UNTIL k > req-count
           END-IF.

           IF req-count = 0
             MOVE 'NO CURRICULUM ON FILE' TO st-reason(s)
             ADD 1 TO cnt-held
           ELSE
             PERFORM APPLY-LIVE-ROWS
             MOVE 1 TO t
             PERFORM APPLY-ONE-ARCHIVE UNTIL t > arch-count
             PERFORM APPLY-CREDITS
             MOVE ZERO TO earned-units
             MOVE ZERO TO needed-units
             MOVE 0 TO max-year
             MOVE 1 TO k
             PERFORM SUM-ONE-REQ UNTIL k > req-count
             MOVE earned-units TO st-earned(s)
             MOVE needed-units TO st-needed(s)
             IF st-yrlevel(s) NOT < max-year
               MOVE 'AT THE FINAL YEAR OF THE PLAN' TO st-reason(s)
               ADD 1 TO cnt-held
             ELSE
             IF earned-units < needed-units
               COMPUTE short-units = needed-units - earned-units
               MOVE short-units TO d-units-ed
               STRING 'SHORT ' d-units-ed ' UNITS OF THE PLAN'
                   DELIMITED BY SIZE INTO st-reason(s)
               ADD 1 TO cnt-held
             ELSE
               MOVE 1 TO st-promote(s)
               COMPUTE st-new-yrlevel(s) = st-yrlevel(s) + 1
               MOVE 'PLAN UNITS MET' TO st-reason(s)
               ADD 1 TO cnt-promoted
             END-IF
             END-IF
           END-IF.

           ADD 1 TO s.

           EXIT.

       RESET-ONE-REQ.
           MOVE 0 TO rq-status(k).
           ADD 1 TO k.

           EXIT.

      * Earned counts every completed requirement whatever year it
      * is planned in; needed is the plan through the student's
      * current year level.
       SUM-ONE-REQ.
           IF rq-status(k) = 1
             ADD rq-units(k) TO earned-units.
           IF rq-yrlevel(k) NOT > st-yrlevel(s)
             ADD rq-units(k) TO needed-units.
           IF rq-yrlevel(k) > max-year
             MOVE rq-yrlevel(k) TO max-year.
           ADD 1 TO k.

           EXIT.

      * Files every curric.txt requirement for the program into the
      * work table, then fills in each one's units from the data.txt
      * catalog, as jrlbgrd does.
       LOAD-REQ-TABLE.
           MOVE degprog-found TO loaded-prog.
           MOVE 0 TO req-count.
           OPEN INPUT curric.
           IF curric-status = '35'
             CLOSE curric
           ELSE
             READ curric AT END MOVE 1 TO eof
             END-READ
             PERFORM COLLECT-ONE-REQ UNTIL eof = 1
             CLOSE curric
           END-IF.
           MOVE 0 TO eof.

           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
           ELSE
             READ datum AT END MOVE 1 TO eof
             END-READ
             PERFORM FILL-REQ-CATALOG UNTIL eof = 1
             CLOSE datum
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       COLLECT-ONE-REQ.
           IF cu-degprog = degprog-found
             IF req-count < 100
               ADD 1 TO req-count
               MOVE cu-crscode TO rq-crscode(req-count)
               MOVE ZERO TO rq-units(req-count)
               MOVE cu-yrlevel TO rq-yrlevel(req-count)
               MOVE 0 TO rq-status(req-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.

           READ curric AT END MOVE 1 TO eof.

           EXIT.

       FILL-REQ-CATALOG.
           MOVE 1 TO k.
           PERFORM FILL-ONE-SLOT UNTIL k > req-count.

           READ datum AT END MOVE 1 TO eof.

           EXIT.

       FILL-ONE-SLOT.
           IF rq-crscode(k) = coursecode
             MOVE courseunits TO rq-units(k).
           ADD 1 TO k.

           EXIT.

      * The student's live grades.txt rows, pulled through the same
      * START/READ NEXT contiguous-key scan jrlbgrd uses.
       APPLY-LIVE-ROWS.
           MOVE studnum TO stdnum.
           MOVE LOW-VALUES TO crscode.
           MOVE LOW-VALUES TO term.
           MOVE 0 TO eof.
           MOVE 1 TO file-opened.
           OPEN INPUT grades.
           IF grades-status = '35'
             MOVE 1 TO eof
             MOVE 0 TO file-opened
           ELSE
             START grades KEY IS NOT LESS THAN std-key
               INVALID KEY MOVE 1 TO eof
             END-START
             IF eof NOT = 1
               READ grades NEXT RECORD AT END MOVE 1 TO eof
             END-IF
           END-IF.
           PERFORM APPLY-LIVE-ROW UNTIL eof = 1.
           IF file-opened = 1
             CLOSE grades.
           MOVE 0 TO eof.

           EXIT.

       APPLY-LIVE-ROW.
           IF stdnum = studnum
             MOVE crscode TO ap-crscode
             MOVE grade-mark TO ap-mark
             MOVE term TO ap-term
             PERFORM APPLY-ONE-GRADE
             READ grades NEXT RECORD AT END MOVE 1 TO eof
           ELSE
             MOVE 1 TO eof.

           EXIT.

      * A passing grade (3.00 or better) completes its requirement;
      * anything else leaves it open.
       APPLY-ONE-GRADE.
           MOVE 1 TO k.
           PERFORM APPLY-TO-SLOT UNTIL k > req-count.

           EXIT.

       APPLY-TO-SLOT.
           IF rq-crscode(k) = ap-crscode
             IF ap-mark NUMERIC AND ap-grade NOT > passing-grade
               MOVE 1 TO rq-status(k)
             END-IF
           END-IF.

           ADD 1 TO k.

           EXIT.

       LOAD-ARCH-TABLE.
           MOVE 0 TO arch-count.
           OPEN INPUT arch-index.
           IF index-status = '35'
             CLOSE arch-index
           ELSE
             READ arch-index AT END MOVE 1 TO eof
             END-READ
             PERFORM COLLECT-ONE-ARCH UNTIL eof = 1
             CLOSE arch-index
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       COLLECT-ONE-ARCH.
           IF arch-count < 40
             ADD 1 TO arch-count
             MOVE ai-term TO at-term(arch-count)
           ELSE
             MOVE 1 TO table-full.
           READ arch-index AT END MOVE 1 TO eof.

           EXIT.

      * One archived term under the scratch name histread.txt and
      * straight back, the rename routine jrlbarc and jrlbgrd use. A
      * histread.txt already on disk means a prior run died between
      * renames - the archives are skipped rather than absorbed.
       APPLY-ONE-ARCHIVE.
           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             MOVE 1 TO read-stale
             MOVE arch-count TO t
           ELSE
             MOVE SPACES TO hist-name
             STRING 'hist' at-term(t) '.txt' DELIMITED BY SIZE
                 INTO hist-name
             CALL 'CBL_RENAME_FILE' USING hist-name read-name
             IF RETURN-CODE = 0
               MOVE 0 TO h-eof
               OPEN INPUT hist-read
               READ hist-read AT END MOVE 1 TO h-eof
               END-READ
               PERFORM APPLY-HIST-ROW UNTIL h-eof = 1
               CLOSE hist-read
               MOVE 0 TO h-eof
               CALL 'CBL_RENAME_FILE' USING read-name hist-name
             END-IF
           END-IF.

           ADD 1 TO t.

           EXIT.

       APPLY-HIST-ROW.
           IF h-stdnum = studnum
             MOVE h-crscode TO ap-crscode
             MOVE h-grade-mark TO ap-mark
             MOVE h-term TO ap-term
             PERFORM APPLY-ONE-GRADE
           END-IF.

           READ hist-read AT END MOVE 1 TO h-eof.

           EXIT.

      * Transfer and equivalency credits jrlbcdt filed for the
      * student complete their requirement, as in jrlbgrd.
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
           IF rq-crscode(k) = cr-crscode
             MOVE 1 TO rq-status(k)
           END-IF.

           ADD 1 TO k.

           EXIT.

      * The register: promoted students first, then the held-back,
      * each in master order, then the counts.
       WRITE-REGISTER.
           OPEN OUTPUT report-file.
           MOVE today TO hdr-date.
           MOVE 0 TO page-num.
           PERFORM PRINT-PAGE-HEADER.

           MOVE 'PROMOTED' TO sl-title.
           MOVE section-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 1 TO list-kind.
           MOVE 1 TO s.
           PERFORM PRINT-REG-LINE UNTIL s > stu-count.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'HELD BACK' TO sl-title.
           MOVE section-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 0 TO list-kind.
           MOVE 1 TO s.
           PERFORM PRINT-REG-LINE UNTIL s > stu-count.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'STUDENTS:' TO sm-label.
           MOVE stu-count TO sm-count.
           MOVE sum-line TO report-line.
           WRITE report-line.
           MOVE 'PROMOTED:' TO sm-label.
           MOVE cnt-promoted TO sm-count.
           MOVE sum-line TO report-line.
           WRITE report-line.
           MOVE 'HELD BACK:' TO sm-label.
           MOVE cnt-held TO sm-count.
           MOVE sum-line TO report-line.
           WRITE report-line.
           IF table-full = 1 OR stu-full = 1
             MOVE note-truncated TO report-line
             WRITE report-line.

           CLOSE report-file.

           EXIT.

       PRINT-REG-LINE.
           IF st-promote(s) = list-kind
             IF lines-on-page > 50
               PERFORM PRINT-PAGE-HEADER
             END-IF
             MOVE st-stdnum(s) TO det-stdnum
             MOVE st-stdname(s) TO det-stdname
             MOVE st-degprog(s) TO det-degprog
             MOVE st-yrlevel(s) TO det-from
             MOVE st-new-yrlevel(s) TO det-to
             MOVE st-earned(s) TO det-earned
             MOVE st-needed(s) TO det-needed
             MOVE st-reason(s) TO det-reason
             MOVE det-line TO report-line
             WRITE report-line
             ADD 1 TO lines-on-page
           END-IF.

           ADD 1 TO s.

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
           MOVE hdr-line-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 0 TO lines-on-page.

           EXIT.

      * Nothing on the master changes until a registrar has seen the
      * register and answers Y.
       CONFIRM-UPDATE.
           IF cnt-promoted = 0
             DISPLAY(15, 6) 'No one to promote - master unchanged.'
           ELSE
           IF oper-level < 3
             DISPLAY(15, 6) 'Updating the master needs registrar'
             DISPLAY(16, 6) 'authority (level 3) - master unchanged.'
           ELSE
             DISPLAY(15, 6) 'Apply the promotions to students.txt'
             DISPLAY(16, 6) '(Y/N)? '
             ACCEPT (16, 14) answer
             IF answer = 'Y' OR answer = 'y'
               PERFORM UPDATE-MASTER
               MOVE cnt-updated TO d-count
               DISPLAY(18, 6) 'Year levels raised: ' d-count
             ELSE
               DISPLAY(18, 6) 'Master unchanged.'
             END-IF
           END-IF
           END-IF.

           EXIT.

      * students.txt through the students_new.txt scratch file,
      * rewritten in the order it was read: a record takes its new
      * year level only when it lines up with the table slot it was
      * decided in.
       UPDATE-MASTER.
           MOVE 0 TO cnt-updated.
           MOVE 0 TO s.
           OPEN INPUT stdmaster.
           OPEN OUTPUT stdmaster-new.
           READ stdmaster AT END MOVE 1 TO m-eof
           END-READ.
           PERFORM COPY-OR-PROMOTE UNTIL m-eof = 1.
           CLOSE stdmaster.
           CLOSE stdmaster-new.
           MOVE 0 TO m-eof.

           CALL 'CBL_DELETE_FILE' USING 'students.txt'.
           CALL 'CBL_RENAME_FILE' USING 'students_new.txt'
               'students.txt'.

           OPEN EXTEND report-file.
           IF report-status = '35'
             OPEN OUTPUT report-file.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE oper-init TO ul-oper.
           MOVE today TO ul-date.
           MOVE cnt-updated TO ul-count.
           MOVE upd-line TO report-line.
           WRITE report-line.
           CLOSE report-file.

           EXIT.

       COPY-OR-PROMOTE.
           ADD 1 TO s.
           MOVE master-info TO new-master-info.
           IF s NOT > stu-count
             IF st-stdnum(s) = m-stdnum AND st-promote(s) = 1
               MOVE st-new-yrlevel(s) TO new-yrlevel
               ADD 1 TO cnt-updated
             END-IF
           END-IF.
           WRITE new-master-info.
           READ stdmaster AT END MOVE 1 TO m-eof.

           EXIT.

      * Sign-on against the operator master opermast.txt that
      * jrlbopr maintains, as in the other updating programs. A
      * missing master falls back to the initials prompt at the
      * lowest authority, which can print the register but not
      * apply it.
       SIGN-ON.
           MOVE 0 TO signed-on.
           OPEN INPUT opermast.
           IF opermast-status = '35'
             CLOSE opermast
             DISPLAY 'No operator master on file (run jrlbopr) -'
             DISPLAY 'initials only, lowest authority.'
             PERFORM GET-OPER-INIT UNTIL oper-init NOT = SPACES
             MOVE 1 TO oper-level
             MOVE 1 TO signed-on
           ELSE
             CLOSE opermast
             MOVE 0 TO try-count
             PERFORM SIGN-ON-TRY UNTIL signed-on = 1 OR
                 try-count > 2
           END-IF.

           EXIT.

       SIGN-ON-TRY.
           DISPLAY 'Operator ID: '.
           ACCEPT e-operid.
           DISPLAY 'Password: '.
           ACCEPT e-passwd-in.

           MOVE 0 TO o-eof.
           OPEN INPUT opermast.
           READ opermast AT END MOVE 1 TO o-eof
           END-READ.
           PERFORM CHECK-OPER-REC UNTIL o-eof = 1.
           CLOSE opermast.

           IF signed-on = 0
             DISPLAY 'Unknown ID or wrong password.'
             ADD 1 TO try-count.

           EXIT.

       CHECK-OPER-REC.
           IF e-operid = op-id AND e-passwd-in = op-passwd
             MOVE 1 TO signed-on
             MOVE op-id TO oper-init
             MOVE op-level TO oper-level.
           READ opermast AT END MOVE 1 TO o-eof.

           EXIT.

      * Re-prompts until the operator keys non-blank initials - the
      * fallback identity when no operator master exists yet.
       GET-OPER-INIT.
           DISPLAY 'Operator initials: '.
           ACCEPT oper-init.

           IF oper-init = SPACES
             DISPLAY 'Initials cannot be blank - try again.'.

           EXIT.
