      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Grade Sheets".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -prints a grade sheet for each section of a term (or one    *
      *   section) from sections.txt and enroll.txt: course, section *
      *   instructor, and schedule, then the enrolled students by    *
      *   name with a blank grade column, closed by the student      *
      *   count and a hash total of the student numbers. The sheets  *
      *   go to gradesht.txt for printing, and the same rows go to   *
      *   gsheet.txt for the grades to be keyed into                 *
      *                                                              *
      *  -loads a completed sheet back by section from gsheetin.txt  *
      *   (a gsheet.txt with the grade column filled). The whole     *
      *   sheet is refused when its rows no longer foot to the count *
      *   and hash total it was printed with. Otherwise each grade   *
      *   is written to grades.txt under the lockg1.txt in-use       *
      *   marker with an audit.txt record, as jrlbex's batch load    *
      *   does, and the exceptions go to shtexc.txt: a student       *
      *   graded who isn't enrolled in the section, an enrolled      *
      *   student left without a grade or missing from the sheet, a  *
      *   bad grade mark, and a grade already on file                *
      *                                                              *
      *  -the prerequisite check jrlbex runs is not repeated here -  *
      *   every student on a sheet came through registration in      *
      *   jrlbenr                                                    *
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
           SELECT enroll-file ASSIGN TO DISK
               FILE STATUS IS enroll-status.
           SELECT sections ASSIGN TO DISK
               FILE STATUS IS sections-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT sheet-out ASSIGN TO DISK.
           SELECT sheet-in ASSIGN TO DISK
               FILE STATUS IS sheet-in-status.
           SELECT exc-file ASSIGN TO DISK.
           SELECT audit-file ASSIGN TO DISK
               FILE STATUS IS audit-status.
           SELECT lock-file ASSIGN TO DISK
               FILE STATUS IS lock-status.
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

       FD enroll-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enroll.txt'.

       01 enroll-rec.
           02 en-stdnum PIC X(9).
           02 en-crscode PIC X(8).
           02 en-term PIC X(6).
           02 en-section PIC X(3).

       FD sections LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections.txt'.

       01 section-info.
           02 sc-crscode PIC X(8).
           02 sc-term PIC X(6).
           02 sc-section PIC X(3).
           02 sc-instructor PIC X(25).
           02 sc-capacity PIC 999.
           02 sc-days PIC X(6).
           02 sc-start PIC 9(4).
           02 sc-end PIC 9(4).
           02 sc-room PIC X(8).

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
               VALUE OF FILE-ID is 'gradesht.txt'.

       01 report-line PIC X(80).

      * The keyable sheet: per section an H row, one D row per
      * student with the grade column left blank, and a T row with
      * the count and stdnum hash total the printed sheet shows.
       FD sheet-out LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'gsheet.txt'.

       01 sheet-out-rec PIC X(60).

       FD sheet-in LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'gsheetin.txt'.

       01 sheet-rec.
           02 gs-type PIC X.
           02 FILLER PIC X(59).
       01 sheet-hdr.
           02 gsh-type PIC X.
           02 gsh-crscode PIC X(8).
           02 gsh-term PIC X(6).
           02 gsh-section PIC X(3).
           02 gsh-instructor PIC X(25).
           02 FILLER PIC X(17).
       01 sheet-det.
           02 gsd-type PIC X.
           02 gsd-stdnum PIC X(9).
           02 gsd-stdnum-n REDEFINES gsd-stdnum PIC 9(9).
           02 gsd-grade PIC X(4).
           02 gsd-stdname PIC X(30).
           02 FILLER PIC X(16).
       01 sheet-trl.
           02 gst-type PIC X.
           02 gst-count PIC 9(4).
           02 gst-hash PIC 9(12).
           02 FILLER PIC X(43).

       FD exc-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'shtexc.txt'.

       01 exc-line PIC X(80).

       FD audit-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'audit.txt'.

       01 audit-rec.
           02 ar-body PIC X(50).
           02 ar-seq PIC X(6).
           02 ar-seq-n REDEFINES ar-seq PIC 9(6).
           02 ar-check PIC X(4).
           02 ar-check-n REDEFINES ar-check PIC 9(4).

       FD lock-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'lockg1.txt'.

       01 lock-rec.
           02 lk-oper PIC X(3).
           02 lk-date PIC X(8).
           02 lk-time PIC X(6).

       FD opermast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'opermast.txt'.

       01 oper-info.
           02 op-id PIC X(3).
           02 op-name PIC X(30).
           02 op-passwd PIC X(8).
           02 op-level PIC 9.

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 s-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 grades-status PIC XX VALUE '00'.
       77 enroll-status PIC XX VALUE '00'.
       77 sections-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 sheet-in-status PIC XX VALUE '00'.
       77 sheet-missing PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 found-course PIC 9 VALUE 0.
       77 found-section PIC 9 VALUE 0.
       77 stdname-found PIC X(30) VALUE SPACES.
       77 title-found PIC X(50) VALUE SPACES.
       77 units-found PIC 9v9 VALUE 0.
       77 e-stdnum PIC X(9) VALUE SPACES.
       77 askcode PIC X(8) VALUE SPACES.
       77 askterm PIC X(6) VALUE SPACES.
       77 asksec PIC X(3) VALUE SPACES.
       77 sheet-count PIC 999 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 r PIC 999 VALUE 0.
       77 k PIC 999 VALUE 0.
       77 pass-num PIC 999 VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 d-count PIC ZZZ9.
       77 d-sheets PIC ZZ9.
       77 in-block PIC 9 VALUE 0.
       77 found-header PIC 9 VALUE 0.
       77 found-trailer PIC 9 VALUE 0.
       77 trl-count PIC 9(4) VALUE 0.
       77 trl-hash PIC 9(12) VALUE 0.
       77 hit PIC 9 VALUE 0.
       77 cnt-loaded PIC 9(4) VALUE 0.
       77 cnt-exc PIC 9(4) VALUE 0.
       77 exc-reason PIC X(30) VALUE SPACES.
       77 today PIC X(8) VALUE SPACES.

      * A section being printed: its enrolled students, sorted by
      * name for the sheet, with the control totals built as the
      * rows are gathered.
       01 roster-table.
           02 ros-count PIC 999 VALUE 0.
           02 ros-entry OCCURS 200 TIMES.
               03 ro-sort-key.
                   04 ro-stdname PIC X(30).
                   04 ro-stdnum PIC X(9).
       01 swap-entry PIC X(39).

       01 control-totals.
           02 ct-count PIC 9(4) VALUE 0.
           02 ct-hash PIC 9(12) VALUE 0.
       77 hash-stdnum PIC X(9) VALUE SPACES.
       77 hash-stdnum-n REDEFINES hash-stdnum PIC 9(9).

      * A sheet being loaded: its D rows in sheet order, and the
      * section's enrolled students for the cross-check both ways.
       01 load-table.
           02 ld-count PIC 999 VALUE 0.
           02 ld-entry OCCURS 200 TIMES.
               03 ld-stdnum PIC X(9).
               03 ld-grade PIC X(4).
       01 enr-table.
           02 enr-count PIC 999 VALUE 0.
           02 enr-entry OCCURS 200 TIMES.
               03 et-stdnum PIC X(9).
               03 et-on-sheet PIC 9.

      * The keyed grade text and its pieces, as in jrlbex: either
      * INC/DRP or a d.dd numeric on the 1.00-5.00 scale.
       77 valid-grade PIC 9 VALUE 0.
       77 entry-grade PIC X(3) VALUE SPACES.
       01 entry-ans.
           02 entry-mark PIC X(4).
           02 entry-mark-d REDEFINES entry-mark.
               03 em-int PIC X.
               03 em-dot PIC X.
               03 em-dec PIC XX.
       01 work-grade.
           02 wg-mark.
               03 wg-int PIC 9.
               03 wg-dec PIC 99.
           02 wg-num REDEFINES wg-mark PIC 9v99.

       01 time-text.
           02 tx-start PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 tx-end PIC 9(4).

       01 out-hdr.
           02 oh-type PIC X VALUE 'H'.
           02 oh-crscode PIC X(8).
           02 oh-term PIC X(6).
           02 oh-section PIC X(3).
           02 oh-instructor PIC X(25).
           02 FILLER PIC X(17) VALUE SPACES.
       01 out-det.
           02 od-type PIC X VALUE 'D'.
           02 od-stdnum PIC X(9).
           02 od-grade PIC X(4) VALUE SPACES.
           02 od-stdname PIC X(30).
           02 FILLER PIC X(16) VALUE SPACES.
       01 out-trl.
           02 ot-type PIC X VALUE 'T'.
           02 ot-count PIC 9(4).
           02 ot-hash PIC 9(12).
           02 FILLER PIC X(43) VALUE SPACES.

       01 hdr-line-1.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(19) VALUE 'GRADE SHEET - TERM '.
           02 hdr-term PIC X(6).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 crs-line.
           02 FILLER PIC X(12) VALUE 'COURSE'.
           02 cl-crscode PIC X(10).
           02 cl-title PIC X(50).

       01 sec-line.
           02 FILLER PIC X(12) VALUE 'SECTION'.
           02 sl-section PIC X(10).
           02 FILLER PIC X(12) VALUE 'INSTRUCTOR  '.
           02 sl-instructor PIC X(25).

       01 sched-line.
           02 FILLER PIC X(12) VALUE 'SCHEDULE'.
           02 shl-days PIC X(8).
           02 shl-time PIC X(11).
           02 FILLER PIC X(6) VALUE 'ROOM  '.
           02 shl-room PIC X(8).

       01 col-hdr-line.
           02 FILLER PIC X(6) VALUE ' NO.'.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(32) VALUE 'NAME'.
           02 FILLER PIC X(5) VALUE 'GRADE'.

       01 det-line.
           02 det-num PIC ZZ9.
           02 FILLER PIC X(3) VALUE '.  '.
           02 det-stdnum PIC X(11).
           02 det-stdname PIC X(32).
           02 FILLER PIC X(6) VALUE '______'.

       01 tot-line.
           02 FILLER PIC X(10) VALUE 'STUDENTS: '.
           02 tl-count PIC ZZZ9.
           02 FILLER PIC X(25) VALUE '      STDNUM HASH TOTAL: '.
           02 tl-hash PIC 9(12).

       01 sign-line.
           02 FILLER PIC X(44) VALUE
               'INSTRUCTOR SIGNATURE: ____________________'.
           02 FILLER PIC X(20) VALUE 'DATE: ____________'.

       01 exc-hdr-line.
           02 FILLER PIC X(25) VALUE 'GRADE SHEET EXCEPTIONS - '.
           02 eh-crscode PIC X(9).
           02 FILLER PIC X(4) VALUE 'SEC '.
           02 eh-section PIC X(4).
           02 FILLER PIC X(5) VALUE 'TERM '.
           02 eh-term PIC X(6).

       01 exc-det.
           02 ex-stdnum PIC X(11).
           02 ex-grade PIC X(6).
           02 ex-reason PIC X(30).

       01 exc-sum-line.
           02 FILLER PIC X(16) VALUE 'GRADES LOADED: '.
           02 es-loaded PIC ZZZ9.
           02 FILLER PIC X(16) VALUE '   EXCEPTIONS: '.
           02 es-exc PIC ZZZ9.

       01 note-truncated PIC X(52) VALUE
           'NOTE: MORE STUDENTS THAN THE WORK TABLE CAN HOLD'.

      * Sign-on state against the opermast.txt master jrlbopr
      * maintains: the verified ID becomes the operator identity the
      * audit trail carries.
       77 oper-init PIC X(3) VALUE SPACES.
       77 opermast-status PIC XX VALUE '00'.
       77 oper-level PIC 9 VALUE 0.
       77 signed-on PIC 9 VALUE 0.
       77 try-count PIC 9 VALUE 0.
       77 o-eof PIC 9 VALUE 0.
       77 e-operid PIC X(3) VALUE SPACES.
       77 e-passwd-in PIC X(8) VALUE SPACES.
       77 lock-status PIC XX VALUE '00'.
       77 lock-held PIC 9 VALUE 0.
       77 lock-name PIC X(10) VALUE 'lockg1.txt'.
       01 lock-info PIC X(16).

      * One audit.txt record, built here then written through the FD,
      * in the layout jrlbex writes.
       77 audit-status PIC XX VALUE '00'.
       01 audit-work.
           02 audit-core.
               03 aud-date PIC X(8).
               03 aud-time PIC X(6).
               03 aud-oper PIC X(3).
               03 aud-pgm PIC X.
               03 aud-action PIC X.
               03 aud-stdnum PIC X(9).
               03 aud-course PIC X(10).
               03 aud-term PIC X(6).
               03 aud-old-grade PIC X(3).
               03 aud-new-grade PIC X(3).
           02 aud-seq PIC 9(6).
           02 aud-check PIC 9(4).

      * The tamper-evidence chain (the same layout and arithmetic in
      * every program that appends to audit.txt, and in jrlbaud's
      * verify pass).
       77 aud-seq-last PIC 9(6) VALUE 0.
       77 aud-chk-last PIC 9(4) VALUE 0.
       77 aud-eof PIC 9 VALUE 0.
       77 chk-i PIC 99 VALUE 0.
       77 chk-j PIC 99 VALUE 0.
       77 chk-bv PIC 99 VALUE 0.
       77 chk-seq PIC 9(6) VALUE 0.
       77 chk-work PIC 9(8) VALUE 0.
       77 chk-q PIC 9(8) VALUE 0.
       01 chk-content.
           02 chk-byte PIC X OCCURS 50 TIMES.
       01 chk-alpha-val.
           02 FILLER PIC X(37) VALUE
               ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           02 FILLER PIC X(29) VALUE
               'abcdefghijklmnopqrstuvwxyz.-/'.
       01 chk-alpha-tab REDEFINES chk-alpha-val.
           02 chk-alpha PIC X OCCURS 66 TIMES.

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

           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'c'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. print grade sheets'.
           DISPLAY(5, 6) 'b. load a completed sheet'.
           DISPLAY(6, 6) 'c. exit'.
           DISPLAY(8, 6) 'Choose a letter: '.
           ACCEPT (8, 24) choice.

           IF choice = 'a'
             PERFORM PRINT-SHEETS.
           IF choice = 'b'
             PERFORM LOAD-SHEET.

           EXIT.

       GET-SECTION-KEY.
           DISPLAY(4, 6) 'Term (eg 1S2026): '.
           ACCEPT (4, 40) askterm.
           DISPLAY(5, 6) 'Course code: '.
           ACCEPT (5, 40) askcode.
           DISPLAY(6, 6) 'Section code: '.
           ACCEPT (6, 40) asksec.
           INSPECT askcode CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT askterm CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT asksec CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EXIT.

      * Every section of the term, or only the one keyed (a blank
      * course code means the whole term), one sheet per section in
      * sections.txt order.
       PRINT-SHEETS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(8, 6) '(blank course code = every section)'.
           PERFORM GET-SECTION-KEY.

           MOVE 0 TO sheet-count.
           MOVE 0 TO page-num.
           MOVE 0 TO table-full.
           IF askterm = SPACES
             DISPLAY(10, 6) 'Term cannot be blank.'
           ELSE
             OPEN OUTPUT report-file
             OPEN OUTPUT sheet-out
             OPEN INPUT sections
             IF sections-status NOT = '35'
               READ sections AT END MOVE 1 TO s-eof
               END-READ
               PERFORM PRINT-ONE-SECTION UNTIL s-eof = 1
             END-IF
             CLOSE sections
             MOVE 0 TO s-eof
             CLOSE sheet-out
             CLOSE report-file
             MOVE sheet-count TO d-sheets
             DISPLAY(10, 6) d-sheets ' sheets written to gradesht.txt'
             DISPLAY(11, 6) 'and gsheet.txt.'
             IF table-full = 1
               DISPLAY(12, 6) 'WARNING: a section overflowed the'
               DISPLAY(13, 6) 'work table - see the sheet notes.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       PRINT-ONE-SECTION.
           IF sc-term = askterm AND
               (askcode = SPACES OR
                (askcode = sc-crscode AND asksec = sc-section))
             ADD 1 TO sheet-count
             PERFORM GATHER-ROSTER
             PERFORM SORT-ROSTER
             PERFORM WRITE-SHEET
           END-IF.
           READ sections AT END MOVE 1 TO s-eof.

           EXIT.

      * The section's enroll.txt rows, with each student's name and
      * the count and stdnum hash total accumulated as they go in.
       GATHER-ROSTER.
           MOVE 0 TO ros-count.
           MOVE 0 TO ct-count.
           MOVE 0 TO ct-hash.
           OPEN INPUT enroll-file.
           IF enroll-status = '35'
             CLOSE enroll-file
           ELSE
             READ enroll-file AT END MOVE 1 TO eof
             END-READ
             PERFORM GATHER-ROSTER-ROW UNTIL eof = 1
             CLOSE enroll-file
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       GATHER-ROSTER-ROW.
           IF en-crscode = sc-crscode AND en-term = sc-term AND
               en-section = sc-section
             IF ros-count < 200
               ADD 1 TO ros-count
               MOVE en-stdnum TO ro-stdnum(ros-count)
               MOVE en-stdnum TO e-stdnum
               PERFORM LOOKUP-STUDENT
               IF found-student = 1
                 MOVE stdname-found TO ro-stdname(ros-count)
               ELSE
                 MOVE '(not on student master)' TO
                     ro-stdname(ros-count)
               END-IF
               ADD 1 TO ct-count
               MOVE en-stdnum TO hash-stdnum
               PERFORM ADD-TO-HASH
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.
           READ enroll-file AT END MOVE 1 TO eof.

           EXIT.

      * A student number that isn't all digits adds nothing to the
      * hash - the count still catches a row gone missing.
       ADD-TO-HASH.
           IF hash-stdnum NUMERIC
             ADD hash-stdnum-n TO ct-hash.

           EXIT.

      * Straight selection sort on name and stdnum, the same shape
      * jrlbenr uses for its tables.
       SORT-ROSTER.
           MOVE 1 TO pass-num.
           PERFORM SORT-PASS UNTIL pass-num NOT < ros-count.

           EXIT.

       SORT-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-COMPARE UNTIL k > ros-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-COMPARE.
           IF ro-sort-key(k) < ro-sort-key(pass-num)
             MOVE ros-entry(pass-num) TO swap-entry
             MOVE ros-entry(k) TO ros-entry(pass-num)
             MOVE swap-entry TO ros-entry(k).
           ADD 1 TO k.

           EXIT.

      * One printed sheet in gradesht.txt and the matching H/D/T
      * block in gsheet.txt.
       WRITE-SHEET.
           MOVE sc-crscode TO askcode.
           PERFORM LOOKUP-COURSE.

           ADD 1 TO page-num.
           MOVE sc-term TO hdr-term.
           MOVE page-num TO hdr-page-num.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE hdr-line-1 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE sc-crscode TO cl-crscode.
           MOVE title-found TO cl-title.
           MOVE crs-line TO report-line.
           WRITE report-line.
           MOVE sc-section TO sl-section.
           MOVE sc-instructor TO sl-instructor.
           MOVE sec-line TO report-line.
           WRITE report-line.
           IF sc-days = SPACES
             MOVE 'TBA' TO shl-days
             MOVE SPACES TO shl-time
           ELSE
             MOVE sc-days TO shl-days
             MOVE sc-start TO tx-start
             MOVE sc-end TO tx-end
             MOVE time-text TO shl-time.
           MOVE sc-room TO shl-room.
           MOVE sched-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE col-hdr-line TO report-line.
           WRITE report-line.

           MOVE sc-crscode TO oh-crscode.
           MOVE sc-term TO oh-term.
           MOVE sc-section TO oh-section.
           MOVE sc-instructor TO oh-instructor.
           MOVE out-hdr TO sheet-out-rec.
           WRITE sheet-out-rec.

           MOVE 1 TO r.
           PERFORM PRINT-ROSTER-LINE UNTIL r > ros-count.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE ct-count TO tl-count.
           MOVE ct-hash TO tl-hash.
           MOVE tot-line TO report-line.
           WRITE report-line.
           IF ros-count = 200 AND table-full = 1
             MOVE note-truncated TO report-line
             WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           WRITE report-line.
           MOVE sign-line TO report-line.
           WRITE report-line.

           MOVE ct-count TO ot-count.
           MOVE ct-hash TO ot-hash.
           MOVE out-trl TO sheet-out-rec.
           WRITE sheet-out-rec.

           EXIT.

       PRINT-ROSTER-LINE.
           MOVE r TO det-num.
           MOVE ro-stdnum(r) TO det-stdnum.
           MOVE ro-stdname(r) TO det-stdname.
           MOVE det-line TO report-line.
           WRITE report-line.

           MOVE ro-stdnum(r) TO od-stdnum.
           MOVE ro-stdname(r) TO od-stdname.
           MOVE out-det TO sheet-out-rec.
           WRITE sheet-out-rec.

           ADD 1 TO r.

           EXIT.

      * One completed sheet back in. Its D rows must foot to the T
      * row's count and hash total or nothing is loaded; after that
      * each row is checked against the section's enrollment and
      * written through the audit trail, and every exception goes to
      * shtexc.txt.
       LOAD-SHEET.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-SECTION-KEY.

           PERFORM READ-SHEET-BLOCK.

           IF askterm = SPACES OR askcode = SPACES OR asksec = SPACES
             DISPLAY(9, 6) 'Term, course, and section are required.'
           ELSE
           IF sheet-missing = 1
             DISPLAY(9, 6) 'gsheetin.txt not found - nothing loaded.'
           ELSE
           IF found-header = 0
             DISPLAY(9, 6) 'That section is not on gsheetin.txt.'
           ELSE
           IF found-trailer = 0
             DISPLAY(9, 6) 'The sheet has no control-total row -'
             DISPLAY(10, 6) 'sheet refused, nothing loaded.'
           ELSE
           IF table-full = 1
             DISPLAY(9, 6) 'The sheet is longer than the work table -'
             DISPLAY(10, 6) 'sheet refused, nothing loaded.'
           ELSE
           IF ct-count NOT = trl-count OR ct-hash NOT = trl-hash
             MOVE ct-count TO d-count
             DISPLAY(9, 6) 'Control totals do not match - sheet'
             DISPLAY(10, 6) 'refused, nothing loaded.'
             DISPLAY(11, 6) 'Rows on the sheet: ' d-count
             MOVE trl-count TO d-count
             DISPLAY(12, 6) 'Printed count:     ' d-count
           ELSE
             PERFORM TAKE-G1-LOCK
             IF lock-held = 1
               PERFORM APPLY-SHEET
               PERFORM RELEASE-G1-LOCK
               MOVE cnt-loaded TO d-count
               DISPLAY(9, 6) 'Grades loaded: ' d-count
               MOVE cnt-exc TO d-count
               DISPLAY(10, 6) 'Exceptions:    ' d-count
                   ' (see shtexc.txt)'
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * Finds the keyed section's H row in gsheetin.txt and takes
      * its D rows up to the T row, footing the count and hash total
      * of what is actually there.
       READ-SHEET-BLOCK.
           MOVE 0 TO found-header.
           MOVE 0 TO found-trailer.
           MOVE 0 TO in-block.
           MOVE 0 TO ld-count.
           MOVE 0 TO table-full.
           MOVE 0 TO ct-count.
           MOVE 0 TO ct-hash.
           MOVE 0 TO sheet-missing.
           OPEN INPUT sheet-in.
           IF sheet-in-status = '35'
             MOVE 1 TO sheet-missing
             CLOSE sheet-in
           ELSE
             READ sheet-in AT END MOVE 1 TO eof
             END-READ
             PERFORM READ-SHEET-ROW UNTIL eof = 1
             CLOSE sheet-in
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       READ-SHEET-ROW.
           IF in-block = 1
             IF gs-type = 'D'
               ADD 1 TO ct-count
               MOVE gsd-stdnum TO hash-stdnum
               PERFORM ADD-TO-HASH
               IF ld-count < 200
                 ADD 1 TO ld-count
                 MOVE gsd-stdnum TO ld-stdnum(ld-count)
                 MOVE gsd-grade TO ld-grade(ld-count)
               ELSE
                 MOVE 1 TO table-full
               END-IF
             ELSE
               IF gs-type = 'T'
                 MOVE 1 TO found-trailer
                 MOVE gst-count TO trl-count
                 MOVE gst-hash TO trl-hash
               END-IF
               MOVE 0 TO in-block
             END-IF
           ELSE
             IF gs-type = 'H' AND gsh-crscode = askcode AND
                 gsh-term = askterm AND gsh-section = asksec AND
                 found-header = 0
               MOVE 1 TO found-header
               MOVE 1 TO in-block
             END-IF
           END-IF.
           READ sheet-in AT END MOVE 1 TO eof.

           EXIT.

       APPLY-SHEET.
           MOVE 0 TO cnt-loaded.
           MOVE 0 TO cnt-exc.
           PERFORM GATHER-SECTION-ENROLL.
           PERFORM LOOKUP-COURSE.
           ACCEPT today FROM DATE YYYYMMDD.

           OPEN OUTPUT exc-file.
           MOVE askcode TO eh-crscode.
           MOVE asksec TO eh-section.
           MOVE askterm TO eh-term.
           MOVE exc-hdr-line TO exc-line.
           WRITE exc-line.
           MOVE SPACES TO exc-line.
           WRITE exc-line.

           OPEN I-O grades.
           IF grades-status = '35'
             OPEN OUTPUT grades
             CLOSE grades
             OPEN I-O grades
           END-IF.
           MOVE 1 TO r.
           PERFORM APPLY-SHEET-ROW UNTIL r > ld-count.
           CLOSE grades.

           MOVE 1 TO r.
           PERFORM CHECK-UNSHEETED UNTIL r > enr-count.

           MOVE SPACES TO exc-line.
           WRITE exc-line.
           MOVE cnt-loaded TO es-loaded.
           MOVE cnt-exc TO es-exc.
           MOVE exc-sum-line TO exc-line.
           WRITE exc-line.
           CLOSE exc-file.

           EXIT.

       GATHER-SECTION-ENROLL.
           MOVE 0 TO enr-count.
           OPEN INPUT enroll-file.
           IF enroll-status = '35'
             CLOSE enroll-file
           ELSE
             READ enroll-file AT END MOVE 1 TO eof
             END-READ
             PERFORM GATHER-ENROLL-ROW UNTIL eof = 1
             CLOSE enroll-file
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       GATHER-ENROLL-ROW.
           IF en-crscode = askcode AND en-term = askterm AND
               en-section = asksec AND enr-count < 200
             ADD 1 TO enr-count
             MOVE en-stdnum TO et-stdnum(enr-count)
             MOVE 0 TO et-on-sheet(enr-count).
           READ enroll-file AT END MOVE 1 TO eof.

           EXIT.

      * One sheet row: enrolled in this section, graded, a valid
      * mark, and not already on file - in that order, the first
      * failure being the exception reported.
       APPLY-SHEET-ROW.
           MOVE 0 TO hit.
           MOVE 1 TO k.
           PERFORM FIND-ENROLLED UNTIL k > enr-count.

           MOVE ld-grade(r) TO entry-mark.
           IF hit = 0
             MOVE 'GRADED BUT NOT ENROLLED' TO exc-reason
             PERFORM WRITE-EXCEPTION
           ELSE
           IF entry-mark = SPACES
             MOVE 'ENROLLED, LEFT WITHOUT A GRADE' TO exc-reason
             PERFORM WRITE-EXCEPTION
           ELSE
             PERFORM CLASSIFY-ENTRY-GRADE
             IF valid-grade = 0
               MOVE 'NOT 1.00-5.00, INC, OR DRP' TO exc-reason
               PERFORM WRITE-EXCEPTION
             ELSE
               MOVE ld-stdnum(r) TO stdnum
               MOVE askcode TO crscode
               MOVE askterm TO term
               MOVE title-found TO crstitle
               MOVE units-found TO units
               MOVE entry-grade TO grade-mark
               MOVE today TO enc-date
               WRITE std-info
                 INVALID KEY
                   MOVE 'A GRADE IS ALREADY ON FILE' TO exc-reason
                   PERFORM WRITE-EXCEPTION
                 NOT INVALID KEY
                   ADD 1 TO cnt-loaded
                   MOVE 'A' TO aud-action
                   MOVE SPACES TO aud-old-grade
                   MOVE grade-mark TO aud-new-grade
                   PERFORM LOG-GRADE-AUDIT
               END-WRITE
             END-IF
           END-IF
           END-IF.
           ADD 1 TO r.

           EXIT.

       FIND-ENROLLED.
           IF et-stdnum(k) = ld-stdnum(r)
             MOVE 1 TO hit
             MOVE 1 TO et-on-sheet(k).
           ADD 1 TO k.

           EXIT.

      * An enrolled student whose row never made it onto the sheet
      * is left without a grade as surely as a blank one.
       CHECK-UNSHEETED.
           IF et-on-sheet(r) = 0
             MOVE et-stdnum(r) TO ex-stdnum
             MOVE SPACES TO ex-grade
             MOVE 'ENROLLED, NOT ON THE SHEET' TO ex-reason
             MOVE exc-det TO exc-line
             WRITE exc-line
             ADD 1 TO cnt-exc.
           ADD 1 TO r.

           EXIT.

       WRITE-EXCEPTION.
           MOVE ld-stdnum(r) TO ex-stdnum.
           MOVE ld-grade(r) TO ex-grade.
           MOVE exc-reason TO ex-reason.
           MOVE exc-det TO exc-line.
           WRITE exc-line.
           ADD 1 TO cnt-exc.

           EXIT.

      * Turns the keyed grade text into a grade mark: INC and DRP
      * pass through as-is, anything else must read d.dd and land on
      * the 1.00-5.00 scale - the same rule jrlbex applies.
       CLASSIFY-ENTRY-GRADE.
           MOVE 0 TO valid-grade.
           INSPECT entry-mark CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF entry-mark = 'INC ' OR entry-mark = 'DRP '
             MOVE entry-mark TO entry-grade
             MOVE 1 TO valid-grade
           ELSE
             IF em-int NUMERIC AND em-dec NUMERIC AND em-dot = '.'
               MOVE em-int TO wg-int
               MOVE em-dec TO wg-dec
               IF wg-num NOT < 1.00 AND wg-num NOT > 5.00
                 MOVE wg-mark TO entry-grade
                 MOVE 1 TO valid-grade
               END-IF
             END-IF
           END-IF.

           EXIT.

       LOOKUP-STUDENT.
           MOVE 0 TO found-student.
           MOVE SPACES TO stdname-found.
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
             MOVE m-stdname TO stdname-found.
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
           IF askcode = coursecode
             MOVE 1 TO found-course
             MOVE coursetitle TO title-found
             MOVE courseunits TO units-found.
           READ datum AT END MOVE 1 TO m-eof.

           EXIT.

      * Takes the grades.txt in-use marker for the load, as jrlbex
      * does for its sessions; a marker already on disk refuses the
      * load with the holder shown.
       TAKE-G1-LOCK.
           MOVE 0 TO lock-held.
           CALL 'CBL_CHECK_FILE_EXIST' USING lock-name lock-info.
           IF RETURN-CODE = 0
             OPEN INPUT lock-file
             IF lock-status = '00'
               READ lock-file AT END CONTINUE
               END-READ
               CLOSE lock-file
             END-IF
             DISPLAY(9, 6) 'grades.txt is in use by ' lk-oper
                 ' since ' lk-date ' ' lk-time '.'
             DISPLAY(10, 6) 'Nothing loaded - try again later.'
           ELSE
             MOVE oper-init TO lk-oper
             ACCEPT lk-date FROM DATE YYYYMMDD
             ACCEPT lk-time FROM TIME
             OPEN OUTPUT lock-file
             WRITE lock-rec
             CLOSE lock-file
             MOVE 1 TO lock-held
           END-IF.

           EXIT.

       RELEASE-G1-LOCK.
           IF lock-held = 1
             CALL 'CBL_DELETE_FILE' USING lock-name
             MOVE 0 TO lock-held.

           EXIT.

      * Appends one audit.txt record for the grades.txt row just
      * written; aud-action and the grades are set by the caller,
      * the key fields come from std-info.
       LOG-GRADE-AUDIT.
           ACCEPT aud-date FROM DATE YYYYMMDD.
           ACCEPT aud-time FROM TIME.
           MOVE oper-init TO aud-oper.
           MOVE 'G' TO aud-pgm.
           MOVE stdnum TO aud-stdnum.
           MOVE crscode TO aud-course.
           MOVE term TO aud-term.

           PERFORM CHAIN-AUDIT-RECORD.

           OPEN EXTEND audit-file.
           IF audit-status = '35'
             OPEN OUTPUT audit-file.
           MOVE audit-work TO audit-rec.
           WRITE audit-rec.
           CLOSE audit-file.

           EXIT.

      * Reads the trail through to its last record for the sequence
      * and check value the next record must chain from.
       GET-LAST-AUDIT.
           MOVE 0 TO aud-seq-last.
           MOVE 0 TO aud-chk-last.
           OPEN INPUT audit-file.
           IF audit-status = '35'
             CLOSE audit-file
           ELSE
             READ audit-file AT END MOVE 1 TO aud-eof
             END-READ
             PERFORM NOTE-LAST-AUDIT UNTIL aud-eof = 1
             CLOSE audit-file
           END-IF.
           MOVE 0 TO aud-eof.

           EXIT.

       NOTE-LAST-AUDIT.
           IF ar-seq NUMERIC
             MOVE ar-seq-n TO aud-seq-last
             IF ar-check NUMERIC
               MOVE ar-check-n TO aud-chk-last
             ELSE
               MOVE 0 TO aud-chk-last
             END-IF
           END-IF.
           READ audit-file AT END MOVE 1 TO aud-eof.

           EXIT.

      * Sequence number and check value, chained from the previous
      * record modulo 9973 exactly as jrlbex does it, so jrlbaud's
      * verify pass reads this program's records like any other.
       CHAIN-AUDIT-RECORD.
           PERFORM GET-LAST-AUDIT.
           COMPUTE aud-seq = aud-seq-last + 1.
           MOVE aud-seq TO chk-seq.
           MOVE audit-core TO chk-content.
           MOVE aud-chk-last TO chk-work.
           MOVE 1 TO chk-i.
           PERFORM HASH-ONE-BYTE UNTIL chk-i > 50.
           COMPUTE chk-work = (chk-work * 7) + chk-seq.
           COMPUTE chk-q = chk-work / 9973.
           COMPUTE chk-work = chk-work - (chk-q * 9973).
           MOVE chk-work TO aud-check.

           EXIT.

       HASH-ONE-BYTE.
           MOVE 67 TO chk-bv.
           MOVE 1 TO chk-j.
           PERFORM FIND-BYTE-VALUE UNTIL chk-j > 66.
           COMPUTE chk-work = (chk-work * 3) + (chk-bv * chk-i).
           COMPUTE chk-q = chk-work / 9973.
           COMPUTE chk-work = chk-work - (chk-q * 9973).
           ADD 1 TO chk-i.

           EXIT.

       FIND-BYTE-VALUE.
           IF chk-alpha(chk-j) = chk-byte(chk-i)
             MOVE chk-j TO chk-bv
             MOVE 66 TO chk-j.
           ADD 1 TO chk-j.

           EXIT.

      * Sign-on against the operator master opermast.txt that
      * jrlbopr maintains, as in the other updating programs. A
      * missing master falls back to the initials prompt at the
      * lowest authority so a fresh installation still runs.
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
