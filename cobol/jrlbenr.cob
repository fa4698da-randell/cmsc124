      *    is grouped by instructor and section instead of by        *
      *    course, so each chase letter goes to one named person     *
      *    (JRLB)                                                    *
      *  - 2026-10-15: sections.txt now carries each section's       *
      *    meeting days, times, and room. Registration is refused    *
      *    when the section meets on a day the student already has   *
      *    a class that term at an overlapping time. New option      *
      *    prints a student's study-load form for a term to          *
      *    studload.txt - sections in day and time order with room,  *
      *    instructor, and total units (JRLB)                        *
      *  - 2026-10-15: registration into a full section now goes     *
      *    onto waitlist.txt in the order it was asked for. New      *
      *    drop/withdraw transaction takes the enroll.txt row out    *
      *    and logs it to drops.txt with the date and reason; after  *
      *    the term's drop deadline (termcal.txt, set from the menu) *
      *    it is a withdrawal and a DRP row is posted to grades.txt  *
      *    under the grades.txt in-use marker with an audit.txt      *
      *    record. The freed seat goes to the first waitlisted       *
      *    student who fits it, with a notice on screen and in       *
      *    wlnotice.txt. Startup now signs the operator on against   *
      *    opermast.txt for the audit trail; setting a deadline      *
      *    needs supervisor authority (JRLB)                         *
      *  - 2026-10-15: registration is refused while the student     *
      *    has an active registration-blocking (type R) hold on      *
      *    holds.txt, the file jrlbhld maintains; the refusal names  *
      *    the hold and the office to see. A held student keeps      *
      *    their waitlist place but is passed over for a freed seat  *
      *    until the hold is cleared (JRLB)                          *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    and admission term after the year level; the master       *
      *    record here is widened to match (JRLB)                    *
      ****************************************************************

      ****************************************************************
           SELECT sections ASSIGN TO DISK
               FILE STATUS IS sections-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT load-file ASSIGN TO DISK.
           SELECT enroll-new ASSIGN TO DISK.
           SELECT waitlist ASSIGN TO DISK
               FILE STATUS IS waitlist-status.
           SELECT waitlist-new ASSIGN TO DISK.
           SELECT drops-file ASSIGN TO DISK
               FILE STATUS IS drops-status.
           SELECT termcal ASSIGN TO DISK
               FILE STATUS IS termcal-status.
           SELECT termcal-new ASSIGN TO DISK.
           SELECT notice-file ASSIGN TO DISK
               FILE STATUS IS notice-status.
           SELECT audit-file ASSIGN TO DISK
               FILE STATUS IS audit-status.
           SELECT lock-file ASSIGN TO DISK
               FILE STATUS IS lock-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.
           SELECT holds ASSIGN TO DISK
               FILE STATUS IS holds-status.

      ****************************************************************
       DATA DIVISION.
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD sections LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections.txt'.
           02 sc-section PIC X(3).
           02 sc-instructor PIC X(25).
           02 sc-capacity PIC 999.
           02 sc-days.
               03 sc-day PIC X OCCURS 6 TIMES.
           02 sc-start PIC 9(4).
           02 sc-end PIC 9(4).
           02 sc-room PIC X(8).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'missing.txt'.

       01 report-line PIC X(80).

       FD load-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'studload.txt'.

       01 load-line PIC X(80).

       FD enroll-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enroll_new.txt'.

       01 enroll-rec-new.
           02 new-stdnum PIC X(9).
           02 new-crscode PIC X(8).
           02 new-term PIC X(6).
           02 new-section PIC X(3).

      * One waitlisted request, in the order it was asked for; the
      * file is only ever appended to, so file order is queue order.
       FD waitlist LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'waitlist.txt'.

       01 wait-rec.
           02 wl-stdnum PIC X(9).
           02 wl-crscode PIC X(8).
           02 wl-term PIC X(6).
           02 wl-section PIC X(3).
           02 wl-date PIC X(8).
           02 wl-time PIC X(6).

       FD waitlist-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'waitlist_new.txt'.

       01 wait-rec-new PIC X(40).

      * Every drop and withdrawal taken out of enroll.txt. dr-kind is
      * D for a drop on or before the term's deadline, W for a
      * withdrawal after it (the one that posts a DRP grade).
       FD drops-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'drops.txt'.

       01 drop-rec.
           02 dr-stdnum PIC X(9).
           02 dr-crscode PIC X(8).
           02 dr-term PIC X(6).
           02 dr-section PIC X(3).
           02 dr-date PIC X(8).
           02 dr-kind PIC X.
           02 dr-reason PIC X(30).
           02 dr-oper PIC X(3).

      * The last day of each term a student may drop without a DRP
      * on the record.
       FD termcal LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'termcal.txt'.

       01 termcal-rec.
           02 tc-term PIC X(6).
           02 tc-drop-date PIC X(8).

       FD termcal-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'termcal_new.txt'.

       01 termcal-rec-new PIC X(14).

       FD notice-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'wlnotice.txt'.

       01 notice-line PIC X(80).

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
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 file-opened PIC 9 VALUE 0.
       77 cur-group PIC X(36) VALUE SPACES.
       77 d-missing PIC ZZ9.
       77 start-found PIC 9(4) VALUE 0.
       77 end-found PIC 9(4) VALUE 0.
       77 room-found PIC X(8) VALUE SPACES.
       77 degprog-found PIC X(20) VALUE SPACES.
       77 yrlevel-found PIC 9 VALUE 0.
       77 units-found PIC 9v9 VALUE 0.
       77 found-conflict PIC 9 VALUE 0.
       77 cf-crscode PIC X(8) VALUE SPACES.
       77 cf-section PIC X(3) VALUE SPACES.
       77 d PIC 9 VALUE 0.
       77 day-hit PIC 9 VALUE 0.
       77 h PIC 99 VALUE 0.
       77 load-units PIC 99v9 VALUE 0.

       01 days-found.
           02 day-found PIC X OCCURS 6 TIMES.

       77 waitlist-status PIC XX VALUE '00'.
       77 drops-status PIC XX VALUE '00'.
       77 termcal-status PIC XX VALUE '00'.
       77 notice-status PIC XX VALUE '00'.
       77 w-eof PIC 9 VALUE 0.
       77 found-wait PIC 9 VALUE 0.
       77 wait-pos PIC 999 VALUE 0.
       77 d-wait-pos PIC ZZ9.
       77 found-deadline PIC 9 VALUE 0.
       77 holds-status PIC XX VALUE '00'.
       77 hl-eof PIC 9 VALUE 0.
       77 found-hold PIC 9 VALUE 0.
       77 hold-office-found PIC X(15) VALUE SPACES.
       77 hold-reason-found PIC X(30) VALUE SPACES.
       77 deadline-found PIC X(8) VALUE SPACES.
       77 drop-kind PIC X VALUE SPACES.
       77 e-reason PIC X(30) VALUE SPACES.
       77 today PIC X(8) VALUE SPACES.
       77 now-time PIC X(6) VALUE SPACES.
       77 grade-on-file PIC 9 VALUE 0.
       77 refused PIC 9 VALUE 0.
       77 w PIC 999 VALUE 0.
       77 moved-in PIC 9 VALUE 0.
       77 no-candidate PIC 9 VALUE 0.
       77 moved-count PIC 999 VALUE 0.
       77 d-moved PIC ZZ9.
       77 fill-ans PIC X VALUE SPACES.
       77 crstitle-found PIC X(50) VALUE SPACES.

      * The section of the enrollment CHECK-DUP-ENROLL found, so a
      * drop can be keyed by course and term alone.
       77 held-section PIC X(3) VALUE SPACES.

      * The waitlist entries of one section, in queue order, for the
      * seat-filling pass. wt-remove marks the entries that leave
      * the list - the one moved in, and any already enrolled in the
      * course some other way.
       01 wait-table.
           02 wait-count PIC 999 VALUE 0.
           02 wait-entry OCCURS 200 TIMES.
               03 wt-stdnum PIC X(9).
               03 wt-date PIC X(8).
               03 wt-remove PIC 9.

       01 e-date-entry.
           02 e-date-x PIC X(8).
           02 e-date REDEFINES e-date-x.
               03 e-year PIC 9(4).
               03 e-month PIC 99.
               03 e-day PIC 99.

       01 days-in-month-val.
           02 FILLER PIC X(24) VALUE '312931303130313130313031'.
       01 days-in-month-tab REDEFINES days-in-month-val.
           02 max-day PIC 99 OCCURS 12 TIMES.

       01 notice-det.
           02 nd-date PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(10) VALUE 'MOVED IN  '.
           02 nd-stdnum PIC X(10).
           02 nd-stdname PIC X(30).
           02 nd-crscode PIC X(9).
           02 nd-section PIC X(4).
           02 nd-term PIC X(6).

      * Sign-on state against the opermast.txt master jrlbopr
      * maintains: the verified ID becomes the operator identity the
      * audit trail and drops.txt carry, and the level gates setting
      * a term's drop deadline.
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
      * in the layout jrlbex writes: a withdrawal's DRP row goes on
      * the trail as an add (A) to grades.txt (G).
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

      * The sections a student already holds in the term being
      * registered, gathered from enroll.txt for the time-conflict
      * check and the study-load form.
       01 held-table.
           02 held-count PIC 99 VALUE 0.
           02 held-entry OCCURS 30 TIMES.
               03 hd-crscode PIC X(8).
               03 hd-section PIC X(3).

      * The study-load rows, sorted by first meeting day and start
      * time so the form reads in the order the week runs.
       01 load-table.
           02 ld-entry OCCURS 30 TIMES.
               03 ld-sort-key.
                   04 ld-first-day PIC 9.
                   04 ld-start PIC 9(4).
                   04 ld-crscode PIC X(8).
                   04 ld-section PIC X(3).
               03 ld-days PIC X(6).
               03 ld-end PIC 9(4).
               03 ld-room PIC X(8).
               03 ld-instructor PIC X(25).
               03 ld-units PIC 9v9.
       01 ld-swap-entry.
           02 lsw-sort-key PIC X(16).
           02 lsw-rest PIC X(45).

       01 time-text.
           02 tx-start PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 tx-end PIC 9(4).

      * The enrolled-but-ungraded rows for the requested term are
      * collected here and sorted by instructor, course, and section
           02 FILLER PIC X(1) VALUE SPACES.
           02 sum-count PIC ZZ9.

       01 ld-hdr-line.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(18) VALUE 'STUDY LOAD - TERM '.
           02 ld-hdr-term PIC X(6).

       01 ld-stu-line-1.
           02 FILLER PIC X(13) VALUE 'STUDENT NO.  '.
           02 ls-stdnum PIC X(11).
           02 ls-stdname PIC X(30).

       01 ld-stu-line-2.
           02 FILLER PIC X(13) VALUE 'PROGRAM      '.
           02 ls-degprog PIC X(22).
           02 FILLER PIC X(5) VALUE 'YEAR '.
           02 ls-yrlevel PIC 9.

       01 ld-col-line.
           02 FILLER PIC X(8) VALUE 'DAYS'.
           02 FILLER PIC X(11) VALUE 'TIME'.
           02 FILLER PIC X(10) VALUE 'ROOM'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(5) VALUE 'SEC'.
           02 FILLER PIC X(7) VALUE 'UNITS'.
           02 FILLER PIC X(10) VALUE 'INSTRUCTOR'.

       01 ld-det-line.
           02 ldd-days PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ldd-time PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ldd-room PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ldd-crscode PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ldd-section PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ldd-units PIC Z9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 ldd-instructor PIC X(25).

       01 ld-sum-line.
           02 FILLER PIC X(9) VALUE 'COURSES: '.
           02 lsm-count PIC Z9.
           02 FILLER PIC X(17) VALUE '   TOTAL UNITS: '.
           02 lsm-units PIC Z9.9.

       01 note-truncated PIC X(52) VALUE
           'NOTE: MORE MISSING ROWS THAN THE WORK TABLE CAN HOLD'.
       01 note-no-grades PIC X(52) VALUE

       Main-program.
           DISPLAY(1, 1) ERASE.
           PERFORM SIGN-ON.
           IF signed-on = 0
             DISPLAY ' '
             DISPLAY 'Sign-on failed.'
             STOP RUN.

           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'g'.

           STOP RUN.

           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. enroll a student in a course'.
           DISPLAY(5, 6) 'b. missing-grades report for a term'.
           DISPLAY(6, 6) 'c. print a student''s study-load form'.
           DISPLAY(7, 6) 'd. drop or withdraw a student'.
           DISPLAY(8, 6) 'e. a section''s waitlist'.
           DISPLAY(9, 6) 'f. set a term''s drop deadline'.
           DISPLAY(10, 6) 'g. exit'.
           DISPLAY(12, 6) 'Choose a letter: '.
           ACCEPT (12, 24) choice.

           IF choice = 'a'
             PERFORM ENROLL-STUDENT.
           IF choice = 'b'
             PERFORM MISSING-GRADES-REPORT.
           IF choice = 'c'
             PERFORM STUDY-LOAD-FORM.
           IF choice = 'd'
             PERFORM DROP-STUDENT.
           IF choice = 'e'
             PERFORM SHOW-WAITLIST.
           IF choice = 'f'
             PERFORM SET-DROP-DEADLINE.

           EXIT.

      * One registration: stdnum must be on the student master, the
      * course must be in the catalog, the term non-blank, the
      * section open in sections.txt with a seat still free, and the
      * same stdnum/course/term must not already be enrolled. The
      * section must not meet at a time the student already has a
      * class that term. A full section takes the request onto the
      * waitlist instead.
       ENROLL-STUDENT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           PERFORM LOOKUP-COURSE.
           PERFORM LOOKUP-SECTION.
           PERFORM CHECK-DUP-ENROLL.
           PERFORM CHECK-REG-HOLD.

           IF found-student = 0
             DISPLAY(9, 6) 'Stdnum not on student master.       '
           ELSE
           IF found-hold = 1
             DISPLAY(9, 6) 'Registration blocked - hold: '
                 hold-reason-found
             DISPLAY(10, 6) 'The student must clear it with the '
                 hold-office-found
           ELSE
           IF found-course = 0
             DISPLAY(9, 6) 'Course code not in catalog.         '
           ELSE
           IF found-dup = 1
             DISPLAY(9, 6) 'Already enrolled for that term.     '
           ELSE
             PERFORM CHECK-TIME-CONFLICT
             IF found-conflict = 1
               DISPLAY(9, 6) 'Time conflict with ' cf-crscode ' '
                   cf-section ' - not enrolled.'
             ELSE
             PERFORM COUNT-SECTION-ENROLL
             IF sec-count NOT < capacity-found
               PERFORM ADD-TO-WAITLIST
             ELSE
               PERFORM WRITE-ENROLL-ROW
               DISPLAY(9, 6) 'Enrolled.                           '
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           EXIT.

      * An active type R hold on holds.txt for e-stdnum blocks
      * registration; the first one found is the one named. Type D
      * holds only stop transcripts and report cards.
       CHECK-REG-HOLD.
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
           IF e-stdnum = hd-stdnum AND hd-active AND hd-blocks-reg AND
               found-hold = 0
             MOVE 1 TO found-hold
             MOVE hd-office TO hold-office-found
             MOVE hd-reason TO hold-reason-found.
           READ holds AT END MOVE 1 TO hl-eof.

           EXIT.

       WRITE-ENROLL-ROW.
           MOVE e-stdnum TO en-stdnum.
           MOVE e-crscode TO en-crscode.
           MOVE e-term TO en-term.
           MOVE e-section TO en-section.
           OPEN EXTEND enroll-file.
           IF enroll-status = '35'
             OPEN OUTPUT enroll-file.
           WRITE enroll-rec.
           CLOSE enroll-file.

           EXIT.

      * A full section queues the request. One place in line per
      * student per course and term - a second request for another
      * section of the same course is refused rather than queued.
       ADD-TO-WAITLIST.
           MOVE 0 TO found-wait.
           MOVE 0 TO wait-pos.
           OPEN INPUT waitlist.
           IF waitlist-status = '35'
             CLOSE waitlist
           ELSE
             READ waitlist AT END MOVE 1 TO w-eof
             END-READ
             PERFORM CHECK-WAIT-ROW UNTIL w-eof = 1
             CLOSE waitlist
           END-IF.
           MOVE 0 TO w-eof.

           IF found-wait = 1
             DISPLAY(9, 6) 'Section is full, and already on the '
             DISPLAY(10, 6) 'waitlist for that course.'
           ELSE
             MOVE e-stdnum TO wl-stdnum
             MOVE e-crscode TO wl-crscode
             MOVE e-term TO wl-term
             MOVE e-section TO wl-section
             ACCEPT wl-date FROM DATE YYYYMMDD
             ACCEPT wl-time FROM TIME
             OPEN EXTEND waitlist
             IF waitlist-status = '35'
               OPEN OUTPUT waitlist
             END-IF
             WRITE wait-rec
             CLOSE waitlist
             ADD 1 TO wait-pos
             MOVE wait-pos TO d-wait-pos
             DISPLAY(9, 6) 'Section is full - waitlisted, number '
                 d-wait-pos ' in line.'
             DISPLAY(10, 6) 'Instructor: ' instructor-found.

           EXIT.

       CHECK-WAIT-ROW.
           IF e-stdnum = wl-stdnum AND e-crscode = wl-crscode AND
               e-term = wl-term
             MOVE 1 TO found-wait.
           IF e-crscode = wl-crscode AND e-term = wl-term AND
               e-section = wl-section
             ADD 1 TO wait-pos.
           READ waitlist AT END MOVE 1 TO w-eof.

           EXIT.

       LOOKUP-STUDENT.
           MOVE 0 TO found-student.
           MOVE SPACES TO stdname-found.
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
           MOVE 0 TO units-found.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum

       READ-COURSE-DATA.
           IF e-crscode = coursecode
             MOVE 1 TO found-course
             MOVE coursetitle TO crstitle-found
             MOVE courseunits TO units-found.
           READ datum AT END MOVE 1 TO m-eof.

           EXIT.

      * Looks up the e-crscode/e-term/e-section keyed above against
      * sections.txt, leaving the instructor and capacity for the
      * head-count check and the meeting days, times, and room for
      * the time-conflict check. Shared by registration, the
      * study-load form, and the missing-grades grouping, which
      * load the e-* fields themselves.
       LOOKUP-SECTION.
           MOVE 0 TO found-section.
           MOVE SPACES TO instructor-found.
           MOVE 0 TO capacity-found.
           MOVE SPACES TO days-found.
           MOVE 0 TO start-found.
           MOVE 0 TO end-found.
           MOVE SPACES TO room-found.
           OPEN INPUT sections.
           IF sections-status = '35'
             CLOSE sections
               e-section = sc-section
             MOVE 1 TO found-section
             MOVE sc-instructor TO instructor-found
             MOVE sc-capacity TO capacity-found
             MOVE sc-days TO days-found
             MOVE sc-start TO start-found
             MOVE sc-end TO end-found
             MOVE sc-room TO room-found.
           READ sections AT END MOVE 1 TO s-eof.

           EXIT.
       READ-ENROLL-DATA.
           IF e-stdnum = en-stdnum AND e-crscode = en-crscode AND
               e-term = en-term
             MOVE 1 TO found-dup
             MOVE en-section TO held-section.
           READ enroll-file AT END MOVE 1 TO m-eof.

           EXIT.

      * The student's other sections that term are gathered from
      * enroll.txt, then sections.txt is read once and each held
      * section that shares a day with the new one is tested for an
      * overlapping time. A section with no days on file has nothing
      * to conflict with.
       CHECK-TIME-CONFLICT.
           MOVE 0 TO found-conflict.
           IF days-found NOT = SPACES
             PERFORM GATHER-HELD-SECTIONS
             IF held-count > 0
               OPEN INPUT sections
               IF sections-status = '35'
                 CLOSE sections
               ELSE
                 READ sections AT END MOVE 1 TO s-eof
                 END-READ
                 PERFORM CHECK-HELD-SECTION UNTIL s-eof = 1
                 CLOSE sections
               END-IF
               MOVE 0 TO s-eof
             END-IF
           END-IF.

           EXIT.

       GATHER-HELD-SECTIONS.
           MOVE 0 TO held-count.
           OPEN INPUT enroll-file.
           IF enroll-status = '35'
             CLOSE enroll-file
           ELSE
             READ enroll-file AT END MOVE 1 TO m-eof
             END-READ
             PERFORM GATHER-HELD-ROW UNTIL m-eof = 1
             CLOSE enroll-file
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       GATHER-HELD-ROW.
           IF e-stdnum = en-stdnum AND e-term = en-term
             IF held-count < 30
               ADD 1 TO held-count
               MOVE en-crscode TO hd-crscode(held-count)
               MOVE en-section TO hd-section(held-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.
           READ enroll-file AT END MOVE 1 TO m-eof.

           EXIT.

       CHECK-HELD-SECTION.
           IF e-term = sc-term AND sc-days NOT = SPACES AND
               start-found < sc-end AND sc-start < end-found
             MOVE 1 TO h
             PERFORM CHECK-ONE-HELD UNTIL h > held-count
           END-IF.
           READ sections AT END MOVE 1 TO s-eof.

           EXIT.

       CHECK-ONE-HELD.
           IF hd-crscode(h) = sc-crscode AND
               hd-section(h) = sc-section
             MOVE 0 TO day-hit
             MOVE 1 TO d
             PERFORM CHECK-ONE-DAY UNTIL d > 6
             IF day-hit = 1
               MOVE 1 TO found-conflict
               MOVE sc-crscode TO cf-crscode
               MOVE sc-section TO cf-section
             END-IF
           END-IF.
           ADD 1 TO h.

           EXIT.

       CHECK-ONE-DAY.
           IF day-found(d) NOT = SPACE AND sc-day(d) NOT = SPACE
             MOVE 1 TO day-hit.
           ADD 1 TO d.

           EXIT.

      * The student's sections for a term, looked up in sections.txt
      * and data.txt and written to studload.txt in the order they
      * meet through the week, with the total units carried.
       STUDY-LOAD-FORM.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           ACCEPT (4, 25) e-stdnum.
           DISPLAY(5, 6) 'term (eg 1S2026): '.
           ACCEPT (5, 25) e-term.
           INSPECT e-term CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM LOOKUP-STUDENT.
           MOVE 0 TO table-full.
           PERFORM GATHER-HELD-SECTIONS.

           IF found-student = 0
             DISPLAY(7, 6) 'Stdnum not on student master.'
           ELSE
           IF held-count = 0
             DISPLAY(7, 6) 'No enrollment on file for that term.'
           ELSE
             MOVE 1 TO h
             PERFORM BUILD-LOAD-ROW UNTIL h > held-count
             PERFORM SORT-LOAD-TABLE
             PERFORM WRITE-STUDY-LOAD
             DISPLAY(7, 6) 'Study load written to studload.txt.'
             IF table-full = 1
               DISPLAY(8, 6) 'WARNING: table full - form incomplete.'
             END-IF
           END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       BUILD-LOAD-ROW.
           MOVE hd-crscode(h) TO e-crscode.
           MOVE hd-section(h) TO e-section.
           PERFORM LOOKUP-SECTION.
           PERFORM LOOKUP-COURSE.
           MOVE hd-crscode(h) TO ld-crscode(h).
           MOVE hd-section(h) TO ld-section(h).
           MOVE days-found TO ld-days(h).
           MOVE start-found TO ld-start(h).
           MOVE end-found TO ld-end(h).
           MOVE room-found TO ld-room(h).
           MOVE units-found TO ld-units(h).
           IF found-section = 1
             MOVE instructor-found TO ld-instructor(h)
           ELSE
             MOVE '(no section on file)' TO ld-instructor(h).
           MOVE 9 TO ld-first-day(h).
           MOVE 6 TO d.
           PERFORM FIND-FIRST-DAY UNTIL d = 0.
           ADD 1 TO h.

           EXIT.

      * Walks the days backward so the earliest day in the week is
      * the one left in ld-first-day; a section with no days on file
      * keeps 9 and sorts last.
       FIND-FIRST-DAY.
           IF day-found(d) NOT = SPACE
             MOVE d TO ld-first-day(h).
           SUBTRACT 1 FROM d.

           EXIT.

       SORT-LOAD-TABLE.
           MOVE 1 TO pass-num.
           PERFORM SORT-LOAD-PASS UNTIL pass-num NOT < held-count.

           EXIT.

       SORT-LOAD-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-LOAD-COMPARE UNTIL k > held-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-LOAD-COMPARE.
           IF ld-sort-key(k) < ld-sort-key(pass-num)
             MOVE ld-entry(pass-num) TO ld-swap-entry
             MOVE ld-entry(k) TO ld-entry(pass-num)
             MOVE ld-swap-entry TO ld-entry(k).
           ADD 1 TO k.

           EXIT.

       WRITE-STUDY-LOAD.
           OPEN OUTPUT load-file.
           MOVE e-term TO ld-hdr-term.
           MOVE SPACES TO load-line.
           WRITE load-line.
           MOVE ld-hdr-line TO load-line.
           WRITE load-line.
           MOVE SPACES TO load-line.
           WRITE load-line.
           MOVE e-stdnum TO ls-stdnum.
           MOVE stdname-found TO ls-stdname.
           MOVE degprog-found TO ls-degprog.
           MOVE yrlevel-found TO ls-yrlevel.
           MOVE ld-stu-line-1 TO load-line.
           WRITE load-line.
           MOVE ld-stu-line-2 TO load-line.
           WRITE load-line.
           MOVE SPACES TO load-line.
           WRITE load-line.
           MOVE ld-col-line TO load-line.
           WRITE load-line.

           MOVE 0 TO load-units.
           MOVE 1 TO r.
           PERFORM PRINT-LOAD-LINE UNTIL r > held-count.

           MOVE SPACES TO load-line.
           WRITE load-line.
           MOVE held-count TO lsm-count.
           MOVE load-units TO lsm-units.
           MOVE ld-sum-line TO load-line.
           WRITE load-line.

           CLOSE load-file.

           EXIT.

       PRINT-LOAD-LINE.
           IF ld-days(r) = SPACES
             MOVE 'TBA' TO ldd-days
             MOVE SPACES TO ldd-time
           ELSE
             MOVE ld-days(r) TO ldd-days
             MOVE ld-start(r) TO tx-start
             MOVE ld-end(r) TO tx-end
             MOVE time-text TO ldd-time.
           MOVE ld-room(r) TO ldd-room.
           MOVE ld-crscode(r) TO ldd-crscode.
           MOVE ld-section(r) TO ldd-section.
           MOVE ld-units(r) TO ldd-units.
           MOVE ld-instructor(r) TO ldd-instructor.
           ADD ld-units(r) TO load-units.
           MOVE ld-det-line TO load-line.
           WRITE load-line.
           ADD 1 TO r.

           EXIT.

      * End-of-term reconciliation: every enroll.txt row for the
      * requested term is looked up in grades.txt; the rows with no
      * grade on file are collected, sorted by course, and written
           MOVE 0 TO lines-on-page.

           EXIT.

      * Drop or withdrawal: the student must be enrolled in the
      * course that term, a reason given, and the term's drop
      * deadline on termcal.txt. On or before the deadline it is a
      * drop; after it, a withdrawal, which first posts a DRP grade
      * (refused if a grade is already on file or the grades.txt
      * marker is held). Either way the enroll.txt row comes out,
      * drops.txt records it, and the freed seat goes to the
      * waitlist.
       DROP-STUDENT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           ACCEPT (4, 25) e-stdnum.
           DISPLAY(5, 6) 'course code: '.
           ACCEPT (5, 25) e-crscode.
           DISPLAY(6, 6) 'term (eg 1S2026): '.
           ACCEPT (6, 25) e-term.
           INSPECT e-term CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(7, 6) 'reason: '.
           ACCEPT (7, 25) e-reason.

           PERFORM CHECK-DUP-ENROLL.
           PERFORM FIND-DEADLINE.
           ACCEPT today FROM DATE YYYYMMDD.

           MOVE 0 TO refused.
           IF found-dup = 0
             MOVE 1 TO refused
             DISPLAY(9, 6) 'Not enrolled in that course that term.'
           ELSE
           IF e-reason = SPACES
             MOVE 1 TO refused
             DISPLAY(9, 6) 'Reason cannot be blank.'
           ELSE
           IF found-deadline = 0
             MOVE 1 TO refused
             DISPLAY(9, 6) 'No drop deadline set for that term -'
             DISPLAY(10, 6) 'set it from the menu first.'
           ELSE
             MOVE held-section TO e-section
             IF today > deadline-found
               MOVE 'W' TO drop-kind
               PERFORM POST-DRP-GRADE
             ELSE
               MOVE 'D' TO drop-kind
             END-IF
           END-IF
           END-IF
           END-IF.

           IF refused = 0
             PERFORM REMOVE-ENROLL-ROW
             PERFORM WRITE-DROP-REC
             IF drop-kind = 'W'
               DISPLAY(9, 6) 'Withdrawn - DRP posted to grades.txt.'
             ELSE
               DISPLAY(9, 6) 'Dropped.'
             END-IF
             PERFORM LOOKUP-SECTION
             PERFORM COUNT-SECTION-ENROLL
             IF found-section = 1 AND sec-count < capacity-found
               MOVE 0 TO moved-count
               PERFORM PROMOTE-ONE-SEAT
               IF moved-count = 0
                 DISPLAY(11, 6) 'No one waitlisted can take the seat.'
               END-IF
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       FIND-DEADLINE.
           MOVE 0 TO found-deadline.
           MOVE SPACES TO deadline-found.
           OPEN INPUT termcal.
           IF termcal-status = '35'
             CLOSE termcal
           ELSE
             READ termcal AT END MOVE 1 TO m-eof
             END-READ
             PERFORM READ-TERMCAL-DATA UNTIL m-eof = 1
             CLOSE termcal
           END-IF.
           MOVE 0 TO m-eof.

           EXIT.

       READ-TERMCAL-DATA.
           IF e-term = tc-term
             MOVE 1 TO found-deadline
             MOVE tc-drop-date TO deadline-found.
           READ termcal AT END MOVE 1 TO m-eof.

           EXIT.

      * The withdrawal's DRP row, written under the grades.txt in-use
      * marker the encoding sessions hold, with the catalog title and
      * units, and logged to audit.txt as an add. A row already on
      * file for the key means the grade sheet is in - the
      * withdrawal is refused and left to a change request.
       POST-DRP-GRADE.
           PERFORM TAKE-G1-LOCK.
           IF lock-held = 0
             MOVE 1 TO refused
           ELSE
             PERFORM LOOKUP-COURSE
             MOVE 0 TO grade-on-file
             OPEN I-O grades
             IF grades-status = '35'
               OPEN OUTPUT grades
               CLOSE grades
               OPEN I-O grades
             END-IF
             MOVE e-stdnum TO stdnum
             MOVE e-crscode TO crscode
             MOVE e-term TO term
             READ grades KEY IS std-key
               INVALID KEY MOVE 0 TO grade-on-file
               NOT INVALID KEY MOVE 1 TO grade-on-file
             END-READ
             IF grade-on-file = 1
               MOVE 1 TO refused
               DISPLAY(9, 6) 'A grade is already on file for that'
               DISPLAY(10, 6) 'course - not withdrawn.'
             ELSE
               MOVE e-stdnum TO stdnum
               MOVE e-crscode TO crscode
               MOVE e-term TO term
               MOVE crstitle-found TO crstitle
               MOVE units-found TO units
               MOVE 'DRP' TO grade-mark
               MOVE today TO enc-date
               WRITE std-info
                 INVALID KEY MOVE 1 TO refused
               END-WRITE
               IF refused = 1
                 DISPLAY(9, 6) 'grades.txt write failed - not'
                 DISPLAY(10, 6) 'withdrawn.'
               ELSE
                 MOVE 'A' TO aud-action
                 MOVE SPACES TO aud-old-grade
                 MOVE 'DRP' TO aud-new-grade
                 PERFORM LOG-GRADE-AUDIT
               END-IF
             END-IF
             CLOSE grades
             PERFORM RELEASE-G1-LOCK
           END-IF.

           EXIT.

      * enroll.txt is sequential, so the dropped row comes out
      * through a scratch copy, the way jrlbutl re-keys it.
       REMOVE-ENROLL-ROW.
           OPEN INPUT enroll-file.
           OPEN OUTPUT enroll-new.
           READ enroll-file AT END MOVE 1 TO m-eof
           END-READ.
           PERFORM COPY-UNLESS-DROPPED UNTIL m-eof = 1.
           CLOSE enroll-file.
           CLOSE enroll-new.
           MOVE 0 TO m-eof.
           CALL 'CBL_DELETE_FILE' USING 'enroll.txt'.
           CALL 'CBL_RENAME_FILE' USING 'enroll_new.txt' 'enroll.txt'.

           EXIT.

       COPY-UNLESS-DROPPED.
           IF e-stdnum = en-stdnum AND e-crscode = en-crscode AND
               e-term = en-term
             CONTINUE
           ELSE
             MOVE enroll-rec TO enroll-rec-new
             WRITE enroll-rec-new.
           READ enroll-file AT END MOVE 1 TO m-eof.

           EXIT.

       WRITE-DROP-REC.
           MOVE e-stdnum TO dr-stdnum.
           MOVE e-crscode TO dr-crscode.
           MOVE e-term TO dr-term.
           MOVE e-section TO dr-section.
           MOVE today TO dr-date.
           MOVE drop-kind TO dr-kind.
           MOVE e-reason TO dr-reason.
           MOVE oper-init TO dr-oper.
           OPEN EXTEND drops-file.
           IF drops-status = '35'
             OPEN OUTPUT drops-file.
           WRITE drop-rec.
           CLOSE drops-file.

           EXIT.

      * Moves the first waitlisted student who fits into one free
      * seat of the e-crscode/e-term/e-section section (LOOKUP-SECTION
      * has already left its schedule). A student since enrolled in
      * the course another way leaves the list; one whose own
      * schedule clashes with the section, or who has a registration
      * hold on, keeps their place and is passed over. no-candidate
      * is set when no one could be moved.
       PROMOTE-ONE-SEAT.
           PERFORM LOAD-SECTION-WAITLIST.
           MOVE 0 TO moved-in.
           MOVE 1 TO w.
           PERFORM TRY-WAIT-CANDIDATE UNTIL w > wait-count OR
               moved-in = 1.
           PERFORM REWRITE-WAITLIST.
           IF moved-in = 1
             ADD 1 TO sec-count
           ELSE
             MOVE 1 TO no-candidate.

           EXIT.

       LOAD-SECTION-WAITLIST.
           MOVE 0 TO wait-count.
           OPEN INPUT waitlist.
           IF waitlist-status = '35'
             CLOSE waitlist
           ELSE
             READ waitlist AT END MOVE 1 TO w-eof
             END-READ
             PERFORM LOAD-WAIT-ROW UNTIL w-eof = 1
             CLOSE waitlist
           END-IF.
           MOVE 0 TO w-eof.

           EXIT.

       LOAD-WAIT-ROW.
           IF e-crscode = wl-crscode AND e-term = wl-term AND
               e-section = wl-section AND wait-count < 200
             ADD 1 TO wait-count
             MOVE wl-stdnum TO wt-stdnum(wait-count)
             MOVE wl-date TO wt-date(wait-count)
             MOVE 0 TO wt-remove(wait-count).
           READ waitlist AT END MOVE 1 TO w-eof.

           EXIT.

       TRY-WAIT-CANDIDATE.
           MOVE wt-stdnum(w) TO e-stdnum.
           PERFORM CHECK-DUP-ENROLL.
           IF found-dup = 1
             MOVE 1 TO wt-remove(w)
           ELSE
             PERFORM CHECK-TIME-CONFLICT
             PERFORM CHECK-REG-HOLD
             IF found-conflict = 0 AND found-hold = 0
               PERFORM WRITE-ENROLL-ROW
               MOVE 1 TO wt-remove(w)
               MOVE 1 TO moved-in
               ADD 1 TO moved-count
               PERFORM WRITE-MOVE-NOTICE
             END-IF
           END-IF.
           ADD 1 TO w.

           EXIT.

       REWRITE-WAITLIST.
           OPEN INPUT waitlist.
           IF waitlist-status = '35'
             CLOSE waitlist
           ELSE
             OPEN OUTPUT waitlist-new
             READ waitlist AT END MOVE 1 TO w-eof
             END-READ
             PERFORM COPY-UNLESS-REMOVED UNTIL w-eof = 1
             CLOSE waitlist
             CLOSE waitlist-new
             CALL 'CBL_DELETE_FILE' USING 'waitlist.txt'
             CALL 'CBL_RENAME_FILE' USING 'waitlist_new.txt'
                 'waitlist.txt'
           END-IF.
           MOVE 0 TO w-eof.

           EXIT.

       COPY-UNLESS-REMOVED.
           MOVE 0 TO found-wait.
           IF e-crscode = wl-crscode AND e-term = wl-term AND
               e-section = wl-section
             MOVE 1 TO k
             PERFORM CHECK-WAIT-REMOVE UNTIL k > wait-count
           END-IF.
           IF found-wait = 0
             MOVE wait-rec TO wait-rec-new
             WRITE wait-rec-new.
           READ waitlist AT END MOVE 1 TO w-eof.

           EXIT.

       CHECK-WAIT-REMOVE.
           IF wt-stdnum(k) = wl-stdnum AND wt-remove(k) = 1
             MOVE 1 TO found-wait.
           ADD 1 TO k.

           EXIT.

      * The moved-in notice goes on screen and is appended to
      * wlnotice.txt for the registrar to send out.
       WRITE-MOVE-NOTICE.
           PERFORM LOOKUP-STUDENT.
           ACCEPT nd-date FROM DATE YYYYMMDD.
           MOVE e-stdnum TO nd-stdnum.
           MOVE stdname-found TO nd-stdname.
           MOVE e-crscode TO nd-crscode.
           MOVE e-section TO nd-section.
           MOVE e-term TO nd-term.
           OPEN EXTEND notice-file.
           IF notice-status = '35'
             OPEN OUTPUT notice-file.
           MOVE notice-det TO notice-line.
           WRITE notice-line.
           CLOSE notice-file.
           DISPLAY ' '.
           DISPLAY 'Moved in from the waitlist: ' e-stdnum ' '
               stdname-found.

           EXIT.

      * Lists one section's waitlist in queue order with the head
      * count, and offers to fill any open seats from it - the way a
      * capacity raised in jrlbsec reaches the students waiting.
       SHOW-WAITLIST.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'course code: '.
           ACCEPT (4, 25) e-crscode.
           DISPLAY(5, 6) 'term (eg 1S2026): '.
           ACCEPT (5, 25) e-term.
           INSPECT e-term CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(6, 6) 'section: '.
           ACCEPT (6, 25) e-section.
           INSPECT e-section CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           PERFORM LOOKUP-SECTION.
           IF found-section = 0
             DISPLAY(8, 6) 'No such section open that term.'
           ELSE
             PERFORM COUNT-SECTION-ENROLL
             PERFORM LOAD-SECTION-WAITLIST
             MOVE sec-count TO d-missing
             MOVE capacity-found TO d-wait-pos
             DISPLAY(8, 6) 'Enrolled ' d-missing ' of ' d-wait-pos
             DISPLAY ' '
             MOVE 1 TO w
             PERFORM DISPLAY-WAIT-ENTRY UNTIL w > wait-count
             MOVE wait-count TO d-wait-pos
             DISPLAY ' '
             DISPLAY d-wait-pos ' waiting.'
             IF wait-count > 0 AND sec-count < capacity-found
               DISPLAY 'Fill the open seats from the waitlist (Y/N)? '
               ACCEPT fill-ans
               IF fill-ans = 'y' OR fill-ans = 'Y'
                 PERFORM FILL-OPEN-SEATS
               END-IF
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-WAIT-ENTRY.
           MOVE wt-stdnum(w) TO e-stdnum.
           PERFORM LOOKUP-STUDENT.
           MOVE w TO d-wait-pos.
           DISPLAY d-wait-pos '  ' wt-stdnum(w) '  ' stdname-found
               '  ' wt-date(w).
           ADD 1 TO w.

           EXIT.

       FILL-OPEN-SEATS.
           MOVE 0 TO moved-count.
           MOVE 0 TO no-candidate.
           PERFORM PROMOTE-ONE-SEAT UNTIL no-candidate = 1 OR
               sec-count NOT < capacity-found.
           MOVE moved-count TO d-moved.
           DISPLAY ' '.
           DISPLAY d-moved ' moved in from the waitlist.'.

           EXIT.

      * A term's drop deadline: the last day a student may drop
      * without a DRP. Replaces any deadline already on file for the
      * term. Supervisor authority, since it decides which drops
      * touch grades.txt.
       SET-DROP-DEADLINE.
           DISPLAY(1, 1) ERASE.
           IF oper-level < 2
             DISPLAY(4, 6) 'Setting a drop deadline needs supervisor'
             DISPLAY(5, 6) 'authority (level 2).'
           ELSE
             PERFORM DO-SET-DEADLINE.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DO-SET-DEADLINE.
           DISPLAY(4, 6) 'term (eg 1S2026): '.
           ACCEPT (4, 34) e-term.
           INSPECT e-term CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(5, 6) 'last day to drop (YYYYMMDD): '.
           ACCEPT (5, 34) e-date-x.

           IF e-term = SPACES
             DISPLAY(7, 6) 'Term cannot be blank.'
           ELSE
           IF e-date-x NOT NUMERIC
             DISPLAY(7, 6) 'Date must be YYYYMMDD.'
           ELSE
           IF e-month < 1 OR e-month > 12
             DISPLAY(7, 6) 'That is not a real date.'
           ELSE
           IF e-day < 1 OR e-day > max-day(e-month)
             DISPLAY(7, 6) 'That is not a real date.'
           ELSE
             OPEN INPUT termcal
             OPEN OUTPUT termcal-new
             IF termcal-status NOT = '35'
               READ termcal AT END MOVE 1 TO m-eof
               END-READ
               PERFORM COPY-OTHER-TERMS UNTIL m-eof = 1
             END-IF
             CLOSE termcal
             MOVE 0 TO m-eof
             MOVE e-term TO tc-term
             MOVE e-date-x TO tc-drop-date
             MOVE termcal-rec TO termcal-rec-new
             WRITE termcal-rec-new
             CLOSE termcal-new
             CALL 'CBL_DELETE_FILE' USING 'termcal.txt'
             CALL 'CBL_RENAME_FILE' USING 'termcal_new.txt'
                 'termcal.txt'
             DISPLAY(7, 6) 'Drop deadline set.'
           END-IF
           END-IF
           END-IF
           END-IF.

           EXIT.

       COPY-OTHER-TERMS.
           IF tc-term NOT = e-term
             MOVE termcal-rec TO termcal-rec-new
             WRITE termcal-rec-new.
           READ termcal AT END MOVE 1 TO m-eof.

           EXIT.

      * Takes the grades.txt in-use marker for the one DRP write. A
      * marker already on disk means an encoding session holds the
      * ledger, and the withdrawal waits for it.
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
             DISPLAY(10, 6) 'Not withdrawn - try again later.'
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
