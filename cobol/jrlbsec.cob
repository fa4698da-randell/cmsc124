      *  -change and delete rewrite sections.txt through a scratch   *
      *   file since it is a sequential file, the same way jrlbcrs   *
      *   maintains data.txt                                         *
      *                                                              *
      * Modification history:                                        *
      *  - 2026-10-15: each section now carries its meeting days     *
      *    (M T W H F S, H for Thursday), start and end time (HHMM,  *
      *    24-hour), and room. Opening or changing a section is      *
      *    refused when another section that term holds the same     *
      *    room on a shared day at an overlapping time. New option   *
      *    prints an instructor's teaching load for a term in day    *
      *    and time order to instload.txt. sections.txt grows to 67  *
      *    bytes - existing files must be rebuilt (JRLB)             *
      *  - 2026-10-15: a change keyed with a zero capacity is        *
      *    refused again instead of being written to sections.txt    *
      *    (JRLB)                                                    *
      ****************************************************************

      ****************************************************************
           SELECT sections-new ASSIGN TO DISK.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT enroll-file ASSIGN TO DISK
               FILE STATUS IS enroll-status.
           SELECT report-file ASSIGN TO DISK.

      ****************************************************************
       DATA DIVISION.
           02 sc-section PIC X(3).
           02 sc-instructor PIC X(25).
           02 sc-capacity PIC 999.
           02 sc-days.
               03 sc-day PIC X OCCURS 6 TIMES.
           02 sc-start PIC 9(4).
           02 sc-end PIC 9(4).
           02 sc-room PIC X(8).

       FD sections-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections_new.txt'.
           02 new-section PIC X(3).
           02 new-instructor PIC X(25).
           02 new-capacity PIC 999.
           02 new-days PIC X(6).
           02 new-start PIC 9(4).
           02 new-end PIC 9(4).
           02 new-room PIC X(8).

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       FD enroll-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enroll.txt'.

       01 enroll-rec.
           02 en-stdnum PIC X(9).
           02 en-crscode PIC X(8).
           02 en-term PIC X(6).
           02 en-section PIC X(3).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'instload.txt'.

       01 report-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 listed-count PIC 999 VALUE 0.
       77 d-listed PIC ZZ9.
       77 d-capacity PIC ZZ9.
       77 enroll-status PIC XX VALUE '00'.
       77 m-eof PIC 9 VALUE 0.
       77 d PIC 9 VALUE 0.
       77 day-tally PIC 99 VALUE 0.
       77 day-hit PIC 9 VALUE 0.
       77 units-found PIC 9v9 VALUE 0.
       77 askinstr PIC X(25) VALUE SPACES.
       77 r PIC 99 VALUE 0.
       77 k PIC 99 VALUE 0.
       77 pass-num PIC 99 VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 load-units PIC 999v9 VALUE 0.
       77 d-units PIC ZZ9.9.
       77 cf-crscode PIC X(8) VALUE SPACES.
       77 cf-section PIC X(3) VALUE SPACES.

      * Entry fields are keyed into working storage first - the
      * duplicate-check scan reads section records through the FD
       01 entry-info.
           02 e-instructor PIC X(25).
           02 e-capacity PIC 999.
           02 e-days-in PIC X(6).
           02 e-days-left PIC X(6).
           02 e-days.
               03 e-day PIC X OCCURS 6 TIMES.
           02 e-start-x PIC X(4).
           02 e-start REDEFINES e-start-x PIC 9(4).
           02 e-start-parts REDEFINES e-start-x.
               03 e-start-hh PIC 99.
               03 e-start-mm PIC 99.
           02 e-end-x PIC X(4).
           02 e-end REDEFINES e-end-x PIC 9(4).
           02 e-end-parts REDEFINES e-end-x.
               03 e-end-hh PIC 99.
               03 e-end-mm PIC 99.
           02 e-room PIC X(8).

      * Meeting days are kept by position, Monday through Saturday,
      * so two sections share a day when both have a letter in the
      * same position. H stands for Thursday.
       01 day-letters-val PIC X(6) VALUE 'MTWHFS'.
       01 day-letters REDEFINES day-letters-val.
           02 day-letter PIC X OCCURS 6 TIMES.

      * One instructor's sections for the term, sorted by first
      * meeting day and start time for the teaching-load listing.
       01 load-table.
           02 load-count PIC 99 VALUE 0.
           02 load-entry OCCURS 40 TIMES.
               03 ld-sort-key.
                   04 ld-first-day PIC 9.
                   04 ld-start PIC 9(4).
                   04 ld-crscode PIC X(8).
                   04 ld-section PIC X(3).
               03 ld-days PIC X(6).
               03 ld-end PIC 9(4).
               03 ld-room PIC X(8).
               03 ld-capacity PIC 999.
       01 swap-entry.
           02 sw-sort-key PIC X(16).
           02 sw-rest PIC X(21).

       01 time-text.
           02 tx-start PIC 9(4).
           02 FILLER PIC X VALUE '-'.
           02 tx-end PIC 9(4).

       01 hdr-line-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(21) VALUE 'TEACHING LOAD - TERM '.
           02 hdr-term PIC X(6).

       01 instr-line.
           02 FILLER PIC X(12) VALUE 'INSTRUCTOR  '.
           02 il-instructor PIC X(25).

       01 col-hdr-line.
           02 FILLER PIC X(8) VALUE 'DAYS'.
           02 FILLER PIC X(11) VALUE 'TIME'.
           02 FILLER PIC X(10) VALUE 'ROOM'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(5) VALUE 'SEC'.
           02 FILLER PIC X(7) VALUE 'UNITS'.
           02 FILLER PIC X(8) VALUE 'ENROLLED'.

       01 det-line.
           02 det-days PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-time PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-room PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-crscode PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-section PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-units PIC Z9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 det-enrolled PIC ZZ9.
           02 FILLER PIC X VALUE '/'.
           02 det-capacity PIC ZZ9.

       01 sum-line.
           02 FILLER PIC X(10) VALUE 'SECTIONS: '.
           02 sum-count PIC Z9.
           02 FILLER PIC X(17) VALUE '   TOTAL UNITS: '.
           02 sum-units PIC ZZ9.9.

       01 note-truncated PIC X(48) VALUE
           'NOTE: MORE SECTIONS THAN THE WORK TABLE CAN HOLD'.

      ****************************************************************
       PROCEDURE DIVISION.
       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'f'.

           STOP RUN.

           DISPLAY(5, 6) 'b. change a section'.
           DISPLAY(6, 6) 'c. close (delete) a section'.
           DISPLAY(7, 6) 'd. list a term''s sections'.
           DISPLAY(8, 6) 'e. instructor''s teaching load'.
           DISPLAY(9, 6) 'f. exit'.
           DISPLAY(11, 6) 'Choose a letter: '.
           ACCEPT (11, 24) choice.

           IF choice = 'a'
             PERFORM ADD-SECTION.
             PERFORM DELETE-SECTION.
           IF choice = 'd'
             PERFORM LIST-SECTIONS.
           IF choice = 'e'
             PERFORM INSTRUCTOR-LOAD.

           EXIT.

      * must be in the catalog, the key fields non-blank, the
      * capacity above zero (a zero-capacity section could never be
      * registered into), and the key must not already be open.
      * The meeting days, times, and room must pass
      * CHECK-SCHEDULE, which also refuses a room already held.
       ADD-SECTION.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-SECTION-KEY.
           DISPLAY(8, 6) 'Capacity: '.
           ACCEPT (7, 34) e-instructor.
           ACCEPT (8, 34) e-capacity.
           PERFORM GET-SCHEDULE.

           MOVE 0 TO found.
           IF askcode = SPACES OR askterm = SPACES OR asksec = SPACES
             MOVE 1 TO found
             DISPLAY(14, 6) 'Course, term, section cannot be blank.'
           ELSE
           IF e-capacity = 0
             MOVE 1 TO found
             DISPLAY(14, 6) 'Capacity must be above zero.'
           ELSE
             PERFORM LOOKUP-COURSE
             IF found-course = 0
               MOVE 1 TO found
               DISPLAY(14, 6)
                   'Course code not in catalog - not added.'
             ELSE
               PERFORM CHECK-DUP-SECTION
               IF found = 1
                 DISPLAY(14, 6)
                     'That section is already open - not added.'
               ELSE
                 PERFORM CHECK-SCHEDULE
               END-IF
             END-IF
           END-IF
             MOVE asksec TO sc-section
             MOVE e-instructor TO sc-instructor
             MOVE e-capacity TO sc-capacity
             MOVE e-days TO sc-days
             MOVE e-start TO sc-start
             MOVE e-end TO sc-end
             MOVE e-room TO sc-room
             OPEN EXTEND sections
             IF sections-status = '35'
               OPEN OUTPUT sections
             END-IF
             WRITE section-info
             CLOSE sections
             DISPLAY(14, 6) 'Section opened.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.

           EXIT.

       GET-SCHEDULE.
           DISPLAY(9, 6) 'Days (eg MWF, TH; H = Thu): '.
           DISPLAY(10, 6) 'Start time (HHMM, 24-hour): '.
           DISPLAY(11, 6) 'End time (HHMM, 24-hour): '.
           DISPLAY(12, 6) 'Room: '.
           ACCEPT (9, 34) e-days-in.
           ACCEPT (10, 34) e-start-x.
           ACCEPT (11, 34) e-end-x.
           ACCEPT (12, 34) e-room.
           INSPECT e-days-in CONVERTING 'mtwhfs' TO 'MTWHFS'.
           INSPECT e-room CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * The days are typed as letters in any order and laid out by
      * position here; anything left over after the six day letters
      * are blanked out is a typing error.
           MOVE e-days-in TO e-days-left.
           INSPECT e-days-left REPLACING ALL 'M' BY SPACE
               ALL 'T' BY SPACE ALL 'W' BY SPACE ALL 'H' BY SPACE
               ALL 'F' BY SPACE ALL 'S' BY SPACE.
           MOVE SPACES TO e-days.
           MOVE 1 TO d.
           PERFORM SET-ONE-DAY UNTIL d > 6.

           EXIT.

       SET-ONE-DAY.
           MOVE 0 TO day-tally.
           INSPECT e-days-in TALLYING day-tally FOR ALL day-letter(d).
           IF day-tally > 0
             MOVE day-letter(d) TO e-day(d).
           ADD 1 TO d.

           EXIT.

      * Checks the schedule keyed by GET-SCHEDULE, and then that no
      * other section of the term holds the room on a shared day at
      * an overlapping time. Sets found the way the key checks do.
       CHECK-SCHEDULE.
           IF e-days = SPACES OR e-days-left NOT = SPACES
             MOVE 1 TO found
             DISPLAY(14, 6) 'Days must be letters from M T W H F S.'
           ELSE
           IF e-start-x NOT NUMERIC OR e-end-x NOT NUMERIC
             MOVE 1 TO found
             DISPLAY(14, 6) 'Times must be HHMM, 24-hour.'
           ELSE
           IF e-start-hh > 23 OR e-start-mm > 59 OR
               e-end-hh > 23 OR e-end-mm > 59
             MOVE 1 TO found
             DISPLAY(14, 6) 'Times must be HHMM, 24-hour.'
           ELSE
           IF e-start NOT < e-end
             MOVE 1 TO found
             DISPLAY(14, 6) 'The class must end after it starts.'
           ELSE
           IF e-room = SPACES
             MOVE 1 TO found
             DISPLAY(14, 6) 'Room cannot be blank.'
           ELSE
             PERFORM CHECK-ROOM-CONFLICT
             IF found = 1
               DISPLAY(14, 6) 'Room is taken at that time by '
                   cf-crscode ' ' cf-section
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           EXIT.

       CHECK-ROOM-CONFLICT.
           OPEN INPUT sections.
           IF sections-status NOT = '35'
             READ sections AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-ROOM-REC UNTIL eof = 1
             CLOSE sections
           ELSE
             CLOSE sections.
           MOVE 0 TO eof.

           EXIT.

      * The section being changed is skipped - it may keep its own
      * room and time.
       CHECK-ROOM-REC.
           IF askterm = sc-term AND e-room = sc-room AND
               e-start < sc-end AND sc-start < e-end
             IF askcode NOT = sc-crscode OR asksec NOT = sc-section
               PERFORM CHECK-DAY-OVERLAP
               IF day-hit = 1
                 MOVE 1 TO found
                 MOVE sc-crscode TO cf-crscode
                 MOVE sc-section TO cf-section
               END-IF
             END-IF
           END-IF.
           READ sections AT END MOVE 1 TO eof.

           EXIT.

       CHECK-DAY-OVERLAP.
           MOVE 0 TO day-hit.
           MOVE 1 TO d.
           PERFORM CHECK-ONE-DAY UNTIL d > 6.

           EXIT.

       CHECK-ONE-DAY.
           IF e-day(d) NOT = SPACE AND sc-day(d) NOT = SPACE
             MOVE 1 TO day-hit.
           ADD 1 TO d.

           EXIT.

       LOOKUP-COURSE.
           MOVE 0 TO found-course.
           MOVE 0 TO units-found.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum

       READ-COURSE-DATA.
           IF askcode = coursecode
             MOVE 1 TO found-course
             MOVE courseunits TO units-found.
           READ datum AT END MOVE 1 TO eof.

           EXIT.
           DISPLAY(8, 6) 'New capacity: '.
           ACCEPT (7, 34) e-instructor.
           ACCEPT (8, 34) e-capacity.
           PERFORM GET-SCHEDULE.

           MOVE 0 TO found.
           IF e-capacity = 0
             MOVE 1 TO found
             DISPLAY(14, 6) 'Capacity must be above zero.'
           ELSE
             PERFORM CHECK-SCHEDULE.

           IF found = 1
             DISPLAY ' '
             DISPLAY 'Press any key to continue...'
             ACCEPT cont
             CALL 'CBL_DELETE_FILE' USING 'sections.txt'
             CALL 'CBL_RENAME_FILE' USING 'sections_new.txt'
                 'sections.txt'
             DISPLAY(14, 6) 'Section updated.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'sections_new.txt'
             DISPLAY(14, 6) 'Section not found - nothing changed.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
             MOVE sc-section TO new-section
             MOVE e-instructor TO new-instructor
             MOVE e-capacity TO new-capacity
             MOVE e-days TO new-days
             MOVE e-start TO new-start
             MOVE e-end TO new-end
             MOVE e-room TO new-room
           ELSE
             MOVE sc-crscode TO new-crscode
             MOVE sc-term TO new-term
             MOVE sc-section TO new-section
             MOVE sc-instructor TO new-instructor
             MOVE sc-capacity TO new-capacity
             MOVE sc-days TO new-days
             MOVE sc-start TO new-start
             MOVE sc-end TO new-end
             MOVE sc-room TO new-room.
           WRITE section-info-new.
           READ sections AT END MOVE 1 TO eof.

             MOVE sc-section TO new-section
             MOVE sc-instructor TO new-instructor
             MOVE sc-capacity TO new-capacity
             MOVE sc-days TO new-days
             MOVE sc-start TO new-start
             MOVE sc-end TO new-end
             MOVE sc-room TO new-room
             WRITE section-info-new.
           READ sections AT END MOVE 1 TO eof.

           DISPLAY(6, 1) 'Course'.
           DISPLAY(6, 11) 'Sec'.
           DISPLAY(6, 16) 'Instructor'.
           DISPLAY(6, 43) 'Cap'.
           DISPLAY(6, 48) 'Days'.
           DISPLAY(6, 55) 'Time'.
           DISPLAY(6, 66) 'Room'.
           DISPLAY ' '.

           MOVE 0 TO listed-count.
           IF askterm = sc-term
             ADD 1 TO listed-count
             MOVE sc-capacity TO d-capacity
             MOVE sc-start TO tx-start
             MOVE sc-end TO tx-end
             DISPLAY sc-crscode '  ' sc-section '  ' sc-instructor
                 '  ' d-capacity '  ' sc-days ' ' time-text '  '
                 sc-room
           END-IF.
           READ sections AT END MOVE 1 TO eof.

           EXIT.

      * An instructor's sections for the term in the order they
      * meet through the week, with units and head count, written
      * to instload.txt. The name must match sections.txt as keyed
      * when the sections were opened.
       INSTRUCTOR-LOAD.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Instructor name: '.
           ACCEPT (4, 34) askinstr.
           DISPLAY(5, 6) 'Term (eg 1S2026): '.
           ACCEPT (5, 34) askterm.
           INSPECT askterm CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO load-count.
           MOVE 0 TO table-full.
           OPEN INPUT sections.
           IF sections-status NOT = '35'
             READ sections AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-INSTR-SECTION UNTIL eof = 1
             CLOSE sections
           ELSE
             CLOSE sections.
           MOVE 0 TO eof.

           IF load-count = 0
             DISPLAY(7, 6) 'No sections for that instructor and term.'
           ELSE
             PERFORM SORT-LOAD-TABLE
             PERFORM WRITE-LOAD-REPORT
             MOVE load-count TO d-listed
             MOVE load-units TO d-units
             DISPLAY(7, 6) 'Teaching load written to instload.txt.'
             DISPLAY(8, 6) d-listed ' sections, ' d-units ' units.'
             IF table-full = 1
               DISPLAY(9, 6) 'WARNING: table full - load incomplete.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       LOAD-INSTR-SECTION.
           IF askterm = sc-term AND askinstr = sc-instructor
             IF load-count < 40
               ADD 1 TO load-count
               MOVE sc-crscode TO ld-crscode(load-count)
               MOVE sc-section TO ld-section(load-count)
               MOVE sc-days TO ld-days(load-count)
               MOVE sc-start TO ld-start(load-count)
               MOVE sc-end TO ld-end(load-count)
               MOVE sc-room TO ld-room(load-count)
               MOVE sc-capacity TO ld-capacity(load-count)
               MOVE 9 TO ld-first-day(load-count)
               MOVE 6 TO d
               PERFORM FIND-FIRST-DAY UNTIL d = 0
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.
           READ sections AT END MOVE 1 TO eof.

           EXIT.

      * Walks the days backward so the earliest day in the week is
      * the one left in ld-first-day; a section with no days on file
      * keeps 9 and sorts last.
       FIND-FIRST-DAY.
           IF sc-day(d) NOT = SPACE
             MOVE d TO ld-first-day(load-count).
           SUBTRACT 1 FROM d.

           EXIT.

      * Straight selection sort on first day, start time, course,
      * and section, the same shape jrlbenr uses for its tables.
       SORT-LOAD-TABLE.
           MOVE 1 TO pass-num.
           PERFORM SORT-PASS UNTIL pass-num NOT < load-count.

           EXIT.

       SORT-PASS.
           COMPUTE k = pass-num + 1.
           PERFORM SORT-COMPARE UNTIL k > load-count.
           ADD 1 TO pass-num.

           EXIT.

       SORT-COMPARE.
           IF ld-sort-key(k) < ld-sort-key(pass-num)
             MOVE load-entry(pass-num) TO swap-entry
             MOVE load-entry(k) TO load-entry(pass-num)
             MOVE swap-entry TO load-entry(k).
           ADD 1 TO k.

           EXIT.

       WRITE-LOAD-REPORT.
           OPEN OUTPUT report-file.
           MOVE askterm TO hdr-term.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE hdr-line-1 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE askinstr TO il-instructor.
           MOVE instr-line TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE col-hdr-line TO report-line.
           WRITE report-line.

           MOVE 0 TO load-units.
           MOVE 1 TO r.
           PERFORM PRINT-LOAD-LINE UNTIL r > load-count.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE load-count TO sum-count.
           MOVE load-units TO sum-units.
           MOVE sum-line TO report-line.
           WRITE report-line.
           IF table-full = 1
             MOVE note-truncated TO report-line
             WRITE report-line.

           CLOSE report-file.

           EXIT.

       PRINT-LOAD-LINE.
           MOVE ld-crscode(r) TO askcode.
           PERFORM LOOKUP-COURSE.
           ADD units-found TO load-units.
           MOVE ld-crscode(r) TO askcode.
           MOVE ld-section(r) TO asksec.
           PERFORM COUNT-SECTION-ENROLL.

           MOVE ld-days(r) TO det-days.
           IF ld-days(r) = SPACES
             MOVE 'TBA' TO det-days
             MOVE SPACES TO det-time
           ELSE
             MOVE ld-start(r) TO tx-start
             MOVE ld-end(r) TO tx-end
             MOVE time-text TO det-time.
           MOVE ld-room(r) TO det-room.
           MOVE ld-crscode(r) TO det-crscode.
           MOVE ld-section(r) TO det-section.
           MOVE units-found TO det-units.
           MOVE ld-capacity(r) TO det-capacity.
           MOVE det-line TO report-line.
           WRITE report-line.

           ADD 1 TO r.

           EXIT.

      * Heads enrolled in the askcode/askterm/asksec section, counted
      * the way jrlbenr counts them against the capacity.
       COUNT-SECTION-ENROLL.
           MOVE 0 TO det-enrolled.
           MOVE 0 TO listed-count.
           OPEN INPUT enroll-file.
           IF enroll-status = '35'
             CLOSE enroll-file
           ELSE
             READ enroll-file AT END MOVE 1 TO m-eof
             END-READ
             PERFORM COUNT-SECTION-ROW UNTIL m-eof = 1
             CLOSE enroll-file
           END-IF.
           MOVE 0 TO m-eof.
           MOVE listed-count TO det-enrolled.

           EXIT.

       COUNT-SECTION-ROW.
           IF askcode = en-crscode AND askterm = en-term AND
               asksec = en-section
             ADD 1 TO listed-count.
           READ enroll-file AT END MOVE 1 TO m-eof.

           EXIT.
