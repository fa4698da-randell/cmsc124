      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Credited Courses Maint".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -maintains credits.txt, the courses credited to shiftees    *
      *   and transferees from their old program or school. Each     *
      *   credit carries the stdnum, the local data.txt course code  *
      *   it stands for, the source school and source course, the    *
      *   units, the operator who approved it, and the date          *
      *                                                              *
      *  -a credit is not a grade: it never goes into grades.txt,    *
      *   so it stays out of every GWA, honor-roll, and standing     *
      *   figure. jrlbgrd counts it COMPLETED toward the curriculum, *
      *   jrlbex accepts it as a prerequisite, and jrlbtrn lists it  *
      *   in a separate credited section of the transcript           *
      *                                                              *
      *  -a credit is refused for a stdnum not on students.txt, a    *
      *   local course not in data.txt, or a course the student is   *
      *   already credited with; the units default to the local      *
      *   course's catalog units when none are keyed                 *
      *                                                              *
      *  -adding or deleting a credit takes supervisor authority or  *
      *   better; listing is open to any operator                    *
      *                                                              *
      *  -delete rewrites credits.txt through a scratch file since   *
      *   it is a sequential file, the same way jrlbhld maintains    *
      *   holds.txt                                                  *
      ****************************************************************

      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.
           SELECT credits-new ASSIGN TO DISK.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       FILE SECTION.
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

       FD credits-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'credits_new.txt'.

       01 credit-info-new PIC X(75).

       FD stdmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 master-info.
           02 m-stdnum PIC X(9).
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

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
       77 c-eof PIC 9 VALUE 0.
       77 credits-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 found-course PIC 9 VALUE 0.
       77 stdname-found PIC X(30) VALUE SPACES.
       77 catalog-units PIC 9v9 VALUE ZERO.
       77 cont PIC X VALUE SPACES.
       77 today PIC X(8) VALUE SPACES.
       77 listed-count PIC 999 VALUE 0.
       77 d-listed PIC ZZ9.
       77 d-units PIC 9.9 VALUE ZERO.
       77 total-units PIC 999v9 VALUE ZERO.
       77 d-total-units PIC ZZ9.9.

      * Entry fields are keyed into working storage first - the
      * duplicate-check scan reads credit records through the FD
      * record area, which would wipe out what was typed straight
      * into it.
       01 entry-info.
           02 e-stdnum PIC X(9).
           02 e-crscode PIC X(8).
           02 e-src-school PIC X(30).
           02 e-src-course PIC X(15).
           02 e-units PIC 9v9.

      * Sign-on state against the opermast.txt master jrlbopr
      * maintains: the verified ID goes on every credit approved.
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

           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'd'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. credit a course'.
           DISPLAY(5, 6) 'b. delete a credit'.
           DISPLAY(6, 6) 'c. list a student''s credits'.
           DISPLAY(7, 6) 'd. exit'.
           DISPLAY(9, 6) 'Choose a letter: '.
           ACCEPT (9, 24) choice.

           IF choice = 'a' OR choice = 'b'
             IF oper-level < 2
               DISPLAY(11, 6) 'Crediting a course takes supervisor'
               DISPLAY(12, 6) 'authority - see the registrar.'
               DISPLAY ' '
               DISPLAY 'Press any key to continue...'
               ACCEPT cont
               MOVE 'x' TO choice
             END-IF
           END-IF.

           IF choice = 'a'
             PERFORM ADD-CREDIT.
           IF choice = 'b'
             PERFORM DELETE-CREDIT.
           IF choice = 'c'
             PERFORM LIST-CREDITS.

           EXIT.

      * One credit: the student must be on the master, the local
      * course in the catalog, the source school and course given,
      * and the student not already credited with the course.
       ADD-CREDIT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           DISPLAY(5, 6) 'Local course code: '.
           DISPLAY(6, 6) 'Source school: '.
           DISPLAY(7, 6) 'Source course: '.
           DISPLAY(8, 6) 'Units (0=catalog units): '.
           ACCEPT (4, 32) e-stdnum.
           ACCEPT (5, 32) e-crscode.
           ACCEPT (6, 32) e-src-school.
           ACCEPT (7, 32) e-src-course.
           ACCEPT (8, 32) e-units.
           INSPECT e-crscode CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT e-src-school CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT e-src-course CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 1 TO found.
           PERFORM LOOKUP-STUDENT.
           PERFORM LOOKUP-COURSE.
           IF found-student = 0
             DISPLAY(10, 6) 'Stdnum not on student master.'
           ELSE
           IF found-course = 0
             DISPLAY(10, 6) 'Course code not in catalog.'
           ELSE
           IF e-src-school = SPACES OR e-src-course = SPACES
             DISPLAY(10, 6) 'Source school and course are required.'
           ELSE
             MOVE 0 TO found
             OPEN INPUT credits
             IF credits-status NOT = '35'
               READ credits AT END MOVE 1 TO eof
               END-READ
               PERFORM CHECK-DUP-CREDIT UNTIL eof = 1
               CLOSE credits
             ELSE
               CLOSE credits
             END-IF
             MOVE 0 TO eof
             IF found = 1
               DISPLAY(10, 6) 'Student already credited with that'
               DISPLAY(11, 6) 'course - not added.'
             END-IF
           END-IF
           END-IF
           END-IF.

           IF found = 0
             IF e-units = ZERO
               MOVE catalog-units TO e-units
             END-IF
             ACCEPT today FROM DATE YYYYMMDD
             MOVE e-stdnum TO cr-stdnum
             MOVE e-crscode TO cr-crscode
             MOVE e-src-school TO cr-src-school
             MOVE e-src-course TO cr-src-course
             MOVE e-units TO cr-units
             MOVE oper-init TO cr-oper
             MOVE today TO cr-date
             OPEN EXTEND credits
             IF credits-status = '35'
               OPEN OUTPUT credits
             END-IF
             WRITE credit-info
             CLOSE credits
             DISPLAY(10, 6) 'Credit filed for ' stdname-found.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       CHECK-DUP-CREDIT.
           IF e-stdnum = cr-stdnum AND e-crscode = cr-crscode
             MOVE 1 TO found.
           READ credits AT END MOVE 1 TO eof.

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
           MOVE ZERO TO catalog-units.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
           ELSE
             READ datum AT END MOVE 1 TO c-eof
             END-READ
             PERFORM READ-COURSE-DATA UNTIL c-eof = 1
             CLOSE datum
           END-IF.
           MOVE 0 TO c-eof.

           EXIT.

       READ-COURSE-DATA.
           IF e-crscode = coursecode
             MOVE 1 TO found-course
             MOVE courseunits TO catalog-units.
           READ datum AT END MOVE 1 TO c-eof.

           EXIT.

      * Takes one credit off the file - a credit filed in error has
      * no history worth keeping, unlike a hold.
       DELETE-CREDIT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           DISPLAY(5, 6) 'Local course code: '.
           ACCEPT (4, 32) e-stdnum.
           ACCEPT (5, 32) e-crscode.
           INSPECT e-crscode CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO found.
           OPEN INPUT credits.
           OPEN OUTPUT credits-new.
           IF credits-status NOT = '35'
             READ credits AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-OR-DROP-CREDIT UNTIL eof = 1
             CLOSE credits
           ELSE
             CLOSE credits.
           CLOSE credits-new.
           MOVE 0 TO eof.

           IF found = 1
             CALL 'CBL_DELETE_FILE' USING 'credits.txt'
             CALL 'CBL_RENAME_FILE' USING 'credits_new.txt'
                 'credits.txt'
             DISPLAY(9, 6) 'Credit deleted.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'credits_new.txt'
             DISPLAY(9, 6) 'No credit like that - nothing deleted.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       COPY-OR-DROP-CREDIT.
           IF e-stdnum = cr-stdnum AND e-crscode = cr-crscode
             MOVE 1 TO found
           ELSE
             MOVE credit-info TO credit-info-new
             WRITE credit-info-new.
           READ credits AT END MOVE 1 TO eof.

           EXIT.

       LIST-CREDITS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           ACCEPT (4, 16) e-stdnum.

           DISPLAY(1, 1) ERASE.
           DISPLAY(2, 1) 'Course'.
           DISPLAY(2, 10) 'Source school'.
           DISPLAY(2, 41) 'Source course'.
           DISPLAY(2, 57) 'Units'.
           DISPLAY(2, 63) 'By'.
           DISPLAY(2, 67) 'Date'.
           DISPLAY ' '.

           MOVE 0 TO listed-count.
           MOVE ZERO TO total-units.
           OPEN INPUT credits.
           IF credits-status NOT = '35'
             READ credits AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-CREDIT-REC UNTIL eof = 1
             CLOSE credits
           ELSE
             CLOSE credits
             DISPLAY(4, 1) 'credits.txt has no credits yet.'.
           MOVE 0 TO eof.

           DISPLAY ' '.
           MOVE listed-count TO d-listed.
           MOVE total-units TO d-total-units.
           DISPLAY d-listed ' credits listed, ' d-total-units
               ' units.'.
           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-CREDIT-REC.
           IF cr-stdnum = e-stdnum
             ADD 1 TO listed-count
             ADD cr-units TO total-units
             MOVE cr-units TO d-units
             DISPLAY cr-crscode ' ' cr-src-school ' ' cr-src-course
                 ' ' d-units '  ' cr-oper ' ' cr-date
           END-IF.
           READ credits AT END MOVE 1 TO eof.

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
