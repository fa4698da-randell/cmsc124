      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Fee Schedule Maint".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -maintains feesched.txt, the fee schedule jrlbasm bills     *
      *   from. Three kinds of entry share the file:                 *
      *     T - tuition per unit, by term and degree program         *
      *     L - a lab fee per course, keyed to the data.txt code     *
      *     M - a flat miscellaneous fee every student is charged    *
      *         each term (library, medical, registration...)        *
      *                                                              *
      *  -lets the accounting office add an entry, change the amount *
      *   of an existing one, delete an entry, or list the schedule  *
      *                                                              *
      *  -a lab fee is refused for a course not in the data.txt      *
      *   catalog, so a fee can't sit on a code no enrollment will   *
      *   ever carry                                                 *
      *                                                              *
      *  -change and delete rewrite feesched.txt through a scratch   *
      *   file since it is a sequential file, the same way jrlbcrs   *
      *   maintains data.txt                                         *
      ****************************************************************

      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT feesched ASSIGN TO DISK
               FILE STATUS IS feesched-status.
           SELECT feesched-new ASSIGN TO DISK.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       FILE SECTION.
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

       FD feesched-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'feesched_new.txt'.

       01 fee-info-new.
           02 new-type PIC X.
           02 new-key PIC X(26).
           02 new-amount PIC 9(5)v99.

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 m-eof PIC 9 VALUE 0.
       77 feesched-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-course PIC 9 VALUE 0.
       77 key-ok PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 listed-count PIC 999 VALUE 0.
       77 d-listed PIC ZZ9.
       77 d-amount PIC ZZZZ9.99.

      * Entry fields are keyed into working storage first - the
      * duplicate-check scan reads schedule records through the FD
      * record area, which would wipe out what was typed straight
      * into it. The key is built in the same three shapes the
      * record carries.
       01 entry-info.
           02 e-type PIC X.
           02 e-key PIC X(26).
           02 e-tuition-key REDEFINES e-key.
               03 e-term PIC X(6).
               03 e-degprog PIC X(20).
           02 e-lab-key REDEFINES e-key.
               03 e-crscode PIC X(8).
               03 FILLER PIC X(18).
           02 e-misc-key REDEFINES e-key.
               03 e-feedesc PIC X(26).
           02 e-amount PIC 9(5)v99.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'e'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. add a fee'.
           DISPLAY(5, 6) 'b. change a fee amount'.
           DISPLAY(6, 6) 'c. delete a fee'.
           DISPLAY(7, 6) 'd. list the fee schedule'.
           DISPLAY(8, 6) 'e. exit'.
           DISPLAY(10, 6) 'Choose a letter: '.
           ACCEPT (10, 24) choice.

           IF choice = 'a'
             PERFORM ADD-FEE.
           IF choice = 'b'
             PERFORM CHANGE-FEE.
           IF choice = 'c'
             PERFORM DELETE-FEE.
           IF choice = 'd'
             PERFORM LIST-FEES.

           EXIT.

      * Asks the fee type, then the key fields that type carries,
      * leaving e-type/e-key built and key-ok set when the key is
      * usable. Shared by add, change, and delete.
       GET-FEE-KEY.
           MOVE 0 TO key-ok.
           MOVE SPACES TO e-key.
           DISPLAY(4, 6) 'Fee type (T=tuition/unit, L=lab, M=misc): '.
           ACCEPT (4, 50) e-type.
           INSPECT e-type CONVERTING 'tlm' TO 'TLM'.

           IF e-type = 'T'
             DISPLAY(5, 6) 'Term (eg 1S2026): '
             DISPLAY(6, 6) 'Degree program: '
             ACCEPT (5, 30) e-term
             ACCEPT (6, 30) e-degprog
             INSPECT e-term CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             IF e-term = SPACES OR e-degprog = SPACES
               DISPLAY(9, 6) 'Term and degree program are required.'
             ELSE
               MOVE 1 TO key-ok
             END-IF
           ELSE
           IF e-type = 'L'
             DISPLAY(5, 6) 'Course code: '
             ACCEPT (5, 30) e-crscode
             IF e-crscode = SPACES
               DISPLAY(9, 6) 'Course code is required.'
             ELSE
               MOVE 1 TO key-ok
             END-IF
           ELSE
           IF e-type = 'M'
             DISPLAY(5, 6) 'Fee description: '
             ACCEPT (5, 30) e-feedesc
             IF e-feedesc = SPACES
               DISPLAY(9, 6) 'Fee description is required.'
             ELSE
               MOVE 1 TO key-ok
             END-IF
           ELSE
             DISPLAY(9, 6) 'Fee type must be T, L, or M.'
           END-IF
           END-IF
           END-IF.

           EXIT.

      * One fee: the type and key must not already be on the
      * schedule, a lab fee's course must be in the catalog, and the
      * amount must be above zero.
       ADD-FEE.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-FEE-KEY.

           MOVE 0 TO found.
           IF key-ok = 0
             MOVE 1 TO found
           ELSE
             DISPLAY(7, 6) 'Amount: '
             ACCEPT (7, 30) e-amount
             IF e-type = 'L'
               PERFORM LOOKUP-COURSE
             ELSE
               MOVE 1 TO found-course
             END-IF
             IF found-course = 0
               MOVE 1 TO found
               DISPLAY(9, 6) 'Course code not in catalog.'
             ELSE
             IF e-amount = 0
               MOVE 1 TO found
               DISPLAY(9, 6) 'Amount must be above zero.'
             ELSE
               OPEN INPUT feesched
               IF feesched-status NOT = '35'
                 READ feesched AT END MOVE 1 TO eof
                 END-READ
                 PERFORM CHECK-DUP-FEE UNTIL eof = 1
                 CLOSE feesched
               ELSE
                 CLOSE feesched
               END-IF
               MOVE 0 TO eof
               IF found = 1
                 DISPLAY(9, 6) 'That fee is already on the schedule.'
               END-IF
             END-IF
             END-IF
           END-IF.

           IF found = 0
             MOVE e-type TO fs-type
             MOVE e-key TO fs-key
             MOVE e-amount TO fs-amount
             OPEN EXTEND feesched
             IF feesched-status = '35'
               OPEN OUTPUT feesched
             END-IF
             WRITE fee-info
             CLOSE feesched
             DISPLAY(9, 6) 'Fee added.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       CHECK-DUP-FEE.
           IF e-type = fs-type AND e-key = fs-key
             MOVE 1 TO found.
           READ feesched AT END MOVE 1 TO eof.

           EXIT.

       LOOKUP-COURSE.
           MOVE 0 TO found-course.
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
             MOVE 1 TO found-course.
           READ datum AT END MOVE 1 TO m-eof.

           EXIT.

       CHANGE-FEE.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-FEE-KEY.

           IF key-ok = 1
             DISPLAY(7, 6) 'New amount: '
             ACCEPT (7, 30) e-amount
             IF e-amount = 0
               DISPLAY(9, 6) 'Amount must be above zero.'
             ELSE
               PERFORM CHANGE-FEE-FILE
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * The scratch-file rewrite for CHANGE-FEE, run once the new
      * amount has passed the check above.
       CHANGE-FEE-FILE.
           MOVE 0 TO found.
           OPEN INPUT feesched.
           OPEN OUTPUT feesched-new.
           IF feesched-status NOT = '35'
             READ feesched AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-OR-CHANGE-FEE UNTIL eof = 1
             CLOSE feesched
           ELSE
             CLOSE feesched.
           CLOSE feesched-new.
           MOVE 0 TO eof.

           IF found = 1
             CALL 'CBL_DELETE_FILE' USING 'feesched.txt'
             CALL 'CBL_RENAME_FILE' USING 'feesched_new.txt'
                 'feesched.txt'
             DISPLAY(9, 6) 'Fee updated.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'feesched_new.txt'
             DISPLAY(9, 6) 'Fee not found - nothing changed.'.

           EXIT.

       COPY-OR-CHANGE-FEE.
           MOVE fs-type TO new-type.
           MOVE fs-key TO new-key.
           MOVE fs-amount TO new-amount.
           IF e-type = fs-type AND e-key = fs-key
             MOVE 1 TO found
             MOVE e-amount TO new-amount.
           WRITE fee-info-new.
           READ feesched AT END MOVE 1 TO eof.

           EXIT.

       DELETE-FEE.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-FEE-KEY.

           IF key-ok = 1
             PERFORM DELETE-FEE-FILE.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DELETE-FEE-FILE.
           MOVE 0 TO found.
           OPEN INPUT feesched.
           OPEN OUTPUT feesched-new.
           IF feesched-status NOT = '35'
             READ feesched AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-UNLESS-FEE UNTIL eof = 1
             CLOSE feesched
           ELSE
             CLOSE feesched.
           CLOSE feesched-new.
           MOVE 0 TO eof.

           IF found = 1
             CALL 'CBL_DELETE_FILE' USING 'feesched.txt'
             CALL 'CBL_RENAME_FILE' USING 'feesched_new.txt'
                 'feesched.txt'
             DISPLAY(9, 6) 'Fee deleted.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'feesched_new.txt'
             DISPLAY(9, 6) 'Fee not found - nothing deleted.'.

           EXIT.

       COPY-UNLESS-FEE.
           IF e-type = fs-type AND e-key = fs-key
             MOVE 1 TO found
           ELSE
             MOVE fs-type TO new-type
             MOVE fs-key TO new-key
             MOVE fs-amount TO new-amount
             WRITE fee-info-new.
           READ feesched AT END MOVE 1 TO eof.

           EXIT.

       LIST-FEES.
           DISPLAY(1, 1) ERASE.
           DISPLAY(2, 1) 'Type'.
           DISPLAY(2, 7) 'Key'.
           DISPLAY(2, 39) 'Amount'.
           DISPLAY ' '.

           MOVE 0 TO listed-count.
           OPEN INPUT feesched.
           IF feesched-status NOT = '35'
             READ feesched AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-FEE-REC UNTIL eof = 1
             CLOSE feesched
           ELSE
             CLOSE feesched
             DISPLAY(4, 1) 'feesched.txt has no fees yet.'.
           MOVE 0 TO eof.

           DISPLAY ' '.
           MOVE listed-count TO d-listed.
           DISPLAY d-listed ' fees on the schedule.'.
           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-FEE-REC.
           ADD 1 TO listed-count.
           MOVE fs-amount TO d-amount.
           IF fs-tuition
             DISPLAY fs-type '     ' fs-term ' ' fs-degprog '     '
                 d-amount ' /unit'
           ELSE
             DISPLAY fs-type '     ' fs-key '      ' d-amount.
           READ feesched AT END MOVE 1 TO eof.

           EXIT.
