      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Student Holds Maint".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -maintains holds.txt, the file of service holds the         *
      *   library, cashier, clinic, and the other offices place on   *
      *   students with unsettled obligations. Each hold carries     *
      *   the stdnum, the hold type, the office that placed it and   *
      *   what for, the date placed and the date cleared, and the    *
      *   operators who placed and cleared it. Two hold types:       *
      *     R - blocks registration (jrlbenr) as well as             *
      *         transcripts (jrlbtrn) and report cards (jrlbcrd)     *
      *     D - blocks transcripts and report cards only             *
      *                                                              *
      *  -a hold is active until it is cleared; clearing stamps the  *
      *   date and operator on it rather than deleting it, so the    *
      *   file keeps the history of every hold ever placed           *
      *                                                              *
      *  -a hold is refused for a stdnum not on students.txt, or     *
      *   when the same office already has an active hold of the     *
      *   same type on the student                                   *
      *                                                              *
      *  -clearing rewrites holds.txt through a scratch file since   *
      *   it is a sequential file, the same way jrlbfee maintains    *
      *   feesched.txt                                               *
      ****************************************************************

      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT holds ASSIGN TO DISK
               FILE STATUS IS holds-status.
           SELECT holds-new ASSIGN TO DISK.
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.

      ****************************************************************
       DATA DIVISION.
      ****************************************************************

       FILE SECTION.
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

       FD holds-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'holds_new.txt'.

       01 hold-info-new PIC X(77).

       FD stdmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 master-info.
           02 m-stdnum PIC X(9).
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

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
       77 holds-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-student PIC 9 VALUE 0.
       77 stdname-found PIC X(30) VALUE SPACES.
       77 key-ok PIC 9 VALUE 0.
       77 active-only PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 today PIC X(8) VALUE SPACES.
       77 listed-count PIC 999 VALUE 0.
       77 d-listed PIC ZZ9.

      * Entry fields are keyed into working storage first - the
      * duplicate-check scan reads hold records through the FD
      * record area, which would wipe out what was typed straight
      * into it.
       01 entry-info.
           02 e-stdnum PIC X(9).
           02 e-type PIC X.
           02 e-office PIC X(15).
           02 e-reason PIC X(30).

       01 hold-status-text PIC X(16).

      * Sign-on state against the opermast.txt master jrlbopr
      * maintains: the verified ID goes on every hold placed or
      * cleared.
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
           PERFORM SHOW-MENU UNTIL choice = 'e'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. place a hold'.
           DISPLAY(5, 6) 'b. clear a hold'.
           DISPLAY(6, 6) 'c. list a student''s holds'.
           DISPLAY(7, 6) 'd. list all active holds'.
           DISPLAY(8, 6) 'e. exit'.
           DISPLAY(10, 6) 'Choose a letter: '.
           ACCEPT (10, 24) choice.

           IF choice = 'a'
             PERFORM PLACE-HOLD.
           IF choice = 'b'
             PERFORM CLEAR-HOLD.
           IF choice = 'c'
             PERFORM LIST-STUDENT-HOLDS.
           IF choice = 'd'
             PERFORM LIST-ACTIVE-HOLDS.

           EXIT.

      * Asks the stdnum, hold type, and office, leaving key-ok set
      * when all three are usable. Shared by place and clear.
       GET-HOLD-KEY.
           MOVE 0 TO key-ok.
           DISPLAY(4, 6) 'stdnum: '.
           ACCEPT (4, 40) e-stdnum.
           DISPLAY(5, 6) 'Hold type (R=registration, D=documents): '.
           ACCEPT (5, 48) e-type.
           DISPLAY(6, 6) 'Office (LIBRARY, CASHIER, CLINIC...): '.
           ACCEPT (6, 46) e-office.
           INSPECT e-type CONVERTING 'rd' TO 'RD'.
           INSPECT e-office CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF e-stdnum = SPACES
             DISPLAY(9, 6) 'stdnum is required.'
           ELSE
           IF e-type NOT = 'R' AND e-type NOT = 'D'
             DISPLAY(9, 6) 'Hold type must be R or D.'
           ELSE
           IF e-office = SPACES
             DISPLAY(9, 6) 'Office is required.'
           ELSE
             MOVE 1 TO key-ok
           END-IF
           END-IF
           END-IF.

           EXIT.

      * One hold: the student must be on the master, a reason must
      * be given, and the office must not already hold the student
      * with an active hold of the same type.
       PLACE-HOLD.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-HOLD-KEY.

           MOVE 0 TO found.
           IF key-ok = 0
             MOVE 1 TO found
           ELSE
             DISPLAY(7, 6) 'Reason: '
             ACCEPT (7, 40) e-reason
             PERFORM LOOKUP-STUDENT
             IF found-student = 0
               MOVE 1 TO found
               DISPLAY(9, 6) 'Stdnum not on student master.'
             ELSE
             IF e-reason = SPACES
               MOVE 1 TO found
               DISPLAY(9, 6) 'Reason is required.'
             ELSE
               OPEN INPUT holds
               IF holds-status NOT = '35'
                 READ holds AT END MOVE 1 TO eof
                 END-READ
                 PERFORM CHECK-DUP-HOLD UNTIL eof = 1
                 CLOSE holds
               ELSE
                 CLOSE holds
               END-IF
               MOVE 0 TO eof
               IF found = 1
                 DISPLAY(9, 6) 'That office already has an active'
                 DISPLAY(10, 6) 'hold of that type on the student.'
               END-IF
             END-IF
             END-IF
           END-IF.

           IF found = 0
             ACCEPT today FROM DATE YYYYMMDD
             MOVE e-stdnum TO hd-stdnum
             MOVE e-type TO hd-type
             MOVE e-office TO hd-office
             MOVE e-reason TO hd-reason
             MOVE today TO hd-placed
             MOVE SPACES TO hd-cleared
             MOVE oper-init TO hd-oper
             MOVE SPACES TO hd-clr-oper
             OPEN EXTEND holds
             IF holds-status = '35'
               OPEN OUTPUT holds
             END-IF
             WRITE hold-info
             CLOSE holds
             DISPLAY(9, 6) 'Hold placed on ' stdname-found.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       CHECK-DUP-HOLD.
           IF e-stdnum = hd-stdnum AND e-type = hd-type AND
               e-office = hd-office AND hd-active
             MOVE 1 TO found.
           READ holds AT END MOVE 1 TO eof.

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

      * Clears the office's active hold of that type on the student:
      * the record stays on file with today's date and the clearing
      * operator stamped on it.
       CLEAR-HOLD.
           DISPLAY(1, 1) ERASE.
           PERFORM GET-HOLD-KEY.

           IF key-ok = 1
             PERFORM CLEAR-HOLD-FILE.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       CLEAR-HOLD-FILE.
           MOVE 0 TO found.
           ACCEPT today FROM DATE YYYYMMDD.
           OPEN INPUT holds.
           OPEN OUTPUT holds-new.
           IF holds-status NOT = '35'
             READ holds AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-OR-CLEAR-HOLD UNTIL eof = 1
             CLOSE holds
           ELSE
             CLOSE holds.
           CLOSE holds-new.
           MOVE 0 TO eof.

           IF found = 1
             CALL 'CBL_DELETE_FILE' USING 'holds.txt'
             CALL 'CBL_RENAME_FILE' USING 'holds_new.txt'
                 'holds.txt'
             DISPLAY(9, 6) 'Hold cleared.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'holds_new.txt'
             DISPLAY(9, 6) 'No active hold like that - nothing'
             DISPLAY(10, 6) 'cleared.'.

           EXIT.

       COPY-OR-CLEAR-HOLD.
           IF e-stdnum = hd-stdnum AND e-type = hd-type AND
               e-office = hd-office AND hd-active
             MOVE 1 TO found
             MOVE today TO hd-cleared
             MOVE oper-init TO hd-clr-oper.
           MOVE hold-info TO hold-info-new.
           WRITE hold-info-new.
           READ holds AT END MOVE 1 TO eof.

           EXIT.

       LIST-STUDENT-HOLDS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'stdnum: '.
           ACCEPT (4, 16) e-stdnum.
           MOVE 0 TO active-only.
           PERFORM LIST-HOLDS.

           EXIT.

       LIST-ACTIVE-HOLDS.
           MOVE SPACES TO e-stdnum.
           MOVE 1 TO active-only.
           PERFORM LIST-HOLDS.

           EXIT.

      * Lists one student's holds, cleared ones included, or every
      * active hold on file when no stdnum is given.
       LIST-HOLDS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(2, 1) 'Stdnum'.
           DISPLAY(2, 11) 'T'.
           DISPLAY(2, 13) 'Office'.
           DISPLAY(2, 29) 'Reason'.
           DISPLAY(2, 60) 'Status'.
           DISPLAY ' '.

           MOVE 0 TO listed-count.
           OPEN INPUT holds.
           IF holds-status NOT = '35'
             READ holds AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-HOLD-REC UNTIL eof = 1
             CLOSE holds
           ELSE
             CLOSE holds
             DISPLAY(4, 1) 'holds.txt has no holds yet.'.
           MOVE 0 TO eof.

           DISPLAY ' '.
           MOVE listed-count TO d-listed.
           DISPLAY d-listed ' holds listed.'.
           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-HOLD-REC.
           IF (active-only = 1 AND hd-active) OR
               (active-only = 0 AND hd-stdnum = e-stdnum)
             ADD 1 TO listed-count
             IF hd-active
               MOVE SPACES TO hold-status-text
               STRING 'SINCE ' hd-placed DELIMITED BY SIZE
                   INTO hold-status-text
             ELSE
               MOVE SPACES TO hold-status-text
               STRING 'CLEARED ' hd-cleared DELIMITED BY SIZE
                   INTO hold-status-text
             END-IF
             DISPLAY hd-stdnum ' ' hd-type ' ' hd-office ' '
                 hd-reason ' ' hold-status-text
           END-IF.
           READ holds AT END MOVE 1 TO eof.

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
