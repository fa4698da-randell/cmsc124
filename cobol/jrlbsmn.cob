      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. "CMSC 124 Salesman Master Maint".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      *****************************************************************
      * This program does the following:                              *
      *                                                               *
      *  -maintains salesmen.txt, the salesman master jrlb1 validates *
      *   against at sales entry, jrlbqta keys quotas by, and jrlbsls *
      *   and jrlbcom print names from (salesman code, full name,     *
      *   territory, hire date, active/inactive status)               *
      *                                                               *
      *  -lets the office add a salesman, change the name/territory/  *
      *   hire date of an existing one, mark a salesman inactive (or  *
      *   active again), or list the whole master                     *
      *                                                               *
      *  -there is no delete: a salesman who leaves is marked         *
      *   inactive, so jrlb1 refuses the code at entry while the      *
      *   history reports can still print the name against the       *
      *   ledger rows and quotas already filed under it               *
      *                                                               *
      *  -change and status rewrite salesmen.txt through a scratch    *
      *   file since it is a sequential file, the same way jrlbcst    *
      *   maintains custmast.txt                                      *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.
           SELECT smanmast-new ASSIGN TO DISK.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FILE SECTION.
       FD smanmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen.txt'.

       01 salesman-rec.
           02 sm-code PIC X(6).
           02 sm-name PIC X(30).
           02 sm-territory PIC X(15).
           02 sm-hiredate PIC X(8).
           02 sm-status PIC X.
               88 sm-active VALUE 'A'.
               88 sm-inactive VALUE 'I'.

       FD smanmast-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen_new.txt'.

       01 salesman-rec-new.
           02 new-code PIC X(6).
           02 new-name PIC X(30).
           02 new-territory PIC X(15).
           02 new-hiredate PIC X(8).
           02 new-status PIC X.

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 smanmast-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 askcode PIC X(6) VALUE SPACES.
       77 askstatus PIC X VALUE SPACES.
       77 list-count PIC 999 VALUE 0.
       77 inactive-count PIC 999 VALUE 0.
       77 d-count PIC ZZ9.

      * Entry fields are keyed into working storage first - the
      * duplicate-check scan reads master records through the FD
      * record area, which would wipe out values typed straight
      * into it.
       01 entry-info.
           02 e-name PIC X(30).
           02 e-territory PIC X(15).
           02 e-hiredate PIC X(8).

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'e'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. add a salesman'.
           DISPLAY(5, 6) 'b. change a salesman'.
           DISPLAY(6, 6) 'c. mark a salesman active/inactive'.
           DISPLAY(7, 6) 'd. list all salesmen'.
           DISPLAY(8, 6) 'e. exit'.
           DISPLAY(10, 6) 'Choose a letter: '.
           ACCEPT (10, 24) choice.

           IF choice = 'a'
             PERFORM ADD-SALESMAN.
           IF choice = 'b'
             PERFORM CHANGE-SALESMAN.
           IF choice = 'c'
             PERFORM SET-SALESMAN-STATUS.
           IF choice = 'd'
             PERFORM LIST-SALESMEN.

           EXIT.

      * A new salesman always goes on the master active; the code is
      * uppercased so 'jc01' and 'JC01' can't come out as two people.
       ADD-SALESMAN.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code: '.
           DISPLAY(5, 6) 'Full name: '.
           DISPLAY(6, 6) 'Territory: '.
           DISPLAY(7, 6) 'Hire date (YYYYMMDD): '.
           ACCEPT (4, 29) askcode.
           ACCEPT (5, 29) e-name.
           ACCEPT (6, 29) e-territory.
           ACCEPT (7, 29) e-hiredate.
           INSPECT askcode CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * A blank key is rejected up front - a spaces-keyed master row
      * could never be keyed at sales entry, and a later blank at
      * the change/status prompts would match it.
           MOVE 0 TO found.
           IF askcode = SPACES
             MOVE 1 TO found
             DISPLAY(9, 6) 'Salesman code cannot be blank.'
           ELSE
           IF e-hiredate NOT NUMERIC
             MOVE 1 TO found
             DISPLAY(9, 6) 'Hire date must be YYYYMMDD.'
           ELSE
             OPEN INPUT smanmast
             IF smanmast-status NOT = '35'
               READ smanmast AT END MOVE 1 TO eof
               END-READ
               PERFORM CHECK-DUP-CODE UNTIL eof = 1
               CLOSE smanmast
             ELSE
               CLOSE smanmast
             END-IF
             MOVE 0 TO eof
             IF found = 1
               DISPLAY(9, 6)
                   'Salesman code already exists - not added.'
             END-IF
           END-IF
           END-IF.

           IF found = 0
             MOVE askcode TO sm-code
             MOVE e-name TO sm-name
             MOVE e-territory TO sm-territory
             MOVE e-hiredate TO sm-hiredate
             MOVE 'A' TO sm-status
             OPEN EXTEND smanmast
             IF smanmast-status = '35'
               OPEN OUTPUT smanmast
             END-IF
             WRITE salesman-rec
             CLOSE smanmast
             DISPLAY(9, 6) 'Salesman added.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       CHECK-DUP-CODE.
           IF askcode = sm-code
             MOVE 1 TO found.
           READ smanmast AT END MOVE 1 TO eof.

           EXIT.

       CHANGE-SALESMAN.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code to change: '.
           ACCEPT (4, 32) askcode.
           INSPECT askcode CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(5, 6) 'New full name: '.
           DISPLAY(6, 6) 'New territory: '.
           DISPLAY(7, 6) 'New hire date (YYYYMMDD): '.
           ACCEPT (5, 33) e-name.
           ACCEPT (6, 33) e-territory.
           ACCEPT (7, 33) e-hiredate.

           IF e-hiredate NOT NUMERIC
             DISPLAY(9, 6) 'Hire date must be YYYYMMDD - nothing'
             DISPLAY(10, 6) 'changed.'
           ELSE
             MOVE 'C' TO askstatus
             PERFORM REWRITE-SMANMAST
             IF found = 1
               DISPLAY(9, 6) 'Salesman updated.'
             ELSE
               DISPLAY(9, 6)
                   'Salesman code not found - nothing changed.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * Inactive stands in for delete: the master row stays so the
      * name still resolves on history reports, but jrlb1 refuses
      * the code from here on. Reactivating is the same step with
      * an A.
       SET-SALESMAN-STATUS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code: '.
           ACCEPT (4, 22) askcode.
           INSPECT askcode CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(5, 6) 'New status (A=active, I=inactive): '.
           ACCEPT (5, 42) askstatus.
           INSPECT askstatus CONVERTING 'ai' TO 'AI'.

           IF askstatus NOT = 'A' AND askstatus NOT = 'I'
             DISPLAY(7, 6) 'Status must be A or I - nothing changed.'
           ELSE
             PERFORM REWRITE-SMANMAST
             IF found = 1
               DISPLAY(7, 6) 'Salesman status updated.'
             ELSE
               DISPLAY(7, 6)
                   'Salesman code not found - nothing changed.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * Copies the master to the scratch file, applying either the
      * keyed name/territory/hire date (askstatus C) or the new
      * status (A or I) to the askcode row, and swaps it into place
      * only if the code was found.
       REWRITE-SMANMAST.
           MOVE 0 TO found.
           OPEN INPUT smanmast.
           OPEN OUTPUT smanmast-new.
           IF smanmast-status NOT = '35'
             READ smanmast AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-OR-CHANGE-SMAN UNTIL eof = 1
             CLOSE smanmast
           ELSE
             CLOSE smanmast.
           CLOSE smanmast-new.
           MOVE 0 TO eof.

           IF found = 1
             CALL 'CBL_DELETE_FILE' USING 'salesmen.txt'
             CALL 'CBL_RENAME_FILE' USING 'salesmen_new.txt'
                 'salesmen.txt'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'salesmen_new.txt'.

           EXIT.

       COPY-OR-CHANGE-SMAN.
           MOVE sm-code TO new-code.
           MOVE sm-name TO new-name.
           MOVE sm-territory TO new-territory.
           MOVE sm-hiredate TO new-hiredate.
           MOVE sm-status TO new-status.
           IF askcode = sm-code
             MOVE 1 TO found
             IF askstatus = 'C'
               MOVE e-name TO new-name
               MOVE e-territory TO new-territory
               MOVE e-hiredate TO new-hiredate
             ELSE
               MOVE askstatus TO new-status
             END-IF
           END-IF.
           WRITE salesman-rec-new.
           READ smanmast AT END MOVE 1 TO eof.

           EXIT.

       LIST-SALESMEN.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 1) 'Code'.
           DISPLAY(4, 9) 'Name'.
           DISPLAY(4, 40) 'Territory'.
           DISPLAY(4, 56) 'Hired'.
           DISPLAY(4, 66) 'Status'.
           DISPLAY ' '.

           MOVE 0 TO list-count.
           MOVE 0 TO inactive-count.
           OPEN INPUT smanmast.
           IF smanmast-status NOT = '35'
             READ smanmast AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-SMAN-REC UNTIL eof = 1
             CLOSE smanmast
             DISPLAY ' '
             MOVE list-count TO d-count
             DISPLAY 'SALESMEN ON MASTER: ' d-count
             MOVE inactive-count TO d-count
             DISPLAY 'INACTIVE:           ' d-count
           ELSE
             CLOSE smanmast
             DISPLAY(6, 1) 'salesmen.txt has no salesmen yet.'.
           MOVE 0 TO eof.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-SMAN-REC.
           ADD 1 TO list-count.
           IF sm-active
             DISPLAY sm-code '  ' sm-name ' ' sm-territory ' '
                 sm-hiredate '  ACTIVE'
           ELSE
             ADD 1 TO inactive-count
             DISPLAY sm-code '  ' sm-name ' ' sm-territory ' '
                 sm-hiredate '  INACTIVE'.
           READ smanmast AT END MOVE 1 TO eof.

           EXIT.
