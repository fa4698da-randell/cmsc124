      * This program does the following:                             *
      *                                                              *
      *  -maintains students.txt, the student master read by jrlbex  *
      *   and jrlb2 (stdnum, full name, degree program, year level,  *
      *   sex, admission term)                                       *
      *                                                              *
      *  -lets the registrar add a new student, change the name/     *
      *   program/year/sex/admission term of an existing student,    *
      *   delete a student, or list the whole master                 *
      *                                                              *
      *  -change and delete rewrite students.txt through a scratch   *
      *   file since it is a sequential file, the same way jrlbcrs   *
      *    functions are gated by the operator's authority level.    *
      *    A missing master falls back to the old initials prompt    *
      *    at the lowest authority (JRLB)                            *
      *  - 2026-10-15: students.txt now carries the student's sex    *
      *    (M/F) and admission term after the year level, for the    *
      *    term enrollment statistics; add and change take both and  *
      *    refuse a sex other than M or F or a blank admission term, *
      *    and the list shows them (JRLB)                            *
      ****************************************************************

      ****************************************************************
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD stdmaster-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students_new.txt'.
           02 new-stdname PIC X(30).
           02 new-degprog PIC X(20).
           02 new-yrlevel PIC 9.
           02 new-sex PIC X.
           02 new-admit-term PIC X(6).

       FD opermast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'opermast.txt'.
           02 e-stdname PIC X(30).
           02 e-degprog PIC X(20).
           02 e-yrlevel PIC 9.
           02 e-sex PIC X.
               88 e-sex-ok VALUES 'M' 'F'.
           02 e-admit-term PIC X(6).

      ****************************************************************
       PROCEDURE DIVISION.
           DISPLAY(5, 6) 'Full name: '.
           DISPLAY(6, 6) 'Degree program: '.
           DISPLAY(7, 6) 'Year level: '.
           DISPLAY(8, 6) 'Sex (M/F): '.
           DISPLAY(9, 6) 'Admitted (eg 1S2026): '.
           ACCEPT (4, 23) asknum.
           ACCEPT (5, 23) e-stdname.
           ACCEPT (6, 23) e-degprog.
           ACCEPT (7, 23) e-yrlevel.
           ACCEPT (8, 23) e-sex.
           ACCEPT (9, 29) e-admit-term.
           PERFORM UPCASE-ENTRY.

      * A blank key is rejected up front - a spaces-keyed master row
      * could never be referenced by entry or the reports, and a
           MOVE 0 TO found.
           IF asknum = SPACES
             MOVE 1 TO found
             DISPLAY(11, 6) 'Student number cannot be blank.'
           ELSE
           IF NOT e-sex-ok
             MOVE 1 TO found
             DISPLAY(11, 6) 'Sex must be M or F - not added.'
           ELSE
           IF e-admit-term = SPACES
             MOVE 1 TO found
             DISPLAY(11, 6) 'Admission term cannot be blank.'
           ELSE
             OPEN INPUT stdmaster
             IF stdmaster-status NOT = '35'
             END-IF
             MOVE 0 TO eof
             IF found = 1
               DISPLAY(11, 6)
                   'Student number already exists - not added.'
             END-IF
           END-IF
           END-IF
           END-IF.

           IF found = 0
             MOVE e-stdname TO m-stdname
             MOVE e-degprog TO m-degprog
             MOVE e-yrlevel TO m-yrlevel
             MOVE e-sex TO m-sex
             MOVE e-admit-term TO m-admit-term
             OPEN EXTEND stdmaster
             IF stdmaster-status = '35'
               OPEN OUTPUT stdmaster
             END-IF
             WRITE master-info
             CLOSE stdmaster
             DISPLAY(11, 6) 'Student added.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           DISPLAY(5, 6) 'New name: '.
           DISPLAY(6, 6) 'New program: '.
           DISPLAY(7, 6) 'New year level: '.
           DISPLAY(8, 6) 'New sex (M/F): '.
           DISPLAY(9, 6) 'Admitted (eg 1S2026): '.
           ACCEPT (5, 23) e-stdname.
           ACCEPT (6, 23) e-degprog.
           ACCEPT (7, 23) e-yrlevel.
           ACCEPT (8, 23) e-sex.
           ACCEPT (9, 29) e-admit-term.
           PERFORM UPCASE-ENTRY.

           IF NOT e-sex-ok
             DISPLAY(11, 6) 'Sex must be M or F - nothing changed.'
           ELSE
           IF e-admit-term = SPACES
             DISPLAY(11, 6) 'Admission term cannot be blank.'
           ELSE
             PERFORM DO-CHANGE-STUDENT.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DO-CHANGE-STUDENT.
           MOVE 0 TO found.
           OPEN INPUT stdmaster.
           OPEN OUTPUT stdmaster-new.
             CALL 'CBL_DELETE_FILE' USING 'students.txt'
             CALL 'CBL_RENAME_FILE' USING 'students_new.txt'
                 'students.txt'
             DISPLAY(11, 6) 'Student updated.'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'students_new.txt'
             DISPLAY(11, 6) 'Student not found - nothing changed.'.

           EXIT.

             MOVE e-stdname TO new-stdname
             MOVE e-degprog TO new-degprog
             MOVE e-yrlevel TO new-yrlevel
             MOVE e-sex TO new-sex
             MOVE e-admit-term TO new-admit-term
           ELSE
             MOVE m-stdnum TO new-stdnum
             MOVE m-stdname TO new-stdname
             MOVE m-degprog TO new-degprog
             MOVE m-yrlevel TO new-yrlevel
             MOVE m-sex TO new-sex
             MOVE m-admit-term TO new-admit-term.
           WRITE master-info-new.
           READ stdmaster AT END MOVE 1 TO eof.

             MOVE m-stdname TO new-stdname
             MOVE m-degprog TO new-degprog
             MOVE m-yrlevel TO new-yrlevel
             MOVE m-sex TO new-sex
             MOVE m-admit-term TO new-admit-term
             WRITE master-info-new.
           READ stdmaster AT END MOVE 1 TO eof.

           DISPLAY(4, 12) 'Name'.
           DISPLAY(4, 43) 'Program'.
           DISPLAY(4, 64) 'Year'.
           DISPLAY(4, 69) 'Sex'.
           DISPLAY(4, 73) 'Admit'.
           DISPLAY ' '.

           OPEN INPUT stdmaster.
           EXIT.

       DISPLAY-STD-REC.
           DISPLAY m-stdnum '  ' m-stdname ' ' m-degprog ' ' m-yrlevel
               '    ' m-sex '   ' m-admit-term.
           READ stdmaster AT END MOVE 1 TO eof.

           EXIT.

      * Sex and admission term are codes, so they are keyed in
      * either case and stored in upper case.
       UPCASE-ENTRY.
           INSPECT e-sex CONVERTING 'mf' TO 'MF'.
           INSPECT e-admit-term CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           EXIT.

      * Sign-on against the operator master opermast.txt that
      * jrlbopr maintains: the verified ID becomes the operator
      * identity the audit trail carries, and the level gates the
