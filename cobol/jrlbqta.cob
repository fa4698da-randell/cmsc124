      * This program does the following:                              *
      *                                                               *
      *  -maintains quota.txt, the monthly unit quota per salesman    *
      *   read by jrlb1 and the sales ledger report (salesman code,   *
      *   month, target units)                                        *
      *                                                               *
      *  -lets the sales manager add a quota, change the target of    *
      *  -change and delete rewrite quota.txt through a scratch       *
      *   file since it is a sequential file, the same way jrlbcrs    *
      *   maintains data.txt                                          *
      *                                                               *
      * Modification history:                                         *
      *  - 2026-10-15: quota.txt is now keyed by the salesman code    *
      *    from the salesmen.txt master jrlbsmn maintains instead of  *
      *    a free-typed name - existing quota.txt files must be       *
      *    rebuilt to the shorter record; a new quota is refused      *
      *    unless the code is on the master and active (JRLB)         *
      *****************************************************************

      *****************************************************************
           SELECT quota-file ASSIGN TO DISK
               FILE STATUS IS quota-status.
           SELECT quota-new ASSIGN TO DISK.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.

      *****************************************************************
       DATA DIVISION.
               VALUE OF FILE-ID is 'quota.txt'.

       01 quota-info.
           02 q-sman PIC X(6).
           02 q-month PIC 99.
           02 q-target PIC 99.

               VALUE OF FILE-ID is 'quota_new.txt'.

       01 quota-info-new.
           02 new-sman PIC X(6).
           02 new-month PIC 99.
           02 new-target PIC 99.

       FD smanmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen.txt'.

       01 salesman-rec.
           02 sm-code PIC X(6).
           02 sm-name PIC X(30).
           02 sm-territory PIC X(15).
           02 sm-hiredate PIC X(8).
           02 sm-status PIC X.
               88 sm-active VALUE 'A'.

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 quota-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 asksman PIC X(6) VALUE SPACES.
       77 smanmast-status PIC XX VALUE '00'.
       77 s-eof PIC 9 VALUE 0.
       77 sman-found PIC 9 VALUE 0.
       77 sman-active PIC 9 VALUE 0.
       77 askmonth PIC 99 VALUE 0.
       77 d-month PIC Z9.
       77 d-target PIC Z9.

       ADD-QUOTA.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code: '.
           DISPLAY(5, 6) 'Month (1-12): '.
           DISPLAY(6, 6) 'Target units: '.
           ACCEPT (4, 22) asksman.
           ACCEPT (5, 22) askmonth.
           ACCEPT (6, 22) e-target.
           INSPECT asksman CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * A blank code, an off-calendar month, or a zero target is
      * rejected up front - such a row would sit in quota.txt looking
      * real while jrlb1's month-by-month lookup could never match it
      * (or would count it as a target that is always met). So is a
      * code that isn't an active salesman on the master: jrlb1
      * would never let that code sell against the quota.
           MOVE 0 TO found.
           IF asksman = SPACES
             MOVE 1 TO found
             DISPLAY(8, 6) 'Salesman code cannot be blank.'
           ELSE
           PERFORM LOOKUP-SALESMAN
           IF sman-found = 0
             MOVE 1 TO found
             DISPLAY(8, 6) 'Salesman code not on salesmen.txt.'
           ELSE
           IF sman-active = 0
             MOVE 1 TO found
             DISPLAY(8, 6) 'Salesman is inactive - not added.'
           ELSE
           IF askmonth < 1 OR askmonth > 12
             MOVE 1 TO found
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF found = 0
             MOVE asksman TO q-sman
             MOVE askmonth TO q-month
             MOVE e-target TO q-target
             OPEN EXTEND quota-file
           EXIT.

       CHECK-DUP-QUOTA.
           IF asksman = q-sman AND askmonth = q-month
             MOVE 1 TO found.
           READ quota-file AT END MOVE 1 TO eof.

           EXIT.

      * Finds asksman on the salesmen.txt master, leaving sman-found
      * and sman-active for ADD-QUOTA.
       LOOKUP-SALESMAN.
           MOVE 0 TO sman-found.
           MOVE 0 TO sman-active.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
             PERFORM CHECK-SALESMAN-REC UNTIL s-eof = 1
             CLOSE smanmast
           END-IF.
           MOVE 0 TO s-eof.

           EXIT.

       CHECK-SALESMAN-REC.
           IF asksman = sm-code
             MOVE 1 TO sman-found
             IF sm-active
               MOVE 1 TO sman-active
             END-IF
           END-IF.
           READ smanmast AT END MOVE 1 TO s-eof.

           EXIT.

       CHANGE-QUOTA.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code: '.
           ACCEPT (4, 22) asksman.
           INSPECT asksman CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(5, 6) 'Month (1-12): '.
           ACCEPT (5, 22) askmonth.
           DISPLAY(6, 6) 'New target units: '.
           EXIT.

       COPY-OR-CHANGE-QUOTA.
           IF asksman = q-sman AND askmonth = q-month
             MOVE 1 TO found
             MOVE q-sman TO new-sman
             MOVE q-month TO new-month
             MOVE e-target TO new-target
           ELSE
             MOVE q-sman TO new-sman
             MOVE q-month TO new-month
             MOVE q-target TO new-target.
           WRITE quota-info-new.

       DELETE-QUOTA.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Salesman code: '.
           ACCEPT (4, 22) asksman.
           INSPECT asksman CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY(5, 6) 'Month (1-12): '.
           ACCEPT (5, 22) askmonth.

           EXIT.

       COPY-UNLESS-QUOTA.
           IF asksman = q-sman AND askmonth = q-month
             MOVE 1 TO found
           ELSE
             MOVE q-sman TO new-sman
             MOVE q-month TO new-month
             MOVE q-target TO new-target
             WRITE quota-info-new.
       LIST-QUOTAS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 1) 'Salesman'.
           DISPLAY(4, 11) 'Month'.
           DISPLAY(4, 17) 'Target'.
           DISPLAY ' '.

           OPEN INPUT quota-file.
       DISPLAY-QUOTA-REC.
           MOVE q-month TO d-month.
           MOVE q-target TO d-target.
           DISPLAY q-sman '   ' d-month '    ' d-target.
           READ quota-file AT END MOVE 1 TO eof.

           EXIT.
