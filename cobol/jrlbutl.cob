      *   rewritten in place with blank prereqs - one-time           *
      *   migrations, not part of the nightly routine                *
      *                                                              *
      *  -converts, the same one-time way, the masters that grew     *
      *   after the grade files: students.txt from its old 60-byte   *
      *   layout (sex and admission term left blank) and             *
      *   sections.txt from its old 45-byte layout (no meeting days, *
      *   times of zero, no room - TBA), each rewritten in place;    *
      *   and the old name-typed sales.txt and quota.txt, each name  *
      *   tied to its salesmen.txt code and each sale dated the 1st  *
      *   of its month in a sales year the operator keys. Each mode  *
      *   refuses a file that does not frame and read as its old     *
      *   layout, so a second run changes nothing, and a sales name  *
      *   that fits no one salesman is listed in salesconv.txt and   *
      *   stops the run rather than losing the line                  *
      *                                                              *
      *  -this is the operational safety net: the one time a        *
      *   machine died mid-REWRITE we re-keyed a week of entries     *
      *                                                              *
      *    updating programs; the lock-clear and the stdnum merge    *
      *    are gated at supervisor authority (level 2) and the       *
      *    merge's audit rows carry the verified operator ID (JRLB)  *
      *  - 2026-10-15: new menu choices k, l, and m convert an old-  *
      *    layout students.txt, sections.txt, and name-typed         *
      *    sales.txt/quota.txt in place, each guarded against a file *
      *    already converted (JRLB)                                  *
      ****************************************************************

      ****************************************************************
               FILE STATUS IS audit-status.
           SELECT opermast ASSIGN TO DISK
               FILE STATUS IS opermast-status.
           SELECT students-old ASSIGN TO DISK
               FILE STATUS IS students-old-status.
           SELECT students-new ASSIGN TO DISK.
           SELECT sections-old ASSIGN TO DISK
               FILE STATUS IS sections-old-status.
           SELECT sections-new ASSIGN TO DISK.
           SELECT sales-old ASSIGN TO DISK
               FILE STATUS IS sales-old-status.
           SELECT sales-new ASSIGN TO DISK.
           SELECT quota-old ASSIGN TO DISK
               FILE STATUS IS quota-old-status.
           SELECT quota-new ASSIGN TO DISK.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.
           SELECT conv-list ASSIGN TO DISK.

      ****************************************************************
       DATA DIVISION.
           02 op-passwd PIC X(8).
           02 op-level PIC 9.

      * The students.txt layout as it was before the sex and
      * admission term were added - 60 bytes.
       FD students-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 old-student.
           02 os-stdnum PIC X(9).
           02 os-stdname PIC X(30).
           02 os-degprog PIC X(20).
           02 os-yrlevel PIC X.

       FD students-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students_new.txt'.

       01 new-student.
           02 ns-stdnum PIC X(9).
           02 ns-stdname PIC X(30).
           02 ns-degprog PIC X(20).
           02 ns-yrlevel PIC X.
           02 ns-sex PIC X.
           02 ns-admit-term PIC X(6).

      * The sections.txt layout as it was before the meeting days,
      * times, and room were added - 45 bytes.
       FD sections-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections.txt'.

       01 old-section.
           02 ox-crscode PIC X(8).
           02 ox-term PIC X(6).
           02 ox-section PIC X(3).
           02 ox-instructor PIC X(25).
           02 ox-capacity PIC X(3).

       FD sections-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections_new.txt'.

       01 new-section.
           02 nx-crscode PIC X(8).
           02 nx-term PIC X(6).
           02 nx-section PIC X(3).
           02 nx-instructor PIC X(25).
           02 nx-capacity PIC X(3).
           02 nx-days PIC X(6).
           02 nx-start PIC 9(4).
           02 nx-end PIC 9(4).
           02 nx-room PIC X(8).

      * The sales.txt layout as it was before the salesman code,
      * sale date, and document number - 39 bytes, the salesman's
      * name typed in full on every line.
       FD sales-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sales.txt'.

       01 old-ledger.
           02 ol-name PIC X(15).
           02 ol-product PIC X(10).
           02 ol-month PIC X(2).
           02 ol-month-n REDEFINES ol-month PIC 99.
           02 ol-units PIC X(2).
           02 ol-price PIC X(4).
           02 ol-cust PIC X(6).

       FD sales-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sales_new.txt'.

       01 new-ledger.
           02 nl-sman PIC X(6).
           02 nl-product PIC X(10).
           02 nl-month PIC X(2).
           02 nl-units PIC X(2).
           02 nl-price PIC X(4).
           02 nl-cust PIC X(6).
           02 nl-date.
               03 nl-year PIC 9(4).
               03 nl-mm PIC X(2).
               03 nl-dd PIC X(2).
           02 nl-docno PIC X(8).
           02 nl-type PIC X.
           02 nl-ref.
               03 nl-ref-year PIC 9(4).
               03 nl-ref-month PIC 99.

      * The quota.txt layout as it was before the salesman code -
      * 19 bytes, keyed by the typed name.
       FD quota-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'quota.txt'.

       01 old-quota.
           02 oq-name PIC X(15).
           02 oq-month PIC X(2).
           02 oq-month-n REDEFINES oq-month PIC 99.
           02 oq-target PIC X(2).

       FD quota-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'quota_new.txt'.

       01 new-quota.
           02 nq-sman PIC X(6).
           02 nq-month PIC X(2).
           02 nq-target PIC X(2).

       FD smanmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen.txt'.

       01 salesman-rec.
           02 sm-code PIC X(6).
           02 sm-name PIC X(30).
           02 sm-territory PIC X(15).
           02 sm-hiredate PIC X(8).
           02 sm-status PIC X.

      * The names the sales conversion could not tie to a code.
       FD conv-list LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesconv.txt'.

       01 conv-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 datum-old-status PIC XX VALUE '00'.
       77 conv-date PIC X(8) VALUE SPACES.
       77 bad-layout PIC 9 VALUE 0.

      * The one-time conversions of students.txt, sections.txt, and
      * sales.txt/quota.txt. A file still in its old layout is a
      * whole number of old-length frames, and the frame test looks
      * at the size CBL_CHECK_FILE_EXIST reports before any field
      * is read.
       77 students-old-status PIC XX VALUE '00'.
       77 sections-old-status PIC XX VALUE '00'.
       77 sales-old-status PIC XX VALUE '00'.
       77 quota-old-status PIC XX VALUE '00'.
       77 smanmast-status PIC XX VALUE '00'.
       77 old-file-name PIC X(12) VALUE SPACES.
       01 size-info.
           02 si-size PIC 9(18) BINARY.
           02 FILLER PIC X(8).
       77 frame-len PIC 99 VALUE 0.
       77 frame-count PIC 9(9) VALUE 0.
       77 frame-left PIC 9(9) VALUE 0.
       77 frame-bad PIC 9 VALUE 0.
       77 bad-quota PIC 9 VALUE 0.
       77 sales-found PIC 9 VALUE 0.
       77 quota-found PIC 9 VALUE 0.
       77 q-rec-count PIC 9(6) VALUE 0.
       77 conv-year-x PIC X(4) VALUE SPACES.
       77 conv-year REDEFINES conv-year-x PIC 9(4).
       77 s-eof PIC 9 VALUE 0.
       77 find-name PIC X(15) VALUE SPACES.
       77 find-file PIC X(10) VALUE SPACES.
       77 match-count PIC 999 VALUE 0.
       77 match-code PIC X(6) VALUE SPACES.
       77 sx PIC 999 VALUE 0.
       77 ux PIC 999 VALUE 0.
       77 unmap-full PIC 9 VALUE 0.
       77 unmap-rows PIC 9(6) VALUE 0.

      * The salesmen.txt master, names cut to the 15 characters the
      * old layouts typed and put in capitals for the match.
       01 name-work.
           02 nw-short PIC X(15).
           02 FILLER PIC X(15).
       01 sman-table.
           02 sman-count PIC 999 VALUE 0.
           02 sman-entry OCCURS 200 TIMES.
               03 sx-code PIC X(6).
               03 sx-name PIC X(15).

      * Each typed name that fits no salesman, or more than one, by
      * the file it was typed in.
       01 unmap-table.
           02 unmap-count PIC 999 VALUE 0.
           02 unmap-entry OCCURS 100 TIMES.
               03 um-name PIC X(15).
               03 um-file PIC X(10).
               03 um-rows PIC 9(5).
               03 um-hits PIC 999.

       01 unmap-hdr-1 PIC X(80) VALUE
           'SALESMAN NAMES WITH NO SALESMEN.TXT CODE - NO FILE CHANGED'.
       01 unmap-hdr-2.
           02 FILLER PIC X(17) VALUE 'TYPED NAME'.
           02 FILLER PIC X(12) VALUE 'FILE'.
           02 FILLER PIC X(7) VALUE '  ROWS'.
           02 FILLER PIC X(20) VALUE '  PROBLEM'.
       01 unmap-line.
           02 ul-name PIC X(17).
           02 ul-file PIC X(12).
           02 ul-rows PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 ul-why PIC X(30).
       01 unmap-note-1 PIC X(80) VALUE
           'ADD EACH WITH JRLBSMN (INACTIVE IF THEY HAVE SINCE LEFT),'.
       01 unmap-note-2 PIC X(80) VALUE
           'OR CORRECT THE TYPED NAME, THEN RUN THE CONVERSION AGAIN.'.
       01 unmap-note-full PIC X(80) VALUE
           'MORE NAMES THAN THE LIST HOLDS - FIX THESE AND RUN AGAIN.'.
       77 oper-init PIC X(3) VALUE SPACES.

      * Sign-on state against the opermast.txt master jrlbopr
             STOP RUN.

           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'n'.

           STOP RUN.

           DISPLAY(11, 6) 'h. convert old-layout data.txt in place'.
           DISPLAY(12, 6) 'i. clear a stale ledger lock'.
           DISPLAY(13, 6) 'j. re-key a mis-keyed stdnum'.
           DISPLAY(14, 6) 'k. convert old-layout students.txt'.
           DISPLAY(15, 6) 'l. convert old-layout sections.txt'.
           DISPLAY(16, 6) 'm. convert old-layout sales.txt/quota.txt'.
           DISPLAY(17, 6) 'n. exit'.
           DISPLAY(19, 6) 'Choose a letter: '.
           ACCEPT (19, 24) choice.

           IF choice = 'a'
             PERFORM BACKUP-GRADES.
             PERFORM CLEAR-STALE-LOCK.
           IF choice = 'j'
             PERFORM MERGE-STDNUM.
           IF choice = 'k'
             PERFORM CONVERT-STUDENTS.
           IF choice = 'l'
             PERFORM CONVERT-SECTIONS.
           IF choice = 'm'
             PERFORM CONVERT-SALES.

           IF choice NOT = 'n'
             DISPLAY ' '
             DISPLAY 'Press any key to continue...'
             ACCEPT cont.

           EXIT.

      * frame-bad set when old-file-name is not a whole number of
      * frame-len frames - a file already in a longer layout almost
      * never is, and a short last frame would otherwise read back
      * padded out of the frame before it.
       CHECK-OLD-FRAME.
           MOVE 0 TO frame-bad.
           CALL 'CBL_CHECK_FILE_EXIST' USING old-file-name size-info.
           IF RETURN-CODE = 0
             DIVIDE si-size BY frame-len GIVING frame-count
                 REMAINDER frame-left
             IF frame-left NOT = 0
               MOVE 1 TO frame-bad
             END-IF
           END-IF.

           EXIT.

      * One-time conversion after the sex and admission term were
      * added: a students.txt still in the old 60-byte layout is
      * rewritten in the 67-byte one with both left blank, through
      * the students_new.txt scratch file jrlbstd uses. The frame
      * test and a validation pass come first - in a genuine old
      * file every frame carries a digit in the year-level position
      * - so a second run is refused rather than scrambling a live
      * master.
       CONVERT-STUDENTS.
           DISPLAY(1, 1) ERASE.
           MOVE 0 TO rec-count.
           MOVE 'students.txt' TO old-file-name.
           MOVE 60 TO frame-len.
           PERFORM CHECK-OLD-FRAME.
           MOVE frame-bad TO bad-layout.
           MOVE 0 TO eof.
           OPEN INPUT students-old.
           IF students-old-status = '35'
             CLOSE students-old
             DISPLAY(4, 6) 'students.txt not on file.'
           ELSE
             READ students-old AT END MOVE 1 TO eof
             END-READ
             PERFORM VALIDATE-STD-ROW UNTIL eof = 1
             CLOSE students-old
             MOVE 0 TO eof
             IF bad-layout = 1
               DISPLAY(4, 6) 'students.txt does not read as the old'
               DISPLAY(5, 6) '60-byte layout - already converted?'
               DISPLAY(6, 6) 'Nothing changed.'
             ELSE
               OPEN INPUT students-old
               OPEN OUTPUT students-new
               READ students-old AT END MOVE 1 TO eof
               END-READ
               PERFORM CONVERT-STD-ROW UNTIL eof = 1
               CLOSE students-new
               CLOSE students-old
               CALL 'CBL_DELETE_FILE' USING 'students.txt'
               CALL 'CBL_RENAME_FILE' USING 'students_new.txt'
                   'students.txt'
               MOVE rec-count TO d-count
               DISPLAY(4, 6) 'Converted ' d-count
                   ' student records in place.'
               DISPLAY(5, 6) 'Key each sex and admission term with'
               DISPLAY(6, 6) 'jrlbstd (change).'
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       VALIDATE-STD-ROW.
           IF os-yrlevel NOT NUMERIC
             MOVE 1 TO bad-layout.
           READ students-old AT END MOVE 1 TO eof.

           EXIT.

       CONVERT-STD-ROW.
           ADD 1 TO rec-count.
           MOVE os-stdnum TO ns-stdnum.
           MOVE os-stdname TO ns-stdname.
           MOVE os-degprog TO ns-degprog.
           MOVE os-yrlevel TO ns-yrlevel.
           MOVE SPACE TO ns-sex.
           MOVE SPACES TO ns-admit-term.
           WRITE new-student.
           READ students-old AT END MOVE 1 TO eof.

           EXIT.

      * One-time conversion after the meeting schedule was added: a
      * sections.txt still in the old 45-byte layout is rewritten in
      * the 67-byte one with no days, times of zero, and no room -
      * the TBA section jrlbsec never finds in a clash - through the
      * sections_new.txt scratch file jrlbsec uses. Guarded like the
      * students conversion, on the capacity digits.
       CONVERT-SECTIONS.
           DISPLAY(1, 1) ERASE.
           MOVE 0 TO rec-count.
           MOVE 'sections.txt' TO old-file-name.
           MOVE 45 TO frame-len.
           PERFORM CHECK-OLD-FRAME.
           MOVE frame-bad TO bad-layout.
           MOVE 0 TO eof.
           OPEN INPUT sections-old.
           IF sections-old-status = '35'
             CLOSE sections-old
             DISPLAY(4, 6) 'sections.txt not on file.'
           ELSE
             READ sections-old AT END MOVE 1 TO eof
             END-READ
             PERFORM VALIDATE-SEC-ROW UNTIL eof = 1
             CLOSE sections-old
             MOVE 0 TO eof
             IF bad-layout = 1
               DISPLAY(4, 6) 'sections.txt does not read as the old'
               DISPLAY(5, 6) '45-byte layout - already converted?'
               DISPLAY(6, 6) 'Nothing changed.'
             ELSE
               OPEN INPUT sections-old
               OPEN OUTPUT sections-new
               READ sections-old AT END MOVE 1 TO eof
               END-READ
               PERFORM CONVERT-SEC-ROW UNTIL eof = 1
               CLOSE sections-new
               CLOSE sections-old
               CALL 'CBL_DELETE_FILE' USING 'sections.txt'
               CALL 'CBL_RENAME_FILE' USING 'sections_new.txt'
                   'sections.txt'
               MOVE rec-count TO d-count
               DISPLAY(4, 6) 'Converted ' d-count
                   ' section records in place.'
               DISPLAY(5, 6) 'Key each schedule with jrlbsec (change).'
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       VALIDATE-SEC-ROW.
           IF ox-capacity NOT NUMERIC
             MOVE 1 TO bad-layout.
           READ sections-old AT END MOVE 1 TO eof.

           EXIT.

       CONVERT-SEC-ROW.
           ADD 1 TO rec-count.
           MOVE ox-crscode TO nx-crscode.
           MOVE ox-term TO nx-term.
           MOVE ox-section TO nx-section.
           MOVE ox-instructor TO nx-instructor.
           MOVE ox-capacity TO nx-capacity.
           MOVE SPACES TO nx-days.
           MOVE 0 TO nx-start.
           MOVE 0 TO nx-end.
           MOVE SPACES TO nx-room.
           WRITE new-section.
           READ sections-old AT END MOVE 1 TO eof.

           EXIT.

      * One-time conversion after the salesman master came in: the
      * old sales.txt and quota.txt typed the salesman's name on
      * every line, and each name is tied to its salesmen.txt code
      * by the name on the master (the first 15 characters, in
      * capitals, the most the old layouts held). The old ledger
      * had no year, so the operator keys the sales year its lines
      * belong to, and each line is dated the 1st of its month with
      * no document number, as a sale. A name that fits no
      * salesman, or more than one, is listed in salesconv.txt and
      * nothing is converted - no line is dropped or left without a
      * code. Both files are guarded like the other conversions; a
      * converted file no longer frames as the old layout and its
      * codes match no name, so a second run is refused.
       CONVERT-SALES.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Sales year of the lines on sales.txt'.
           DISPLAY(5, 6) '(YYYY): '.
           ACCEPT (5, 15) conv-year-x.

           IF conv-year-x NOT NUMERIC
             DISPLAY(7, 6) 'Year must be four digits - nothing done.'
           ELSE
             PERFORM LOAD-SMAN-TABLE
             IF sman-count = 0
               DISPLAY(7, 6) 'salesmen.txt has no salesmen - set'
               DISPLAY(8, 6) 'them up with jrlbsmn first.'
             ELSE
               MOVE 0 TO unmap-count
               MOVE 0 TO unmap-full
               MOVE 0 TO unmap-rows
               PERFORM SURVEY-OLD-SALES
               PERFORM SURVEY-OLD-QUOTA
               IF sales-found = 0 AND quota-found = 0
                 DISPLAY(7, 6) 'Neither sales.txt nor quota.txt'
                 DISPLAY(8, 6) 'is on file.'
               ELSE
               IF bad-layout = 1 OR bad-quota = 1
                 IF bad-layout = 1
                   DISPLAY(7, 6) 'sales.txt does not read as the old'
                   DISPLAY(8, 6) '39-byte layout - already converted?'
                 END-IF
                 IF bad-quota = 1
                   DISPLAY(9, 6) 'quota.txt does not read as the old'
                   DISPLAY(10, 6) '19-byte layout - already converted?'
                 END-IF
                 DISPLAY(11, 6) 'Nothing changed.'
               ELSE
               IF unmap-rows > 0
                 PERFORM WRITE-UNMAPPED
                 MOVE unmap-rows TO d-count
                 DISPLAY(7, 6) d-count ' lines carry a name that fits'
                 DISPLAY(8, 6) 'no one salesman - listed in'
                 DISPLAY(9, 6) 'salesconv.txt. Nothing changed.'
               ELSE
                 PERFORM RUN-SALES-CONVERT
               END-IF
               END-IF
               END-IF
             END-IF
           END-IF.

           EXIT.

       LOAD-SMAN-TABLE.
           MOVE 0 TO sman-count.
           MOVE 0 TO s-eof.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
             PERFORM COLLECT-ONE-SMAN UNTIL s-eof = 1
             CLOSE smanmast
           END-IF.
           MOVE 0 TO s-eof.

           EXIT.

       COLLECT-ONE-SMAN.
           IF sman-count < 200
             ADD 1 TO sman-count
             MOVE sm-code TO sx-code(sman-count)
             MOVE sm-name TO name-work
             INSPECT nw-short CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
             MOVE nw-short TO sx-name(sman-count).
           READ smanmast AT END MOVE 1 TO s-eof.

           EXIT.

      * Frames and maps every sales.txt line; bad-layout on a frame
      * whose month, units, or price is not digits or whose month
      * is not a month.
       SURVEY-OLD-SALES.
           MOVE 0 TO sales-found.
           MOVE 'sales.txt' TO old-file-name.
           MOVE 39 TO frame-len.
           PERFORM CHECK-OLD-FRAME.
           MOVE frame-bad TO bad-layout.
           MOVE 0 TO eof.
           OPEN INPUT sales-old.
           IF sales-old-status = '35'
             CLOSE sales-old
           ELSE
             MOVE 1 TO sales-found
             MOVE 'sales.txt' TO find-file
             READ sales-old AT END MOVE 1 TO eof
             END-READ
             PERFORM SURVEY-SALES-ROW UNTIL eof = 1
             CLOSE sales-old
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       SURVEY-SALES-ROW.
           IF ol-month NOT NUMERIC OR ol-units NOT NUMERIC
               OR ol-price NOT NUMERIC
             MOVE 1 TO bad-layout
           ELSE
           IF ol-month-n < 1 OR ol-month-n > 12
             MOVE 1 TO bad-layout
           ELSE
             MOVE ol-name TO find-name
             PERFORM MAP-SMAN-NAME
           END-IF
           END-IF.
           READ sales-old AT END MOVE 1 TO eof.

           EXIT.

       SURVEY-OLD-QUOTA.
           MOVE 0 TO quota-found.
           MOVE 'quota.txt' TO old-file-name.
           MOVE 19 TO frame-len.
           PERFORM CHECK-OLD-FRAME.
           MOVE frame-bad TO bad-quota.
           MOVE 0 TO eof.
           OPEN INPUT quota-old.
           IF quota-old-status = '35'
             CLOSE quota-old
           ELSE
             MOVE 1 TO quota-found
             MOVE 'quota.txt' TO find-file
             READ quota-old AT END MOVE 1 TO eof
             END-READ
             PERFORM SURVEY-QUOTA-ROW UNTIL eof = 1
             CLOSE quota-old
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       SURVEY-QUOTA-ROW.
           IF oq-month NOT NUMERIC OR oq-target NOT NUMERIC
             MOVE 1 TO bad-quota
           ELSE
           IF oq-month-n < 1 OR oq-month-n > 12
             MOVE 1 TO bad-quota
           ELSE
             MOVE oq-name TO find-name
             PERFORM MAP-SMAN-NAME
           END-IF
           END-IF.
           READ quota-old AT END MOVE 1 TO eof.

           EXIT.

      * find-name to its salesman's code in match-code; a name that
      * fits no salesman or more than one is noted against find-file.
       MAP-SMAN-NAME.
           INSPECT find-name CONVERTING 'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 0 TO match-count.
           MOVE SPACES TO match-code.
           MOVE 1 TO sx.
           PERFORM CHECK-SMAN-NAME UNTIL sx > sman-count.
           IF match-count NOT = 1
             PERFORM NOTE-UNMAPPED.

           EXIT.

       CHECK-SMAN-NAME.
           IF sx-name(sx) = find-name
             ADD 1 TO match-count
             MOVE sx-code(sx) TO match-code.
           ADD 1 TO sx.

           EXIT.

       NOTE-UNMAPPED.
           ADD 1 TO unmap-rows.
           MOVE 0 TO ux.
           MOVE 1 TO k.
           PERFORM CHECK-UNMAPPED UNTIL k > unmap-count.
           IF ux > 0
             ADD 1 TO um-rows(ux)
           ELSE
             IF unmap-count < 100
               ADD 1 TO unmap-count
               MOVE find-name TO um-name(unmap-count)
               MOVE find-file TO um-file(unmap-count)
               MOVE 1 TO um-rows(unmap-count)
               MOVE match-count TO um-hits(unmap-count)
             ELSE
               MOVE 1 TO unmap-full
             END-IF
           END-IF.

           EXIT.

       CHECK-UNMAPPED.
           IF um-name(k) = find-name AND um-file(k) = find-file
             MOVE k TO ux.
           ADD 1 TO k.

           EXIT.

       WRITE-UNMAPPED.
           OPEN OUTPUT conv-list.
           MOVE unmap-hdr-1 TO conv-line.
           WRITE conv-line.
           MOVE SPACES TO conv-line.
           WRITE conv-line.
           MOVE unmap-hdr-2 TO conv-line.
           WRITE conv-line.
           MOVE 1 TO k.
           PERFORM WRITE-ONE-UNMAPPED UNTIL k > unmap-count.
           MOVE SPACES TO conv-line.
           WRITE conv-line.
           IF unmap-full = 1
             MOVE unmap-note-full TO conv-line
             WRITE conv-line.
           MOVE unmap-note-1 TO conv-line.
           WRITE conv-line.
           MOVE unmap-note-2 TO conv-line.
           WRITE conv-line.
           CLOSE conv-list.

           EXIT.

       WRITE-ONE-UNMAPPED.
           MOVE um-name(k) TO ul-name.
           MOVE um-file(k) TO ul-file.
           MOVE um-rows(k) TO ul-rows.
           IF um-hits(k) = 0
             MOVE 'NO SALESMAN BY THAT NAME' TO ul-why
           ELSE
             MOVE 'FITS MORE THAN ONE SALESMAN' TO ul-why.
           MOVE unmap-line TO conv-line.
           WRITE conv-line.
           ADD 1 TO k.

           EXIT.

      * Both files through their scratch files, the way jrlb1 and
      * jrlbqta rewrite them.
       RUN-SALES-CONVERT.
           MOVE 0 TO rec-count.
           MOVE 0 TO q-rec-count.
           IF sales-found = 1
             OPEN INPUT sales-old
             OPEN OUTPUT sales-new
             READ sales-old AT END MOVE 1 TO eof
             END-READ
             PERFORM CONVERT-SALES-ROW UNTIL eof = 1
             CLOSE sales-new
             CLOSE sales-old
             MOVE 0 TO eof
             CALL 'CBL_DELETE_FILE' USING 'sales.txt'
             CALL 'CBL_RENAME_FILE' USING 'sales_new.txt' 'sales.txt'
             MOVE rec-count TO d-count
             DISPLAY(7, 6) 'Converted ' d-count ' sales.txt lines,'
             DISPLAY(8, 6) 'dated ' conv-year-x '.'
           END-IF.
           IF quota-found = 1
             OPEN INPUT quota-old
             OPEN OUTPUT quota-new
             READ quota-old AT END MOVE 1 TO eof
             END-READ
             PERFORM CONVERT-QUOTA-ROW UNTIL eof = 1
             CLOSE quota-new
             CLOSE quota-old
             MOVE 0 TO eof
             CALL 'CBL_DELETE_FILE' USING 'quota.txt'
             CALL 'CBL_RENAME_FILE' USING 'quota_new.txt' 'quota.txt'
             MOVE q-rec-count TO d-count
             DISPLAY(9, 6) 'Converted ' d-count ' quota.txt rows.'
           END-IF.

           EXIT.

       CONVERT-SALES-ROW.
           ADD 1 TO rec-count.
           MOVE ol-name TO find-name.
           PERFORM MAP-SMAN-NAME.
           MOVE match-code TO nl-sman.
           MOVE ol-product TO nl-product.
           MOVE ol-month TO nl-month.
           MOVE ol-units TO nl-units.
           MOVE ol-price TO nl-price.
           MOVE ol-cust TO nl-cust.
           MOVE conv-year TO nl-year.
           MOVE ol-month TO nl-mm.
           MOVE '01' TO nl-dd.
           MOVE SPACES TO nl-docno.
           MOVE 'S' TO nl-type.
           MOVE 0 TO nl-ref-year.
           MOVE 0 TO nl-ref-month.
           WRITE new-ledger.
           READ sales-old AT END MOVE 1 TO eof.

           EXIT.

       CONVERT-QUOTA-ROW.
           ADD 1 TO q-rec-count.
           MOVE oq-name TO find-name.
           PERFORM MAP-SMAN-NAME.
           MOVE match-code TO nq-sman.
           MOVE oq-month TO nq-month.
           MOVE oq-target TO nq-target.
           WRITE new-quota.
           READ quota-old AT END MOVE 1 TO eof.

           EXIT.

      * Takes the grades.txt in-use marker around the rebuild. When
      * a lock is already on disk another updating session holds the
      * ledger, and the rebuild is refused with the holder shown.
