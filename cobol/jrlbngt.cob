      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Nightly Ops Driver".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -runs the routine nightly checks unattended, in a fixed     *
      *   order, each step doing the same work as the menu choice    *
      *   named beside it and leaving the same output behind:        *
      *     1 verify grades.txt             (jrlbutl c)              *
      *     2 back up grades.txt            (jrlbutl a)              *
      *     3 verify grades2.txt            (jrlbutl d)              *
      *     4 back up grades2.txt           (jrlbutl b)              *
      *     5 verify the audit chain        (jrlbaud e)              *
      *     6 grades reconciliation         (jrlbrec)                *
      *     7 INC deadline report           (jrlbinc)                *
      *     8 reorder report                (jrlbprd f)              *
      *                                                              *
      *  -a step fails when a file it needs is not on file, when a   *
      *   ledger's keys fail to ascend, or when the audit chain      *
      *   breaks; orphan rows, discrepancies, lapsed INCs, and low   *
      *   stock are exceptions for the morning shift, not failures   *
      *                                                              *
      *  -a step whose input failed is skipped: a ledger is backed   *
      *   up only after it verifies, so a damaged file never         *
      *   overwrites the last good backup; the reconciliation needs  *
      *   both ledgers verified and the INC report grades.txt        *
      *                                                              *
      *  -every step's start and end time, record count, and result  *
      *   are appended to the dated run log nightlog.txt, with the   *
      *   orphan, key-order, and chain-break detail lines between    *
      *                                                              *
      *  -each step's result is checkpointed in ngtctl.txt (the way  *
      *   jrlbcls keeps clsctl.txt); a second run the same day       *
      *   keeps the steps that already passed and restarts at the    *
      *   first one that did not                                     *
      *                                                              *
      *  -finishes with the one-page exceptions summary nightexc.txt *
      *   for the morning shift: each step's result, then the        *
      *   chain breaks, orphan rows, reconciliation discrepancies,   *
      *   lapsed INCs, and products at or under reorder, each with   *
      *   the report that carries the detail                         *
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
           SELECT grades2 ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS g2-key
               FILE STATUS IS grades2-status.
           SELECT backup1 ASSIGN TO DISK
               FILE STATUS IS backup1-status.
           SELECT backup2 ASSIGN TO DISK
               FILE STATUS IS backup2-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT audit-file ASSIGN TO DISK
               FILE STATUS IS audit-status.
           SELECT prodmaster ASSIGN TO DISK
               FILE STATUS IS prodmaster-status.
           SELECT disc-file ASSIGN TO DISK.
           SELECT inc-file ASSIGN TO DISK.
           SELECT reord-file ASSIGN TO DISK.
           SELECT night-ctl ASSIGN TO DISK
               FILE STATUS IS ctl-status.
           SELECT night-log ASSIGN TO DISK
               FILE STATUS IS log-status.
           SELECT exc-file ASSIGN TO DISK.

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
               88 inc-grade VALUE 'INC'.
           02 grade REDEFINES grade-mark PIC 9v99.
           02 enc-date PIC X(8).

       FD grades2 LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'grades2.txt'.

       01 g2-info.
           02 g2-key.
               03 g2-stdnum PIC X(9).
               03 g2-subject PIC X(10).
               03 g2-term PIC X(6).
           02 g2-grade PIC 9v99.
           02 g2-grade-x REDEFINES g2-grade PIC X(3).

       FD backup1 LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'gradesbk.txt'.

       01 bk1-rec PIC X(86).
       01 bk1-trailer REDEFINES bk1-rec.
           02 bk1-tag PIC X(7).
           02 bk1-count PIC 9(6).
           02 bk1-units PIC 9(6)v9.
           02 FILLER PIC X(66).

       FD backup2 LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'grades2bk.txt'.

       01 bk2-rec PIC X(28).
       01 bk2-trailer REDEFINES bk2-rec.
           02 bk2-tag PIC X(7).
           02 bk2-count PIC 9(6).
           02 bk2-points PIC 9(6)v99.
           02 FILLER PIC X(7).

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       FD audit-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'audit.txt'.

       01 audit-rec.
           02 aud-body PIC X(50).
           02 aud-seq-x PIC X(6).
           02 aud-seq REDEFINES aud-seq-x PIC 9(6).
           02 aud-check-x PIC X(4).
           02 aud-check REDEFINES aud-check-x PIC 9(4).

       FD prodmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'products.txt'.

       01 product-info.
           02 p-prodcode PIC X(10).
           02 p-proddesc PIC X(30).
           02 p-unitprice PIC 99.
           02 p-commrate PIC v99.
           02 p-stockqty PIC 9(5).
           02 p-reorder PIC 9(5).
           02 p-soldsince PIC 9(5).

       FD disc-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'discrep.txt'.

       01 disc-line PIC X(80).

       FD inc-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'increport.txt'.

       01 inc-line PIC X(80).

       FD reord-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'reorder.txt'.

       01 reord-line PIC X(80).

      * The checkpoint: the run date and each step's result, record
      * count, and exception count, rewritten after every step.
       FD night-ctl LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'ngtctl.txt'.

       01 ctl-rec.
           02 nc-date PIC X(8).
           02 nc-steps PIC X(104).

       FD night-log LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'nightlog.txt'.

       01 log-line PIC X(100).

       FD exc-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'nightexc.txt'.

       01 exc-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 grades-status PIC XX VALUE '00'.
       77 grades2-status PIC XX VALUE '00'.
       77 backup1-status PIC XX VALUE '00'.
       77 backup2-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 audit-status PIC XX VALUE '00'.
       77 prodmaster-status PIC XX VALUE '00'.
       77 ctl-status PIC XX VALUE '00'.
       77 log-status PIC XX VALUE '00'.
       77 ctl-found PIC 9 VALUE 0.
       77 today PIC X(8) VALUE SPACES.
       77 s PIC 9 VALUE 0.
       77 k PIC 999 VALUE 0.
       77 restart-step PIC 9 VALUE 0.
       77 dep-failed PIC 9 VALUE 0.
       77 step-ok PIC 9 VALUE 0.
       77 step-count PIC 9(7) VALUE 0.
       77 step-exc PIC 9(5) VALUE 0.
       77 step-note PIC X(32) VALUE SPACES.
       77 cnt-passed PIC 9 VALUE 0.
       77 cnt-failed PIC 9 VALUE 0.
       77 cnt-skipped PIC 9 VALUE 0.
       77 first-bad PIC 9 VALUE 0.
       77 d-cnt5 PIC ZZZZ9.
       77 d-cnt6 PIC ZZZZZ9.
       77 d-grade-ed PIC 9.99.

       01 now-time.
           02 nt-hhmmss PIC X(6).
           02 FILLER PIC XX.

      * Each step's outcome for tonight, carried over from
      * ngtctl.txt for a same-day restart. Result P passed, F
      * failed, S skipped, space not yet run.
       01 step-state.
           02 step-entry OCCURS 8 TIMES.
               03 st-result PIC X.
               03 st-count PIC 9(7).
               03 st-exc PIC 9(5).

       01 step-names.
           02 FILLER PIC X(30) VALUE 'VERIFY GRADES.TXT'.
           02 FILLER PIC X(30) VALUE 'BACK UP GRADES.TXT'.
           02 FILLER PIC X(30) VALUE 'VERIFY GRADES2.TXT'.
           02 FILLER PIC X(30) VALUE 'BACK UP GRADES2.TXT'.
           02 FILLER PIC X(30) VALUE 'VERIFY AUDIT CHAIN'.
           02 FILLER PIC X(30) VALUE 'GRADES RECONCILIATION'.
           02 FILLER PIC X(30) VALUE 'INC DEADLINE REPORT'.
           02 FILLER PIC X(30) VALUE 'REORDER REPORT'.
       01 step-table REDEFINES step-names.
           02 step-name PIC X(30) OCCURS 8 TIMES.

      * The steps each step depends on, two digits per step, zero
      * for none: the backups need their verify, the reconciliation
      * both verifies, the INC report the grades.txt verify.
       01 step-deps-val PIC X(16) VALUE '0010003000131000'.
       01 step-deps REDEFINES step-deps-val.
           02 dep-entry OCCURS 8 TIMES.
               03 dep-a PIC 9.
               03 dep-b PIC 9.

       01 log-run-line.
           02 lr-date PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 lr-time PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 lr-text PIC X(84).

       01 log-step-line.
           02 lg-date PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 lg-time PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 lg-step PIC 9.
           02 FILLER PIC X VALUE SPACE.
           02 lg-name PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 lg-event PIC X(5).
           02 FILLER PIC X VALUE SPACE.
           02 lg-result PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 lg-count PIC ZZZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 lg-note PIC X(32).

       01 log-det-line.
           02 ld-date PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 ld-time PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 ld-text PIC X(81).

      * Step 1 and 3, the ledger verifies of jrlbutl: the catalog
      * codes for the orphan check, and the previous key for the
      * key-order check.
       77 cat-count PIC 999 VALUE 0.
       77 cat-full PIC 9 VALUE 0.
       77 in-catalog PIC 9 VALUE 0.
       77 orphan-count PIC 9(5) VALUE 0.
       77 seq-count PIC 9(5) VALUE 0.
       77 prev-key PIC X(23) VALUE LOW-VALUES.
       77 prev-key2 PIC X(25) VALUE LOW-VALUES.
       77 tot-units PIC 9(6)v9 VALUE 0.
       77 tot-points PIC 9(6)v99 VALUE 0.
       01 catalog-table.
           02 cat-code PIC X(8) OCCURS 300 TIMES.

      * Step 5, jrlbaud's chain verify: the same hash arithmetic
      * over the record's 50 content bytes, its sequence, and the
      * previous record's check value, all modulo 9973.
       77 rec-num PIC 9(6) VALUE 0.
       77 err-count PIC 9(5) VALUE 0.
       77 prev-seq PIC 9(6) VALUE 0.
       77 prev-check PIC 9(4) VALUE 0.
       77 expect-seq PIC 9(6) VALUE 0.
       77 d-recnum PIC ZZZZZ9.
       77 d-expect PIC ZZZZZ9.
       77 d-foundseq PIC ZZZZZ9.
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

      * Step 6, jrlbrec's reconciliation to discrep.txt.
       77 have-grades PIC 9 VALUE 0.
       77 have-grades2 PIC 9 VALUE 0.
       77 hit PIC 9 VALUE 0.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 cnt-match PIC 9(5) VALUE 0.
       77 cnt-only1 PIC 9(5) VALUE 0.
       77 cnt-only2 PIC 9(5) VALUE 0.
       77 cnt-diff PIC 9(5) VALUE 0.

       01 disc-hdr-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'GRADES RECONCILIATION REPORT'.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 disc-page-num PIC ZZ9.

       01 disc-hdr-2.
           02 FILLER PIC X(20) VALUE 'DISCREPANCY'.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(12) VALUE 'COURSE'.
           02 FILLER PIC X(8) VALUE 'TERM'.
           02 FILLER PIC X(9) VALUE 'GRADES'.
           02 FILLER PIC X(7) VALUE 'GRADES2'.

       01 disc-det.
           02 det-flag PIC X(20).
           02 det-stdnum PIC X(11).
           02 det-course PIC X(12).
           02 det-term PIC X(8).
           02 det-grade1 PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 det-grade2 PIC X(6).

       01 disc-sum.
           02 ds-label PIC X(30).
           02 ds-count PIC ZZZZ9.

       01 note-g2-missing PIC X(58) VALUE
           'NOTE: GRADES2.TXT NOT ON FILE - ROWS BELOW ARE UNMATCHED'.
       01 note-g1-missing PIC X(58) VALUE
           'NOTE: GRADES.TXT NOT ON FILE - ROWS BELOW ARE UNMATCHED'.

       01 subj-parts.
           02 sp-first PIC X(8).
           02 sp-rest PIC XX.

      * Step 7, jrlbinc's deadline report to increport.txt.
       77 cnt-inc PIC 999 VALUE 0.
       77 cnt-past PIC 999 VALUE 0.
       77 cnt-due PIC 999 VALUE 0.

       01 enc-split.
           02 es-year PIC 9(4).
           02 es-month PIC 99.
           02 es-day PIC 99.

       01 deadline-date.
           02 dl-year PIC 9(4).
           02 dl-month PIC 99.
           02 dl-day PIC 99.
       01 deadline-x REDEFINES deadline-date PIC X(8).

       01 warn-date.
           02 wd-year PIC 9(4).
           02 wd-month PIC 99.
           02 wd-day PIC 99.
       01 warn-x REDEFINES warn-date PIC X(8).

       01 inc-hdr-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'INC COMPLETION DEADLINES'.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 inc-page-num PIC ZZ9.

       01 inc-hdr-2.
           02 FILLER PIC X(11) VALUE 'STDNUM'.
           02 FILLER PIC X(10) VALUE 'COURSE'.
           02 FILLER PIC X(8) VALUE 'TERM'.
           02 FILLER PIC X(10) VALUE 'ENCODED'.
           02 FILLER PIC X(10) VALUE 'DEADLINE'.
           02 FILLER PIC X(13) VALUE 'STATUS'.

       01 inc-det.
           02 id-stdnum PIC X(11).
           02 id-crscode PIC X(10).
           02 id-term PIC X(8).
           02 id-encoded PIC X(10).
           02 id-deadline PIC X(10).
           02 id-status PIC X(13).

       01 inc-sum.
           02 is-label PIC X(30).
           02 is-count PIC ZZ9.

      * Step 8, jrlbprd's reorder report to reorder.txt.
       77 low-count PIC 999 VALUE 0.

       01 reord-hdr-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'REORDER REPORT'.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 reord-page-num PIC ZZ9.

       01 reord-hdr-2.
           02 FILLER PIC X(12) VALUE 'CODE'.
           02 FILLER PIC X(32) VALUE 'DESCRIPTION'.
           02 FILLER PIC X(8) VALUE 'ONHAND'.
           02 FILLER PIC X(9) VALUE 'REORDER'.
           02 FILLER PIC X(10) VALUE 'SOLDSINCE'.

       01 reord-det.
           02 rd-code PIC X(12).
           02 rd-desc PIC X(32).
           02 rd-stock PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 rd-reorder PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 rd-sold PIC ZZZZ9.

       01 reord-sum.
           02 FILLER PIC X(28) VALUE
               'PRODUCTS AT/UNDER REORDER: '.
           02 rs-count PIC ZZ9.

      * The exceptions summary page.
       01 exc-hdr-1.
           02 FILLER PIC X(40) VALUE
               'NIGHTLY OPERATIONS - EXCEPTIONS FOR THE '.
           02 FILLER PIC X(19) VALUE 'MORNING SHIFT, RUN '.
           02 eh-date PIC X(8).

       01 exc-hdr-2.
           02 FILLER PIC X(7) VALUE 'STEP'.
           02 FILLER PIC X(32) VALUE 'NAME'.
           02 FILLER PIC X(10) VALUE 'RESULT'.
           02 FILLER PIC X(7) VALUE 'RECORDS'.

       01 exc-step-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 es-step PIC 9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 es-name PIC X(32).
           02 es-result PIC X(10).
           02 es-count PIC ZZZZZZ9.

       01 exc-cat-line.
           02 ec-label PIC X(34).
           02 ec-count PIC X(12).
           02 ec-where PIC X(34).

       01 exc-end-line.
           02 FILLER PIC X(15) VALUE 'STEPS PASSED: '.
           02 ee-passed PIC 9.
           02 FILLER PIC X(12) VALUE '   FAILED: '.
           02 ee-failed PIC 9.
           02 FILLER PIC X(13) VALUE '   SKIPPED: '.
           02 ee-skipped PIC 9.

       01 exc-restart-line.
           02 FILLER PIC X(41) VALUE
               'FIX THE FAILED STEP, THEN RERUN jrlbngt '.
           02 FILLER PIC X(27) VALUE 'TODAY TO RESUME AT STEP '.
           02 er-step PIC 9.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Nightly operations run...'.

           ACCEPT today FROM DATE YYYYMMDD.
           PERFORM LOAD-CONTROL.
           PERFORM OPEN-RUN-LOG.

           MOVE 0 TO cnt-passed.
           MOVE 0 TO cnt-failed.
           MOVE 0 TO cnt-skipped.
           MOVE 1 TO s.
           PERFORM DRIVE-ONE-STEP UNTIL s > 8.

           PERFORM CLOSE-RUN-LOG.
           PERFORM WRITE-EXCEPTIONS.

           DISPLAY(6, 6) 'Run logged to nightlog.txt; exceptions'.
           DISPLAY(7, 6) 'summary written to nightexc.txt.'.
           IF first-bad > 0
             DISPLAY(9, 6) 'Step ' first-bad ' did not pass - rerun'
             DISPLAY(10, 6) 'today after the fix to resume there.'.
           DISPLAY ' '.

           STOP RUN.

      * Reads the checkpoint. A record from today with a step that
      * did not pass means this is a restart: the steps that passed
      * earlier today are kept and everything else runs again. Any
      * other night starts clean.
       LOAD-CONTROL.
           MOVE SPACES TO step-state.
           MOVE 0 TO restart-step.
           MOVE 0 TO ctl-found.

           OPEN INPUT night-ctl.
           IF ctl-status = '00'
             READ night-ctl
               AT END MOVE 0 TO ctl-found
               NOT AT END MOVE 1 TO ctl-found
             END-READ
             CLOSE night-ctl
           ELSE
             CLOSE night-ctl.

           IF ctl-found = 1 AND nc-date = today
             MOVE nc-steps TO step-state
             MOVE 8 TO k
             PERFORM FIND-RESTART-STEP UNTIL k < 1
             IF restart-step = 0
               MOVE SPACES TO step-state
             ELSE
               MOVE 1 TO k
               PERFORM CLEAR-UNPASSED-STEP UNTIL k > 8
             END-IF
           END-IF.

           EXIT.

      * Walked backwards so restart-step lands on the lowest step
      * that did not pass.
       FIND-RESTART-STEP.
           IF st-result(k) NOT = 'P'
             MOVE k TO restart-step.
           SUBTRACT 1 FROM k.

           EXIT.

       CLEAR-UNPASSED-STEP.
           IF st-result(k) NOT = 'P'
             MOVE SPACE TO st-result(k)
             MOVE 0 TO st-count(k)
             MOVE 0 TO st-exc(k).
           ADD 1 TO k.

           EXIT.

       WRITE-CONTROL.
           MOVE today TO nc-date.
           MOVE step-state TO nc-steps.
           OPEN OUTPUT night-ctl.
           WRITE ctl-rec.
           CLOSE night-ctl.

           EXIT.

       OPEN-RUN-LOG.
           OPEN EXTEND night-log.
           IF log-status = '35'
             OPEN OUTPUT night-log.

           ACCEPT now-time FROM TIME.
           MOVE SPACES TO lr-text.
           IF restart-step = 0
             MOVE 'NIGHTLY RUN STARTED' TO lr-text
           ELSE
             STRING 'NIGHTLY RUN RESTARTED AT STEP ' restart-step
                 ' - EARLIER PASSES KEPT' DELIMITED BY SIZE
                 INTO lr-text.
           PERFORM WRITE-RUN-LINE.

           EXIT.

       CLOSE-RUN-LOG.
           ACCEPT now-time FROM TIME.
           MOVE SPACES TO lr-text.
           STRING 'NIGHTLY RUN ENDED - PASSED ' cnt-passed
               ' FAILED ' cnt-failed ' SKIPPED ' cnt-skipped
               DELIMITED BY SIZE INTO lr-text.
           PERFORM WRITE-RUN-LINE.
           CLOSE night-log.

           EXIT.

       WRITE-RUN-LINE.
           MOVE today TO lr-date.
           MOVE nt-hhmmss TO lr-time.
           MOVE log-run-line TO log-line.
           WRITE log-line.

           EXIT.

      * One detail line under the running step - an orphan row, a
      * key out of order, a chain break.
       WRITE-DETAIL-LINE.
           ACCEPT now-time FROM TIME.
           MOVE today TO ld-date.
           MOVE nt-hhmmss TO ld-time.
           MOVE log-det-line TO log-line.
           WRITE log-line.

           EXIT.

       WRITE-STEP-LINE.
           ACCEPT now-time FROM TIME.
           MOVE today TO lg-date.
           MOVE nt-hhmmss TO lg-time.
           MOVE s TO lg-step.
           MOVE step-name(s) TO lg-name.
           MOVE log-step-line TO log-line.
           WRITE log-line.

           EXIT.

      * One step: kept from an earlier run today, skipped because a
      * step it depends on did not pass, or run. The checkpoint is
      * rewritten after every step so a crash mid-run restarts at
      * the step that was running.
       DRIVE-ONE-STEP.
           MOVE 0 TO dep-failed.
           IF dep-a(s) > 0
             IF st-result(dep-a(s)) NOT = 'P'
               MOVE dep-a(s) TO dep-failed.
           IF dep-b(s) > 0
             IF st-result(dep-b(s)) NOT = 'P'
               MOVE dep-b(s) TO dep-failed.

           IF st-result(s) = 'P'
             MOVE 'KEPT ' TO lg-event
             MOVE 'PASS' TO lg-result
             MOVE st-count(s) TO lg-count
             MOVE 'PASSED IN AN EARLIER RUN TODAY' TO lg-note
             PERFORM WRITE-STEP-LINE
             ADD 1 TO cnt-passed
           ELSE
           IF dep-failed > 0
             MOVE 'S' TO st-result(s)
             MOVE 0 TO st-count(s)
             MOVE 0 TO st-exc(s)
             MOVE 'SKIP ' TO lg-event
             MOVE 'SKIP' TO lg-result
             MOVE 0 TO lg-count
             MOVE SPACES TO lg-note
             STRING 'STEP ' dep-failed ' DID NOT PASS'
                 DELIMITED BY SIZE INTO lg-note
             PERFORM WRITE-STEP-LINE
             ADD 1 TO cnt-skipped
             IF first-bad = 0
               MOVE s TO first-bad
             END-IF
           ELSE
             MOVE 'START' TO lg-event
             MOVE SPACES TO lg-result
             MOVE 0 TO lg-count
             MOVE SPACES TO lg-note
             PERFORM WRITE-STEP-LINE
             PERFORM RUN-ONE-STEP
             MOVE step-count TO st-count(s)
             MOVE step-exc TO st-exc(s)
             MOVE 'END  ' TO lg-event
             MOVE step-count TO lg-count
             MOVE step-note TO lg-note
             IF step-ok = 1
               MOVE 'P' TO st-result(s)
               MOVE 'PASS' TO lg-result
               ADD 1 TO cnt-passed
             ELSE
               MOVE 'F' TO st-result(s)
               MOVE 'FAIL' TO lg-result
               ADD 1 TO cnt-failed
               IF first-bad = 0
                 MOVE s TO first-bad
               END-IF
             END-IF
             PERFORM WRITE-STEP-LINE
           END-IF
           END-IF.

           PERFORM WRITE-CONTROL.
           ADD 1 TO s.

           EXIT.

       RUN-ONE-STEP.
           MOVE 1 TO step-ok.
           MOVE 0 TO step-count.
           MOVE 0 TO step-exc.
           MOVE SPACES TO step-note.

           IF s = 1
             PERFORM VERIFY-GRADES.
           IF s = 2
             PERFORM BACKUP-GRADES.
           IF s = 3
             PERFORM VERIFY-GRADES2.
           IF s = 4
             PERFORM BACKUP-GRADES2.
           IF s = 5
             PERFORM VERIFY-TRAIL.
           IF s = 6
             PERFORM RECONCILE-GRADES.
           IF s = 7
             PERFORM INC-DEADLINES.
           IF s = 8
             PERFORM REORDER-REPORT.

           EXIT.

      ****************************************************************
      * Step 1 - jrlbutl's grades.txt verify: orphans against the    *
      * catalog are exceptions, keys out of order fail the step.     *
      ****************************************************************
       VERIFY-GRADES.
           PERFORM LOAD-CATALOG-TABLE.
           IF cat-full = 1
             MOVE 'CATALOG TABLE FULL - ORPHAN CHECK SKIPPED'
                 TO ld-text
             PERFORM WRITE-DETAIL-LINE.

           MOVE 0 TO orphan-count.
           MOVE 0 TO seq-count.
           MOVE LOW-VALUES TO prev-key.

           MOVE 0 TO eof.
           OPEN INPUT grades.
           IF grades-status = '35'
             CLOSE grades
             MOVE 0 TO step-ok
             MOVE 'GRADES.TXT NOT ON FILE' TO step-note
           ELSE
             READ grades NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM VERIFY-G1-ROW UNTIL eof = 1
             CLOSE grades
             MOVE orphan-count TO step-exc
             IF seq-count > 0
               MOVE 0 TO step-ok
               MOVE seq-count TO d-cnt5
               STRING d-cnt5 ' KEYS OUT OF ORDER'
                   DELIMITED BY SIZE INTO step-note
             ELSE
               MOVE orphan-count TO d-cnt5
               STRING d-cnt5 ' ORPHAN ROWS'
                   DELIMITED BY SIZE INTO step-note
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       VERIFY-G1-ROW.
           ADD 1 TO step-count.

           IF cat-full = 0
             MOVE 0 TO in-catalog
             MOVE 1 TO k
             PERFORM CHECK-CATALOG-CODE UNTIL k > cat-count
             IF in-catalog = 0
               ADD 1 TO orphan-count
               MOVE SPACES TO ld-text
               STRING 'ORPHAN: ' stdnum ' ' crscode ' ' term
                   ' NOT IN CATALOG' DELIMITED BY SIZE INTO ld-text
               PERFORM WRITE-DETAIL-LINE
             END-IF
           END-IF.

           IF std-key NOT > prev-key
             ADD 1 TO seq-count
             MOVE SPACES TO ld-text
             STRING 'KEY ORDER: ' stdnum ' ' crscode ' ' term
                 ' DOES NOT ASCEND' DELIMITED BY SIZE INTO ld-text
             PERFORM WRITE-DETAIL-LINE
           END-IF.
           MOVE std-key TO prev-key.

           READ grades NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

       CHECK-CATALOG-CODE.
           IF cat-code(k) = crscode
             MOVE 1 TO in-catalog.
           ADD 1 TO k.

           EXIT.

       LOAD-CATALOG-TABLE.
           MOVE 0 TO cat-count.
           MOVE 0 TO cat-full.
           MOVE 0 TO eof.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
             MOVE 'DATA.TXT NOT ON FILE - EVERY ROW IS AN ORPHAN'
                 TO ld-text
             PERFORM WRITE-DETAIL-LINE
           ELSE
             READ datum AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-CODE UNTIL eof = 1
             CLOSE datum
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-CODE.
           IF cat-count < 300
             ADD 1 TO cat-count
             MOVE coursecode TO cat-code(cat-count)
           ELSE
             MOVE 1 TO cat-full.
           READ datum AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * Step 2 - jrlbutl's grades.txt backup to gradesbk.txt, with   *
      * the trailer a rebuild proves itself against.                 *
      ****************************************************************
       BACKUP-GRADES.
           MOVE 0 TO tot-units.
           MOVE 0 TO eof.
           OPEN INPUT grades.
           IF grades-status = '35'
             CLOSE grades
             MOVE 0 TO step-ok
             MOVE 'GRADES.TXT NOT ON FILE' TO step-note
           ELSE
             OPEN OUTPUT backup1
             READ grades NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-G1-ROW UNTIL eof = 1
             MOVE SPACES TO bk1-rec
             MOVE 'TRAILER' TO bk1-tag
             MOVE step-count TO bk1-count
             MOVE tot-units TO bk1-units
             WRITE bk1-rec
             CLOSE backup1
             CLOSE grades
             MOVE 'ROWS TO GRADESBK.TXT' TO step-note
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       COPY-G1-ROW.
           ADD 1 TO step-count.
           ADD units TO tot-units.
           MOVE std-info TO bk1-rec.
           WRITE bk1-rec.
           READ grades NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * Step 3 - jrlbutl's grades2.txt key-order verify.             *
      ****************************************************************
       VERIFY-GRADES2.
           MOVE 0 TO seq-count.
           MOVE LOW-VALUES TO prev-key2.

           MOVE 0 TO eof.
           OPEN INPUT grades2.
           IF grades2-status = '35'
             CLOSE grades2
             MOVE 0 TO step-ok
             MOVE 'GRADES2.TXT NOT ON FILE' TO step-note
           ELSE
             READ grades2 NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM VERIFY-G2-ROW UNTIL eof = 1
             CLOSE grades2
             IF seq-count > 0
               MOVE 0 TO step-ok
               MOVE seq-count TO d-cnt5
               STRING d-cnt5 ' KEYS OUT OF ORDER'
                   DELIMITED BY SIZE INTO step-note
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       VERIFY-G2-ROW.
           ADD 1 TO step-count.

           IF g2-key NOT > prev-key2
             ADD 1 TO seq-count
             MOVE SPACES TO ld-text
             STRING 'KEY ORDER: ' g2-stdnum ' ' g2-subject ' '
                 g2-term ' DOES NOT ASCEND' DELIMITED BY SIZE
                 INTO ld-text
             PERFORM WRITE-DETAIL-LINE
           END-IF.
           MOVE g2-key TO prev-key2.

           READ grades2 NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * Step 4 - jrlbutl's grades2.txt backup to grades2bk.txt.      *
      ****************************************************************
       BACKUP-GRADES2.
           MOVE 0 TO tot-points.
           MOVE 0 TO eof.
           OPEN INPUT grades2.
           IF grades2-status = '35'
             CLOSE grades2
             MOVE 0 TO step-ok
             MOVE 'GRADES2.TXT NOT ON FILE' TO step-note
           ELSE
             OPEN OUTPUT backup2
             READ grades2 NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM COPY-G2-ROW UNTIL eof = 1
             MOVE SPACES TO bk2-rec
             MOVE 'TRAILER' TO bk2-tag
             MOVE step-count TO bk2-count
             MOVE tot-points TO bk2-points
             WRITE bk2-rec
             CLOSE backup2
             CLOSE grades2
             MOVE 'ROWS TO GRADES2BK.TXT' TO step-note
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       COPY-G2-ROW.
           ADD 1 TO step-count.
           ADD g2-grade TO tot-points.
           MOVE g2-info TO bk2-rec.
           WRITE bk2-rec.
           READ grades2 NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * Step 5 - jrlbaud's chain verify. Every break is logged with  *
      * its record number and fails the step.                        *
      ****************************************************************
       VERIFY-TRAIL.
           MOVE 0 TO rec-num.
           MOVE 0 TO err-count.
           MOVE 0 TO prev-seq.
           MOVE 0 TO prev-check.
           MOVE 0 TO eof.
           OPEN INPUT audit-file.
           IF audit-status = '35'
             CLOSE audit-file
             MOVE 0 TO step-ok
             MOVE 'AUDIT.TXT NOT ON FILE' TO step-note
           ELSE
             READ audit-file AT END MOVE 1 TO eof
             END-READ
             PERFORM VERIFY-AUDIT-REC UNTIL eof = 1
             CLOSE audit-file
             MOVE rec-num TO step-count
             MOVE err-count TO step-exc
             IF err-count > 0
               MOVE 0 TO step-ok
               MOVE err-count TO d-cnt5
               STRING d-cnt5 ' CHAIN BREAKS'
                   DELIMITED BY SIZE INTO step-note
             ELSE
               MOVE 'CHAIN VERIFIES CLEAN' TO step-note
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       VERIFY-AUDIT-REC.
           ADD 1 TO rec-num.
           MOVE rec-num TO d-recnum.

           IF aud-seq-x NOT NUMERIC OR aud-check-x NOT NUMERIC
             ADD 1 TO err-count
             MOVE SPACES TO ld-text
             STRING 'AUDIT RECORD ' d-recnum ': NO CHAIN FIELDS'
                 DELIMITED BY SIZE INTO ld-text
             PERFORM WRITE-DETAIL-LINE
             MOVE 0 TO prev-seq
             MOVE 0 TO prev-check
           ELSE
             COMPUTE expect-seq = prev-seq + 1
             IF aud-seq NOT = expect-seq
               ADD 1 TO err-count
               MOVE expect-seq TO d-expect
               MOVE aud-seq TO d-foundseq
               MOVE SPACES TO ld-text
               STRING 'AUDIT RECORD ' d-recnum ': SEQUENCE BREAK - '
                   'EXPECTED ' d-expect ' FOUND ' d-foundseq
                   DELIMITED BY SIZE INTO ld-text
               PERFORM WRITE-DETAIL-LINE
             END-IF
             PERFORM RECOMPUTE-CHECK
             IF chk-work NOT = aud-check
               ADD 1 TO err-count
               MOVE SPACES TO ld-text
               STRING 'AUDIT RECORD ' d-recnum ': CHECK MISMATCH - '
                   'ALTERED OR CHAIN BROKEN HERE'
                   DELIMITED BY SIZE INTO ld-text
               PERFORM WRITE-DETAIL-LINE
             END-IF
             MOVE aud-seq TO prev-seq
             MOVE aud-check TO prev-check
           END-IF.

           READ audit-file AT END MOVE 1 TO eof.

           EXIT.

       RECOMPUTE-CHECK.
           MOVE aud-body TO chk-content.
           MOVE aud-seq TO chk-seq.
           MOVE prev-check TO chk-work.
           MOVE 1 TO chk-i.
           PERFORM HASH-ONE-BYTE UNTIL chk-i > 50.
           COMPUTE chk-work = (chk-work * 7) + chk-seq.
           COMPUTE chk-q = chk-work / 9973.
           COMPUTE chk-work = chk-work - (chk-q * 9973).

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

      ****************************************************************
      * Step 6 - jrlbrec's two-pass reconciliation to discrep.txt;   *
      * every discrepancy is an exception.                           *
      ****************************************************************
       RECONCILE-GRADES.
           MOVE 0 TO page-num.
           MOVE 0 TO cnt-match.
           MOVE 0 TO cnt-only1.
           MOVE 0 TO cnt-only2.
           MOVE 0 TO cnt-diff.
           OPEN OUTPUT disc-file.
           PERFORM DISC-PAGE-HEADER.
           PERFORM PASS-ONE.
           PERFORM PASS-TWO.
           PERFORM DISC-SUMMARY.
           CLOSE disc-file.

           COMPUTE step-count = cnt-match + cnt-only1 + cnt-diff +
               cnt-only2.
           COMPUTE step-exc = cnt-only1 + cnt-only2 + cnt-diff.
           MOVE step-exc TO d-cnt5.
           STRING d-cnt5 ' DISCREPANCIES' DELIMITED BY SIZE
               INTO step-note.

           EXIT.

       PASS-ONE.
           MOVE 0 TO eof.
           MOVE 1 TO have-grades.
           OPEN INPUT grades.
           IF grades-status = '35'
             MOVE 1 TO eof
             MOVE 0 TO have-grades.
           MOVE 1 TO have-grades2.
           OPEN INPUT grades2.
           IF grades2-status = '35'
             MOVE 0 TO have-grades2
             MOVE note-g2-missing TO disc-line
             WRITE disc-line
             ADD 1 TO lines-on-page.
           IF eof NOT = 1
             READ grades NEXT RECORD AT END MOVE 1 TO eof.
           PERFORM CHECK-G1-ROW UNTIL eof = 1.
           IF have-grades = 1
             CLOSE grades.
           IF have-grades2 = 1
             CLOSE grades2.
           MOVE 0 TO eof.

           EXIT.

       CHECK-G1-ROW.
           MOVE 0 TO hit.
           IF have-grades2 = 1
             MOVE stdnum TO g2-stdnum
             MOVE crscode TO g2-subject
             MOVE term TO g2-term
             READ grades2 KEY IS g2-key
               INVALID KEY MOVE 0 TO hit
               NOT INVALID KEY MOVE 1 TO hit
             END-READ
           END-IF.

           IF hit = 0
             MOVE 'IN GRADES.TXT ONLY' TO det-flag
             PERFORM FORMAT-G1-GRADE
             MOVE SPACES TO det-grade2
             PERFORM PRINT-G1-DETAIL
             ADD 1 TO cnt-only1
           ELSE
             IF grade-mark NOT = g2-grade-x
               MOVE 'GRADE MISMATCH    ' TO det-flag
               PERFORM FORMAT-G1-GRADE
               MOVE g2-grade TO d-grade-ed
               MOVE d-grade-ed TO det-grade2
               PERFORM PRINT-G1-DETAIL
               ADD 1 TO cnt-diff
             ELSE
               ADD 1 TO cnt-match
             END-IF
           END-IF.

           READ grades NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

       PRINT-G1-DETAIL.
           MOVE stdnum TO det-stdnum.
           MOVE crscode TO det-course.
           MOVE term TO det-term.
           PERFORM DISC-DETAIL-LINE.

           EXIT.

       FORMAT-G1-GRADE.
           IF grade-mark NUMERIC
             MOVE grade TO d-grade-ed
             MOVE d-grade-ed TO det-grade1
           ELSE
             MOVE grade-mark TO det-grade1.

           EXIT.

       PASS-TWO.
           MOVE 0 TO eof.
           MOVE 1 TO have-grades2.
           OPEN INPUT grades2.
           IF grades2-status = '35'
             MOVE 1 TO eof
             MOVE 0 TO have-grades2.
           MOVE 1 TO have-grades.
           OPEN INPUT grades.
           IF grades-status = '35'
             MOVE 0 TO have-grades
             MOVE note-g1-missing TO disc-line
             WRITE disc-line
             ADD 1 TO lines-on-page.
           IF eof NOT = 1
             READ grades2 NEXT RECORD AT END MOVE 1 TO eof.
           PERFORM CHECK-G2-ROW UNTIL eof = 1.
           IF have-grades2 = 1
             CLOSE grades2.
           IF have-grades = 1
             CLOSE grades.
           MOVE 0 TO eof.

           EXIT.

       CHECK-G2-ROW.
           MOVE 0 TO hit.
           MOVE g2-subject TO subj-parts.
           IF have-grades = 1 AND sp-rest = SPACES
             MOVE g2-stdnum TO stdnum
             MOVE sp-first TO crscode
             MOVE g2-term TO term
             READ grades KEY IS std-key
               INVALID KEY MOVE 0 TO hit
               NOT INVALID KEY MOVE 1 TO hit
             END-READ
           END-IF.

           IF hit = 0
             MOVE 'IN GRADES2.TXT ONLY' TO det-flag
             MOVE g2-stdnum TO det-stdnum
             MOVE g2-subject TO det-course
             MOVE g2-term TO det-term
             MOVE SPACES TO det-grade1
             MOVE g2-grade TO d-grade-ed
             MOVE d-grade-ed TO det-grade2
             PERFORM DISC-DETAIL-LINE
             ADD 1 TO cnt-only2
           END-IF.

           READ grades2 NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

       DISC-DETAIL-LINE.
           IF lines-on-page > 50
             PERFORM DISC-PAGE-HEADER.
           MOVE disc-det TO disc-line.
           WRITE disc-line.
           ADD 1 TO lines-on-page.

           EXIT.

       DISC-PAGE-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO disc-page-num.
           MOVE SPACES TO disc-line.
           WRITE disc-line.
           MOVE disc-hdr-1 TO disc-line.
           WRITE disc-line.
           MOVE SPACES TO disc-line.
           WRITE disc-line.
           MOVE disc-hdr-2 TO disc-line.
           WRITE disc-line.
           MOVE SPACES TO disc-line.
           WRITE disc-line.
           MOVE 0 TO lines-on-page.

           EXIT.

       DISC-SUMMARY.
           IF lines-on-page > 46
             PERFORM DISC-PAGE-HEADER.

           MOVE SPACES TO disc-line.
           WRITE disc-line.

           MOVE 'ROWS AGREEING IN BOTH FILES:  ' TO ds-label.
           MOVE cnt-match TO ds-count.
           PERFORM DISC-SUM-LINE.
           MOVE 'IN GRADES.TXT ONLY:           ' TO ds-label.
           MOVE cnt-only1 TO ds-count.
           PERFORM DISC-SUM-LINE.
           MOVE 'IN GRADES2.TXT ONLY:          ' TO ds-label.
           MOVE cnt-only2 TO ds-count.
           PERFORM DISC-SUM-LINE.
           MOVE 'GRADE MISMATCHES:             ' TO ds-label.
           MOVE cnt-diff TO ds-count.
           PERFORM DISC-SUM-LINE.

           EXIT.

       DISC-SUM-LINE.
           MOVE disc-sum TO disc-line.
           WRITE disc-line.
           ADD 1 TO lines-on-page.

           EXIT.

      ****************************************************************
      * Step 7 - jrlbinc's deadline report to increport.txt; every   *
      * INC past its deadline is an exception.                       *
      ****************************************************************
       INC-DEADLINES.
           MOVE 0 TO page-num.
           MOVE 0 TO cnt-inc.
           MOVE 0 TO cnt-past.
           MOVE 0 TO cnt-due.
           MOVE 0 TO eof.
           OPEN INPUT grades.
           IF grades-status = '35'
             CLOSE grades
             MOVE 0 TO step-ok
             MOVE 'GRADES.TXT NOT ON FILE' TO step-note
           ELSE
             OPEN OUTPUT inc-file
             PERFORM INC-PAGE-HEADER
             READ grades NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-INC-ROW UNTIL eof = 1
             PERFORM INC-SUMMARY
             CLOSE inc-file
             CLOSE grades
             MOVE cnt-past TO step-exc
             MOVE cnt-past TO d-cnt5
             MOVE cnt-due TO d-cnt6
             STRING d-cnt5 ' LAPSED,' d-cnt6 ' DUE SOON'
                 DELIMITED BY SIZE INTO step-note
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-INC-ROW.
           ADD 1 TO step-count.
           IF inc-grade
             ADD 1 TO cnt-inc
             PERFORM SET-DEADLINE
             PERFORM PRINT-INC-LINE
           END-IF.

           READ grades NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

       SET-DEADLINE.
           MOVE enc-date TO enc-split.
           COMPUTE dl-year = es-year + 1.
           MOVE es-month TO dl-month.
           MOVE es-day TO dl-day.
           IF es-month = 2 AND es-day = 29
             MOVE 28 TO dl-day.

           MOVE deadline-date TO warn-date.
           IF dl-month > 2
             COMPUTE wd-month = dl-month - 2
           ELSE
             COMPUTE wd-month = dl-month + 10
             COMPUTE wd-year = dl-year - 1.

           IF wd-day > 28
             MOVE 28 TO wd-day.

           EXIT.

       PRINT-INC-LINE.
           IF lines-on-page > 50
             PERFORM INC-PAGE-HEADER.

           MOVE stdnum TO id-stdnum.
           MOVE crscode TO id-crscode.
           MOVE term TO id-term.
           MOVE enc-date TO id-encoded.
           MOVE deadline-x TO id-deadline.

           IF today > deadline-x
             MOVE 'PAST DEADLINE' TO id-status
             ADD 1 TO cnt-past
           ELSE
             IF today NOT < warn-x
               MOVE 'DUE SOON' TO id-status
               ADD 1 TO cnt-due
             ELSE
               MOVE SPACES TO id-status
             END-IF
           END-IF.

           MOVE inc-det TO inc-line.
           WRITE inc-line.
           ADD 1 TO lines-on-page.

           EXIT.

       INC-PAGE-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO inc-page-num.
           MOVE SPACES TO inc-line.
           WRITE inc-line.
           MOVE inc-hdr-1 TO inc-line.
           WRITE inc-line.
           MOVE SPACES TO inc-line.
           WRITE inc-line.
           MOVE inc-hdr-2 TO inc-line.
           WRITE inc-line.
           MOVE SPACES TO inc-line.
           WRITE inc-line.
           MOVE 0 TO lines-on-page.

           EXIT.

       INC-SUMMARY.
           IF lines-on-page > 47
             PERFORM INC-PAGE-HEADER.

           MOVE SPACES TO inc-line.
           WRITE inc-line.

           MOVE 'INC GRADES ON FILE:           ' TO is-label.
           MOVE cnt-inc TO is-count.
           PERFORM INC-SUM-LINE.
           MOVE 'PAST THEIR DEADLINE:          ' TO is-label.
           MOVE cnt-past TO is-count.
           PERFORM INC-SUM-LINE.
           MOVE 'DUE WITHIN TWO MONTHS:        ' TO is-label.
           MOVE cnt-due TO is-count.
           PERFORM INC-SUM-LINE.

           EXIT.

       INC-SUM-LINE.
           MOVE inc-sum TO inc-line.
           WRITE inc-line.
           ADD 1 TO lines-on-page.

           EXIT.

      ****************************************************************
      * Step 8 - jrlbprd's reorder report to reorder.txt; every      *
      * product at or under its reorder point is an exception.       *
      ****************************************************************
       REORDER-REPORT.
           MOVE 0 TO low-count.
           MOVE 0 TO page-num.
           MOVE 0 TO eof.
           OPEN INPUT prodmaster.
           IF prodmaster-status = '35'
             CLOSE prodmaster
             MOVE 0 TO step-ok
             MOVE 'PRODUCTS.TXT NOT ON FILE' TO step-note
           ELSE
             OPEN OUTPUT reord-file
             PERFORM REORD-PAGE-HEADER
             READ prodmaster AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-REORDER-REC UNTIL eof = 1
             CLOSE prodmaster
             IF lines-on-page > 49
               PERFORM REORD-PAGE-HEADER
             END-IF
             MOVE SPACES TO reord-line
             WRITE reord-line
             MOVE low-count TO rs-count
             MOVE reord-sum TO reord-line
             WRITE reord-line
             CLOSE reord-file
             MOVE low-count TO step-exc
             MOVE low-count TO d-cnt5
             STRING d-cnt5 ' AT/UNDER REORDER'
                 DELIMITED BY SIZE INTO step-note
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-REORDER-REC.
           ADD 1 TO step-count.
           IF p-stockqty NOT > p-reorder
             ADD 1 TO low-count
             IF lines-on-page > 50
               PERFORM REORD-PAGE-HEADER
             END-IF
             MOVE p-prodcode TO rd-code
             MOVE p-proddesc TO rd-desc
             MOVE p-stockqty TO rd-stock
             MOVE p-reorder TO rd-reorder
             MOVE p-soldsince TO rd-sold
             MOVE reord-det TO reord-line
             WRITE reord-line
             ADD 1 TO lines-on-page
           END-IF.

           READ prodmaster AT END MOVE 1 TO eof.

           EXIT.

       REORD-PAGE-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO reord-page-num.
           MOVE SPACES TO reord-line.
           WRITE reord-line.
           MOVE reord-hdr-1 TO reord-line.
           WRITE reord-line.
           MOVE SPACES TO reord-line.
           WRITE reord-line.
           MOVE reord-hdr-2 TO reord-line.
           WRITE reord-line.
           MOVE SPACES TO reord-line.
           WRITE reord-line.
           MOVE 0 TO lines-on-page.

           EXIT.

      ****************************************************************
      * The one-page summary for the morning shift: every step's     *
      * result, then one line per kind of exception with where its   *
      * detail is. An exception count from a step that did not run   *
      * tonight is shown as not checked rather than as a zero.       *
      ****************************************************************
       WRITE-EXCEPTIONS.
           OPEN OUTPUT exc-file.
           MOVE today TO eh-date.
           MOVE exc-hdr-1 TO exc-line.
           WRITE exc-line.
           MOVE SPACES TO exc-line.
           WRITE exc-line.
           MOVE exc-hdr-2 TO exc-line.
           WRITE exc-line.

           MOVE 1 TO s.
           PERFORM PRINT-EXC-STEP UNTIL s > 8.

           MOVE SPACES TO exc-line.
           WRITE exc-line.
           MOVE 'EXCEPTIONS' TO exc-line.
           WRITE exc-line.

           MOVE 'AUDIT CHAIN BREAKS' TO ec-label.
           MOVE 5 TO s.
           MOVE 'jrlbaud e FOR THE RECORDS' TO ec-where.
           PERFORM PRINT-EXC-CATEGORY.
           MOVE 'ORPHAN GRADES.TXT ROWS' TO ec-label.
           MOVE 1 TO s.
           MOVE 'nightlog.txt' TO ec-where.
           PERFORM PRINT-EXC-CATEGORY.
           MOVE 'RECONCILIATION DISCREPANCIES' TO ec-label.
           MOVE 6 TO s.
           MOVE 'discrep.txt' TO ec-where.
           PERFORM PRINT-EXC-CATEGORY.
           MOVE 'LAPSED INCS (PAST DEADLINE)' TO ec-label.
           MOVE 7 TO s.
           MOVE 'increport.txt' TO ec-where.
           PERFORM PRINT-EXC-CATEGORY.
           MOVE 'PRODUCTS AT OR UNDER REORDER' TO ec-label.
           MOVE 8 TO s.
           MOVE 'reorder.txt' TO ec-where.
           PERFORM PRINT-EXC-CATEGORY.

           MOVE SPACES TO exc-line.
           WRITE exc-line.
           MOVE cnt-passed TO ee-passed.
           MOVE cnt-failed TO ee-failed.
           MOVE cnt-skipped TO ee-skipped.
           MOVE exc-end-line TO exc-line.
           WRITE exc-line.
           IF first-bad > 0
             MOVE first-bad TO er-step
             MOVE exc-restart-line TO exc-line
             WRITE exc-line.

           CLOSE exc-file.

           EXIT.

       PRINT-EXC-STEP.
           MOVE s TO es-step.
           MOVE step-name(s) TO es-name.
           IF st-result(s) = 'P'
             MOVE 'PASSED' TO es-result
           ELSE
           IF st-result(s) = 'F'
             MOVE 'FAILED' TO es-result
           ELSE
             MOVE 'SKIPPED' TO es-result
           END-IF
           END-IF.
           MOVE st-count(s) TO es-count.
           MOVE exc-step-line TO exc-line.
           WRITE exc-line.
           ADD 1 TO s.

           EXIT.

      * The chain verify counts its breaks even when they fail it,
      * and the grades.txt verify its orphans even when a key is out
      * of order; a skipped step, or one whose file was not on file,
      * counted nothing.
       PRINT-EXC-CATEGORY.
           IF st-result(s) = 'S' OR st-result(s) = SPACE
             MOVE 'NOT CHECKED' TO ec-count
           ELSE
           IF st-result(s) = 'F' AND st-count(s) = 0
             MOVE 'NOT CHECKED' TO ec-count
           ELSE
             MOVE SPACES TO ec-count
             MOVE st-exc(s) TO d-cnt5
             MOVE d-cnt5 TO ec-count
           END-IF
           END-IF.
           MOVE exc-cat-line TO exc-line.
           WRITE exc-line.

           EXIT.
