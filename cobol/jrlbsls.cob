      *    end (keyed by jrlb1, statements in jrlbstm) - the layout   *
      *    here follows so the reads keep framing; this report still  *
      *    groups by salesman and product only (JRLB)                 *
      *  - 2026-10-15: the ledger and quota.txt now carry the         *
      *    salesman code from the salesmen.txt master (jrlbsmn) in    *
      *    place of a typed name - sections group by code and the     *
      *    header prints the master's full name, flagging a salesman  *
      *    since marked inactive so their history still reports      *
      *    (JRLB)                                                    *
      *  - 2026-10-15: the ledger record now carries the full sale    *
      *    date and document number; the report asks for a sales      *
      *    year and takes only that year's lines - from sales.txt     *
      *    for the open year, or from the sales<yyyy>.txt history     *
      *    file jrlbsyc writes for a closed one, its trailer count    *
      *    checked - and each month line shows its document (JRLB)    *
      *  - 2026-10-15: credit lines from the jrlbret returns program  *
      *    print flagged RETURN with negative units and gross, in     *
      *    the month of the return, and net out of the salesman and   *
      *    product totals (JRLB)                                      *
      *****************************************************************

      *****************************************************************
           SELECT quota-file ASSIGN TO DISK
               FILE STATUS IS quota-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT sales-hist ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.

      *****************************************************************
       DATA DIVISION.
               VALUE OF FILE-ID is 'sales.txt'.

       01 ledger-rec.
           02 ledger-sman PIC X(6).
           02 ledger-product PIC X(10).
           02 ledger-month PIC 99.
           02 ledger-units PIC 99.
           02 ledger-price PIC 9999.
           02 ledger-cust PIC X(6).
           02 ledger-date.
               03 ledger-year PIC 9(4).
               03 ledger-mmdd PIC 9(4).
           02 ledger-docno PIC X(8).
           02 ledger-type PIC X.
               88 ledger-return VALUE 'R'.
           02 ledger-ref.
               03 ledger-ref-year PIC 9(4).
               03 ledger-ref-month PIC 99.

      * A closed year's history file (sales<yyyy>.txt, written by
      * jrlbsyc), read under the scratch name salesread.txt: the
      * year's ledger lines in the ledger layout, then one trailer.
       FD sales-hist LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesread.txt'.

       01 hist-rec PIC X(53).
       01 hist-info REDEFINES hist-rec.
           02 h-sman PIC X(6).
           02 h-product PIC X(10).
           02 h-month PIC 99.
           02 h-units PIC 99.
           02 h-price PIC 9999.
           02 h-cust PIC X(6).
           02 h-date.
               03 h-year PIC 9(4).
               03 h-mmdd PIC 9(4).
           02 h-docno PIC X(8).
           02 h-type PIC X.
               88 h-return VALUE 'R'.
           02 h-ref.
               03 h-ref-year PIC 9(4).
               03 h-ref-month PIC 99.
       01 hist-trailer REDEFINES hist-rec.
           02 ht-tag PIC X(7).
           02 ht-count PIC 9(6).
           02 ht-units PIC 9(7).
           02 ht-gross PIC 9(9).
           02 ht-ret-units PIC 9(7).
           02 ht-ret-gross PIC 9(9).
           02 FILLER PIC X(8).

       FD quota-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'quota.txt'.

       01 quota-info.
           02 q-sman PIC X(6).
           02 q-month PIC 99.
           02 q-target PIC 99.


       01 report-line PIC X(80).

       FD smanmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen.txt'.

       01 salesman-rec.
           02 sm-code PIC X(6).
           02 sm-name PIC X(30).
           02 sm-territory PIC X(15).
           02 sm-hiredate PIC X(8).
           02 sm-status PIC X.
               88 sm-inactive VALUE 'I'.

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 ledger-status PIC XX VALUE '00'.
       77 found-quota PIC 9 VALUE 0.
       77 q-target-found PIC 99 VALUE 0.
       77 d-quota-ed PIC Z9.
       77 smanmast-status PIC XX VALUE '00'.
       77 s-eof PIC 9 VALUE 0.
       77 found-sman PIC 9 VALUE 0.

      * The sales year asked for, and where its lines come from: the
      * open year off sales.txt, a closed one off its history file.
       77 e-year PIC X(4) VALUE SPACES.
       77 e-year-n REDEFINES e-year PIC 9(4).
       77 askyear PIC 9(4) VALUE 0.
       77 hist-status PIC XX VALUE '00'.
       77 hist-name PIC X(13) VALUE SPACES.
       77 read-name PIC X(13) VALUE 'salesread.txt'.
       01 read-info PIC X(16).
       77 read-stale PIC 9 VALUE 0.
       77 from-history PIC 9 VALUE 0.
       77 hist-lines PIC 9(6) VALUE 0.
       77 trailer-seen PIC 9 VALUE 0.
       77 trailer-count PIC 9(6) VALUE 0.
       77 hist-short PIC 9 VALUE 0.

       01 note-hist-short.
           02 FILLER PIC X(6) VALUE 'NOTE: '.
           02 nh-name PIC X(14).
           02 FILLER PIC X(45) VALUE
               'TRAILER MISSING OR SHORT - HISTORY INCOMPLETE'.

       01 note-truncated PIC X(52) VALUE
           'NOTE: LEDGER EXCEEDS WORK TABLES - REPORT INCOMPLETE'.
       01 ledger-table.
           02 row-count PIC 9(4) VALUE 0.
           02 ledger-row OCCURS 2000 TIMES.
               03 lr-sman PIC X(6).
               03 lr-product PIC X(10).
               03 lr-month PIC 99.
               03 lr-units PIC 99.
               03 lr-price PIC 9999.
               03 lr-docno PIC X(8).
               03 lr-type PIC X.
                   88 lr-return VALUE 'R'.

       01 salesman-table.
           02 sman-count PIC 999 VALUE 0.
           02 sman-entry OCCURS 200 TIMES.
               03 sx-code PIC X(6).

       01 product-table.
           02 prod-count PIC 999 VALUE 0.
           02 prod-entry OCCURS 200 TIMES.
               03 pr-product PIC X(10).
               03 pr-units PIC S9(6).
               03 pr-gross PIC S9(8).

      * Per-salesman accumulators, reset for each salesman section.
       01 sman-totals.
           02 st-units PIC S9(6) VALUE ZERO.
           02 st-gross PIC S9(8) VALUE ZERO.

      * One ledger row's units and gross, negative on a credit line
      * so a return nets out of every total it lands in.
       01 row-amounts.
           02 row-units PIC S99 VALUE ZERO.
           02 row-gross PIC S9999 VALUE ZERO.

       01 hdr-line-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'SALES LEDGER REPORT'.
           02 FILLER PIC X(5) VALUE 'YEAR '.
           02 hdr-year PIC 9(4).
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 sman-hdr-line.
           02 FILLER PIC X(10) VALUE 'SALESMAN: '.
           02 sh-code PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 sh-name PIC X(30).
           02 sh-status PIC X(10).

       01 det-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(6) VALUE 'MONTH '.
           02 det-month PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-docno PIC X(9).
           02 det-product PIC X(12).
           02 FILLER PIC X(7) VALUE 'UNITS: '.
           02 det-units PIC -Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'GROSS: '.
           02 det-price PIC -ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'QUOTA: '.
           02 det-quota PIC XX.
           02 det-below PIC X(7).

       01 sman-sub-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'TOTAL UNITS: '.
           02 sub-units PIC -ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(13) VALUE 'TOTAL GROSS: '.
           02 sub-gross PIC -ZZZZZZZ9.

       01 prod-hdr-line.
           02 FILLER PIC X(40) VALUE 'PRODUCT SUMMARY, ALL SALESMEN'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 pd-product PIC X(12).
           02 FILLER PIC X(7) VALUE 'UNITS: '.
           02 pd-units PIC -ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'GROSS: '.
           02 pd-gross PIC -ZZZZZZZ9.

      *****************************************************************
       PROCEDURE DIVISION.

       Main-program.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Sales year (YYYY): '.
           ACCEPT (4, 26) e-year.

           IF e-year NOT NUMERIC
             DISPLAY(6, 6) 'Year must be four digits.'
             STOP RUN.
           MOVE e-year-n TO askyear.

           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             DISPLAY(6, 6) 'salesread.txt left by a dead run - rename'
             DISPLAY(7, 6) 'it back to its sales<yyyy>.txt name first.'
             STOP RUN.

           DISPLAY(6, 6) 'Building sales ledger report...'.

           PERFORM LOAD-LEDGER-TABLE.

           IF row-count = 0
             DISPLAY(8, 6) 'No ledger lines for that year.'
           ELSE
             PERFORM COLLECT-SALESMEN
             OPEN OUTPUT report-file
             MOVE askyear TO hdr-year
             PERFORM PRINT-PAGE-HEADER
             MOVE 1 TO s
             PERFORM PRINT-SMAN-GROUP UNTIL s > sman-count
               MOVE note-truncated TO report-line
               WRITE report-line
             END-IF
             IF hist-short = 1
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE hist-name TO nh-name
               MOVE note-hist-short TO report-line
               WRITE report-line
             END-IF
             CLOSE report-file
             DISPLAY(8, 6) 'Report written to salesrpt.txt.'
             IF from-history = 1
               DISPLAY(9, 6) 'Closed year - read from ' hist-name
             END-IF
           END-IF.

           IF hist-short = 1
             DISPLAY(12, 6) 'WARNING: ' hist-name ' trailer missing'
             DISPLAY(13, 6) 'or short - history incomplete.'.

           IF table-full = 1
             DISPLAY(10, 6) 'WARNING: ledger does not fit the work'
             DISPLAY(11, 6) 'tables - report is incomplete.'.

           DISPLAY ' '.

           STOP RUN.

      * A closed year is read back from its history file, brought
      * under the scratch name and put back afterwards; the open
      * year comes off sales.txt, taking only the lines dated in it.
       LOAD-LEDGER-TABLE.
           MOVE 0 TO from-history.
           MOVE SPACES TO hist-name.
           STRING 'sales' askyear '.txt' DELIMITED BY SIZE
               INTO hist-name.
           CALL 'CBL_RENAME_FILE' USING hist-name read-name.
           IF RETURN-CODE = 0
             MOVE 1 TO from-history
             PERFORM LOAD-HIST-TABLE
             CALL 'CBL_RENAME_FILE' USING read-name hist-name
           ELSE
             PERFORM LOAD-LIVE-TABLE.

           EXIT.

       LOAD-LIVE-TABLE.
           MOVE 0 TO eof.
           MOVE 1 TO file-opened.
           OPEN INPUT sales-ledger.
           EXIT.

       COLLECT-LEDGER-ROW.
           IF ledger-year = askyear
             IF row-count < 2000
               ADD 1 TO row-count
               MOVE ledger-sman TO lr-sman(row-count)
               MOVE ledger-product TO lr-product(row-count)
               MOVE ledger-month TO lr-month(row-count)
               MOVE ledger-units TO lr-units(row-count)
               MOVE ledger-price TO lr-price(row-count)
               MOVE ledger-docno TO lr-docno(row-count)
               MOVE ledger-type TO lr-type(row-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.

           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * The history pass: every line but the trailer goes into the
      * table, and the trailer's count has to match what was read.
       LOAD-HIST-TABLE.
           MOVE 0 TO hist-lines.
           MOVE 0 TO trailer-seen.
           MOVE 0 TO trailer-count.
           MOVE 0 TO eof.
           OPEN INPUT sales-hist.
           READ sales-hist AT END MOVE 1 TO eof
           END-READ.
           PERFORM COLLECT-HIST-ROW UNTIL eof = 1.
           CLOSE sales-hist.
           MOVE 0 TO eof.

           IF trailer-seen = 0 OR trailer-count NOT = hist-lines
             MOVE 1 TO hist-short.

           EXIT.

       COLLECT-HIST-ROW.
           IF ht-tag = 'TRAILER'
             MOVE 1 TO trailer-seen
             MOVE ht-count TO trailer-count
           ELSE
             ADD 1 TO hist-lines
             IF row-count < 2000
               ADD 1 TO row-count
               MOVE h-sman TO lr-sman(row-count)
               MOVE h-product TO lr-product(row-count)
               MOVE h-month TO lr-month(row-count)
               MOVE h-units TO lr-units(row-count)
               MOVE h-price TO lr-price(row-count)
               MOVE h-docno TO lr-docno(row-count)
               MOVE h-type TO lr-type(row-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.

           READ sales-hist AT END MOVE 1 TO eof.

           EXIT.

      * Files each distinct salesman code from the ledger table, in
      * order of first appearance.
       COLLECT-SALESMEN.
           MOVE 1 TO r.
           IF name-found = 0
             IF sman-count < 200
               ADD 1 TO sman-count
               MOVE lr-sman(r) TO sx-code(sman-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           EXIT.

       CHECK-SMAN-MATCH.
           IF sx-code(k) = lr-sman(r)
             MOVE 1 TO name-found.
           ADD 1 TO k.


           MOVE SPACES TO report-line.
           WRITE report-line.
           PERFORM LOOKUP-SMAN-NAME.
           MOVE sman-hdr-line TO report-line.
           WRITE report-line.
           ADD 2 TO lines-on-page.

           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER
             MOVE sman-hdr-line TO report-line
             WRITE report-line
             ADD 1 TO lines-on-page
           EXIT.

       PRINT-SMAN-DETAIL.
           IF lr-sman(r) = sx-code(s)
             IF lines-on-page > 50
               PERFORM PRINT-PAGE-HEADER
               MOVE sman-hdr-line TO report-line
               WRITE report-line
               ADD 1 TO lines-on-page
             END-IF
             PERFORM SIGN-ROW-AMOUNTS
             MOVE lr-month(r) TO det-month
             MOVE lr-docno(r) TO det-docno
             MOVE lr-product(r) TO det-product
             MOVE row-units TO det-units
             MOVE row-gross TO det-price
             PERFORM LOOKUP-ROW-QUOTA
             IF lr-return(r)
               MOVE '--' TO det-quota
               MOVE ' RETURN' TO det-below
             ELSE
             IF found-quota = 1
               MOVE q-target-found TO d-quota-ed
               MOVE d-quota-ed TO det-quota
               MOVE '--' TO det-quota
               MOVE SPACES TO det-below
             END-IF
             END-IF
             MOVE det-line TO report-line
             WRITE report-line
             ADD 1 TO lines-on-page
             ADD row-units TO st-units
             ADD row-gross TO st-gross
           END-IF.

           ADD 1 TO r.

           EXIT.

      * A credit line from jrlbret takes its units and gross back
      * off the totals instead of adding them.
       SIGN-ROW-AMOUNTS.
           IF lr-return(r)
             COMPUTE row-units = 0 - lr-units(r)
             COMPUTE row-gross = 0 - lr-price(r)
           ELSE
             MOVE lr-units(r) TO row-units
             MOVE lr-price(r) TO row-gross.

           EXIT.

      * Fills the section header for the salesman at s from the
      * salesmen.txt master. Inactive salesmen still print, flagged,
      * and a code no longer on the master prints without a name.
       LOOKUP-SMAN-NAME.
           MOVE sx-code(s) TO sh-code.
           MOVE '(NOT ON MASTER)' TO sh-name.
           MOVE SPACES TO sh-status.
           MOVE 0 TO found-sman.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
             PERFORM READ-SMAN-DATA UNTIL s-eof = 1
             CLOSE smanmast
           END-IF.
           MOVE 0 TO s-eof.

           EXIT.

       READ-SMAN-DATA.
           IF sx-code(s) = sm-code
             MOVE 1 TO found-sman
             MOVE sm-name TO sh-name
             IF sm-inactive
               MOVE ' INACTIVE' TO sh-status
             END-IF
           END-IF.
           READ smanmast AT END MOVE 1 TO s-eof.

           EXIT.

      * Looks up the quota.txt target for the ledger row at r,
      * leaving found-quota/q-target-found for the detail line.
       LOOKUP-ROW-QUOTA.
           EXIT.

       READ-QUOTA-DATA.
           IF lr-sman(r) = q-sman AND lr-month(r) = q-month
             MOVE 1 TO found-quota
             MOVE q-target TO q-target-found.
           READ quota-file AT END MOVE 1 TO q-eof.
           END-IF.

           IF p > 0
             PERFORM SIGN-ROW-AMOUNTS
             ADD row-units TO pr-units(p)
             ADD row-gross TO pr-gross(p)
           END-IF.

           ADD 1 TO r.
