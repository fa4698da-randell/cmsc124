      *   files carry, so a short print can't slip past payroll;     *
      *   lines whose product has no master rate are flagged and     *
      *   counted rather than silently paid at zero                  *
      *                                                               *
      * Modification history:                                         *
      *  - 2026-10-15: the ledger now carries the salesman code from  *
      *    the salesmen.txt master (jrlbsmn) in place of a typed      *
      *    name - the register pays one line per code, printing the   *
      *    master's full name, and still pays a salesman since marked *
      *    inactive for the salesman's sales, flagged INACTIVE (JRLB) *
      *  - 2026-10-15: the ledger record now carries the full sale    *
      *    date; the register asks for the sales year as well as the  *
      *    month, and the month and year-to-date columns take only    *
      *    that year's lines - from sales.txt for the open year, or   *
      *    from the sales<yyyy>.txt history file jrlbsyc writes for   *
      *    a closed one, so last year's register reprints (JRLB)      *
      *  - 2026-10-15: credit lines from the jrlbret returns program  *
      *    net out of gross and commission in the month of the        *
      *    return - a month with more coming back than sold shows     *
      *    the clawback as a negative amount (JRLB)                   *
      *****************************************************************

      *****************************************************************
           SELECT prodmaster ASSIGN TO DISK
               FILE STATUS IS prodmaster-status.
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

       FD prodmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'products.txt'.

       01 report-line PIC X(90).

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
       77 file-opened PIC 9 VALUE 0.
       77 table-full PIC 9 VALUE 0.
       77 cnt-norate PIC 999 VALUE 0.
       77 line-comm PIC S9999v99 VALUE 0.
       77 row-gross PIC S9999 VALUE 0.
       77 smanmast-status PIC XX VALUE '00'.
       77 s-eof PIC 9 VALUE 0.

      * The sales year asked for, and where its lines come from: the
      * open year off sales.txt, a closed one off its history file.
       77 e-year PIC X(4) VALUE SPACES.
       77 e-year-n REDEFINES e-year PIC 9(4).
       77 askyear PIC 9(4) VALUE 0.
       77 hist-status PIC XX VALUE '00'.
       77 hist-name PIC X(13) VALUE SPACES.
       77 read-name PIC X(13) VALUE 'salesread.txt'.
       01 read-info PIC X(16).
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

      * The whole ledger read into a table up front, the same shape
      * jrlbsls uses, so the month and year-to-date sums come out of
       01 ledger-table.
           02 row-count PIC 9(4) VALUE 0.
           02 ledger-row OCCURS 2000 TIMES.
               03 lr-sman PIC X(6).
               03 lr-product PIC X(10).
               03 lr-month PIC 99.
               03 lr-units PIC 99.
               03 lr-price PIC 9999.
               03 lr-type PIC X.
                   88 lr-return VALUE 'R'.

       01 salesman-table.
           02 sman-count PIC 999 VALUE 0.
           02 sman-entry OCCURS 200 TIMES.
               03 sx-code PIC X(6).

      * The product commission rates, loaded once from products.txt
      * instead of rescanning the master per ledger line.

      * Per-salesman accumulators, reset for each register line.
       01 sman-totals.
           02 st-gross PIC S9(6) VALUE ZERO.
           02 st-comm PIC S9(6)v99 VALUE ZERO.
           02 st-ytd-gross PIC S9(7) VALUE ZERO.
           02 st-ytd-comm PIC S9(7)v99 VALUE ZERO.
           02 st-norate PIC 9 VALUE 0.

       01 grand-totals.
           02 gt-gross PIC S9(8) VALUE ZERO.
           02 gt-comm PIC S9(8)v99 VALUE ZERO.
           02 gt-ytd-gross PIC S9(8) VALUE ZERO.
           02 gt-ytd-comm PIC S9(8)v99 VALUE ZERO.

       01 hdr-line-1.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(30) VALUE 'COMMISSION REGISTER FOR MONTH '.
           02 hdr-month PIC Z9.
           02 FILLER PIC X VALUE '/'.
           02 hdr-year PIC 9(4).
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 hdr-line-2.
           02 FILLER PIC X(31) VALUE 'SALESMAN'.
           02 FILLER PIC X(11) VALUE 'MTH GROSS'.
           02 FILLER PIC X(12) VALUE 'MTH COMMSN'.
           02 FILLER PIC X(12) VALUE 'YTD GROSS'.
           02 FILLER PIC X(12) VALUE 'YTD COMMSN'.

       01 det-line.
           02 det-code PIC X(8).
           02 det-name PIC X(22).
           02 det-gross PIC -ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 det-comm PIC -ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACES.
           02 det-ytd-gross PIC -ZZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 det-ytd-comm PIC -ZZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-flag PIC X(9).
           02 det-status PIC X(8).

       01 grand-line.
           02 FILLER PIC X(30) VALUE 'GRAND TOTAL'.
           02 gl-gross PIC -ZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 gl-comm PIC -ZZZZZ9.99.
           02 FILLER PIC X VALUE SPACES.
           02 gl-ytd-gross PIC -ZZZZZZ9.
           02 FILLER PIC X VALUE SPACES.
           02 gl-ytd-comm PIC -ZZZZZZ9.99.

       01 trailer-line.
           02 FILLER PIC X(8) VALUE 'TRAILER '.
           02 FILLER PIC X(10) VALUE 'SALESMEN: '.
           02 tl-count PIC ZZ9.
           02 FILLER PIC X(19) VALUE '  MONTH COMMISSION '.
           02 tl-comm PIC -ZZZZZZ9.99.
           02 FILLER PIC X(11) VALUE '  NO-RATE: '.
           02 tl-norate PIC ZZ9.

           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Register for month (1-12): '.
           ACCEPT (4, 34) askmonth.
           DISPLAY(5, 6) 'Sales year (YYYY): '.
           ACCEPT (5, 34) e-year.

           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             DISPLAY(7, 6) 'salesread.txt left by a dead run - rename'
             DISPLAY(8, 6) 'it back to its sales<yyyy>.txt name first.'
             STOP RUN.

           IF askmonth < 1 OR askmonth > 12
             DISPLAY(7, 6) 'Month must be 1 to 12.'
           ELSE
           IF e-year NOT NUMERIC
             DISPLAY(7, 6) 'Year must be four digits.'
           ELSE
             MOVE e-year-n TO askyear
             PERFORM LOAD-LEDGER-TABLE
             IF row-count = 0
               DISPLAY(7, 6) 'No ledger lines for that year.'
             ELSE
               PERFORM LOAD-RATE-TABLE
               PERFORM COLLECT-SALESMEN
               OPEN OUTPUT report-file
               MOVE askmonth TO hdr-month
               MOVE askyear TO hdr-year
               PERFORM PRINT-PAGE-HEADER
               MOVE 1 TO s
               PERFORM PRINT-SMAN-LINE UNTIL s > sman-count
               MOVE cnt-norate TO tl-norate
               MOVE trailer-line TO report-line
               WRITE report-line
               IF hist-short = 1
                 MOVE hist-name TO nh-name
                 MOVE note-hist-short TO report-line
                 WRITE report-line
               END-IF
               CLOSE report-file
               DISPLAY(7, 6) 'Register written to commreg.txt.'
               IF from-history = 1
                 DISPLAY(8, 6) 'Closed year - read from ' hist-name
               END-IF
               IF cnt-norate > 0
                 DISPLAY(9, 6) 'WARNING: lines without a master'
                 DISPLAY(10, 6) 'rate - see the NO RATE flags.'
               END-IF
               IF hist-short = 1
                 DISPLAY(14, 6) 'WARNING: ' hist-name
                     ' trailer missing'
                 DISPLAY(15, 6) 'or short - history incomplete.'
               END-IF
             END-IF
           END-IF
           END-IF.

           IF table-full = 1

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
               MOVE h-type TO lr-type(row-count)
             ELSE
               MOVE 1 TO table-full
             END-IF
           END-IF.

           READ sales-hist AT END MOVE 1 TO eof.

           EXIT.

       LOAD-RATE-TABLE.
           MOVE 0 TO rate-count.
           MOVE 0 TO eof.

           EXIT.

      * Files each distinct salesman code from the ledger table, in
      * order of first appearance, the same way jrlbsls does.
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

           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER.

           PERFORM LOOKUP-SMAN-NAME.
           MOVE st-gross TO det-gross.
           MOVE st-comm TO det-comm.
           MOVE st-ytd-gross TO det-ytd-gross.
           EXIT.

       TALLY-SMAN-ROW.
           IF lr-sman(r) = sx-code(s) AND
               lr-month(r) NOT > askmonth
             PERFORM PRICE-ONE-ROW
             ADD row-gross TO st-ytd-gross
             ADD line-comm TO st-ytd-comm
             IF lr-month(r) = askmonth
               ADD row-gross TO st-gross
               ADD line-comm TO st-comm
             END-IF
           END-IF.

           EXIT.

      * Fills the code, name, and status columns for the salesman
      * at s from the salesmen.txt master. An inactive salesman is
      * still paid for what they sold, just flagged; a code no longer
      * on the master prints without a name.
       LOOKUP-SMAN-NAME.
           MOVE sx-code(s) TO det-code.
           MOVE '(NOT ON MASTER)' TO det-name.
           MOVE SPACES TO det-status.
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
             MOVE sm-name TO det-name
             IF sm-inactive
               MOVE 'INACTIVE' TO det-status
             END-IF
           END-IF.
           READ smanmast AT END MOVE 1 TO s-eof.

           EXIT.

      * One ledger line's commission off the master rate for its
      * product; a product with no master row prices at zero and
      * flags the register line instead of paying quietly wrong.
      * A credit line from jrlbret prices negative: the commission
      * on returned goods comes back in the month of the return.
       PRICE-ONE-ROW.
           MOVE ZERO TO line-comm.
           IF lr-return(r)
             COMPUTE row-gross = 0 - lr-price(r)
           ELSE
             MOVE lr-price(r) TO row-gross.
           MOVE 0 TO p.
           MOVE 1 TO k.
           PERFORM FIND-RATE-SLOT UNTIL k > rate-count.

           IF p > 0
             COMPUTE line-comm = row-gross * rt-rate(p)
           ELSE
             MOVE 1 TO st-norate
             ADD 1 TO cnt-norate.
