      *   per-product summary and an overall total - the answer to    *
      *   "what has this account bought this year" without            *
      *   interviewing the sales floor                                *
      *                                                               *
      * Modification history:                                         *
      *  - 2026-10-15: the ledger record carries the salesman code    *
      *    from the salesmen.txt master (jrlbsmn) in place of a typed *
      *    name - the layout here follows and the salesman column     *
      *    prints the code (JRLB)                                     *
      *  - 2026-10-15: the ledger record now carries the full sale    *
      *    date and document number; the statement asks for a sales   *
      *    year and lists only that year's purchases, dated and       *
      *    with their documents - from sales.txt for the open year,   *
      *    or from the sales<yyyy>.txt history file jrlbsyc writes    *
      *    for a closed one (JRLB)                                    *
      *  - 2026-10-15: the statement now shows what the customer      *
      *    owes: the opening balance (the custbal.txt balance         *
      *    jrlbsyc carried into the year, plus any purchases less     *
      *    payments from earlier years not yet closed), the year's    *
      *    purchases, the year's payments as posted by jrlbpay to     *
      *    payments.txt (listed by date and OR number), and the       *
      *    balance due (JRLB)                                         *
      *  - 2026-10-15: credit lines from the jrlbret returns program  *
      *    print flagged RETURN with negative units and gross and     *
      *    net out of the product and overall totals; the account     *
      *    summary shows the returns on their own line and takes      *
      *    them off the balance due (JRLB)                            *
      *  - 2026-10-15: a closed year's history file must foot to its  *
      *    TRAILER line count, as in jrlbsls and jrlbcom; a missing   *
      *    or short trailer is noted on the statement and on the      *
      *    screen (JRLB)                                              *
      *****************************************************************

      *****************************************************************
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
           SELECT report-file ASSIGN TO DISK.
           SELECT sales-hist ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT payfile ASSIGN TO DISK
               FILE STATUS IS payfile-status.
           SELECT custbal ASSIGN TO DISK
               FILE STATUS IS custbal-status.

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
           02 FILLER PIC X(40).

       FD payfile LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'payments.txt'.

       01 payment-rec.
           02 py-cust PIC X(6).
           02 py-date.
               03 py-year PIC 9(4).
               03 py-mmdd PIC 9(4).
               03 py-mmdd-x REDEFINES py-mmdd.
                   04 py-mm PIC 99.
                   04 py-dd PIC 99.
           02 py-orno PIC X(8).
           02 py-amount PIC 9(7)v99.

      * Balances carried forward by jrlbsyc's year-end close: the
      * opening balance of cb-year.
       FD custbal LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custbal.txt'.

       01 custbal-rec.
           02 cb-cust PIC X(6).
           02 cb-year PIC 9(4).
           02 cb-balance PIC S9(8)v99 SIGN IS LEADING SEPARATE.

       FD custmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custmast.txt'.
       77 p PIC 999 VALUE 0.
       77 table-full PIC 9 VALUE 0.

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

      * The account side: where the year opened, what was paid in
      * it, and what is left owing.
       77 payfile-status PIC XX VALUE '00'.
       77 custbal-status PIC XX VALUE '00'.
       77 base-year PIC 9(4) VALUE 0.
       77 opening-bal PIC S9(8)v99 VALUE 0.
       77 pay-total PIC 9(8)v99 VALUE 0.
       77 pay-count PIC 9(4) VALUE 0.
       77 balance-due PIC S9(8)v99 VALUE 0.

      * One purchase line, off either the live ledger or a history
      * file, staged here for the statement detail and the totals.
       01 stmt-row.
           02 sr-sman PIC X(6).
           02 sr-product PIC X(10).
           02 sr-units PIC S99.
           02 sr-price PIC S9999.
           02 sr-mmdd.
               03 sr-mm PIC 99.
               03 sr-dd PIC 99.
           02 sr-docno PIC X(8).
           02 sr-type PIC X.
               88 sr-return VALUE 'R'.

       01 product-table.
           02 prod-count PIC 999 VALUE 0.
           02 prod-entry OCCURS 200 TIMES.
               03 pr-product PIC X(10).
               03 pr-units PIC S9(6).
               03 pr-gross PIC S9(8).

       01 overall-totals.
           02 ov-units PIC S9(6) VALUE ZERO.
           02 ov-gross PIC S9(8) VALUE ZERO.
           02 ov-returns PIC 9(8) VALUE ZERO.

       01 hdr-line-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(19) VALUE 'CUSTOMER STATEMENT'.
           02 FILLER PIC X(5) VALUE 'YEAR '.
           02 hdr-year PIC 9(4).
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.
           02 hdr-custaddr PIC X(30).

       01 hdr-line-3.
           02 FILLER PIC X(7) VALUE 'DATE'.
           02 FILLER PIC X(10) VALUE 'DOCUMENT'.
           02 FILLER PIC X(12) VALUE 'PRODUCT'.
           02 FILLER PIC X(9) VALUE 'SALESMAN'.
           02 FILLER PIC X(7) VALUE 'UNITS'.
           02 FILLER PIC X(5) VALUE 'GROSS'.

       01 det-line.
           02 det-mm PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 det-dd PIC 99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-docno PIC X(10).
           02 det-product PIC X(12).
           02 det-sman PIC X(9).
           02 det-units PIC -ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-price PIC -ZZZ9.
           02 det-flag PIC X(7).

       01 prod-hdr-line.
           02 FILLER PIC X(40) VALUE 'TOTALS PER PRODUCT'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 pd-product PIC X(12).
           02 FILLER PIC X(7) VALUE 'UNITS: '.
           02 pd-units PIC -ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'GROSS: '.
           02 pd-gross PIC -ZZZZZZZ9.

       01 total-line.
           02 FILLER PIC X(15) VALUE 'OVERALL UNITS: '.
           02 tl-units PIC -ZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(7) VALUE 'GROSS: '.
           02 tl-gross PIC -ZZZZZZZ9.

       01 pay-hdr-line.
           02 FILLER PIC X(40) VALUE 'PAYMENTS RECEIVED'.

       01 pay-det-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 pl-mm PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 pl-dd PIC 99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'OR  '.
           02 pl-orno PIC X(10).
           02 pl-amount PIC ZZZZZZ9.99.

       01 acct-line.
           02 al-label PIC X(20).
           02 al-amount PIC -ZZZZZZZ9.99.

      *****************************************************************
       PROCEDURE DIVISION.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Statement for customer code: '.
           ACCEPT (4, 36) askcust.
           DISPLAY(5, 6) 'Sales year (YYYY): '.
           ACCEPT (5, 36) e-year.

           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             DISPLAY(7, 6) 'salesread.txt left by a dead run - rename'
             DISPLAY(8, 6) 'it back to its sales<yyyy>.txt name first.'
             STOP RUN.

           PERFORM LOOKUP-CUSTOMER.

           IF found-cust = 0
             DISPLAY(7, 6) 'Customer code not on custmast.txt.'
           ELSE
           IF e-year NOT NUMERIC
             DISPLAY(7, 6) 'Year must be four digits.'
           ELSE
             MOVE e-year-n TO askyear
             OPEN OUTPUT report-file
             MOVE askcust TO hdr-custcode
             MOVE custname-found TO hdr-custname
             MOVE custaddr-found TO hdr-custaddr
             MOVE askyear TO hdr-year
             PERFORM PRINT-PAGE-HEADER
             PERFORM READ-YEAR-LINES
             PERFORM PRINT-PRODUCT-TOTALS
             PERFORM FIND-OPENING-BALANCE
             PERFORM PRINT-PAYMENTS
             PERFORM PRINT-ACCOUNT-SUMMARY
             IF hist-short = 1
               MOVE SPACES TO report-line
               WRITE report-line
               MOVE hist-name TO nh-name
               MOVE note-hist-short TO report-line
               WRITE report-line
             END-IF
             CLOSE report-file
             IF line-count = 0
               DISPLAY(7, 6) 'No ledger lines for that customer'
               DISPLAY(8, 6) 'in that year.'
             ELSE
               DISPLAY(7, 6)
                   'Statement written to statement.txt.'
             END-IF
             IF from-history = 1
               DISPLAY(9, 6) 'Closed year - read from ' hist-name
             END-IF
           END-IF
           END-IF.
           MOVE 0 TO eof.

             DISPLAY(8, 6) 'WARNING: more products than the work'
             DISPLAY(9, 6) 'table - statement is incomplete.'.

           IF hist-short = 1
             DISPLAY(12, 6) 'WARNING: ' hist-name ' trailer missing'
             DISPLAY(13, 6) 'or short - history incomplete.'.

           DISPLAY ' '.

           STOP RUN.

           EXIT.

      * A closed year is read back from its history file, brought
      * under the scratch name and put back afterwards, and the
      * trailer's count has to match every line read; the open
      * year comes off sales.txt, taking only the lines dated in it.
       READ-YEAR-LINES.
           MOVE 0 TO from-history.
           MOVE SPACES TO hist-name.
           STRING 'sales' askyear '.txt' DELIMITED BY SIZE
               INTO hist-name.
           MOVE 0 TO eof.
           CALL 'CBL_RENAME_FILE' USING hist-name read-name.
           IF RETURN-CODE = 0
             MOVE 1 TO from-history
             MOVE 0 TO hist-lines
             MOVE 0 TO trailer-seen
             MOVE 0 TO trailer-count
             OPEN INPUT sales-hist
             READ sales-hist AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-HIST-ROW UNTIL eof = 1
             CLOSE sales-hist
             CALL 'CBL_RENAME_FILE' USING read-name hist-name
             IF trailer-seen = 0 OR trailer-count NOT = hist-lines
               MOVE 1 TO hist-short
             END-IF
           ELSE
             OPEN INPUT sales-ledger
             IF ledger-status = '35'
               CLOSE sales-ledger
             ELSE
               READ sales-ledger AT END MOVE 1 TO eof
               END-READ
               PERFORM CHECK-LEDGER-ROW UNTIL eof = 1
               CLOSE sales-ledger
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-LEDGER-ROW.
           IF ledger-cust = askcust AND ledger-year = askyear
             MOVE ledger-sman TO sr-sman
             MOVE ledger-product TO sr-product
             MOVE ledger-units TO sr-units
             MOVE ledger-price TO sr-price
             MOVE ledger-mmdd TO sr-mmdd
             MOVE ledger-docno TO sr-docno
             MOVE ledger-type TO sr-type
             PERFORM PRINT-STMT-ROW
           END-IF.

           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

       CHECK-HIST-ROW.
           IF ht-tag = 'TRAILER'
             MOVE 1 TO trailer-seen
             MOVE ht-count TO trailer-count
           ELSE
             ADD 1 TO hist-lines
           END-IF.
           IF ht-tag NOT = 'TRAILER' AND h-cust = askcust
             MOVE h-sman TO sr-sman
             MOVE h-product TO sr-product
             MOVE h-units TO sr-units
             MOVE h-price TO sr-price
             MOVE h-mmdd TO sr-mmdd
             MOVE h-docno TO sr-docno
             MOVE h-type TO sr-type
             PERFORM PRINT-STMT-ROW
           END-IF.

           READ sales-hist AT END MOVE 1 TO eof.

           EXIT.

      * One statement line per ledger row carrying the customer's
      * code, with the row rolled into the per-product table and
      * the overall totals as it goes by. A credit line from jrlbret
      * prints negative, flagged RETURN, and nets out of the totals.
       PRINT-STMT-ROW.
           ADD 1 TO line-count.
           IF sr-return
             ADD sr-price TO ov-returns
             COMPUTE sr-units = 0 - sr-units
             COMPUTE sr-price = 0 - sr-price
             MOVE ' RETURN' TO det-flag
           ELSE
             MOVE SPACES TO det-flag.
           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER.
           MOVE sr-mm TO det-mm.
           MOVE sr-dd TO det-dd.
           MOVE sr-docno TO det-docno.
           MOVE sr-product TO det-product.
           MOVE sr-sman TO det-sman.
           MOVE sr-units TO det-units.
           MOVE sr-price TO det-price.
           MOVE det-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.
           PERFORM TALLY-PRODUCT.
           ADD sr-units TO ov-units.
           ADD sr-price TO ov-gross.

           EXIT.

       TALLY-PRODUCT.
           MOVE 0 TO p.
           MOVE 1 TO k.
           IF p = 0
             IF prod-count < 200
               ADD 1 TO prod-count
               MOVE sr-product TO pr-product(prod-count)
               MOVE ZERO TO pr-units(prod-count)
               MOVE ZERO TO pr-gross(prod-count)
               MOVE prod-count TO p
           END-IF.

           IF p > 0
             ADD sr-units TO pr-units(p)
             ADD sr-price TO pr-gross(p)
           END-IF.

           EXIT.

       CHECK-PROD-MATCH.
           IF pr-product(k) = sr-product
             MOVE k TO p.
           ADD 1 TO k.

           MOVE 0 TO lines-on-page.

           EXIT.

      * The balance the year opened on: the latest custbal.txt row
      * at or before the year, then any live ledger purchases less
      * payments dated from that row's year up to (not including)
      * the asked year - years not yet closed whose activity the
      * close has not carried forward.
       FIND-OPENING-BALANCE.
           MOVE 0 TO base-year.
           MOVE 0 TO opening-bal.
           MOVE 0 TO eof.
           OPEN INPUT custbal.
           IF custbal-status = '35'
             CLOSE custbal
           ELSE
             READ custbal AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-CUSTBAL-ROW UNTIL eof = 1
             CLOSE custbal
           END-IF.
           MOVE 0 TO eof.

           IF base-year < askyear
             OPEN INPUT sales-ledger
             IF ledger-status = '35'
               CLOSE sales-ledger
             ELSE
               READ sales-ledger AT END MOVE 1 TO eof
               END-READ
               PERFORM ADD-EARLIER-PURCHASE UNTIL eof = 1
               CLOSE sales-ledger
             END-IF
             MOVE 0 TO eof
           END-IF.

           EXIT.

       CHECK-CUSTBAL-ROW.
           IF cb-cust = askcust AND cb-year NOT > askyear
             IF cb-year NOT < base-year
               MOVE cb-year TO base-year
               MOVE cb-balance TO opening-bal
             END-IF
           END-IF.
           READ custbal AT END MOVE 1 TO eof.

           EXIT.

       ADD-EARLIER-PURCHASE.
           IF ledger-cust = askcust AND ledger-year < askyear
               AND ledger-year NOT < base-year
             IF ledger-return
               SUBTRACT ledger-price FROM opening-bal
             ELSE
               ADD ledger-price TO opening-bal.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * Payments dated in the asked year are listed and totalled;
      * payments from the opening row's year up to the asked year
      * come off the opening balance instead.
       PRINT-PAYMENTS.
           MOVE 0 TO pay-total.
           MOVE 0 TO pay-count.
           IF lines-on-page > 44
             PERFORM PRINT-PAGE-HEADER.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE pay-hdr-line TO report-line.
           WRITE report-line.
           ADD 2 TO lines-on-page.

           MOVE 0 TO eof.
           OPEN INPUT payfile.
           IF payfile-status = '35'
             CLOSE payfile
           ELSE
             READ payfile AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-PAYMENT-ROW UNTIL eof = 1
             CLOSE payfile
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-PAYMENT-ROW.
           IF py-cust = askcust
             IF py-year = askyear
               ADD 1 TO pay-count
               ADD py-amount TO pay-total
               IF lines-on-page > 50
                 PERFORM PRINT-PAGE-HEADER
               END-IF
               MOVE py-mm TO pl-mm
               MOVE py-dd TO pl-dd
               MOVE py-orno TO pl-orno
               MOVE py-amount TO pl-amount
               MOVE pay-det-line TO report-line
               WRITE report-line
               ADD 1 TO lines-on-page
             ELSE
             IF py-year < askyear AND py-year NOT < base-year
               SUBTRACT py-amount FROM opening-bal
             END-IF
             END-IF
           END-IF.
           READ payfile AT END MOVE 1 TO eof.

           EXIT.

       PRINT-ACCOUNT-SUMMARY.
           IF lines-on-page > 44
             PERFORM PRINT-PAGE-HEADER.

           COMPUTE balance-due = opening-bal + ov-gross - pay-total.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 'OPENING BALANCE:' TO al-label.
           MOVE opening-bal TO al-amount.
           MOVE acct-line TO report-line.
           WRITE report-line.
           MOVE 'PURCHASES:' TO al-label.
           COMPUTE al-amount = ov-gross + ov-returns.
           MOVE acct-line TO report-line.
           WRITE report-line.
           MOVE 'RETURNS:' TO al-label.
           MOVE ov-returns TO al-amount.
           MOVE acct-line TO report-line.
           WRITE report-line.
           MOVE 'PAYMENTS:' TO al-label.
           MOVE pay-total TO al-amount.
           MOVE acct-line TO report-line.
           WRITE report-line.
           MOVE 'BALANCE DUE:' TO al-label.
           MOVE balance-due TO al-amount.
           MOVE acct-line TO report-line.
           WRITE report-line.
           ADD 6 TO lines-on-page.

           EXIT.
