      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. "CMSC 124 Sales Returns".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      *****************************************************************
      * This program does the following:                              *
      *                                                               *
      *  -takes goods coming back against a sale jrlb1 put on the     *
      *   ledger: the original sale is named by salesman, product,    *
      *   customer (blank for a walk-in), and the year and month it   *
      *   was sold in, and the return is refused unless the ledger    *
      *   shows that sale with units still left to come back - a      *
      *   return can never exceed what was sold less what earlier     *
      *   credit memos already took back                              *
      *                                                               *
      *  -each return writes a credit line to sales.txt (type R,      *
      *   dated the day of the return, under its credit memo number,  *
      *   carrying the year and month of the sale it reverses) priced *
      *   at what the customer actually paid per unit, and puts the   *
      *   units back into products.txt stock on hand                  *
      *                                                               *
      *  -jrlbsls, jrlbcom, jrlbstm, jrlbage and jrlbsyc net the      *
      *   credit lines out; commission comes back in the month of     *
      *   the return, not the month of the sale                       *
      *                                                               *
      *  -the sale may be in the return's own year or the year        *
      *   before it (December goods back in January); a sale in a    *
      *   year jrlbsyc has closed is found in its sales<yyyy>.txt     *
      *   history file, read under the scratch name salesread.txt     *
      *   the way the reports read it                                 *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sales-ledger ASSIGN TO DISK
               FILE STATUS IS ledger-status.
           SELECT sales-hist ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT prodmaster ASSIGN TO DISK
               FILE STATUS IS prodmaster-status.
           SELECT prodmaster-new ASSIGN TO DISK.
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FILE SECTION.
       FD sales-ledger LABEL RECORDS ARE STANDARD
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
           02 FILLER PIC X(46).

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

       FD prodmaster-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'products_new.txt'.

       01 product-info-new.
           02 new-prodcode PIC X(10).
           02 new-proddesc PIC X(30).
           02 new-unitprice PIC 99.
           02 new-commrate PIC v99.
           02 new-stockqty PIC 9(5).
           02 new-reorder PIC 9(5).
           02 new-soldsince PIC 9(5).

       FD custmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custmast.txt'.

       01 customer-info.
           02 c-custcode PIC X(6).
           02 c-custname PIC X(30).
           02 c-custaddr PIC X(30).

       FD smanmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesmen.txt'.

       01 salesman-rec.
           02 sm-code PIC X(6).
           02 sm-name PIC X(30).
           02 sm-territory PIC X(15).
           02 sm-hiredate PIC X(8).
           02 sm-status PIC X.

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 c-eof PIC 9 VALUE 0.
       77 s-eof PIC 9 VALUE 0.
       77 prod-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 ledger-status PIC XX VALUE '00'.
       77 hist-status PIC XX VALUE '00'.
       77 prodmaster-status PIC XX VALUE '00'.
       77 custmast-status PIC XX VALUE '00'.
       77 smanmast-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-sman PIC 9 VALUE 0.
       77 found-product PIC 9 VALUE 0.
       77 found-cust PIC 9 VALUE 0.
       77 stock-found PIC 9 VALUE 0.
       77 today-date PIC X(8) VALUE SPACES.
       77 hist-name PIC X(13) VALUE SPACES.
       77 read-name PIC X(13) VALUE 'salesread.txt'.
       01 read-info PIC X(16).

      * What the ledger shows for the sale being reversed: units and
      * gross sold, and units earlier credit memos already took back.
       77 sold-units PIC 9(5) VALUE 0.
       77 sold-gross PIC 9(7) VALUE 0.
       77 back-units PIC 9(5) VALUE 0.
       77 left-units PIC 9(5) VALUE 0.
       77 credit-gross PIC 9999 VALUE 0.
       77 list-count PIC 9(4) VALUE 0.
       77 d-units PIC ZZZZ9.
       77 d-gross PIC ZZZZZZ9.
       77 d-count PIC ZZZ9.

      * Entry fields are keyed into working storage first - the
      * ledger and master scans read through the FD record areas,
      * which would wipe out values typed straight into them.
       01 entry-info.
           02 e-sman PIC X(6).
           02 e-product PIC X(10).
           02 e-cust PIC X(6).
           02 e-ref-year-x PIC X(4).
           02 e-ref-year REDEFINES e-ref-year-x PIC 9(4).
           02 e-ref-month PIC 99.
           02 e-date.
               03 e-year PIC 9(4).
               03 e-month PIC 99.
               03 e-day PIC 99.
           02 e-date-x REDEFINES e-date PIC X(8).
           02 e-memo PIC X(8).
           02 e-units PIC 99.

       01 days-in-month-val.
           02 FILLER PIC X(24) VALUE '312931303130313130313031'.
       01 days-in-month-tab REDEFINES days-in-month-val.
           02 max-day PIC 99 OCCURS 12 TIMES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             DISPLAY(4, 6) 'salesread.txt left by a dead run - rename'
             DISPLAY(5, 6) 'it back to its sales<yyyy>.txt name first.'
             STOP RUN.

           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'c'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. enter a return'.
           DISPLAY(5, 6) 'b. list credit memos on sales.txt'.
           DISPLAY(6, 6) 'c. exit'.
           DISPLAY(8, 6) 'Choose a letter: '.
           ACCEPT (8, 24) choice.

           IF choice = 'a'
             PERFORM ENTER-RETURN.
           IF choice = 'b'
             PERFORM LIST-RETURNS.

           EXIT.

       ENTER-RETURN.
           DISPLAY(1, 1) ERASE.
           DISPLAY(3, 6) 'THE ORIGINAL SALE'.
           DISPLAY(4, 6) 'Salesman code: '.
           DISPLAY(5, 6) 'Product code: '.
           DISPLAY(6, 6) 'Customer code (blank=walk-in): '.
           DISPLAY(7, 6) 'Year sold (blank=year of return): '.
           DISPLAY(8, 6) 'Month sold (1-12): '.
           DISPLAY(10, 6) 'THE RETURN'.
           DISPLAY(11, 6) 'Return date (YYYYMMDD, blank=today): '.
           DISPLAY(12, 6) 'Credit memo no.: '.
           DISPLAY(13, 6) 'Units returned: '.
           ACCEPT (4, 45) e-sman.
           ACCEPT (5, 45) e-product.
           ACCEPT (6, 45) e-cust.
           ACCEPT (7, 45) e-ref-year-x.
           ACCEPT (8, 45) e-ref-month.
           ACCEPT (11, 45) e-date-x.
           ACCEPT (12, 45) e-memo.
           ACCEPT (13, 45) e-units.
           INSPECT e-sman CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           ACCEPT today-date FROM DATE YYYYMMDD.
           IF e-date-x = SPACES
             MOVE today-date TO e-date-x.
           IF e-ref-year-x = SPACES AND e-date-x NUMERIC
             MOVE e-year TO e-ref-year.

           PERFORM LOOKUP-SALESMAN.
           PERFORM LOOKUP-PRODUCT.
           MOVE 1 TO found-cust.
           IF e-cust NOT = SPACES
             PERFORM LOOKUP-CUSTOMER.

      * Every check ends the return with nothing written; found
      * doubles as the refused flag, the way jrlbpay uses it.
           MOVE 0 TO found.
           IF found-sman = 0
             MOVE 1 TO found
             DISPLAY(15, 6) 'Salesman code not on salesmen.txt.'
           ELSE
           IF found-product = 0
             MOVE 1 TO found
             DISPLAY(15, 6) 'Product code not on products.txt.'
           ELSE
           IF found-cust = 0
             MOVE 1 TO found
             DISPLAY(15, 6) 'Customer code not on custmast.txt.'
           ELSE
           IF e-date-x NOT NUMERIC
             MOVE 1 TO found
             DISPLAY(15, 6) 'Return date must be YYYYMMDD.'
           ELSE
           IF e-month < 1 OR e-month > 12
             MOVE 1 TO found
             DISPLAY(15, 6) 'Return date is not a real date.'
           ELSE
           IF e-day < 1 OR e-day > max-day(e-month)
             MOVE 1 TO found
             DISPLAY(15, 6) 'Return date is not a real date.'
           ELSE
           IF e-ref-year-x NOT NUMERIC
             MOVE 1 TO found
             DISPLAY(15, 6) 'Year sold must be four digits.'
           ELSE
           IF e-ref-month < 1 OR e-ref-month > 12
             MOVE 1 TO found
             DISPLAY(15, 6) 'Month sold must be 1 to 12.'
           ELSE
           IF e-ref-year > e-year OR e-ref-year + 1 < e-year
             MOVE 1 TO found
             DISPLAY(15, 6) 'The sale must be in the year of the'
             DISPLAY(16, 6) 'return or the year before it.'
           ELSE
           IF e-ref-year = e-year AND e-ref-month > e-month
             MOVE 1 TO found
             DISPLAY(15, 6) 'The sale is dated after the return.'
           ELSE
           IF e-memo = SPACES
             MOVE 1 TO found
             DISPLAY(15, 6) 'Credit memo no. cannot be blank.'
           ELSE
           IF e-units = 0
             MOVE 1 TO found
             DISPLAY(15, 6) 'Units returned must be more than zero.'
           ELSE
             PERFORM CHECK-YEAR-OPEN
             IF found = 1
               DISPLAY(15, 6) 'The return date falls in a closed'
               DISPLAY(16, 6) 'sales year.'
             ELSE
               PERFORM CHECK-DUP-MEMO
               IF found = 1
                 DISPLAY(15, 6)
                     'Credit memo no. already posted - not added.'
               ELSE
                 PERFORM TALLY-ORIGINAL-SALE
                 PERFORM CHECK-UNITS-LEFT
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF found = 0
             PERFORM WRITE-CREDIT-LINE
             PERFORM RESTOCK-PRODUCT
             MOVE e-units TO d-units
             MOVE credit-gross TO d-gross
             DISPLAY(15, 6) 'Credit memo posted: ' d-units ' units,'
             DISPLAY(16, 6) 'gross ' d-gross ' credited.'
             IF stock-found = 0
               DISPLAY(17, 6) 'WARNING: product not restocked -'
               DISPLAY(18, 6) 'products.txt could not be read.'
             END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * Nothing on the ledger for the sale, or not enough of it
      * left after earlier returns, refuses the return outright.
       CHECK-UNITS-LEFT.
           IF sold-units = 0
             MOVE 1 TO found
             DISPLAY(15, 6) 'No sale on the ledger matches that'
             DISPLAY(16, 6) 'salesman, product, customer and month.'
           ELSE
             IF back-units > sold-units
               MOVE 0 TO left-units
             ELSE
               COMPUTE left-units = sold-units - back-units
             END-IF
             IF e-units > left-units
               MOVE 1 TO found
               MOVE sold-units TO d-units
               DISPLAY(15, 6) 'Sold: ' d-units
               MOVE back-units TO d-units
               DISPLAY(15, 20) 'Returned: ' d-units
               MOVE left-units TO d-units
               DISPLAY(16, 6) 'Only ' d-units
                   ' units left to return - refused.'
             END-IF
           END-IF.

           EXIT.

      * A year jrlbsyc has closed has its sales<yyyy>.txt history
      * file on disk.
       CHECK-YEAR-OPEN.
           MOVE SPACES TO hist-name.
           STRING 'sales' e-year '.txt' DELIMITED BY SIZE
               INTO hist-name.
           CALL 'CBL_CHECK_FILE_EXIST' USING hist-name read-info.
           IF RETURN-CODE = 0
             MOVE 1 TO found.

           EXIT.

       CHECK-DUP-MEMO.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF ledger-status = '35'
             CLOSE sales-ledger
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-MEMO-REC UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-MEMO-REC.
           IF ledger-return AND ledger-docno = e-memo
             MOVE 1 TO found.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * The sale's units and gross, and what has come back against
      * it, off the history file when its year is closed and off
      * the live ledger either way - a return dated after the close
      * sits in sales.txt even when the sale it reverses does not.
       TALLY-ORIGINAL-SALE.
           MOVE 0 TO sold-units.
           MOVE 0 TO sold-gross.
           MOVE 0 TO back-units.

           MOVE SPACES TO hist-name.
           STRING 'sales' e-ref-year '.txt' DELIMITED BY SIZE
               INTO hist-name.
           CALL 'CBL_RENAME_FILE' USING hist-name read-name.
           IF RETURN-CODE = 0
             MOVE 0 TO eof
             OPEN INPUT sales-hist
             READ sales-hist AT END MOVE 1 TO eof
             END-READ
             PERFORM TALLY-HIST-LINE UNTIL eof = 1
             CLOSE sales-hist
             MOVE 0 TO eof
             CALL 'CBL_RENAME_FILE' USING read-name hist-name
           END-IF.

           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF ledger-status = '35'
             CLOSE sales-ledger
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM TALLY-LEDGER-LINE UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       TALLY-HIST-LINE.
           IF ht-tag NOT = 'TRAILER' AND h-sman = e-sman
               AND h-product = e-product AND h-cust = e-cust
             IF h-return
               IF h-ref-year = e-ref-year
                   AND h-ref-month = e-ref-month
                 ADD h-units TO back-units
               END-IF
             ELSE
               IF h-year = e-ref-year AND h-month = e-ref-month
                 ADD h-units TO sold-units
                 ADD h-price TO sold-gross
               END-IF
             END-IF
           END-IF.
           READ sales-hist AT END MOVE 1 TO eof.

           EXIT.

       TALLY-LEDGER-LINE.
           IF ledger-sman = e-sman AND ledger-product = e-product
               AND ledger-cust = e-cust
             IF ledger-return
               IF ledger-ref-year = e-ref-year
                   AND ledger-ref-month = e-ref-month
                 ADD ledger-units TO back-units
               END-IF
             ELSE
               IF ledger-year = e-ref-year
                   AND ledger-month = e-ref-month
                 ADD ledger-units TO sold-units
                 ADD ledger-price TO sold-gross
               END-IF
             END-IF
           END-IF.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * The credit goes back at what the customer paid per unit for
      * that sale, not at today's master price.
       WRITE-CREDIT-LINE.
           COMPUTE credit-gross ROUNDED =
               e-units * sold-gross / sold-units.

           MOVE e-sman TO ledger-sman.
           MOVE e-product TO ledger-product.
           MOVE e-month TO ledger-month.
           MOVE e-units TO ledger-units.
           MOVE credit-gross TO ledger-price.
           MOVE e-cust TO ledger-cust.
           MOVE e-year TO ledger-year.
           COMPUTE ledger-mmdd = e-month * 100 + e-day.
           MOVE e-memo TO ledger-docno.
           MOVE 'R' TO ledger-type.
           MOVE e-ref-year TO ledger-ref-year.
           MOVE e-ref-month TO ledger-ref-month.
           OPEN EXTEND sales-ledger.
           IF ledger-status = '35'
             OPEN OUTPUT sales-ledger
           END-IF.
           WRITE ledger-rec.
           CLOSE sales-ledger.

           EXIT.

      * Puts the returned units back on the shelf through the same
      * scratch-file rewrite jrlb1 draws them down with: stock on
      * hand climbs, and sold-since-last-receipt drops back (floored
      * at zero) so the reorder report is not fooled by goods that
      * came back.
       RESTOCK-PRODUCT.
           MOVE 0 TO stock-found.
           OPEN INPUT prodmaster.
           OPEN OUTPUT prodmaster-new.
           IF prodmaster-status NOT = '35'
             READ prodmaster AT END MOVE 1 TO prod-eof
             END-READ
             PERFORM COPY-OR-RESTOCK UNTIL prod-eof = 1
             CLOSE prodmaster
           ELSE
             CLOSE prodmaster.
           CLOSE prodmaster-new.
           MOVE 0 TO prod-eof.

           IF stock-found = 1
             CALL 'CBL_DELETE_FILE' USING 'products.txt'
             CALL 'CBL_RENAME_FILE' USING 'products_new.txt'
                 'products.txt'
           ELSE
             CALL 'CBL_DELETE_FILE' USING 'products_new.txt'.

           EXIT.

       COPY-OR-RESTOCK.
           MOVE p-prodcode TO new-prodcode.
           MOVE p-proddesc TO new-proddesc.
           MOVE p-unitprice TO new-unitprice.
           MOVE p-commrate TO new-commrate.
           MOVE p-stockqty TO new-stockqty.
           MOVE p-reorder TO new-reorder.
           MOVE p-soldsince TO new-soldsince.
           IF e-product = p-prodcode
             MOVE 1 TO stock-found
             COMPUTE new-stockqty = p-stockqty + e-units
             IF e-units > p-soldsince
               MOVE ZERO TO new-soldsince
             ELSE
               COMPUTE new-soldsince = p-soldsince - e-units
             END-IF
           END-IF.
           WRITE product-info-new.
           READ prodmaster AT END MOVE 1 TO prod-eof.

           EXIT.

      * Any salesman on the master, active or not - goods can come
      * back on a sale made by someone who has since left.
       LOOKUP-SALESMAN.
           MOVE 0 TO found-sman.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
             PERFORM READ-SALESMAN-DATA UNTIL s-eof = 1
             CLOSE smanmast
           END-IF.
           MOVE 0 TO s-eof.

           EXIT.

       READ-SALESMAN-DATA.
           IF e-sman = sm-code
             MOVE 1 TO found-sman.
           READ smanmast AT END MOVE 1 TO s-eof.

           EXIT.

       LOOKUP-PRODUCT.
           MOVE 0 TO found-product.
           OPEN INPUT prodmaster.
           IF prodmaster-status = '35'
             CLOSE prodmaster
           ELSE
             READ prodmaster AT END MOVE 1 TO prod-eof
             END-READ
             PERFORM READ-PRODUCT-DATA UNTIL prod-eof = 1
             CLOSE prodmaster
           END-IF.
           MOVE 0 TO prod-eof.

           EXIT.

       READ-PRODUCT-DATA.
           IF e-product = p-prodcode
             MOVE 1 TO found-product.
           READ prodmaster AT END MOVE 1 TO prod-eof.

           EXIT.

       LOOKUP-CUSTOMER.
           MOVE 0 TO found-cust.
           OPEN INPUT custmast.
           IF custmast-status = '35'
             CLOSE custmast
           ELSE
             READ custmast AT END MOVE 1 TO c-eof
             END-READ
             PERFORM READ-CUSTOMER-DATA UNTIL c-eof = 1
             CLOSE custmast
           END-IF.
           MOVE 0 TO c-eof.

           EXIT.

       READ-CUSTOMER-DATA.
           IF e-cust = c-custcode
             MOVE 1 TO found-cust.
           READ custmast AT END MOVE 1 TO c-eof.

           EXIT.

       LIST-RETURNS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(2, 1) 'Date'.
           DISPLAY(2, 11) 'Memo'.
           DISPLAY(2, 21) 'Salesman'.
           DISPLAY(2, 29) 'Product'.
           DISPLAY(2, 41) 'Cust'.
           DISPLAY(2, 49) 'Units'.
           DISPLAY(2, 56) 'Gross'.
           DISPLAY(2, 63) 'Sold'.
           DISPLAY ' '.

           MOVE 0 TO list-count.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF ledger-status = '35'
             CLOSE sales-ledger
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-RETURN-REC UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           DISPLAY ' '.
           MOVE list-count TO d-count.
           DISPLAY d-count ' credit memos on the live ledger.'.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-RETURN-REC.
           IF ledger-return
             ADD 1 TO list-count
             MOVE ledger-units TO d-units
             MOVE ledger-price TO d-gross
             DISPLAY ledger-date '  ' ledger-docno '  ' ledger-sman
                 '  ' ledger-product '  ' ledger-cust '  ' d-units
                 '  ' d-gross '  ' ledger-ref-month '/'
                 ledger-ref-year.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.
