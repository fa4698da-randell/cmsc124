      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. "CMSC 124 Receivables Aging".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      *****************************************************************
      * This program does the following:                              *
      *                                                               *
      *  -ages what every customer on custmast.txt still owes as of   *
      *   a date (blank takes today): the balance jrlbsyc carried     *
      *   forward into custbal.txt, the purchases on sales.txt, and   *
      *   the payments jrlbpay posted to payments.txt                 *
      *                                                               *
      *  -payments go against the oldest charges first, so what is    *
      *   left unpaid is the newest of what was bought: it is spread  *
      *   over CURRENT (up to 30 days), 31-60, 61-90 and OVER 90 by   *
      *   the sale date                                               *
      *                                                               *
      *  -a carried-forward balance keeps the age of what is in it:   *
      *   it is the newest of the closed year's charges, so it is     *
      *   spread over that year's sales in its history file           *
      *   (sales<yyyy>.txt, from jrlbsyc) by their sale dates, and    *
      *   anything beyond them counts as older than that year         *
      *                                                               *
      *  -an as-of date inside a year already closed reads that       *
      *   year's lines back from its history file, since they are no  *
      *   longer on sales.txt                                         *
      *                                                               *
      *  -a customer who has paid ahead shows the credit, negative,   *
      *   under CURRENT; a customer who owes nothing is left off      *
      *                                                               *
      *  -prints agingrpt.txt with the bucket totals and a TRAILER    *
      *   line carrying the customer count and the total owed         *
      *                                                               *
      *  -a credit line for returned goods (jrlbret) counts with the  *
      *   payments, against the oldest charges first                  *
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
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
           SELECT payfile ASSIGN TO DISK
               FILE STATUS IS payfile-status.
           SELECT custbal ASSIGN TO DISK
               FILE STATUS IS custbal-status.
           SELECT sales-hist ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT report-file ASSIGN TO DISK.

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
               03 ledger-mmdd-x REDEFINES ledger-mmdd.
                   04 ledger-mm PIC 99.
                   04 ledger-dd PIC 99.
           02 ledger-docno PIC X(8).
           02 ledger-type PIC X.
               88 ledger-return VALUE 'R'.
           02 ledger-ref.
               03 ledger-ref-year PIC 9(4).
               03 ledger-ref-month PIC 99.

       FD custmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custmast.txt'.

       01 customer-info.
           02 c-custcode PIC X(6).
           02 c-custname PIC X(30).
           02 c-custaddr PIC X(30).

       FD payfile LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'payments.txt'.

       01 payment-rec.
           02 py-cust PIC X(6).
           02 py-date.
               03 py-year PIC 9(4).
               03 py-mmdd PIC 9(4).
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

      * A closed year's history file (sales<yyyy>.txt, written by
      * jrlbsyc), read under the scratch name salesread.txt: the
      * year's ledger lines in the ledger layout, then one trailer.
       FD sales-hist LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'salesread.txt'.

       01 hist-rec PIC X(53).
       01 hist-trailer REDEFINES hist-rec.
           02 ht-tag PIC X(7).
           02 FILLER PIC X(46).

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'agingrpt.txt'.

       01 report-line PIC X(90).

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 ledger-status PIC XX VALUE '00'.
       77 custmast-status PIC XX VALUE '00'.
       77 payfile-status PIC XX VALUE '00'.
       77 custbal-status PIC XX VALUE '00'.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 slot PIC 999 VALUE 0.
       77 k PIC 999 VALUE 0.
       77 b PIC 9 VALUE 0.
       77 find-code PIC X(6) VALUE SPACES.
       77 cust-full PIC 9 VALUE 0.
       77 cnt-listed PIC 9(4) VALUE 0.
       77 cnt-nocust PIC 9(6) VALUE 0.
       77 d-count PIC ZZZ9.
       77 d-nocust PIC ZZZZZ9.

      * The closed years read back, under the scratch name.
       77 hist-status PIC XX VALUE '00'.
       77 hist-name PIC X(13) VALUE SPACES.
       77 read-name PIC X(13) VALUE 'salesread.txt'.
       01 read-info PIC X(16).
       77 hist-year PIC 9(4) VALUE 0.
       77 base-max PIC 9(4) VALUE 0.
       77 opened-year PIC 9(4) VALUE 0.
       77 cnt-hist PIC 99 VALUE 0.
       77 d-hist PIC Z9.

      * One ledger line, off sales.txt or a history file, staged
      * here for aging.
       01 age-row.
           02 ar-sman PIC X(6).
           02 ar-product PIC X(10).
           02 ar-month PIC 99.
           02 ar-units PIC 99.
           02 ar-price PIC 9999.
           02 ar-cust PIC X(6).
           02 ar-date.
               03 ar-year PIC 9(4).
               03 ar-mm PIC 99.
               03 ar-dd PIC 99.
           02 ar-docno PIC X(8).
           02 ar-type PIC X.
               88 ar-return VALUE 'R'.
           02 ar-ref PIC X(6).

      * The as-of date, keyed or taken from the system clock.
       77 today-date PIC X(8) VALUE SPACES.
       01 e-asof PIC X(8) VALUE SPACES.
       01 asof-date REDEFINES e-asof.
           02 asof-year PIC 9(4).
           02 asof-mm PIC 99.
           02 asof-dd PIC 99.
       77 asof-dn PIC 9(7) VALUE 0.

      * Day numbers: days since a fixed origin, so two dates can be
      * subtracted for an age in days.
       77 dn-year PIC 9(4) VALUE 0.
       77 dn-mm PIC 99 VALUE 0.
       77 dn-dd PIC 99 VALUE 0.
       77 dn-leaps PIC 9(4) VALUE 0.
       77 dn-result PIC 9(7) VALUE 0.
       77 item-age PIC S9(7) VALUE 0.
       77 item-amount PIC S9(8)v99 VALUE 0.
       77 rem-due PIC S9(8)v99 VALUE 0.

       01 days-in-month-val.
           02 FILLER PIC X(24) VALUE '312931303130313130313031'.
       01 days-in-month-tab REDEFINES days-in-month-val.
           02 max-day PIC 99 OCCURS 12 TIMES.

       01 days-before-val.
           02 FILLER PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 days-before-tab REDEFINES days-before-val.
           02 days-before PIC 999 OCCURS 12 TIMES.

      * One entry per custmast.txt customer: the custbal.txt row the
      * aging starts from, the charges by bucket (1 CURRENT, 2 31-60,
      * 3 61-90, 4 OVER 90), and the payments since that row. The
      * charges of the year before that row, by bucket, are what
      * the carried-forward balance is spread over.
       01 cust-table.
           02 cust-count PIC 999 VALUE 0.
           02 cust-entry OCCURS 500 TIMES.
               03 ct-code PIC X(6).
               03 ct-name PIC X(30).
               03 ct-base-year PIC 9(4).
               03 ct-opening PIC S9(8)v99.
               03 ct-paid PIC 9(9)v99.
               03 ct-charge PIC S9(8)v99 OCCURS 4 TIMES.
               03 ct-open-chg PIC S9(8)v99 OCCURS 4 TIMES.

      * The unpaid part of one customer's charges, by bucket.
       01 due-buckets.
           02 due-amt PIC S9(8)v99 OCCURS 4 TIMES.
       77 due-total PIC S9(8)v99 VALUE 0.

       01 grand-totals.
           02 gt-amt PIC S9(9)v99 OCCURS 4 TIMES.
       77 gt-total PIC S9(9)v99 VALUE 0.

       01 hdr-line-1.
           02 FILLER PIC X(26) VALUE SPACES.
           02 FILLER PIC X(20) VALUE 'RECEIVABLES AGING'.
           02 FILLER PIC X(9) VALUE 'AS OF '.
           02 hdr-mm PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 hdr-dd PIC 99.
           02 FILLER PIC X VALUE '/'.
           02 hdr-year PIC 9(4).
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 hdr-line-2.
           02 FILLER PIC X(8) VALUE 'CODE'.
           02 FILLER PIC X(24) VALUE 'CUSTOMER'.
           02 FILLER PIC X(12) VALUE 'CURRENT'.
           02 FILLER PIC X(12) VALUE '31-60'.
           02 FILLER PIC X(12) VALUE '61-90'.
           02 FILLER PIC X(12) VALUE 'OVER 90'.
           02 FILLER PIC X(10) VALUE 'TOTAL'.

       01 det-line.
           02 det-code PIC X(8).
           02 det-name PIC X(20).
           02 det-amt PIC -ZZZZZZ9.99 OCCURS 5 TIMES.

       01 tot-line.
           02 tot-label PIC X(28) VALUE 'TOTALS'.
           02 tot-amt PIC -ZZZZZZ9.99 OCCURS 5 TIMES.

       01 trailer-line.
           02 FILLER PIC X(8) VALUE 'TRAILER '.
           02 tr-count PIC 9(6).
           02 FILLER PIC X VALUE SPACES.
           02 tr-total PIC S9(9)v99 SIGN IS LEADING SEPARATE.

       01 note-nocust-line.
           02 nn-count PIC ZZZZZ9.
           02 FILLER PIC X(50)
               VALUE ' LEDGER LINES FOR CUSTOMERS NOT ON CUSTMAST.TXT'.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Age as of (YYYYMMDD, blank for today): '.
           ACCEPT (4, 46) e-asof.

           CALL 'CBL_CHECK_FILE_EXIST' USING read-name read-info.
           IF RETURN-CODE = 0
             DISPLAY(6, 6) 'salesread.txt left by a dead run - rename'
             DISPLAY(7, 6) 'it back to its sales<yyyy>.txt name first.'
             STOP RUN.

           ACCEPT today-date FROM DATE YYYYMMDD.
           IF e-asof = SPACES
             MOVE today-date TO e-asof.

           IF e-asof NOT NUMERIC
             DISPLAY(6, 6) 'Date must be YYYYMMDD.'
           ELSE
           IF asof-mm < 1 OR asof-mm > 12
             DISPLAY(6, 6) 'That is not a real date.'
           ELSE
           IF asof-dd < 1 OR asof-dd > max-day(asof-mm)
             DISPLAY(6, 6) 'That is not a real date.'
           ELSE
             MOVE asof-year TO dn-year
             MOVE asof-mm TO dn-mm
             MOVE asof-dd TO dn-dd
             PERFORM COMPUTE-DAY-NUMBER
             MOVE dn-result TO asof-dn
             PERFORM LOAD-CUST-TABLE
             PERFORM APPLY-CUSTBAL-ROWS
             PERFORM APPLY-CLOSED-YEARS
             PERFORM APPLY-LEDGER-LINES
             PERFORM APPLY-PAYMENT-ROWS
             PERFORM PRINT-AGING-REPORT
             MOVE cnt-listed TO d-count
             DISPLAY(6, 6) 'Customers with a balance: ' d-count
             IF cnt-nocust > 0
               MOVE cnt-nocust TO d-nocust
               DISPLAY(7, 6) 'Ledger lines for unknown customers: '
                   d-nocust
             END-IF
             IF cust-full = 1
               DISPLAY(8, 6) 'More than 500 customers - the rest'
               DISPLAY(9, 6) 'were left off the report.'
             END-IF
             DISPLAY(10, 6) 'Report written to agingrpt.txt'
             IF cnt-hist > 0
               MOVE cnt-hist TO d-hist
               DISPLAY(11, 6) 'Closed-year history files read: ' d-hist
             END-IF
           END-IF
           END-IF
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           STOP RUN.

      * dn-year/dn-mm/dn-dd to a day number in dn-result: 365 a year,
      * a day for every leap year before the date, then the days of
      * the year gone by.
       COMPUTE-DAY-NUMBER.
           IF dn-mm < 1 OR dn-mm > 12
             MOVE 1 TO dn-mm.
           IF dn-mm > 2
             COMPUTE dn-leaps = dn-year / 4
           ELSE
             IF dn-year > 0
               COMPUTE dn-leaps = (dn-year - 1) / 4
             ELSE
               MOVE 0 TO dn-leaps.
           COMPUTE dn-result = dn-year * 365 + dn-leaps
               + days-before(dn-mm) + dn-dd.

           EXIT.

       LOAD-CUST-TABLE.
           MOVE 0 TO cust-count.
           MOVE 0 TO eof.
           OPEN INPUT custmast.
           IF custmast-status = '35'
             CLOSE custmast
           ELSE
             READ custmast AT END MOVE 1 TO eof
             END-READ
             PERFORM COLLECT-ONE-CUST UNTIL eof = 1
             CLOSE custmast
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       COLLECT-ONE-CUST.
           IF cust-count < 500
             ADD 1 TO cust-count
             MOVE c-custcode TO ct-code(cust-count)
             MOVE c-custname TO ct-name(cust-count)
             MOVE 0 TO ct-base-year(cust-count)
             MOVE 0 TO ct-opening(cust-count)
             MOVE 0 TO ct-paid(cust-count)
             MOVE 0 TO ct-charge(cust-count, 1)
             MOVE 0 TO ct-charge(cust-count, 2)
             MOVE 0 TO ct-charge(cust-count, 3)
             MOVE 0 TO ct-charge(cust-count, 4)
             MOVE 0 TO ct-open-chg(cust-count, 1)
             MOVE 0 TO ct-open-chg(cust-count, 2)
             MOVE 0 TO ct-open-chg(cust-count, 3)
             MOVE 0 TO ct-open-chg(cust-count, 4)
           ELSE
             MOVE 1 TO cust-full.
           READ custmast AT END MOVE 1 TO eof.

           EXIT.

      * The latest custbal.txt row at or before the as-of year is the
      * customer's starting point; anything older is already in it.
       APPLY-CUSTBAL-ROWS.
           MOVE 0 TO base-max.
           MOVE 0 TO eof.
           OPEN INPUT custbal.
           IF custbal-status = '35'
             CLOSE custbal
           ELSE
             READ custbal AT END MOVE 1 TO eof
             END-READ
             PERFORM APPLY-ONE-CUSTBAL UNTIL eof = 1
             CLOSE custbal
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       APPLY-ONE-CUSTBAL.
           MOVE cb-cust TO find-code.
           PERFORM FIND-CUST-SLOT.
           IF slot > 0 AND cb-year NOT > asof-year
             IF cb-year NOT < ct-base-year(slot)
               MOVE cb-year TO ct-base-year(slot)
               MOVE cb-balance TO ct-opening(slot)
             END-IF
             IF cb-year > base-max
               MOVE cb-year TO base-max
             END-IF
           END-IF.
           READ custbal AT END MOVE 1 TO eof.

           EXIT.

      * The closed years' history files, from the year the latest
      * carried-forward balance was closed from (its charges age
      * that balance) through the as-of year; a year with no file
      * was never closed and is still on sales.txt. With no balance
      * carried forward yet, only the as-of year itself can be
      * closed and still matter.
       APPLY-CLOSED-YEARS.
           MOVE 0 TO cnt-hist.
           MOVE 0 TO opened-year.
           IF base-max > 0
             COMPUTE hist-year = base-max - 1
           ELSE
             MOVE asof-year TO hist-year.
           PERFORM APPLY-ONE-CLOSED-YEAR UNTIL hist-year > asof-year.

           EXIT.

      * Brought under the scratch name and put back afterwards, the
      * way jrlbstm reads a closed year.
       APPLY-ONE-CLOSED-YEAR.
           MOVE SPACES TO hist-name.
           STRING 'sales' hist-year '.txt' DELIMITED BY SIZE
               INTO hist-name.
           CALL 'CBL_RENAME_FILE' USING hist-name read-name.
           IF RETURN-CODE = 0
             ADD 1 TO cnt-hist
             IF hist-year + 1 = base-max
               MOVE hist-year TO opened-year
             END-IF
             MOVE 0 TO eof
             OPEN INPUT sales-hist
             READ sales-hist AT END MOVE 1 TO eof
             END-READ
             PERFORM APPLY-ONE-HIST-LINE UNTIL eof = 1
             CLOSE sales-hist
             MOVE 0 TO eof
             CALL 'CBL_RENAME_FILE' USING read-name hist-name
           END-IF.
           ADD 1 TO hist-year.

           EXIT.

       APPLY-ONE-HIST-LINE.
           IF ht-tag NOT = 'TRAILER'
             MOVE hist-rec TO age-row
             PERFORM AGE-ONE-ROW.
           READ sales-hist AT END MOVE 1 TO eof.

           EXIT.

      * Every ledger line still on sales.txt.
       APPLY-LEDGER-LINES.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF ledger-status = '35'
             CLOSE sales-ledger
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM APPLY-ONE-LEDGER-LINE UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       APPLY-ONE-LEDGER-LINE.
           MOVE ledger-rec TO age-row.
           PERFORM AGE-ONE-ROW.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * A line from the starting year up to the as-of date is a
      * charge, bucketed by the age of its sale date - all but a
      * jrlbret credit line, which pays down the account the way a
      * payment does. A sale in the year before the starting year
      * is one the carried-forward balance may still hold, bucketed
      * apart for AGE-ONE-CUSTOMER to spread that balance over.
       AGE-ONE-ROW.
           MOVE ar-cust TO find-code.
           PERFORM FIND-CUST-SLOT.
           IF slot = 0
             IF ar-cust NOT = SPACES AND ar-year NOT < base-max
               ADD 1 TO cnt-nocust
             END-IF
           ELSE
           IF ar-year + 1 = ct-base-year(slot)
             IF NOT ar-return
               MOVE ar-year TO dn-year
               MOVE ar-mm TO dn-mm
               MOVE ar-dd TO dn-dd
               PERFORM COMPUTE-DAY-NUMBER
               PERFORM FIND-AGE-BUCKET
               ADD ar-price TO ct-open-chg(slot, b)
             END-IF
           ELSE
           IF ar-year NOT < ct-base-year(slot)
               AND ar-date NOT > asof-date
               AND ar-return
             ADD ar-price TO ct-paid(slot)
           ELSE
           IF ar-year NOT < ct-base-year(slot)
               AND ar-date NOT > asof-date
             MOVE ar-year TO dn-year
             MOVE ar-mm TO dn-mm
             MOVE ar-dd TO dn-dd
             PERFORM COMPUTE-DAY-NUMBER
             MOVE ar-price TO item-amount
             PERFORM ADD-AGED-CHARGE
           END-IF
           END-IF
           END-IF
           END-IF.

           EXIT.

       APPLY-PAYMENT-ROWS.
           MOVE 0 TO eof.
           OPEN INPUT payfile.
           IF payfile-status = '35'
             CLOSE payfile
           ELSE
             READ payfile AT END MOVE 1 TO eof
             END-READ
             PERFORM APPLY-ONE-PAYMENT UNTIL eof = 1
             CLOSE payfile
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       APPLY-ONE-PAYMENT.
           MOVE py-cust TO find-code.
           PERFORM FIND-CUST-SLOT.
           IF slot > 0
             IF py-year NOT < ct-base-year(slot)
                 AND py-date NOT > asof-date
               ADD py-amount TO ct-paid(slot)
             END-IF
           END-IF.
           READ payfile AT END MOVE 1 TO eof.

           EXIT.

      * item-amount into the bucket for the day number in dn-result.
       ADD-AGED-CHARGE.
           PERFORM FIND-AGE-BUCKET.
           ADD item-amount TO ct-charge(slot, b).

           EXIT.

      * The bucket in b for the day number in dn-result.
       FIND-AGE-BUCKET.
           COMPUTE item-age = asof-dn - dn-result.
           IF item-age > 90
             MOVE 4 TO b
           ELSE
           IF item-age > 60
             MOVE 3 TO b
           ELSE
           IF item-age > 30
             MOVE 2 TO b
           ELSE
             MOVE 1 TO b
           END-IF
           END-IF
           END-IF.

           EXIT.

       PRINT-AGING-REPORT.
           OPEN OUTPUT report-file.
           MOVE asof-mm TO hdr-mm.
           MOVE asof-dd TO hdr-dd.
           MOVE asof-year TO hdr-year.
           MOVE 0 TO gt-amt(1).
           MOVE 0 TO gt-amt(2).
           MOVE 0 TO gt-amt(3).
           MOVE 0 TO gt-amt(4).
           MOVE 0 TO gt-total.
           MOVE 0 TO cnt-listed.
           PERFORM PRINT-PAGE-HEADER.

           MOVE 1 TO slot.
           PERFORM AGE-ONE-CUSTOMER UNTIL slot > cust-count.

           IF lines-on-page > 46
             PERFORM PRINT-PAGE-HEADER.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE gt-amt(1) TO tot-amt(1).
           MOVE gt-amt(2) TO tot-amt(2).
           MOVE gt-amt(3) TO tot-amt(3).
           MOVE gt-amt(4) TO tot-amt(4).
           MOVE gt-total TO tot-amt(5).
           MOVE tot-line TO report-line.
           WRITE report-line.

           IF cnt-nocust > 0
             MOVE cnt-nocust TO nn-count
             MOVE note-nocust-line TO report-line
             WRITE report-line.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE cnt-listed TO tr-count.
           MOVE gt-total TO tr-total.
           MOVE trailer-line TO report-line.
           WRITE report-line.
           CLOSE report-file.

           EXIT.

      * The carried-forward balance is what the closed year's
      * payments left unpaid, so it is the newest of the charges up
      * to then: it goes over that year's sales newest first, and
      * what is left beyond them dates from the year before. With
      * no history file for the closed year it counts as dated the
      * year's last day. A negative balance is a credit and pays
      * like a payment. What is owed is then left in the newest
      * buckets, payments having gone against the oldest charges
      * first.
       AGE-ONE-CUSTOMER.
           IF ct-opening(slot) > 0
             MOVE ct-opening(slot) TO rem-due
             IF ct-base-year(slot) = opened-year + 1
               MOVE 1 TO b
               PERFORM SPREAD-OPENING UNTIL b > 4
               COMPUTE dn-year = ct-base-year(slot) - 2
             ELSE
               COMPUTE dn-year = ct-base-year(slot) - 1
             END-IF
             IF rem-due > 0
               MOVE 12 TO dn-mm
               MOVE 31 TO dn-dd
               PERFORM COMPUTE-DAY-NUMBER
               MOVE rem-due TO item-amount
               PERFORM ADD-AGED-CHARGE
             END-IF
           ELSE
             SUBTRACT ct-opening(slot) FROM ct-paid(slot).

           COMPUTE due-total = ct-charge(slot, 1) + ct-charge(slot, 2)
               + ct-charge(slot, 3) + ct-charge(slot, 4)
               - ct-paid(slot).

           MOVE 0 TO due-amt(1).
           MOVE 0 TO due-amt(2).
           MOVE 0 TO due-amt(3).
           MOVE 0 TO due-amt(4).
           IF due-total < 0
             MOVE due-total TO due-amt(1)
           ELSE
             MOVE due-total TO rem-due
             MOVE 1 TO b
             PERFORM SPREAD-DUE-AMOUNT UNTIL b > 4.

           IF due-total NOT = 0
             PERFORM PRINT-CUST-LINE.
           ADD 1 TO slot.

           EXIT.

       SPREAD-OPENING.
           IF rem-due > ct-open-chg(slot, b)
             ADD ct-open-chg(slot, b) TO ct-charge(slot, b)
             SUBTRACT ct-open-chg(slot, b) FROM rem-due
           ELSE
             ADD rem-due TO ct-charge(slot, b)
             MOVE 0 TO rem-due.
           ADD 1 TO b.

           EXIT.

       SPREAD-DUE-AMOUNT.
           IF rem-due > ct-charge(slot, b)
             MOVE ct-charge(slot, b) TO due-amt(b)
             SUBTRACT ct-charge(slot, b) FROM rem-due
           ELSE
             MOVE rem-due TO due-amt(b)
             MOVE 0 TO rem-due.
           ADD 1 TO b.

           EXIT.

       PRINT-CUST-LINE.
           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER.
           ADD 1 TO cnt-listed.
           MOVE ct-code(slot) TO det-code.
           MOVE ct-name(slot) TO det-name.
           MOVE due-amt(1) TO det-amt(1).
           MOVE due-amt(2) TO det-amt(2).
           MOVE due-amt(3) TO det-amt(3).
           MOVE due-amt(4) TO det-amt(4).
           MOVE due-total TO det-amt(5).
           MOVE det-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.
           ADD due-amt(1) TO gt-amt(1).
           ADD due-amt(2) TO gt-amt(2).
           ADD due-amt(3) TO gt-amt(3).
           ADD due-amt(4) TO gt-amt(4).
           ADD due-total TO gt-total.

           EXIT.

       PRINT-PAGE-HEADER.
           ADD 1 TO page-num.
           MOVE page-num TO hdr-page-num.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE hdr-line-1 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE hdr-line-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 0 TO lines-on-page.

           EXIT.

       FIND-CUST-SLOT.
           MOVE 0 TO slot.
           MOVE 1 TO k.
           PERFORM CHECK-CUST-SLOT UNTIL k > cust-count.

           EXIT.

       CHECK-CUST-SLOT.
           IF ct-code(k) = find-code
             MOVE k TO slot
             MOVE cust-count TO k.
           ADD 1 TO k.

           EXIT.
