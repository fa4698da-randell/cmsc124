      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. "CMSC 124 Sales Year-End Close".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      *****************************************************************
      * This program does the following:                              *
      *                                                               *
      *  -closes a finished sales year out of sales.txt: every        *
      *   ledger line dated in the chosen year is copied to that      *
      *   year's own history file (sales<yyyy>.txt, eg                *
      *   sales2026.txt) and dropped from the live ledger, so the     *
      *   new year starts on an empty sales.txt and next January is   *
      *   never added into this January                               *
      *                                                               *
      *  -the history file ends with a control-total trailer (line    *
      *   count, units, gross), the same TRAILER convention the       *
      *   grade backups carry, so a reprint can prove it read the     *
      *   whole year back                                             *
      *                                                               *
      *  -lines already dated in a later year (entered before the     *
      *   close was run) stay in sales.txt; a line dated in an        *
      *   earlier, never-closed year refuses the close until that     *
      *   year is closed first, and a year already on file as         *
      *   sales<yyyy>.txt is never closed twice                       *
      *                                                               *
      *  -jrlbsls, jrlbcom, and jrlbstm take a year and read the      *
      *   history file for a closed one, so last year's register      *
      *   can still be reprinted                                      *
      *                                                               *
      *  -the dialect only opens fixed file names, so the history     *
      *   file is built under the scratch name saleswrk.txt and       *
      *   renamed to its per-year name with CBL_RENAME_FILE, the      *
      *   same way jrlbarc files hist<term>.txt; a saleswrk.txt left  *
      *   on disk by a dead run refuses the close until it is         *
      *   renamed or removed                                          *
      *                                                               *
      * Modification history:                                         *
      *  - 2026-10-15: the close now also carries every customer's    *
      *    balance forward: opening balance plus the year's           *
      *    purchases less the year's payments (payments.txt, posted   *
      *    by jrlbpay) is written to custbal.txt as the next year's   *
      *    opening balance, for each customer on custmast.txt with a  *
      *    balance or any activity in the year - jrlbstm and jrlbage  *
      *    start from it (JRLB)                                       *
      *  - 2026-10-15: credit lines from the jrlbret returns program  *
      *    close out with the year's other lines; the trailer keeps   *
      *    sales units and gross and adds the returned units and      *
      *    gross beside them, and a return comes off the customer's   *
      *    balance carried forward (JRLB)                             *
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
           SELECT sales-new ASSIGN TO DISK.
           SELECT hist-work ASSIGN TO DISK
               FILE STATUS IS hist-status.
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
           SELECT payfile ASSIGN TO DISK
               FILE STATUS IS payfile-status.
           SELECT custbal ASSIGN TO DISK
               FILE STATUS IS custbal-status.

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

       FD sales-new LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sales_new.txt'.

       01 ledger-rec-new PIC X(53).

      * One closed year's ledger lines, then one trailer record.
       FD hist-work LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'saleswrk.txt'.

       01 hist-rec PIC X(53).
       01 hist-trailer REDEFINES hist-rec.
           02 ht-tag PIC X(7).
           02 ht-count PIC 9(6).
           02 ht-units PIC 9(7).
           02 ht-gross PIC 9(9).
           02 ht-ret-units PIC 9(7).
           02 ht-ret-gross PIC 9(9).
           02 FILLER PIC X(8).

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

      * One customer's balance carried into cb-year by the close of
      * the year before it - that year's opening balance. A credit
      * balance carries a leading minus sign.
       FD custbal LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custbal.txt'.

       01 custbal-rec.
           02 cb-cust PIC X(6).
           02 cb-year PIC 9(4).
           02 cb-balance PIC S9(8)v99 SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 c-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 ledger-status PIC XX VALUE '00'.
       77 hist-status PIC XX VALUE '00'.
       77 e-year PIC X(4) VALUE SPACES.
       77 e-year-n REDEFINES e-year PIC 9(4).
       77 askyear PIC 9(4) VALUE 0.
       77 close-ans PIC X VALUE SPACES.
       77 cnt-year PIC 9(6) VALUE 0.
       77 cnt-later PIC 9(6) VALUE 0.
       77 cnt-earlier PIC 9(6) VALUE 0.
       77 cnt-moved PIC 9(6) VALUE 0.
       77 cnt-kept PIC 9(6) VALUE 0.
       77 tot-units PIC 9(7) VALUE 0.
       77 tot-gross PIC 9(9) VALUE 0.
       77 tot-ret-units PIC 9(7) VALUE 0.
       77 tot-ret-gross PIC 9(9) VALUE 0.
       77 earliest-year PIC 9(4) VALUE 0.
       77 hist-name PIC X(13) VALUE SPACES.
       77 work-name PIC X(12) VALUE 'saleswrk.txt'.
       01 file-info PIC X(16).
       77 d-count PIC ZZZZZ9.
       77 d-units PIC ZZZZZZ9.
       77 d-gross PIC ZZZZZZZZ9.
       77 custmast-status PIC XX VALUE '00'.
       77 payfile-status PIC XX VALUE '00'.
       77 custbal-status PIC XX VALUE '00'.
       77 k PIC 999 VALUE 0.
       77 slot PIC 999 VALUE 0.
       77 find-code PIC X(6) VALUE SPACES.
       77 cnt-forward PIC 999 VALUE 0.
       77 cnt-nocust PIC 9(4) VALUE 0.
       77 cust-full PIC 9 VALUE 0.
       77 d-cnt3 PIC ZZ9.

      * Every customer on the master with the balance the year
      * opened on (from the latest custbal.txt row at or before the
      * year, ct-base-year), run forward through the year's
      * purchases and payments to the balance the next year opens
      * on.
       01 cust-table.
           02 cust-count PIC 999 VALUE 0.
           02 cust-entry OCCURS 500 TIMES.
               03 ct-code PIC X(6).
               03 ct-base-year PIC 9(4).
               03 ct-balance PIC S9(8)v99.
               03 ct-activity PIC 9.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Sales year to close (YYYY): '.
           ACCEPT (4, 35) e-year.

           IF e-year NOT NUMERIC
             DISPLAY(6, 6) 'Year must be four digits - nothing done.'
           ELSE
             MOVE e-year-n TO askyear
             PERFORM CLOSE-SALES-YEAR
           END-IF.

           DISPLAY ' '.
           DISPLAY 'Press any key to exit...'.
           ACCEPT cont.

           STOP RUN.

      * The gates: no stranded work file, the year not already
      * closed, sales.txt on file, no line from an earlier unclosed
      * year, and at least one line in the year. Only then does the
      * operator see the counts and confirm.
       CLOSE-SALES-YEAR.
           MOVE SPACES TO hist-name.
           STRING 'sales' askyear '.txt' DELIMITED BY SIZE
               INTO hist-name.

           CALL 'CBL_CHECK_FILE_EXIST' USING work-name file-info.
           IF RETURN-CODE = 0
             DISPLAY(6, 6) 'saleswrk.txt left by a dead run - rename'
             DISPLAY(7, 6) 'it to its sales<yyyy>.txt name first.'
           ELSE
           CALL 'CBL_CHECK_FILE_EXIST' USING hist-name file-info
           IF RETURN-CODE = 0
             DISPLAY(6, 6) hist-name ' already on file - that year'
             DISPLAY(7, 6) 'is closed. Nothing done.'
           ELSE
             PERFORM SURVEY-LEDGER
             IF ledger-status = '35'
               DISPLAY(6, 6) 'sales.txt not on file - nothing done.'
             ELSE
             IF cnt-earlier > 0
               MOVE cnt-earlier TO d-count
               DISPLAY(6, 6) d-count ' lines dated before that year'
               DISPLAY(7, 6) '- close year ' earliest-year
                   ' first. Nothing done.'
             ELSE
             IF cnt-year = 0
               DISPLAY(6, 6) 'No ledger lines dated in that year -'
               DISPLAY(7, 6) 'nothing to close.'
             ELSE
               PERFORM CONFIRM-AND-CLOSE
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF.

           EXIT.

       SURVEY-LEDGER.
           MOVE 0 TO cnt-year.
           MOVE 0 TO cnt-later.
           MOVE 0 TO cnt-earlier.
           MOVE 9999 TO earliest-year.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF ledger-status = '35'
             CLOSE sales-ledger
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM SURVEY-ONE-LINE UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       SURVEY-ONE-LINE.
           IF ledger-year = askyear
             ADD 1 TO cnt-year
           ELSE
           IF ledger-year > askyear
             ADD 1 TO cnt-later
           ELSE
             ADD 1 TO cnt-earlier
             IF ledger-year < earliest-year
               MOVE ledger-year TO earliest-year
             END-IF
           END-IF
           END-IF.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

       CONFIRM-AND-CLOSE.
           MOVE cnt-year TO d-count.
           DISPLAY(6, 6) 'Lines to close out:   ' d-count.
           MOVE cnt-later TO d-count.
           DISPLAY(7, 6) 'Later lines kept:     ' d-count.
           DISPLAY(9, 6) 'Close year ' askyear ' to ' hist-name
               ' (Y/N)? '.
           ACCEPT (9, 45) close-ans.

           IF close-ans = 'Y' OR close-ans = 'y'
             PERFORM RUN-CLOSE-PASS
           ELSE
             DISPLAY(11, 6) 'Close cancelled - nothing changed.'.

           EXIT.

      * One pass splits the ledger: the year's lines to the history
      * work file, everything else to the scratch ledger. The work
      * file gets its trailer and takes its per-year name before the
      * scratch ledger replaces sales.txt, so a run that dies midway
      * leaves the live ledger whole.
       RUN-CLOSE-PASS.
           MOVE 0 TO cnt-moved.
           MOVE 0 TO cnt-kept.
           MOVE 0 TO tot-units.
           MOVE 0 TO tot-gross.
           MOVE 0 TO tot-ret-units.
           MOVE 0 TO tot-ret-gross.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           OPEN OUTPUT hist-work.
           OPEN OUTPUT sales-new.
           READ sales-ledger AT END MOVE 1 TO eof
           END-READ.
           PERFORM LOAD-CUST-TABLE.
           PERFORM APPLY-CUSTBAL-ROWS.
           PERFORM SPLIT-ONE-LINE UNTIL eof = 1.
           CLOSE sales-ledger.
           CLOSE sales-new.
           MOVE 0 TO eof.

           MOVE SPACES TO hist-rec.
           MOVE 'TRAILER' TO ht-tag.
           MOVE cnt-moved TO ht-count.
           MOVE tot-units TO ht-units.
           MOVE tot-gross TO ht-gross.
           MOVE tot-ret-units TO ht-ret-units.
           MOVE tot-ret-gross TO ht-ret-gross.
           WRITE hist-rec.
           CLOSE hist-work.

           CALL 'CBL_RENAME_FILE' USING work-name hist-name.
           CALL 'CBL_DELETE_FILE' USING 'sales.txt'.
           CALL 'CBL_RENAME_FILE' USING 'sales_new.txt' 'sales.txt'.

           MOVE cnt-moved TO d-count.
           DISPLAY(11, 6) 'Moved ' d-count ' lines to ' hist-name.
           MOVE tot-units TO d-units.
           DISPLAY(12, 6) 'Units:  ' d-units.
           MOVE tot-gross TO d-gross.
           DISPLAY(13, 6) 'Gross:  ' d-gross.
           IF tot-ret-units > 0
             MOVE tot-ret-units TO d-units
             MOVE tot-ret-gross TO d-gross
             DISPLAY(13, 26) 'Returned: ' d-units ' / ' d-gross.
           MOVE cnt-kept TO d-count.
           DISPLAY(14, 6) 'Left in sales.txt: ' d-count.

           PERFORM APPLY-PAYMENT-ROWS.
           PERFORM WRITE-FORWARD-BALANCES.
           MOVE cnt-forward TO d-cnt3.
           DISPLAY(16, 6) 'Balances carried forward: ' d-cnt3.
           IF cnt-nocust > 0
             MOVE cnt-nocust TO d-count
             DISPLAY(17, 6) 'Lines/payments for customers not on'
             DISPLAY(18, 6) 'custmast.txt (not carried): ' d-count.
           IF cust-full = 1
             DISPLAY(19, 6) 'WARNING: more customers than the work'
             DISPLAY(20, 6) 'table - some balances not carried.'.

           EXIT.

       SPLIT-ONE-LINE.
           IF ledger-year = askyear
             MOVE ledger-rec TO hist-rec
             WRITE hist-rec
             ADD 1 TO cnt-moved
             IF ledger-return
               ADD ledger-units TO tot-ret-units
               ADD ledger-price TO tot-ret-gross
             ELSE
               ADD ledger-units TO tot-units
               ADD ledger-price TO tot-gross
             END-IF
             IF ledger-cust NOT = SPACES
               MOVE ledger-cust TO find-code
               PERFORM FIND-CUST-SLOT
               IF slot > 0
                 IF ledger-return
                   SUBTRACT ledger-price FROM ct-balance(slot)
                 ELSE
                   ADD ledger-price TO ct-balance(slot)
                 END-IF
                 MOVE 1 TO ct-activity(slot)
               ELSE
                 ADD 1 TO cnt-nocust
               END-IF
             END-IF
           ELSE
             MOVE ledger-rec TO ledger-rec-new
             WRITE ledger-rec-new
             ADD 1 TO cnt-kept.
           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

       LOAD-CUST-TABLE.
           MOVE 0 TO cust-count.
           MOVE 0 TO c-eof.
           OPEN INPUT custmast.
           IF custmast-status = '35'
             CLOSE custmast
           ELSE
             READ custmast AT END MOVE 1 TO c-eof
             END-READ
             PERFORM COLLECT-ONE-CUST UNTIL c-eof = 1
             CLOSE custmast
           END-IF.
           MOVE 0 TO c-eof.

           EXIT.

       COLLECT-ONE-CUST.
           IF cust-count < 500
             ADD 1 TO cust-count
             MOVE c-custcode TO ct-code(cust-count)
             MOVE 0 TO ct-base-year(cust-count)
             MOVE 0 TO ct-balance(cust-count)
             MOVE 0 TO ct-activity(cust-count)
           ELSE
             MOVE 1 TO cust-full.
           READ custmast AT END MOVE 1 TO c-eof.

           EXIT.

      * The opening balance: the latest custbal.txt row dated at or
      * before the year being closed.
       APPLY-CUSTBAL-ROWS.
           MOVE 0 TO c-eof.
           OPEN INPUT custbal.
           IF custbal-status = '35'
             CLOSE custbal
           ELSE
             READ custbal AT END MOVE 1 TO c-eof
             END-READ
             PERFORM APPLY-ONE-CUSTBAL UNTIL c-eof = 1
             CLOSE custbal
           END-IF.
           MOVE 0 TO c-eof.

           EXIT.

       APPLY-ONE-CUSTBAL.
           IF cb-year NOT > askyear
             MOVE cb-cust TO find-code
             PERFORM FIND-CUST-SLOT
             IF slot > 0
               IF cb-year NOT < ct-base-year(slot)
                 MOVE cb-year TO ct-base-year(slot)
                 MOVE cb-balance TO ct-balance(slot)
               END-IF
             END-IF
           END-IF.
           READ custbal AT END MOVE 1 TO c-eof.

           EXIT.

      * Payments dated from the opening balance's year through the
      * year being closed; anything older is already inside the
      * opening balance.
       APPLY-PAYMENT-ROWS.
           MOVE 0 TO c-eof.
           OPEN INPUT payfile.
           IF payfile-status = '35'
             CLOSE payfile
           ELSE
             READ payfile AT END MOVE 1 TO c-eof
             END-READ
             PERFORM APPLY-ONE-PAYMENT UNTIL c-eof = 1
             CLOSE payfile
           END-IF.
           MOVE 0 TO c-eof.

           EXIT.

       APPLY-ONE-PAYMENT.
           IF py-year NOT > askyear
             MOVE py-cust TO find-code
             PERFORM FIND-CUST-SLOT
             IF slot > 0
               IF py-year NOT < ct-base-year(slot)
                 SUBTRACT py-amount FROM ct-balance(slot)
                 MOVE 1 TO ct-activity(slot)
               END-IF
             ELSE
               ADD 1 TO cnt-nocust
             END-IF
           END-IF.
           READ payfile AT END MOVE 1 TO c-eof.

           EXIT.

      * A customer with no balance and no activity gets no row; the
      * latest row at or before a year then still reads right,
      * since a balance that went to zero was written as zero in
      * the year it did.
       WRITE-FORWARD-BALANCES.
           MOVE 0 TO cnt-forward.
           OPEN EXTEND custbal.
           IF custbal-status = '35'
             OPEN OUTPUT custbal
           END-IF.
           MOVE 1 TO k.
           PERFORM WRITE-ONE-FORWARD UNTIL k > cust-count.
           CLOSE custbal.

           EXIT.

       WRITE-ONE-FORWARD.
           IF ct-balance(k) NOT = 0 OR ct-activity(k) = 1
             MOVE ct-code(k) TO cb-cust
             COMPUTE cb-year = askyear + 1
             MOVE ct-balance(k) TO cb-balance
             WRITE custbal-rec
             ADD 1 TO cnt-forward.
           ADD 1 TO k.

           EXIT.

       FIND-CUST-SLOT.
           MOVE 0 TO slot.
           MOVE 1 TO k.
           PERFORM CHECK-CUST-SLOT UNTIL k > cust-count OR slot > 0.

           EXIT.

       CHECK-CUST-SLOT.
           IF ct-code(k) = find-code
             MOVE k TO slot.
           ADD 1 TO k.

           EXIT.
