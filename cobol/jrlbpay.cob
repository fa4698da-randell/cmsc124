      *****************************************************************
       IDENTIFICATION DIVISION.
      *****************************************************************
       PROGRAM-ID. "CMSC 124 Payment Posting".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      *****************************************************************
      * This program does the following:                              *
      *                                                               *
      *  -posts customer collections to payments.txt: customer code   *
      *   (validated against custmast.txt, the master jrlbcst         *
      *   maintains), payment date, official receipt (OR) number,     *
      *   and amount                                                  *
      *                                                               *
      *  -an OR number is posted once only - a second posting of the  *
      *   same receipt is refused, so a carbon keyed twice can't      *
      *   double-credit an account                                    *
      *                                                               *
      *  -a payment dated in a sales year jrlbsyc has already closed  *
      *   is refused: the close carried that year's balances forward  *
      *   into custbal.txt, and a late posting would never reach them *
      *                                                               *
      *  -lists one customer's postings on screen; jrlbstm prints     *
      *   them on the statement against the purchases, and jrlbage    *
      *   ages what is left unpaid                                    *
      *****************************************************************

      *****************************************************************
       ENVIRONMENT DIVISION.
      *****************************************************************

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT payfile ASSIGN TO DISK
               FILE STATUS IS payfile-status.
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.

      *****************************************************************
       DATA DIVISION.
      *****************************************************************

       FILE SECTION.
       FD payfile LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'payments.txt'.

       01 payment-rec.
           02 py-cust PIC X(6).
           02 py-date.
               03 py-year PIC 9(4).
               03 py-mmdd PIC 9(4).
           02 py-orno PIC X(8).
           02 py-amount PIC 9(7)v99.

       FD custmast LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'custmast.txt'.

       01 customer-info.
           02 c-custcode PIC X(6).
           02 c-custname PIC X(30).
           02 c-custaddr PIC X(30).

       WORKING-STORAGE SECTION.
       77 choice PIC X VALUE SPACES.
       77 eof PIC 9 VALUE 0.
       77 c-eof PIC 9 VALUE 0.
       77 cont PIC X VALUE SPACES.
       77 payfile-status PIC XX VALUE '00'.
       77 custmast-status PIC XX VALUE '00'.
       77 found PIC 9 VALUE 0.
       77 found-cust PIC 9 VALUE 0.
       77 askcust PIC X(6) VALUE SPACES.
       77 custname-found PIC X(30) VALUE SPACES.
       77 list-count PIC 9(4) VALUE 0.
       77 list-total PIC 9(8)v99 VALUE 0.
       77 d-count PIC ZZZ9.
       77 d-amount PIC ZZZZZZ9.99.
       77 d-total PIC ZZZZZZZ9.99.
       77 hist-name PIC X(13) VALUE SPACES.
       01 hist-info PIC X(16).

      * Entry fields are keyed into working storage first - the
      * duplicate-OR scan reads payment records through the FD
      * record area, which would wipe out values typed straight
      * into it.
       01 entry-info.
           02 e-date.
               03 e-year PIC 9(4).
               03 e-month PIC 99.
               03 e-day PIC 99.
           02 e-date-x REDEFINES e-date PIC X(8).
           02 e-orno PIC X(8).
           02 e-amount PIC 9(7)v99.

       01 days-in-month-val.
           02 FILLER PIC X(24) VALUE '312931303130313130313031'.
       01 days-in-month-tab REDEFINES days-in-month-val.
           02 max-day PIC 99 OCCURS 12 TIMES.

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           MOVE 'x' TO choice.
           PERFORM SHOW-MENU UNTIL choice = 'c'.

           STOP RUN.

       SHOW-MENU.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'a. post a payment'.
           DISPLAY(5, 6) 'b. list a customer''s payments'.
           DISPLAY(6, 6) 'c. exit'.
           DISPLAY(8, 6) 'Choose a letter: '.
           ACCEPT (8, 24) choice.

           IF choice = 'a'
             PERFORM POST-PAYMENT.
           IF choice = 'b'
             PERFORM LIST-PAYMENTS.

           EXIT.

       POST-PAYMENT.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Customer code: '.
           DISPLAY(5, 6) 'Payment date (YYYYMMDD): '.
           DISPLAY(6, 6) 'OR number: '.
           DISPLAY(7, 6) 'Amount: '.
           ACCEPT (4, 32) askcust.
           ACCEPT (5, 32) e-date-x.
           ACCEPT (6, 32) e-orno.
           ACCEPT (7, 32) e-amount.

           PERFORM LOOKUP-CUSTOMER.

      * Every check ends the posting with nothing written; found
      * doubles as the refused flag, the way the maintenance
      * programs use it for a duplicate key.
           MOVE 0 TO found.
           IF found-cust = 0
             MOVE 1 TO found
             DISPLAY(9, 6) 'Customer code not on custmast.txt.'
           ELSE
           IF e-date-x NOT NUMERIC
             MOVE 1 TO found
             DISPLAY(9, 6) 'Payment date must be YYYYMMDD.'
           ELSE
           IF e-month < 1 OR e-month > 12
             MOVE 1 TO found
             DISPLAY(9, 6) 'Payment date is not a real date.'
           ELSE
           IF e-day < 1 OR e-day > max-day(e-month)
             MOVE 1 TO found
             DISPLAY(9, 6) 'Payment date is not a real date.'
           ELSE
           IF e-orno = SPACES
             MOVE 1 TO found
             DISPLAY(9, 6) 'OR number cannot be blank.'
           ELSE
           IF e-amount = 0
             MOVE 1 TO found
             DISPLAY(9, 6) 'Amount must be more than zero.'
           ELSE
             PERFORM CHECK-YEAR-OPEN
             IF found = 1
               DISPLAY(9, 6) 'That sales year is closed - post the'
               DISPLAY(10, 6) 'payment in the open year.'
             ELSE
               PERFORM CHECK-DUP-OR
               IF found = 1
                 DISPLAY(9, 6)
                     'OR number already posted - not added.'
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF found = 0
             MOVE askcust TO py-cust
             MOVE e-year TO py-year
             COMPUTE py-mmdd = e-month * 100 + e-day
             MOVE e-orno TO py-orno
             MOVE e-amount TO py-amount
             OPEN EXTEND payfile
             IF payfile-status = '35'
               OPEN OUTPUT payfile
             END-IF
             WRITE payment-rec
             CLOSE payfile
             MOVE e-amount TO d-amount
             DISPLAY(9, 6) 'Payment posted: ' d-amount
             DISPLAY(10, 6) custname-found.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

      * A year jrlbsyc has closed has its sales<yyyy>.txt history
      * file on disk.
       CHECK-YEAR-OPEN.
           MOVE SPACES TO hist-name.
           STRING 'sales' e-year '.txt' DELIMITED BY SIZE
               INTO hist-name.
           CALL 'CBL_CHECK_FILE_EXIST' USING hist-name hist-info.
           IF RETURN-CODE = 0
             MOVE 1 TO found.

           EXIT.

       CHECK-DUP-OR.
           OPEN INPUT payfile.
           IF payfile-status NOT = '35'
             READ payfile AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-OR-REC UNTIL eof = 1
             CLOSE payfile
           ELSE
             CLOSE payfile.
           MOVE 0 TO eof.

           EXIT.

       CHECK-OR-REC.
           IF e-orno = py-orno
             MOVE 1 TO found.
           READ payfile AT END MOVE 1 TO eof.

           EXIT.

       LOOKUP-CUSTOMER.
           MOVE 0 TO found-cust.
           MOVE SPACES TO custname-found.
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
           IF askcust = c-custcode
             MOVE 1 TO found-cust
             MOVE c-custname TO custname-found.
           READ custmast AT END MOVE 1 TO c-eof.

           EXIT.

       LIST-PAYMENTS.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Customer code: '.
           ACCEPT (4, 22) askcust.
           PERFORM LOOKUP-CUSTOMER.
           DISPLAY(4, 30) custname-found.

           DISPLAY(6, 1) 'Date'.
           DISPLAY(6, 11) 'OR no.'.
           DISPLAY(6, 27) 'Amount'.
           DISPLAY ' '.

           MOVE 0 TO list-count.
           MOVE 0 TO list-total.
           OPEN INPUT payfile.
           IF payfile-status NOT = '35'
             READ payfile AT END MOVE 1 TO eof
             END-READ
             PERFORM DISPLAY-PAY-REC UNTIL eof = 1
             CLOSE payfile
           ELSE
             CLOSE payfile.
           MOVE 0 TO eof.

           DISPLAY ' '.
           MOVE list-count TO d-count.
           MOVE list-total TO d-total.
           DISPLAY d-count ' payments, total ' d-total.

           DISPLAY ' '.
           DISPLAY 'Press any key to continue...'.
           ACCEPT cont.

           EXIT.

       DISPLAY-PAY-REC.
           IF py-cust = askcust
             ADD 1 TO list-count
             ADD py-amount TO list-total
             MOVE py-amount TO d-amount
             DISPLAY py-date '  ' py-orno '  ' d-amount.
           READ payfile AT END MOVE 1 TO eof.

           EXIT.
