      *    when a sale goes past what the stockroom actually holds     *
      *    instead of happily recording forty of a five-unit shelf     *
      *    (JRLB)                                                      *
      *  - 2026-10-15: the salesman is no longer free-typed - the      *
      *    operator keys a salesman code validated against the         *
      *    salesmen.txt master jrlbsmn maintains, and only an active   *
      *    salesman may sell; the ledger record carries the code in    *
      *    place of the typed name (existing sales.txt files must be   *
      *    rebuilt to the new record) and the quota.txt lookup is by   *
      *    code; a blank code skips the salesman (JRLB)                *
      *  - 2026-10-15: each ledger record now carries the full sale    *
      *    date and the sales document number - the sales year is      *
      *    keyed once per session (refused if jrlbsyc has already      *
      *    closed it), and each month's line takes the day of sale     *
      *    and document number; months entered are held to 1-12.      *
      *    Existing sales.txt files must be rebuilt to the longer      *
      *    record (JRLB)                                               *
      *  - 2026-10-15: each ledger record now carries a line type      *
      *    (S for a sale as written here, R for a credit line from     *
      *    the jrlbret returns program) and, on a credit line, the     *
      *    year and month of the sale it reverses. Existing sales.txt  *
      *    files must be rebuilt to the longer record (JRLB)           *
      *****************************************************************

      *****************************************************************
               FILE STATUS IS quota-status.
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
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

       FD prodmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'products.txt'.
               VALUE OF FILE-ID is 'quota.txt'.

       01 quota-info.
           02 q-sman PIC X(6).
           02 q-month PIC 99.
           02 q-target PIC 99.

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
               88 sm-active VALUE 'A'.

       WORKING-STORAGE SECTION.
       01 salesman-info.
           02 sman-code PIC X(6) VALUE SPACES.
           02 name PIC X(30) VALUE SPACES.
           02 product PIC X(10) .
           02 unit-price PIC 99 VALUE ZERO.
           02 commission-rate PIC v99 VALUE ZERO.
           02 sman-done PIC 99 VALUE ZERO.
       01 daily-totals.
           02 grand-gross PIC 9(8) VALUE ZERO.
           02 top-name PIC X(30) VALUE SPACES.
           02 top-gross PIC 999999 VALUE ZERO.
       01 cont PIC X VALUE SPACES.
       77 ledger-status PIC XX VALUE '00'.
       77 cust-ok PIC 9 VALUE 0.
       77 found-cust PIC 9 VALUE 0.
       77 c-eof PIC 9 VALUE 0.
       77 smanmast-status PIC XX VALUE '00'.
       77 s-eof PIC 9 VALUE 0.
       77 found-sman PIC 9 VALUE 0.
       77 sman-ok PIC 9 VALUE 0.

      * The sale date: the year is keyed once for the session, the
      * day with each month's line. A year jrlbsyc has closed out to
      * its sales<yyyy>.txt history file is refused - a line filed
      * under it would sit in sales.txt where no report looks.
       77 e-year PIC X(4) VALUE SPACES.
       77 e-year-n REDEFINES e-year PIC 9(4).
       77 sales-year PIC 9(4) VALUE 0.
       77 year-ok PIC 9 VALUE 0.
       77 sale-day PIC 99 VALUE 0.
       77 day-ok PIC 9 VALUE 0.
       77 months-ok PIC 9 VALUE 0.
       77 doc-no PIC X(8) VALUE SPACES.
       77 hist-name PIC X(13) VALUE SPACES.
       01 hist-info PIC X(16).
       01 today-date.
           02 today-year PIC 9(4).
           02 today-mmdd PIC 9(4).
       01 days-in-month-val.
           02 FILLER PIC X(24) VALUE '312931303130313130313031'.
       01 days-in-month-tab REDEFINES days-in-month-val.
           02 max-day PIC 99 OCCURS 12 TIMES.
       01 display-chars.
           02 d-n PIC ZZ.
           02 d-s PIC ZZ.
           DISPLAY(4, 6) 'How many salesmen today?'.
           ACCEPT (4, 32) num-salesmen.

           ACCEPT today-date FROM DATE YYYYMMDD.
           MOVE 0 TO year-ok.
           PERFORM Get-Sales-Year UNTIL year-ok = 1.

           OPEN EXTEND sales-ledger.
           IF ledger-status = '35'
             OPEN OUTPUT sales-ledger

           STOP RUN.

      * The sales year every ledger line this session is dated in;
      * blank takes the current year off the system date.
       Get-Sales-Year.
           DISPLAY(6, 6) 'Sales year (blank=this year):'.
           ACCEPT (6, 37) e-year.

           IF e-year = SPACES
             MOVE today-year TO sales-year
             MOVE 1 TO year-ok
           ELSE
           IF e-year NOT NUMERIC
             DISPLAY(10, 6) 'Year must be four digits - try again.'
           ELSE
             MOVE e-year-n TO sales-year
             MOVE 1 TO year-ok
           END-IF
           END-IF.

           IF year-ok = 1
             MOVE SPACES TO hist-name
             STRING 'sales' sales-year '.txt' DELIMITED BY SIZE
                 INTO hist-name
             CALL 'CBL_CHECK_FILE_EXIST' USING hist-name hist-info
             IF RETURN-CODE = 0
               MOVE 0 TO year-ok
               DISPLAY(10, 6) 'That year is closed - try again.      '
             END-IF
           END-IF.

           EXIT.

      * One salesman's worth of data entry, month-by-month ledger
      * writes, and individual report, then rolls that salesman's
      * gross into the end-of-day totals before moving to the next.
      * products.txt master; price and commission rate come from the
      * master instead of the keyboard, so the same product can no
      * longer be typed five ways with five prices. A blank code
      * skips the salesman. The salesman is keyed the same way, as a
      * code that must be active on the salesmen.txt master.
       Process-Salesman.
           MOVE ZERO TO total-units total-price ave-units ave-price
               highest-units lowest-units highest-price lowest-price
           MOVE s TO d-s.
           MOVE num-salesmen TO d-num-salesmen.
           DISPLAY(3, 6) 'Salesman ' d-s ' of ' d-num-salesmen.

           MOVE 0 TO sman-ok.
           MOVE 0 TO skip-sman.
           PERFORM Get-Salesman-Code UNTIL sman-ok = 1 OR
               skip-sman = 1.

           MOVE 0 TO found-product.
           IF skip-sman = 0
             PERFORM Get-Product-Info UNTIL found-product = 1 OR
                 skip-sman = 1.

           IF skip-sman = 1
             DISPLAY(10, 6) 'Salesman skipped.               '
             DISPLAY ' '
             DISPLAY 'Press any key to continue...'
             ACCEPT cont

           EXIT.

      * Re-prompts for the salesman code until it matches an active
      * salesman on salesmen.txt. An inactive (terminated) salesman
      * stays on the master for the history reports but is refused
      * here; a blank code skips this salesman.
       Get-Salesman-Code.
           DISPLAY(4, 6) 'Salesman Code:'.
           ACCEPT (4, 23) sman-code.
           INSPECT sman-code CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           IF sman-code = SPACES
             MOVE 1 TO skip-sman
           ELSE
             PERFORM Lookup-Salesman
             IF found-sman = 0
               DISPLAY(10, 6)
                   'Salesman code not on master - try again.'
             ELSE
             IF sm-active
               MOVE 1 TO sman-ok
               DISPLAY(10, 6)
                   '                                        '
               DISPLAY(9, 6) name
             ELSE
               DISPLAY(10, 6)
                   'Salesman is inactive - try again.       '
             END-IF
             END-IF
           END-IF.

           EXIT.

       Lookup-Salesman.
           MOVE 0 TO found-sman.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
             PERFORM Read-Salesman-Data UNTIL s-eof = 1
               OR found-sman = 1
             CLOSE smanmast
           END-IF.
           MOVE 0 TO s-eof.

           EXIT.

      * Stops on the hit so sm-status is still the matched row's
      * when Get-Salesman-Code tests it.
       Read-Salesman-Data.
           IF sman-code = sm-code
             MOVE 1 TO found-sman
             MOVE sm-name TO name
           ELSE
             READ smanmast AT END MOVE 1 TO s-eof
             END-READ
           END-IF.

           EXIT.

      * Re-prompts for the product code until it matches an entry in
      * products.txt, the same way jrlbex validates a course code
      * against data.txt. A hit fills unit-price and commission-rate
           EXIT.

       Read-Quota-Data.
           IF sman-code = q-sman AND n = q-month
             MOVE 1 TO found-quota
             MOVE q-target TO q-target-found.
           READ quota-file AT END MOVE 1 TO q-eof.
           DISPLAY(6, 23) d-unit-price.
           DISPLAY(7, 6) 'Commission Rate: '.
           DISPLAY(7, 35) d-comm-rate.
           MOVE 0 TO months-ok.
           PERFORM Get-Month-Count UNTIL months-ok = 1.

           DISPLAY(1, 1) ERASE.
           MOVE 1 TO n.

           EXIT.

      * Every line is dated within the one sales year, so a run of
      * months past December has nowhere to go.
       Get-Month-Count.
           DISPLAY(8, 6) 'How many months?'.
           ACCEPT (8, 23) months.

           IF months < 1 OR months > 12
             DISPLAY(10, 6) 'Months must be 1 to 12 - try again.   '
           ELSE
             MOVE 1 TO months-ok.

           EXIT.

       Display-Daily-Summary.
           DISPLAY(1, 1) ERASE.
           PERFORM Display-Border.
      * a walk-in sale.
           MOVE 0 TO cust-ok.
           PERFORM Get-Customer-Code UNTIL cust-ok = 1.

      * When: the day of the sale within month n of the session's
      * sales year, and the document number off the sales slip.
           MOVE 0 TO day-ok.
           PERFORM Get-Sale-Day UNTIL day-ok = 1.
           MOVE SPACES TO doc-no.
           PERFORM Get-Document-No UNTIL doc-no NOT = SPACES.
           DISPLAY ' '.
           
      * The stockroom check: a sale past what is on hand still
           IF (month-units < lowest-units)
             MOVE month-units TO lowest-units.

           MOVE sman-code TO ledger-sman.
           MOVE product TO ledger-product.
           MOVE n TO ledger-month.
           MOVE month-units TO ledger-units.
           COMPUTE ledger-price = month-units * unit-price.
           MOVE cust-code TO ledger-cust.
           MOVE sales-year TO ledger-year.
           COMPUTE ledger-mmdd = n * 100 + sale-day.
           MOVE doc-no TO ledger-docno.
           MOVE 'S' TO ledger-type.
           MOVE ZERO TO ledger-ref-year.
           MOVE ZERO TO ledger-ref-month.
           WRITE ledger-rec.

           COMPUTE n = n + 1.

           EXIT.
           
       Get-Sale-Day.
           DISPLAY(8, 6) 'Day of sale:'.
           ACCEPT (8, 27) sale-day.

           IF sale-day < 1 OR sale-day > max-day(n)
             DISPLAY(11, 6) 'Not a day of that month - try again.'
           ELSE
             MOVE 1 TO day-ok
             DISPLAY(11, 6) '                                    '.

           EXIT.

       Get-Document-No.
           DISPLAY(9, 6) 'Document no.:'.
           ACCEPT (9, 27) doc-no.

           IF doc-no = SPACES
             DISPLAY(11, 6) 'Document no. is required.           '.

           EXIT.

      * Re-prompts for the customer code until it matches an entry
      * in custmast.txt, the same way the product code is validated
      * against products.txt. Blank records a walk-in sale.
