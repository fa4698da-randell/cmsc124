      ****************************************************************
       IDENTIFICATION DIVISION.
      ****************************************************************
       PROGRAM-ID. "CMSC 124 Integrity Sweep".
       AUTHOR. Randell Benavidez.
       DATE-WRITTEN. October 15, 2026.
       DATE-COMPILED. October 15, 2026.
      ****************************************************************
      * This program does the following:                             *
      *                                                              *
      *  -loads the keys of every master file - students.txt,        *
      *   data.txt, sections.txt, the degree programs in curric.txt, *
      *   products.txt, custmast.txt, and salesmen.txt - and walks   *
      *   every file that points into them, so a master deletion     *
      *   done through jrlbstd, jrlbcrs, jrlbsec, jrlbprd, jrlbcst,  *
      *   or jrlbsmn can't leave a silent dangling reference behind  *
      *                                                              *
      *  -the checks, numbered as they appear on the report:         *
      *     1- 2 enroll.txt    student, section                      *
      *     3    sections.txt  course                                *
      *     4    curric.txt    course                                *
      *     5    data.txt      prerequisite course                   *
      *     6    chgreq.txt    pending request's ledger row          *
      *     7- 8 grades.txt    student, course                       *
      *     9    grades2.txt   student                               *
      *    10-11 waitlist.txt  student, section                      *
      *    12-13 drops.txt     student, course                       *
      *    14    holds.txt     student                               *
      *    15-16 credits.txt   student, course                       *
      *    17-18 feesched.txt  lab fee course, tuition program       *
      *    19-21 sales.txt     product, customer, salesman           *
      *    22    quota.txt     salesman                              *
      *    23    payments.txt  customer                              *
      *                                                              *
      *  -every dangling reference goes to integrity.txt, paginated  *
      *   like jrlbrec's discrep.txt, with the check number, the     *
      *   file, the row's key, and the missing target; the last      *
      *   page counts the references checked and found dangling      *
      *   per check                                                  *
      *                                                              *
      *  -a master not on file leaves every reference to it          *
      *   dangling, and says so at the top of the report; a master   *
      *   too big for its table leaves its checks not run rather     *
      *   than reporting good rows as broken                         *
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
           SELECT stdmaster ASSIGN TO DISK
               FILE STATUS IS stdmaster-status.
           SELECT datum ASSIGN TO DISK
               FILE STATUS IS datum-status.
           SELECT sections ASSIGN TO DISK
               FILE STATUS IS sections-status.
           SELECT curric ASSIGN TO DISK
               FILE STATUS IS curric-status.
           SELECT enroll-file ASSIGN TO DISK
               FILE STATUS IS enroll-status.
           SELECT chgreq-file ASSIGN TO DISK
               FILE STATUS IS chgreq-status.
           SELECT waitlist ASSIGN TO DISK
               FILE STATUS IS waitlist-status.
           SELECT drops ASSIGN TO DISK
               FILE STATUS IS drops-status.
           SELECT holds ASSIGN TO DISK
               FILE STATUS IS holds-status.
           SELECT credits ASSIGN TO DISK
               FILE STATUS IS credits-status.
           SELECT feesched ASSIGN TO DISK
               FILE STATUS IS feesched-status.
           SELECT prodmaster ASSIGN TO DISK
               FILE STATUS IS prodmaster-status.
           SELECT custmast ASSIGN TO DISK
               FILE STATUS IS custmast-status.
           SELECT smanmast ASSIGN TO DISK
               FILE STATUS IS smanmast-status.
           SELECT sales-ledger ASSIGN TO DISK
               FILE STATUS IS sales-status.
           SELECT quota-file ASSIGN TO DISK
               FILE STATUS IS quota-status.
           SELECT payments ASSIGN TO DISK
               FILE STATUS IS payments-status.
           SELECT report-file ASSIGN TO DISK.

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

       FD stdmaster LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'students.txt'.

       01 master-info.
           02 m-stdnum PIC X(9).
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD datum LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'data.txt'.

       01 course-info.
           02 coursecode PIC X(8).
           02 coursetitle PIC X(50).
           02 courseunits PIC 9v9.
           02 courseprereqs.
               03 courseprereq PIC X(8) OCCURS 3 TIMES.

       FD sections LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sections.txt'.

       01 section-info.
           02 sc-key.
               03 sc-crscode PIC X(8).
               03 sc-term PIC X(6).
               03 sc-section PIC X(3).
           02 sc-instructor PIC X(25).
           02 sc-capacity PIC 999.
           02 sc-days.
               03 sc-day PIC X OCCURS 6 TIMES.
           02 sc-start PIC 9(4).
           02 sc-end PIC 9(4).
           02 sc-room PIC X(8).

       FD curric LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'curric.txt'.

       01 curric-info.
           02 cu-degprog PIC X(20).
           02 cu-crscode PIC X(8).
           02 cu-sem PIC XX.
           02 cu-yrlevel PIC 9.

       FD enroll-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'enroll.txt'.

       01 enroll-rec.
           02 en-stdnum PIC X(9).
           02 en-sect-key.
               03 en-crscode PIC X(8).
               03 en-term PIC X(6).
               03 en-section PIC X(3).

       FD chgreq-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'chgreq.txt'.

       01 chgreq-info.
           02 cq-status PIC X.
           02 cq-file PIC X.
           02 cq-action PIC X.
           02 cq-stdnum PIC X(9).
           02 cq-course PIC X(10).
           02 cq-term PIC X(6).
           02 cq-old-grade PIC X(3).
           02 cq-new-grade PIC X(3).
           02 cq-oper PIC X(3).
           02 cq-reason PIC X(30).
           02 cq-req-date PIC X(8).
           02 cq-dec-oper PIC X(3).
           02 cq-dec-date PIC X(8).
           02 cq-dec-reason PIC X(30).

       FD waitlist LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'waitlist.txt'.

       01 wait-rec.
           02 wl-stdnum PIC X(9).
           02 wl-sect-key.
               03 wl-crscode PIC X(8).
               03 wl-term PIC X(6).
               03 wl-section PIC X(3).
           02 wl-date PIC X(8).
           02 wl-time PIC X(6).

       FD drops LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'drops.txt'.

       01 drop-rec.
           02 dr-stdnum PIC X(9).
           02 dr-crscode PIC X(8).
           02 dr-term PIC X(6).
           02 dr-section PIC X(3).
           02 dr-date PIC X(8).
           02 dr-kind PIC X.
           02 dr-reason PIC X(30).
           02 dr-oper PIC X(3).

       FD holds LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'holds.txt'.

       01 hold-info.
           02 hd-stdnum PIC X(9).
           02 hd-type PIC X.
           02 hd-office PIC X(15).
           02 hd-reason PIC X(30).
           02 hd-placed PIC X(8).
           02 hd-cleared PIC X(8).
           02 hd-oper PIC X(3).
           02 hd-clr-oper PIC X(3).

       FD credits LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'credits.txt'.

       01 credit-info.
           02 cr-stdnum PIC X(9).
           02 cr-crscode PIC X(8).
           02 cr-src-school PIC X(30).
           02 cr-src-course PIC X(15).
           02 cr-units PIC 9v9.
           02 cr-oper PIC X(3).
           02 cr-date PIC X(8).

       FD feesched LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'feesched.txt'.

       01 fee-info.
           02 fs-type PIC X.
               88 fs-tuition VALUE 'T'.
               88 fs-lab VALUE 'L'.
               88 fs-misc VALUE 'M'.
           02 fs-key PIC X(26).
           02 fs-tuition-key REDEFINES fs-key.
               03 fs-term PIC X(6).
               03 fs-degprog PIC X(20).
           02 fs-lab-key REDEFINES fs-key.
               03 fs-crscode PIC X(8).
               03 FILLER PIC X(18).
           02 fs-amount PIC 9(5)v99.

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

       FD sales-ledger LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'sales.txt'.

       01 ledger-rec.
           02 ledger-sman PIC X(6).
           02 ledger-product PIC X(10).
           02 ledger-month PIC 99.
           02 ledger-units PIC 99.
           02 ledger-price PIC 9999.
           02 ledger-cust PIC X(6).
           02 ledger-date PIC X(8).
           02 ledger-docno PIC X(8).
           02 ledger-type PIC X.
           02 ledger-ref PIC X(6).

       FD quota-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'quota.txt'.

       01 quota-info.
           02 q-sman PIC X(6).
           02 q-month PIC 99.
           02 q-target PIC 99.

       FD payments LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'payments.txt'.

       01 payment-rec.
           02 py-cust PIC X(6).
           02 py-date PIC X(8).
           02 py-orno PIC X(8).
           02 py-amount PIC 9(7)v99.

       FD report-file LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'integrity.txt'.

       01 report-line PIC X(80).

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
       77 grades-status PIC XX VALUE '00'.
       77 grades2-status PIC XX VALUE '00'.
       77 stdmaster-status PIC XX VALUE '00'.
       77 datum-status PIC XX VALUE '00'.
       77 sections-status PIC XX VALUE '00'.
       77 curric-status PIC XX VALUE '00'.
       77 enroll-status PIC XX VALUE '00'.
       77 chgreq-status PIC XX VALUE '00'.
       77 waitlist-status PIC XX VALUE '00'.
       77 drops-status PIC XX VALUE '00'.
       77 holds-status PIC XX VALUE '00'.
       77 credits-status PIC XX VALUE '00'.
       77 feesched-status PIC XX VALUE '00'.
       77 prodmaster-status PIC XX VALUE '00'.
       77 custmast-status PIC XX VALUE '00'.
       77 smanmast-status PIC XX VALUE '00'.
       77 sales-status PIC XX VALUE '00'.
       77 quota-status PIC XX VALUE '00'.
       77 payments-status PIC XX VALUE '00'.
       77 have-grades PIC 9 VALUE 0.
       77 have-grades2 PIC 9 VALUE 0.
       77 i PIC 9(4) VALUE 0.
       77 p PIC 9 VALUE 0.
       77 c PIC 99 VALUE 0.
       77 found PIC 9 VALUE 0.
       77 lines-on-page PIC 99 VALUE 0.
       77 page-num PIC 999 VALUE 0.
       77 total-dangling PIC 9(6) VALUE 0.
       77 in-summary PIC 9 VALUE 0.

      * What a row is looked up by - one key of each master.
       77 find-std PIC X(9) VALUE SPACES.
       77 find-crs PIC X(8) VALUE SPACES.
       77 find-sect PIC X(17) VALUE SPACES.
       77 find-prog PIC X(20) VALUE SPACES.
       77 find-prod PIC X(10) VALUE SPACES.
       77 find-cust PIC X(6) VALUE SPACES.
       77 find-sman PIC X(6) VALUE SPACES.

      * The master keys. A -full switch means the master had more
      * rows than its table holds, and the checks against it are
      * not run.
       77 std-count PIC 9(4) VALUE 0.
       77 std-full PIC 9 VALUE 0.
       77 cat-count PIC 9(4) VALUE 0.
       77 cat-full PIC 9 VALUE 0.
       77 sect-count PIC 9(4) VALUE 0.
       77 sect-full PIC 9 VALUE 0.
       77 prog-count PIC 9(4) VALUE 0.
       77 prog-full PIC 9 VALUE 0.
       77 prod-count PIC 9(4) VALUE 0.
       77 prod-full PIC 9 VALUE 0.
       77 cust-count PIC 9(4) VALUE 0.
       77 cust-full PIC 9 VALUE 0.
       77 sman-count PIC 9(4) VALUE 0.
       77 sman-full PIC 9 VALUE 0.

       01 std-table.
           02 std-code PIC X(9) OCCURS 2000 TIMES.
       01 cat-table.
           02 cat-code PIC X(8) OCCURS 300 TIMES.
       01 sect-table.
           02 sect-code PIC X(17) OCCURS 500 TIMES.
       01 prog-table.
           02 prog-code PIC X(20) OCCURS 50 TIMES.
       01 prod-table.
           02 prod-code PIC X(10) OCCURS 500 TIMES.
       01 cust-table.
           02 cust-code PIC X(6) OCCURS 500 TIMES.
       01 sman-table.
           02 sman-code PIC X(6) OCCURS 200 TIMES.

      * Per check: references looked at, how many dangled, and a
      * note standing in for the count when the check could not
      * run.
       01 check-table.
           02 check-entry OCCURS 23 TIMES.
               03 chk-seen PIC 9(6).
               03 chk-dangling PIC 9(5).
               03 chk-note PIC X(29).

       01 check-names.
           02 FILLER PIC X(36) VALUE
               'ENROLL.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'ENROLL.TXT SECTION - SECTIONS.TXT'.
           02 FILLER PIC X(36) VALUE
               'SECTIONS.TXT COURSE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'CURRIC.TXT COURSE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'DATA.TXT PREREQUISITE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'CHGREQ.TXT PENDING - LEDGER ROW'.
           02 FILLER PIC X(36) VALUE
               'GRADES.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'GRADES.TXT COURSE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'GRADES2.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'WAITLIST.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'WAITLIST.TXT SECTION - SECTIONS.TXT'.
           02 FILLER PIC X(36) VALUE
               'DROPS.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'DROPS.TXT COURSE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'HOLDS.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'CREDITS.TXT STUDENT - STUDENTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'CREDITS.TXT COURSE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'FEESCHED.TXT LAB FEE - DATA.TXT'.
           02 FILLER PIC X(36) VALUE
               'FEESCHED.TXT TUITION - CURRIC.TXT'.
           02 FILLER PIC X(36) VALUE
               'SALES.TXT PRODUCT - PRODUCTS.TXT'.
           02 FILLER PIC X(36) VALUE
               'SALES.TXT CUSTOMER - CUSTMAST.TXT'.
           02 FILLER PIC X(36) VALUE
               'SALES.TXT SALESMAN - SALESMEN.TXT'.
           02 FILLER PIC X(36) VALUE
               'QUOTA.TXT SALESMAN - SALESMEN.TXT'.
           02 FILLER PIC X(36) VALUE
               'PAYMENTS.TXT CUSTOMER - CUSTMAST.TXT'.
       01 check-name-table REDEFINES check-names.
           02 check-name PIC X(36) OCCURS 23 TIMES.

       01 hdr-line-1.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE 'REFERENTIAL INTEGRITY SWEEP'.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(5) VALUE 'PAGE '.
           02 hdr-page-num PIC ZZ9.

       01 hdr-line-2.
           02 FILLER PIC X(6) VALUE 'CHECK'.
           02 FILLER PIC X(14) VALUE 'FILE'.
           02 FILLER PIC X(36) VALUE 'KEY'.
           02 FILLER PIC X(24) VALUE 'MISSING TARGET'.

       01 det-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-check PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 det-file PIC X(14).
           02 det-key.
               03 dk-a PIC X(10).
               03 dk-b PIC X(10).
               03 dk-c PIC X(9).
               03 dk-d PIC X(7).
           02 det-target PIC X(24).

       01 note-line.
           02 FILLER PIC X(6) VALUE 'NOTE: '.
           02 nl-file PIC X(14).
           02 FILLER PIC X(60) VALUE
               'NOT ON FILE - EVERY REFERENCE TO IT IS REPORTED'.

       01 full-line.
           02 FILLER PIC X(6) VALUE 'NOTE: '.
           02 fl-file PIC X(14).
           02 FILLER PIC X(60) VALUE
               'TOO LARGE TO HOLD - CHECKS AGAINST IT NOT RUN'.

       01 sum-hdr-line.
           02 FILLER PIC X(6) VALUE 'CHECK'.
           02 FILLER PIC X(36) VALUE 'REFERENCE'.
           02 FILLER PIC X(9) VALUE 'CHECKED'.
           02 FILLER PIC X(29) VALUE 'DANGLING'.

       01 sum-line.
           02 FILLER PIC X(2) VALUE SPACES.
           02 sum-check PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 sum-name PIC X(36).
           02 sum-seen PIC ZZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 sum-dangling PIC X(29).

       01 total-line.
           02 FILLER PIC X(42) VALUE
               'TOTAL DANGLING REFERENCES:'.
           02 tot-dangling PIC ZZZZZ9.

       77 d-count PIC ZZZZ9.

      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************

       Main-program.
           DISPLAY(1, 1) ERASE.
           DISPLAY(4, 6) 'Sweeping every file for dangling references'.

           MOVE 1 TO c.
           PERFORM CLEAR-ONE-CHECK UNTIL c > 23.

           OPEN OUTPUT report-file.
           PERFORM PRINT-PAGE-HEADER.

           PERFORM LOAD-STUDENTS.
           PERFORM LOAD-CATALOG.
           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-PROGRAMS.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-SALESMEN.

           PERFORM SCAN-ENROLL.
           PERFORM SCAN-SECTIONS.
           PERFORM SCAN-CURRIC.
           PERFORM SCAN-CATALOG.
           PERFORM SCAN-CHGREQ.
           PERFORM SCAN-GRADES.
           PERFORM SCAN-GRADES2.
           PERFORM SCAN-WAITLIST.
           PERFORM SCAN-DROPS.
           PERFORM SCAN-HOLDS.
           PERFORM SCAN-CREDITS.
           PERFORM SCAN-FEESCHED.
           PERFORM SCAN-SALES.
           PERFORM SCAN-QUOTA.
           PERFORM SCAN-PAYMENTS.

           PERFORM PRINT-SUMMARY.
           CLOSE report-file.

           MOVE total-dangling TO tot-dangling.
           DISPLAY(6, 6) 'Dangling references found: ' tot-dangling.
           DISPLAY(7, 6) 'Report written to integrity.txt.'.
           DISPLAY ' '.

           STOP RUN.

       CLEAR-ONE-CHECK.
           MOVE 0 TO chk-seen(c).
           MOVE 0 TO chk-dangling(c).
           MOVE SPACES TO chk-note(c).
           ADD 1 TO c.

           EXIT.

      ****************************************************************
      * The masters. Each one's keys go into a table; a missing      *
      * master is noted at the top of the report, an overfull one    *
      * has the checks against it marked not run.                    *
      ****************************************************************
       LOAD-STUDENTS.
           MOVE 0 TO eof.
           OPEN INPUT stdmaster.
           IF stdmaster-status = '35'
             CLOSE stdmaster
             MOVE 'students.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ stdmaster AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-STUDENT UNTIL eof = 1
             CLOSE stdmaster
           END-IF.
           IF std-full = 1
             MOVE 'students.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 1 TO c
             PERFORM MARK-STUDENT-CHECK UNTIL c > 23.
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-STUDENT.
           IF std-count < 2000
             ADD 1 TO std-count
             MOVE m-stdnum TO std-code(std-count)
           ELSE
             MOVE 1 TO std-full.
           READ stdmaster AT END MOVE 1 TO eof.

           EXIT.

      * The student checks are 1, 7, 9, 10, 12, 14, and 15.
       MARK-STUDENT-CHECK.
           IF c = 1 OR c = 7 OR c = 9 OR c = 10 OR c = 12 OR c = 14
               OR c = 15
             MOVE 'NOT RUN - STUDENTS.TXT FULL' TO chk-note(c).
           ADD 1 TO c.

           EXIT.

       LOAD-CATALOG.
           MOVE 0 TO eof.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
             MOVE 'data.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ datum AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-COURSE UNTIL eof = 1
             CLOSE datum
           END-IF.
           IF cat-full = 1
             MOVE 'data.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 1 TO c
             PERFORM MARK-COURSE-CHECK UNTIL c > 23.
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-COURSE.
           IF cat-count < 300
             ADD 1 TO cat-count
             MOVE coursecode TO cat-code(cat-count)
           ELSE
             MOVE 1 TO cat-full.
           READ datum AT END MOVE 1 TO eof.

           EXIT.

      * The course checks are 3, 4, 5, 8, 13, 16, and 17.
       MARK-COURSE-CHECK.
           IF c = 3 OR c = 4 OR c = 5 OR c = 8 OR c = 13 OR c = 16
               OR c = 17
             MOVE 'NOT RUN - DATA.TXT FULL' TO chk-note(c).
           ADD 1 TO c.

           EXIT.

       LOAD-SECTIONS.
           MOVE 0 TO eof.
           OPEN INPUT sections.
           IF sections-status = '35'
             CLOSE sections
             MOVE 'sections.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ sections AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-SECTION UNTIL eof = 1
             CLOSE sections
           END-IF.
           IF sect-full = 1
             MOVE 'sections.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 'NOT RUN - SECTIONS.TXT FULL' TO chk-note(2)
             MOVE 'NOT RUN - SECTIONS.TXT FULL' TO chk-note(11).
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-SECTION.
           IF sect-count < 500
             ADD 1 TO sect-count
             MOVE sc-key TO sect-code(sect-count)
           ELSE
             MOVE 1 TO sect-full.
           READ sections AT END MOVE 1 TO eof.

           EXIT.

      * The degree programs are the distinct programs curric.txt
      * carries a curriculum for.
       LOAD-PROGRAMS.
           MOVE 0 TO eof.
           OPEN INPUT curric.
           IF curric-status = '35'
             CLOSE curric
             MOVE 'curric.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ curric AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-PROGRAM UNTIL eof = 1
             CLOSE curric
           END-IF.
           IF prog-full = 1
             MOVE 'curric.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 'NOT RUN - CURRIC.TXT FULL' TO chk-note(18).
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-PROGRAM.
           MOVE cu-degprog TO find-prog.
           PERFORM FIND-PROGRAM.
           IF found = 0
             IF prog-count < 50
               ADD 1 TO prog-count
               MOVE cu-degprog TO prog-code(prog-count)
             ELSE
               MOVE 1 TO prog-full
             END-IF
           END-IF.
           READ curric AT END MOVE 1 TO eof.

           EXIT.

       LOAD-PRODUCTS.
           MOVE 0 TO eof.
           OPEN INPUT prodmaster.
           IF prodmaster-status = '35'
             CLOSE prodmaster
             MOVE 'products.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ prodmaster AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-PRODUCT UNTIL eof = 1
             CLOSE prodmaster
           END-IF.
           IF prod-full = 1
             MOVE 'products.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 'NOT RUN - PRODUCTS.TXT FULL' TO chk-note(19).
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-PRODUCT.
           IF prod-count < 500
             ADD 1 TO prod-count
             MOVE p-prodcode TO prod-code(prod-count)
           ELSE
             MOVE 1 TO prod-full.
           READ prodmaster AT END MOVE 1 TO eof.

           EXIT.

       LOAD-CUSTOMERS.
           MOVE 0 TO eof.
           OPEN INPUT custmast.
           IF custmast-status = '35'
             CLOSE custmast
             MOVE 'custmast.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ custmast AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-CUSTOMER UNTIL eof = 1
             CLOSE custmast
           END-IF.
           IF cust-full = 1
             MOVE 'custmast.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 'NOT RUN - CUSTMAST.TXT FULL' TO chk-note(20)
             MOVE 'NOT RUN - CUSTMAST.TXT FULL' TO chk-note(23).
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-CUSTOMER.
           IF cust-count < 500
             ADD 1 TO cust-count
             MOVE c-custcode TO cust-code(cust-count)
           ELSE
             MOVE 1 TO cust-full.
           READ custmast AT END MOVE 1 TO eof.

           EXIT.

       LOAD-SALESMEN.
           MOVE 0 TO eof.
           OPEN INPUT smanmast.
           IF smanmast-status = '35'
             CLOSE smanmast
             MOVE 'salesmen.txt' TO nl-file
             PERFORM PRINT-NOTE-LINE
           ELSE
             READ smanmast AT END MOVE 1 TO eof
             END-READ
             PERFORM LOAD-ONE-SALESMAN UNTIL eof = 1
             CLOSE smanmast
           END-IF.
           IF sman-full = 1
             MOVE 'salesmen.txt' TO fl-file
             PERFORM PRINT-FULL-LINE
             MOVE 'NOT RUN - SALESMEN.TXT FULL' TO chk-note(21)
             MOVE 'NOT RUN - SALESMEN.TXT FULL' TO chk-note(22).
           MOVE 0 TO eof.

           EXIT.

       LOAD-ONE-SALESMAN.
           IF sman-count < 200
             ADD 1 TO sman-count
             MOVE sm-code TO sman-code(sman-count)
           ELSE
             MOVE 1 TO sman-full.
           READ smanmast AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * The lookups, one per master, each setting found.             *
      ****************************************************************
       FIND-STUDENT.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-STUDENT UNTIL i > std-count.

           EXIT.

       MATCH-STUDENT.
           IF std-code(i) = find-std
             MOVE 1 TO found
             MOVE std-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-COURSE.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-COURSE UNTIL i > cat-count.

           EXIT.

       MATCH-COURSE.
           IF cat-code(i) = find-crs
             MOVE 1 TO found
             MOVE cat-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-SECTION.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-SECTION UNTIL i > sect-count.

           EXIT.

       MATCH-SECTION.
           IF sect-code(i) = find-sect
             MOVE 1 TO found
             MOVE sect-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-PROGRAM.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-PROGRAM UNTIL i > prog-count.

           EXIT.

       MATCH-PROGRAM.
           IF prog-code(i) = find-prog
             MOVE 1 TO found
             MOVE prog-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-PRODUCT.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-PRODUCT UNTIL i > prod-count.

           EXIT.

       MATCH-PRODUCT.
           IF prod-code(i) = find-prod
             MOVE 1 TO found
             MOVE prod-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-CUSTOMER.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-CUSTOMER UNTIL i > cust-count.

           EXIT.

       MATCH-CUSTOMER.
           IF cust-code(i) = find-cust
             MOVE 1 TO found
             MOVE cust-count TO i.
           ADD 1 TO i.

           EXIT.

       FIND-SALESMAN.
           MOVE 0 TO found.
           MOVE 1 TO i.
           PERFORM MATCH-SALESMAN UNTIL i > sman-count.

           EXIT.

       MATCH-SALESMAN.
           IF sman-code(i) = find-sman
             MOVE 1 TO found
             MOVE sman-count TO i.
           ADD 1 TO i.

           EXIT.

      ****************************************************************
      * The checks. Each one bumps its checked count, and on a miss  *
      * its dangling count and a detail line; a check carrying a     *
      * not-run note is passed over.                                 *
      ****************************************************************
       CHECK-STUDENT-REF.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             PERFORM FIND-STUDENT
             IF found = 0
               MOVE 'students.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           EXIT.

       CHECK-COURSE-REF.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             PERFORM FIND-COURSE
             IF found = 0
               MOVE 'data.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           EXIT.

       CHECK-SECTION-REF.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             PERFORM FIND-SECTION
             IF found = 0
               MOVE 'sections.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           EXIT.

      * Counts the miss, then writes the detail line whose file and
      * key the caller already filled in.
       PRINT-DANGLING.
           ADD 1 TO chk-dangling(c).
           ADD 1 TO total-dangling.
           MOVE c TO det-check.
           IF lines-on-page > 50
             PERFORM PRINT-PAGE-HEADER.
           MOVE det-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.

           EXIT.

       NOTE-NO-FILE.
           MOVE SPACES TO chk-note(c).
           STRING 'NO ' DELIMITED BY SIZE
               det-file DELIMITED BY SPACE
               INTO chk-note(c).

           EXIT.

      * Checks 1-2: every enrollment's student and section.
       SCAN-ENROLL.
           MOVE 'enroll.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT enroll-file.
           IF enroll-status = '35'
             CLOSE enroll-file
             MOVE 1 TO c
             PERFORM NOTE-NO-FILE
             MOVE 2 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ enroll-file AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-ENROLL-ROW UNTIL eof = 1
             CLOSE enroll-file
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-ENROLL-ROW.
           MOVE SPACES TO det-key.
           MOVE en-stdnum TO dk-a.
           MOVE en-crscode TO dk-b.
           MOVE en-term TO dk-c.
           MOVE en-section TO dk-d.

           MOVE 1 TO c.
           MOVE en-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.
           MOVE 2 TO c.
           MOVE en-sect-key TO find-sect.
           PERFORM CHECK-SECTION-REF.

           READ enroll-file AT END MOVE 1 TO eof.

           EXIT.

      * Check 3: every section's course.
       SCAN-SECTIONS.
           MOVE 'sections.txt' TO det-file.
           MOVE 3 TO c.
           MOVE 0 TO eof.
           OPEN INPUT sections.
           IF sections-status = '35'
             CLOSE sections
             PERFORM NOTE-NO-FILE
           ELSE
             READ sections AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-SECTION-ROW UNTIL eof = 1
             CLOSE sections
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-SECTION-ROW.
           MOVE SPACES TO det-key.
           MOVE sc-crscode TO dk-a.
           MOVE sc-term TO dk-b.
           MOVE sc-section TO dk-c.
           MOVE sc-crscode TO find-crs.
           PERFORM CHECK-COURSE-REF.

           READ sections AT END MOVE 1 TO eof.

           EXIT.

      * Check 4: every curriculum row's course.
       SCAN-CURRIC.
           MOVE 'curric.txt' TO det-file.
           MOVE 4 TO c.
           MOVE 0 TO eof.
           OPEN INPUT curric.
           IF curric-status = '35'
             CLOSE curric
             PERFORM NOTE-NO-FILE
           ELSE
             READ curric AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-CURRIC-ROW UNTIL eof = 1
             CLOSE curric
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-CURRIC-ROW.
           MOVE SPACES TO det-key.
           MOVE cu-degprog TO det-key.
           MOVE cu-crscode TO dk-c.
           MOVE cu-crscode TO find-crs.
           PERFORM CHECK-COURSE-REF.

           READ curric AT END MOVE 1 TO eof.

           EXIT.

      * Check 5: every prerequisite a course names.
       SCAN-CATALOG.
           MOVE 'data.txt' TO det-file.
           MOVE 5 TO c.
           MOVE 0 TO eof.
           OPEN INPUT datum.
           IF datum-status = '35'
             CLOSE datum
             PERFORM NOTE-NO-FILE
           ELSE
             READ datum AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-CATALOG-ROW UNTIL eof = 1
             CLOSE datum
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-CATALOG-ROW.
           MOVE 1 TO p.
           PERFORM CHECK-ONE-PREREQ UNTIL p > 3.

           READ datum AT END MOVE 1 TO eof.

           EXIT.

       CHECK-ONE-PREREQ.
           IF courseprereq(p) NOT = SPACES
             MOVE SPACES TO det-key
             MOVE coursecode TO dk-a
             MOVE 'PREREQ' TO dk-b
             MOVE courseprereq(p) TO dk-c
             MOVE courseprereq(p) TO find-crs
             PERFORM CHECK-COURSE-REF.
           ADD 1 TO p.

           EXIT.

      * Check 6: every pending change request's row must still be on
      * the ledger it names, or jrlbchg can never apply it.
       SCAN-CHGREQ.
           MOVE 'chgreq.txt' TO det-file.
           MOVE 6 TO c.
           MOVE 0 TO eof.
           OPEN INPUT chgreq-file.
           IF chgreq-status = '35'
             CLOSE chgreq-file
             PERFORM NOTE-NO-FILE
           ELSE
             MOVE 1 TO have-grades
             OPEN INPUT grades
             IF grades-status = '35'
               MOVE 0 TO have-grades
             END-IF
             MOVE 1 TO have-grades2
             OPEN INPUT grades2
             IF grades2-status = '35'
               MOVE 0 TO have-grades2
             END-IF
             READ chgreq-file AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-CHGREQ-ROW UNTIL eof = 1
             CLOSE chgreq-file
             IF have-grades = 1
               CLOSE grades
             END-IF
             IF have-grades2 = 1
               CLOSE grades2
             END-IF
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-CHGREQ-ROW.
           IF cq-status = 'P'
             ADD 1 TO chk-seen(c)
             MOVE 0 TO found
             IF cq-file = 'G'
               PERFORM FIND-GRADES-ROW
               MOVE 'grades.txt ROW' TO det-target
             ELSE
               PERFORM FIND-GRADES2-ROW
               MOVE 'grades2.txt ROW' TO det-target
             END-IF
             IF found = 0
               MOVE SPACES TO det-key
               MOVE cq-stdnum TO dk-a
               MOVE cq-course TO dk-b
               MOVE cq-term TO dk-c
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           READ chgreq-file AT END MOVE 1 TO eof.

           EXIT.

       FIND-GRADES-ROW.
           IF have-grades = 1
             MOVE cq-stdnum TO stdnum
             MOVE cq-course TO crscode
             MOVE cq-term TO term
             READ grades KEY IS std-key
               INVALID KEY MOVE 0 TO found
               NOT INVALID KEY MOVE 1 TO found
             END-READ
           END-IF.

           EXIT.

       FIND-GRADES2-ROW.
           IF have-grades2 = 1
             MOVE cq-stdnum TO g2-stdnum
             MOVE cq-course TO g2-subject
             MOVE cq-term TO g2-term
             READ grades2 KEY IS g2-key
               INVALID KEY MOVE 0 TO found
               NOT INVALID KEY MOVE 1 TO found
             END-READ
           END-IF.

           EXIT.

      * Checks 7-8: every grades.txt row's student and course.
       SCAN-GRADES.
           MOVE 'grades.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT grades.
           IF grades-status = '35'
             CLOSE grades
             MOVE 7 TO c
             PERFORM NOTE-NO-FILE
             MOVE 8 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ grades NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-GRADES-ROW UNTIL eof = 1
             CLOSE grades
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-GRADES-ROW.
           MOVE SPACES TO det-key.
           MOVE stdnum TO dk-a.
           MOVE crscode TO dk-b.
           MOVE term TO dk-c.

           MOVE 7 TO c.
           MOVE stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.
           MOVE 8 TO c.
           MOVE crscode TO find-crs.
           PERFORM CHECK-COURSE-REF.

           READ grades NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

      * Check 9: every grades2.txt row's student. Its subject is
      * free text, so it has no course to check.
       SCAN-GRADES2.
           MOVE 'grades2.txt' TO det-file.
           MOVE 9 TO c.
           MOVE 0 TO eof.
           OPEN INPUT grades2.
           IF grades2-status = '35'
             CLOSE grades2
             PERFORM NOTE-NO-FILE
           ELSE
             READ grades2 NEXT RECORD AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-GRADES2-ROW UNTIL eof = 1
             CLOSE grades2
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-GRADES2-ROW.
           MOVE SPACES TO det-key.
           MOVE g2-stdnum TO dk-a.
           MOVE g2-subject TO dk-b.
           MOVE g2-term TO dk-c.
           MOVE g2-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.

           READ grades2 NEXT RECORD AT END MOVE 1 TO eof.

           EXIT.

      * Checks 10-11: every waitlisted request's student and section.
       SCAN-WAITLIST.
           MOVE 'waitlist.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT waitlist.
           IF waitlist-status = '35'
             CLOSE waitlist
             MOVE 10 TO c
             PERFORM NOTE-NO-FILE
             MOVE 11 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ waitlist AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-WAITLIST-ROW UNTIL eof = 1
             CLOSE waitlist
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-WAITLIST-ROW.
           MOVE SPACES TO det-key.
           MOVE wl-stdnum TO dk-a.
           MOVE wl-crscode TO dk-b.
           MOVE wl-term TO dk-c.
           MOVE wl-section TO dk-d.

           MOVE 10 TO c.
           MOVE wl-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.
           MOVE 11 TO c.
           MOVE wl-sect-key TO find-sect.
           PERFORM CHECK-SECTION-REF.

           READ waitlist AT END MOVE 1 TO eof.

           EXIT.

      * Checks 12-13: every drop's student and course. A drop is
      * history, so its section may rightly be gone; its course may
      * not.
       SCAN-DROPS.
           MOVE 'drops.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT drops.
           IF drops-status = '35'
             CLOSE drops
             MOVE 12 TO c
             PERFORM NOTE-NO-FILE
             MOVE 13 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ drops AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-DROP-ROW UNTIL eof = 1
             CLOSE drops
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-DROP-ROW.
           MOVE SPACES TO det-key.
           MOVE dr-stdnum TO dk-a.
           MOVE dr-crscode TO dk-b.
           MOVE dr-term TO dk-c.
           MOVE dr-section TO dk-d.

           MOVE 12 TO c.
           MOVE dr-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.
           MOVE 13 TO c.
           MOVE dr-crscode TO find-crs.
           PERFORM CHECK-COURSE-REF.

           READ drops AT END MOVE 1 TO eof.

           EXIT.

      * Check 14: every hold's student, cleared or not.
       SCAN-HOLDS.
           MOVE 'holds.txt' TO det-file.
           MOVE 14 TO c.
           MOVE 0 TO eof.
           OPEN INPUT holds.
           IF holds-status = '35'
             CLOSE holds
             PERFORM NOTE-NO-FILE
           ELSE
             READ holds AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-HOLD-ROW UNTIL eof = 1
             CLOSE holds
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-HOLD-ROW.
           MOVE SPACES TO det-key.
           MOVE hd-stdnum TO dk-a.
           MOVE hd-type TO dk-b.
           MOVE hd-placed TO dk-c.
           MOVE hd-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.

           READ holds AT END MOVE 1 TO eof.

           EXIT.

      * Checks 15-16: every credited course's student and the local
      * course it stands for.
       SCAN-CREDITS.
           MOVE 'credits.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT credits.
           IF credits-status = '35'
             CLOSE credits
             MOVE 15 TO c
             PERFORM NOTE-NO-FILE
             MOVE 16 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ credits AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-CREDIT-ROW UNTIL eof = 1
             CLOSE credits
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-CREDIT-ROW.
           MOVE SPACES TO det-key.
           MOVE cr-stdnum TO dk-a.
           MOVE cr-crscode TO dk-b.

           MOVE 15 TO c.
           MOVE cr-stdnum TO find-std.
           PERFORM CHECK-STUDENT-REF.
           MOVE 16 TO c.
           MOVE cr-crscode TO find-crs.
           PERFORM CHECK-COURSE-REF.

           READ credits AT END MOVE 1 TO eof.

           EXIT.

      * Checks 17-18: a lab fee's course, and a tuition rate's degree
      * program, which has to have a curriculum to bill anyone
      * under. Miscellaneous fees point at nothing.
       SCAN-FEESCHED.
           MOVE 'feesched.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT feesched.
           IF feesched-status = '35'
             CLOSE feesched
             MOVE 17 TO c
             PERFORM NOTE-NO-FILE
             MOVE 18 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ feesched AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-FEE-ROW UNTIL eof = 1
             CLOSE feesched
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-FEE-ROW.
           MOVE SPACES TO det-key.
           IF fs-lab
             MOVE 17 TO c
             MOVE fs-type TO dk-a
             MOVE fs-crscode TO dk-b
             MOVE fs-crscode TO find-crs
             PERFORM CHECK-COURSE-REF.
           IF fs-tuition
             MOVE 18 TO c
             MOVE fs-degprog TO det-key
             MOVE fs-term TO dk-c
             MOVE fs-type TO dk-d
             IF chk-note(c) = SPACES
               ADD 1 TO chk-seen(c)
               MOVE fs-degprog TO find-prog
               PERFORM FIND-PROGRAM
               IF found = 0
                 MOVE 'curric.txt PROGRAM' TO det-target
                 PERFORM PRINT-DANGLING
               END-IF
             END-IF
           END-IF.

           READ feesched AT END MOVE 1 TO eof.

           EXIT.

      * Checks 19-21: every ledger line's product, customer, and
      * salesman.
       SCAN-SALES.
           MOVE 'sales.txt' TO det-file.
           MOVE 0 TO eof.
           OPEN INPUT sales-ledger.
           IF sales-status = '35'
             CLOSE sales-ledger
             MOVE 19 TO c
             PERFORM NOTE-NO-FILE
             MOVE 20 TO c
             PERFORM NOTE-NO-FILE
             MOVE 21 TO c
             PERFORM NOTE-NO-FILE
           ELSE
             READ sales-ledger AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-SALES-ROW UNTIL eof = 1
             CLOSE sales-ledger
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-SALES-ROW.
           MOVE SPACES TO det-key.
           MOVE ledger-docno TO dk-a.
           MOVE ledger-product TO dk-b.
           MOVE ledger-cust TO dk-c.
           MOVE ledger-sman TO dk-d.

           MOVE 19 TO c.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             MOVE ledger-product TO find-prod
             PERFORM FIND-PRODUCT
             IF found = 0
               MOVE 'products.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           MOVE 20 TO c.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             MOVE ledger-cust TO find-cust
             PERFORM FIND-CUSTOMER
             IF found = 0
               MOVE 'custmast.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           MOVE 21 TO c.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             MOVE ledger-sman TO find-sman
             PERFORM FIND-SALESMAN
             IF found = 0
               MOVE 'salesmen.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           READ sales-ledger AT END MOVE 1 TO eof.

           EXIT.

      * Check 22: every quota's salesman.
       SCAN-QUOTA.
           MOVE 'quota.txt' TO det-file.
           MOVE 22 TO c.
           MOVE 0 TO eof.
           OPEN INPUT quota-file.
           IF quota-status = '35'
             CLOSE quota-file
             PERFORM NOTE-NO-FILE
           ELSE
             READ quota-file AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-QUOTA-ROW UNTIL eof = 1
             CLOSE quota-file
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-QUOTA-ROW.
           MOVE SPACES TO det-key.
           MOVE q-sman TO dk-a.
           MOVE q-month TO dk-b.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             MOVE q-sman TO find-sman
             PERFORM FIND-SALESMAN
             IF found = 0
               MOVE 'salesmen.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           READ quota-file AT END MOVE 1 TO eof.

           EXIT.

      * Check 23: every payment's customer.
       SCAN-PAYMENTS.
           MOVE 'payments.txt' TO det-file.
           MOVE 23 TO c.
           MOVE 0 TO eof.
           OPEN INPUT payments.
           IF payments-status = '35'
             CLOSE payments
             PERFORM NOTE-NO-FILE
           ELSE
             READ payments AT END MOVE 1 TO eof
             END-READ
             PERFORM CHECK-PAYMENT-ROW UNTIL eof = 1
             CLOSE payments
           END-IF.
           MOVE 0 TO eof.

           EXIT.

       CHECK-PAYMENT-ROW.
           MOVE SPACES TO det-key.
           MOVE py-cust TO dk-a.
           MOVE py-orno TO dk-b.
           IF chk-note(c) = SPACES
             ADD 1 TO chk-seen(c)
             MOVE py-cust TO find-cust
             PERFORM FIND-CUSTOMER
             IF found = 0
               MOVE 'custmast.txt' TO det-target
               PERFORM PRINT-DANGLING
             END-IF
           END-IF.

           READ payments AT END MOVE 1 TO eof.

           EXIT.

      ****************************************************************
      * Report lines.                                                *
      ****************************************************************
       PRINT-NOTE-LINE.
           MOVE note-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.

           EXIT.

       PRINT-FULL-LINE.
           MOVE full-line TO report-line.
           WRITE report-line.
           ADD 1 TO lines-on-page.

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
           IF in-summary = 1
             MOVE sum-hdr-line TO report-line
           ELSE
             MOVE hdr-line-2 TO report-line.
           WRITE report-line.
           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE 0 TO lines-on-page.

           EXIT.

      * The counts start a page of their own so the 23 lines stay
      * together.
       PRINT-SUMMARY.
           MOVE 1 TO in-summary.
           PERFORM PRINT-PAGE-HEADER.

           MOVE 1 TO c.
           PERFORM PRINT-SUM-LINE UNTIL c > 23.

           MOVE SPACES TO report-line.
           WRITE report-line.
           MOVE total-dangling TO tot-dangling.
           MOVE total-line TO report-line.
           WRITE report-line.

           EXIT.

       PRINT-SUM-LINE.
           MOVE c TO sum-check.
           MOVE check-name(c) TO sum-name.
           MOVE chk-seen(c) TO sum-seen.
           IF chk-note(c) = SPACES
             MOVE chk-dangling(c) TO d-count
             MOVE SPACES TO sum-dangling
             MOVE d-count TO sum-dangling
           ELSE
             MOVE chk-note(c) TO sum-dangling.
           MOVE sum-line TO report-line.
           WRITE report-line.
           ADD 1 TO c.

           EXIT.
