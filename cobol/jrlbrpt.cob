      *    passing grade in the same course is excluded from the      *
      *    average, so a student who recovered from one failed        *
      *    course isn't penalized twice (JRLB)                        *
      *  - 2026-10-15: students.txt now carries the student's sex and *
      *    admission term after the year level; the master record     *
      *    here is widened to match (JRLB)                            *
      ****************************************************************

      ****************************************************************
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       WORKING-STORAGE SECTION.
       77 eof PIC 9 VALUE 0.
