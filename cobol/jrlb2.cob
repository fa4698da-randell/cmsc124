      *    functions are gated by the operator's authority level.
      *    A missing master falls back to the old initials prompt
      *    at the lowest authority (JRLB)
      *  - 2026-10-15: students.txt now carries the student's sex
      *    and admission term after the year level; the master
      *    record here is widened to match (JRLB)
      *****************************************************************

      *****************************************************************
           02 m-stdname PIC X(30).
           02 m-degprog PIC X(20).
           02 m-yrlevel PIC 9.
           02 m-sex PIC X.
           02 m-admit-term PIC X(6).

       FD reject-old LABEL RECORDS ARE STANDARD
               VALUE OF FILE-ID is 'reject2.txt'.
