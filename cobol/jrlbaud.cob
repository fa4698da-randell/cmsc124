      *    exact record where a gap, reorder, or alteration breaks   *
      *    it. Trails from before the chain existed must be set      *
      *    aside - their records have no chain fields (JRLB)         *
      *  - 2026-10-15: jrlbenr now appends to the trail too - a      *
      *    withdrawal after the drop deadline posts its DRP row to   *
      *    grades.txt as an action-A record with pgm G; no change to *
      *    the layout or the verify pass (JRLB)                      *
      ****************************************************************

      ****************************************************************
