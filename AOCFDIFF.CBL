      * the candidate against the prior generation of the same base    *
      * and reports the lines added, removed, and changed, with        *
      * per-feed key awareness -- DAY2 lines pair by game number,      *
      * DAY4 lines by card number, everything else (DAY1, DAY3, DAY5,  *
      * DAY7) by line position. When tonight's totals move, "what      *
      * changed in the input" is already answered in AOCFDIFF.RPT,     *
      * written alongside AOCACPT.RPT, with a one-line summary of the  *
      * counts.                                                        *
      *                                                                *
      * The candidate and prior file are opened through the FDFCAND    *
      * and FDFPRIOR DDs, pointed at the paths named on the command    *
