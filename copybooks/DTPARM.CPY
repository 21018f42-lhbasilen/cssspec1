      *                                                                *
      *   ONE RECORD PER SETTING ON THE PARAMETER-FILE (PARMFILE),     *
      *   READ AT START-UP BY SAMPLE1, SAMPLE1B, SAMPLE3, SAMPLE7,     *
      *   SAMPLE10, SAMPLE12, SAMPLE22, SAMPLE25 AND SAMPLE27 SO THE   *
      *   FIGURES THAT GOVERN THE SYSTEM ARE A FILE UPDATE, NOT A      *
      *   PROGRAM CHANGE.  KEYWORDS IN USE:                            *
      *                                                                *
      *     TOLERANCE     - RECONCILIATION TIE-OUT TOLERANCE.  THE     *
      *                     BRANCH CODE MAKES IT PER-BRANCH; '*'       *
      *     RETAINMONTHS  - SAMPLE10 MONTH-END RETENTION PERIOD        *
      *                     ('*').                                     *
      *     SUSPAGEDAYS   - SAMPLE12 SUSPENSE AGING ESCALATION         *
      *                     THRESHOLD IN DAYS ('*').  SAMPLE27 PUTS    *
      *                     SUSPENSE ITEMS PAST IT ON THE WORKLIST.    *
      *     FEEDCUTOFF    - SAMPLE22 FEED ARRIVAL CUTOFF TIME, HHMM,   *
      *                     PER-BRANCH OR '*'.  A FEED STAMPED AFTER   *
      *                     IT ON ITS BUSINESS DATE, OR ON A LATER     *
      *                     DATE, IS LATE.                             *
      *     REGINSTID     - SAMPLE25 REPORTING INSTITUTION NUMBER,     *
      *                     THE REGULATOR'S NUMBER FOR THE BANK ('*'). *
      *     WRKLOOKDAYS   - SAMPLE27 EXCEPTION WORKLIST - HOW MANY     *
      *                     DAYS BACK THE RUN LOG IS SEARCHED FOR      *
      *                     VARIANCE FLAGS AND CONSBAL/GLBAL BREAKS,   *
      *                     1-31 ('*').                                *
      *                                                                *
      *   A PROGRAM THAT CANNOT OPEN PARMFILE RUNS ON ITS COMPILED     *
      *   DEFAULTS - THE SAME FIGURES THAT WERE HARD-CODED BEFORE      *
      *                    READER - THE SUSPENSE AGING ESCALATION       *
      *                    THRESHOLD THE NIGHTLY AGING REPORT FLAGS     *
      *                    AGAINST.                                     *
      *   2026-10-15  RM   ADDED FEEDCUTOFF AND SAMPLE22 AS A READER -  *
      *                    THE TIME OF DAY EACH BRANCH'S FEED IS DUE    *
      *                    BY, FOR THE FEED ARRIVAL REGISTER (SEE       *
      *                    DTFEEDRG).                                   *
      *   2026-10-15  RM   ADDED REGINSTID AND SAMPLE25 AS A READER -   *
      *                    THE REGULATOR'S NUMBER FOR THE BANK, CARRIED *
      *                    ON THE HEADER OF THE DAILY REGULATORY RETURN *
      *                    (SEE DTREGRTN).                              *
      *   2026-10-15  RM   ADDED WRKLOOKDAYS AND SAMPLE27 AS A READER - *
      *                    THE MORNING EXCEPTION WORKLIST BUILD'S       *
      *                    RUN-LOG LOOK-BACK (SEE DTWRKLST).  SAMPLE27  *
      *                    ALSO READS SUSPAGEDAYS.                      *
      *                                                                *
      ******************************************************************
       01  DT-PARM-RECORD.
