      ******************************************************************
      *                                                                *
      *   DTREGSUB.CPY                                                 *
      *   REGULATORY RETURN SUBMISSION LOG RECORD LAYOUT               *
      *                                                                *
      *   ONE RECORD IS APPENDED TO THE SUBMISSION LOG (REGSUBLG) BY   *
      *   SAMPLE25 FOR EVERY DAILY REGULATORY RETURN IT BUILDS (SEE    *
      *   DTREGRTN) - WHICH BUSINESS DATE, THE SUBMISSION SEQUENCE     *
      *   NUMBER, WHEN IT WAS BUILT, AND THE TRAILER'S RECORD COUNT    *
      *   AND HASH TOTALS AS SENT.  A REFUSED BUILD WRITES NOTHING     *
      *   HERE.                                                        *
      *                                                                *
      *   THE SEQUENCE NUMBER RUNS ON ACROSS ALL DATES.  THE FIRST     *
      *   RETURN FOR A BUSINESS DATE IS THE ORIGINAL ('O'); ANY LATER  *
      *   ONE FOR THE SAME DATE IS AN AMENDMENT ('A') CARRYING THE     *
      *   SEQUENCE NUMBER OF THE RETURN IT REPLACES, SO THE LOG ALWAYS *
      *   SHOWS WHICH SUBMISSION THE REGULATOR SHOULD BE HOLDING.  THE *
      *   CONSFILE ENTRY TYPE SAYS WHETHER THE BANK FIGURE CAME FROM   *
      *   THE NIGHTLY RECORD OR A LATE-FEED CATCH-UP ('C').            *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *   2026-10-15  RM   NUM1/NUM2 HASH TOTALS WIDENED TO 9(15) TO    *
      *                    MATCH THE DTREGRTN TRAILER, TAKING THE FOUR  *
      *                    RESERVED BYTES - THE RECORD STAYS 80.  THE   *
      *                    RECORD COUNT STAYS 9(06); SAMPLE25 REFUSES   *
      *                    TO LOG A LARGER COUNT.                       *
      *                                                                *
      ******************************************************************
       01  DT-REG-SUBMISSION-RECORD.
           05  DT-RSL-BUS-DATE         PIC X(08).
           05  DT-RSL-SUBMIT-SEQ       PIC 9(06).
           05  DT-RSL-SUBMIT-TYPE      PIC X(01).
               88  DT-RSL-ORIGINAL                 VALUE 'O'.
               88  DT-RSL-AMENDMENT                VALUE 'A'.
           05  DT-RSL-AMENDS-SEQ       PIC 9(06).
           05  DT-RSL-SENT-DATE        PIC X(08).
           05  DT-RSL-SENT-TIME        PIC X(06).
           05  DT-RSL-REC-COUNT        PIC 9(06).
           05  DT-RSL-NUM1-HASH        PIC 9(15).
           05  DT-RSL-NUM2-HASH        PIC 9(15).
           05  DT-RSL-CON-ENTRY-TYPE   PIC X(01).
           05  DT-RSL-PROGRAM-ID       PIC X(08).
