      ******************************************************************
      *                                                                *
      *   DTFEEDRG.CPY                                                 *
      *   FEED ARRIVAL REGISTER RECORD LAYOUT                          *
      *                                                                *
      *   ONE RECORD IS APPENDED TO THE FEED-REGISTER-FILE (FEEDREG)   *
      *   FOR EACH EVENT IN THE LIFE OF A BRANCH FEED, KEYED BY BRANCH *
      *   AND THE BUSINESS DATE ON THE FEED HEADER:                    *
      *     'A' ARRIVED   - SAMPLE22 (JCL/FEEDARR.JCL) STAMPS EACH     *
      *                     TRANSMISSION WHEN IT LANDS, AGAINST THE    *
      *                     BRANCH'S FEEDCUTOFF TIME (SEE DTPARM), AND *
      *                     ROUTES IT - 'T' TO TONIGHT'S BRANCH STEP,  *
      *                     'L' TO THE BRANCH'S LATE DATASET FOR A     *
      *                     CATCH-UP POSTING.                          *
      *     'M' MISSING   - THE PRE-BATCH CHECK (SAMPLE22, NIGHTBAT    *
      *                     STEP FEEDCHK) MARKS EACH ACTIVE BRANCH     *
      *                     WITH NO FEED FOR TONIGHT.  THE NIGHTLY     *
      *                     BRANCH STEP SKIPS A BRANCH MARKED MISSING  *
      *                     AND THAT DATE'S FEED CAN THEN ONLY POST    *
      *                     AS A CATCH-UP.                             *
      *     'C' CAUGHT UP - SAMPLE1B'S CATCH-UP RUN POSTED THE LATE    *
      *                     FEED UNDER ITS OWN BUSINESS DATE.  THE     *
      *                     COUNT AND TOTALS ARE WHAT POSTED.          *
      *   THE EVENT DATE AND TIME ARE WHEN THE EVENT WAS RECORDED, SO  *
      *   A CATCH-UP IS TOLD APART FROM THE BUSINESS DATE IT BELONGS   *
      *   TO.  ON AN 'A' RECORD THE COUNT AND TOTALS ARE THE TRAILER'S *
      *   RECORD COUNT AND HASH TOTALS AS SENT.                        *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-FEED-REGISTER-RECORD.
           05  DT-FRG-BRANCH-CODE      PIC X(04).
           05  DT-FRG-BUS-DATE         PIC X(08).
           05  DT-FRG-EVENT            PIC X(01).
               88  DT-FRG-ARRIVED                  VALUE 'A'.
               88  DT-FRG-MISSING                  VALUE 'M'.
               88  DT-FRG-CAUGHT-UP                VALUE 'C'.
           05  DT-FRG-EVENT-DATE       PIC X(08).
           05  DT-FRG-EVENT-TIME       PIC X(06).
           05  DT-FRG-CUTOFF-TIME      PIC X(04).
           05  DT-FRG-LATE-FLAG        PIC X(01).
               88  DT-FRG-LATE                     VALUE 'Y'.
           05  DT-FRG-ROUTE            PIC X(01).
               88  DT-FRG-ROUTE-TONIGHT            VALUE 'T'.
               88  DT-FRG-ROUTE-LATE               VALUE 'L'.
           05  DT-FRG-REC-COUNT        PIC 9(06).
           05  DT-FRG-NUM1-TOTAL       PIC 9(11).
           05  DT-FRG-NUM2-TOTAL       PIC 9(11).
           05  DT-FRG-PROGRAM-ID       PIC X(08).
           05  DT-FRG-RESERVED         PIC X(11)   VALUE SPACES.
