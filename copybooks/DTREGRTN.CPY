      ******************************************************************
      *                                                                *
      *   DTREGRTN.CPY                                                 *
      *   DAILY REGULATORY RETURN RECORD LAYOUTS                       *
      *                                                                *
      *   THE FIXED-FORMAT DAILY RETURN SAMPLE25 BUILDS FOR THE        *
      *   REGULATOR (REGRTN) AFTER THE NIGHT'S CONSOLIDATION HAS       *
      *   BALANCED.  EVERY RECORD IS 80 BYTES AND STARTS WITH ITS      *
      *   RECORD TYPE, SO THE THREE LAYOUTS BELOW SHARE THE ONE FD.    *
      *                                                                *
      *   'H' HEADER - ONE, FIRST.  REPORTING INSTITUTION, BUSINESS    *
      *   DATE, THE SUBMISSION SEQUENCE NUMBER AND WHETHER THIS IS THE *
      *   ORIGINAL RETURN FOR THE DATE OR AN AMENDMENT - AN AMENDMENT  *
      *   NAMES THE SEQUENCE NUMBER IT REPLACES.                       *
      *                                                                *
      *   'B' BRANCH, 'R' REGION AND 'T' BANK DETAIL - THE BRANCH      *
      *   FIGURES ARE WHAT EACH BRANCH STEP POSTED (STEPCTL), EACH     *
      *   REGION'S BRANCHES FOLLOWED BY ITS 'R' SUBTOTAL.  THE ONE 'T' *
      *   RECORD IS THE CONSOLIDATED FIGURE OFF CONSFILE WITH THE      *
      *   BRANCHES EXPECTED AND REPORTING.                             *
      *                                                                *
      *   'Z' TRAILER - ONE, LAST.  THE COUNT OF RECORDS ON THE FILE   *
      *   (HEADER AND TRAILER INCLUDED), THE COUNT OF 'B' RECORDS AND  *
      *   THE NUM1/NUM2 HASH TOTALS OF THE 'B' RECORDS.                *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-REG-HEADER-RECORD.
           05  DT-RGH-REC-TYPE         PIC X(01).
               88  DT-RGH-HEADER                   VALUE 'H'.
           05  DT-RGH-INST-ID          PIC 9(07).
           05  DT-RGH-INST-NAME        PIC X(20).
           05  DT-RGH-BUS-DATE         PIC X(08).
           05  DT-RGH-SUBMIT-SEQ       PIC 9(06).
           05  DT-RGH-SUBMIT-TYPE      PIC X(01).
               88  DT-RGH-ORIGINAL                 VALUE 'O'.
               88  DT-RGH-AMENDMENT                VALUE 'A'.
           05  DT-RGH-AMENDS-SEQ       PIC 9(06).
           05  DT-RGH-CREATE-DATE      PIC X(08).
           05  DT-RGH-CREATE-TIME      PIC X(06).
           05  DT-RGH-RESERVED         PIC X(17)   VALUE SPACES.
      *
       01  DT-REG-DETAIL-RECORD.
           05  DT-RGD-REC-TYPE         PIC X(01).
               88  DT-RGD-BRANCH                   VALUE 'B'.
               88  DT-RGD-REGION-TOTAL             VALUE 'R'.
               88  DT-RGD-BANK-TOTAL               VALUE 'T'.
           05  DT-RGD-KEY              PIC X(04).
           05  DT-RGD-REGION           PIC X(04).
           05  DT-RGD-REC-COUNT        PIC 9(07).
           05  DT-RGD-NUM1-TOTAL       PIC 9(13).
           05  DT-RGD-NUM2-TOTAL       PIC 9(13).
           05  DT-RGD-BRANCHES-EXP     PIC 9(03).
           05  DT-RGD-BRANCHES-RPT     PIC 9(03).
           05  DT-RGD-RESERVED         PIC X(32)   VALUE SPACES.
      *
       01  DT-REG-TRAILER-RECORD.
           05  DT-RGT-REC-TYPE         PIC X(01).
               88  DT-RGT-TRAILER                  VALUE 'Z'.
           05  DT-RGT-BUS-DATE         PIC X(08).
           05  DT-RGT-SUBMIT-SEQ       PIC 9(06).
           05  DT-RGT-REC-COUNT        PIC 9(07).
           05  DT-RGT-BRANCH-COUNT     PIC 9(05).
           05  DT-RGT-NUM1-HASH        PIC 9(15).
           05  DT-RGT-NUM2-HASH        PIC 9(15).
           05  DT-RGT-RESERVED         PIC X(23)   VALUE SPACES.
