      ******************************************************************
      *                                                                *
      *   DTPPADJ.CPY                                                  *
      *   PRIOR-PERIOD ADJUSTMENT RECORD LAYOUT                        *
      *                                                                *
      *   ONE RECORD PER PRIOR-PERIOD ADJUSTMENT ON THE PRIOR-PERIOD   *
      *   ADJUSTMENT FILE (PPADJFIL).  A CORRECTION TO A CLOSED MONTH  *
      *   (SEE DTPERIOD) CANNOT GO THROUGH THE TOTALS OR SUSPENSE      *
      *   SCREENS.  A PERIOD CLOSE SUPERVISOR KEYS IT ON SAMPLE30 AS A *
      *   PENDFILE CHANGE OF TYPE 'PPA ' WHOSE AFTER IMAGE IS THE      *
      *   ADJUSTMENT IMAGE BELOW, AND A DIFFERENT OPERATOR HOLDING     *
      *   BOTH THE CHECKER AND SUPERVISOR ROLES APPROVES IT ON         *
      *   SAMPLE16.  AT SIGN-OFF SAMPLE16 APPENDS THE APPROVED         *
      *   ADJUSTMENT HERE WITH STATUS 'A'.                             *
      *                                                                *
      *   THAT NIGHT SAMPLE31 POSTS EACH 'A' ADJUSTMENT TO THE GL      *
      *   EXTRACT AS A PAIR OF PRIOR-PERIOD LINES (ENTRY TYPE 'P', SEE *
      *   DTGLEXT) UNDER THE BUSINESS DATE ADJUSTED, MARKS IT POSTED   *
      *   ('P') WITH THE POSTING DATE, AND PRINTS IT ON THE            *
      *   PRIOR-PERIOD ADJUSTMENTS REPORT.  THE AMOUNTS ARE SIGNED     *
      *   DIFFERENCES, NOT REPLACEMENT FIGURES.                        *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-PPADJ-RECORD.
           05  DT-PPA-IMAGE.
               10  DT-PPA-BRANCH-CODE  PIC X(04).
               10  DT-PPA-BUS-DATE     PIC X(08).
               10  DT-PPA-NUM1-ADJ     PIC S9(07).
               10  DT-PPA-NUM2-ADJ     PIC S9(07).
               10  DT-PPA-REASON       PIC X(40).
               10  DT-PPA-IMAGE-RESV   PIC X(06).
           05  DT-PPA-STATUS           PIC X(01).
               88  DT-PPA-APPROVED                 VALUE 'A'.
               88  DT-PPA-POSTED                   VALUE 'P'.
           05  DT-PPA-MAKER-ID         PIC X(08).
           05  DT-PPA-ENTER-DATE       PIC X(08).
           05  DT-PPA-ENTER-TIME       PIC X(06).
           05  DT-PPA-CHECKER-ID       PIC X(08).
           05  DT-PPA-APPROVE-DATE     PIC X(08).
           05  DT-PPA-POST-DATE        PIC X(08).
           05  DT-PPA-RESERVED         PIC X(01)   VALUE SPACES.
