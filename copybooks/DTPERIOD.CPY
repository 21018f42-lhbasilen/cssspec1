      ******************************************************************
      *                                                                *
      *   DTPERIOD.CPY                                                 *
      *   ACCOUNTING PERIOD CONTROL RECORD LAYOUT                      *
      *                                                                *
      *   ONE RECORD PER ACCOUNTING MONTH ON THE PERIOD-CONTROL-FILE   *
      *   (PRDCTL), KEYED ON THE MONTH (YYYYMM).  A MONTH IS OPEN,     *
      *   CLOSING OR CLOSED.  ONCE MTHEND HAS RUN, FINANCE STARTS THE  *
      *   CLOSE ON THE SAMPLE30 PERIOD CLOSE SCREEN (OPEN TO CLOSING)  *
      *   AND, WHEN THE MONTH IS SIGNED OFF, CLOSES IT (CLOSING TO     *
      *   CLOSED).  ONLY A PROFILE HOLDING THE PERIOD CLOSE SUPERVISOR *
      *   ROLE (SEE DTOPRMST) MAY CHANGE A MONTH, AND A CLOSED MONTH   *
      *   NEVER REOPENS.                                               *
      *                                                                *
      *   A MONTH THAT IS NOT ON FILE IS OPEN.  ONCE A MONTH IS        *
      *   CLOSED, SAMPLE1B, SAMPLE3, SAMPLE7, SAMPLE16 AND SAMPLE19    *
      *   REFUSE ANY POSTING DATED INTO IT.  THE SCREENS ALSO REFUSE A *
      *   MONTH THAT IS CLOSING, WHILE THE NIGHTLY BATCH STILL POSTS   *
      *   INTO A CLOSING MONTH SO THE LAST FEEDS CAN LAND.  A          *
      *   CORRECTION TO A CLOSED MONTH GOES IN ONLY AS A PRIOR-PERIOD  *
      *   ADJUSTMENT (SEE DTPPADJ).                                    *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-PERIOD-RECORD.
           05  DT-PRD-MONTH            PIC X(06).
           05  DT-PRD-STATUS           PIC X(01).
               88  DT-PRD-OPEN                     VALUE 'O'.
               88  DT-PRD-CLOSING                  VALUE 'P'.
               88  DT-PRD-CLOSED                   VALUE 'C'.
           05  DT-PRD-CLOSING-DATE     PIC X(08).
           05  DT-PRD-CLOSING-BY       PIC X(08).
           05  DT-PRD-CLOSED-DATE      PIC X(08).
           05  DT-PRD-CLOSED-BY        PIC X(08).
           05  DT-PRD-CHANGE-TIME      PIC X(06).
           05  DT-PRD-RESERVED         PIC X(15)   VALUE SPACES.
