      ******************************************************************
      *                                                                *
      *   DTBKOUT.CPY                                                  *
      *   FEED BACKOUT CONTROL RECORD LAYOUT                           *
      *                                                                *
      *   ONE RECORD IS APPENDED TO THE BACKOUT-CONTROL-FILE           *
      *   (BKOUTCTL) EACH TIME A BRANCH NIGHT IS BACKED OUT (SAMPLE19, *
      *   ACTION 'B') AND EACH TIME THE CORRECTED REPLACEMENT FEED FOR *
      *   THAT BRANCH AND BUSINESS DATE POSTS (SAMPLE1B, ACTION 'R').  *
      *   THE LAST RECORD ON FILE FOR A BRANCH AND BUSINESS DATE IS    *
      *   ITS STATE - 'B' MEANS BACKED OUT AND AWAITING REPLACEMENT,   *
      *   WHICH IS THE ONLY CONDITION UNDER WHICH SAMPLE1B ACCEPTS A   *
      *   FEED WHOSE HEADER IS NOT DATED TONIGHT.  THE COUNTS AND      *
      *   TOTALS ARE WHAT THE ACTION REMOVED OR POSTED, SO THE FILE    *
      *   DOUBLES AS THE AUDIT TRAIL OF EVERY BACKOUT.                 *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-BACKOUT-CONTROL-RECORD.
           05  DT-BKO-BRANCH-CODE      PIC X(04).
           05  DT-BKO-BUS-DATE         PIC X(08).
           05  DT-BKO-ACTION           PIC X(01).
               88  DT-BKO-BACKED-OUT               VALUE 'B'.
               88  DT-BKO-REPLACED                 VALUE 'R'.
           05  DT-BKO-ACTION-DATE      PIC X(08).
           05  DT-BKO-ACTION-TIME      PIC X(06).
           05  DT-BKO-REC-COUNT        PIC 9(06).
           05  DT-BKO-NUM1-TOTAL       PIC 9(11).
           05  DT-BKO-NUM2-TOTAL       PIC 9(11).
           05  DT-BKO-GL-COUNT         PIC 9(06).
           05  DT-BKO-RESERVED         PIC X(19)   VALUE SPACES.
