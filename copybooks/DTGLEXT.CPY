      *                    FOR THIS, AND A LINE SEQUENTIAL WRITE CAN    *
      *                    REJECT A RECORD CONTAINING AN UNSET FILLER   *
      *                    ITEM WITH STATUS 71.                         *
      *   2026-10-15  RM   ADDED THE ENTRY TYPE AND POSTING DATE        *
      *                    (CARVED FROM THE RESERVED AREA - SAME        *
      *                    RECORD LENGTH).  THE RUN DATE REMAINS THE    *
      *                    BUSINESS DATE THE AMOUNT BELONGS TO; THE     *
      *                    POSTING DATE IS THE NIGHT THE LINE WAS       *
      *                    WRITTEN, SO A BACKOUT OFFSET OR REPLACEMENT  *
      *                    LINE FOR AN EARLIER BUSINESS DATE CAN BE     *
      *                    PICKED UP WITH THE NIGHT IT WAS SENT.        *
      *                    LINES WRITTEN BEFORE THIS CHANGE CARRY       *
      *                    SPACES IN BOTH - TREAT A BLANK POSTING DATE  *
      *                    AS THE RUN DATE.                             *
      *   2026-10-15  RM   ADDED ENTRY TYPE 'L' - A LATE FEED POSTED BY *
      *                    THE CATCH-UP RUN UNDER ITS OWN BUSINESS      *
      *                    DATE, THE POSTING DATE BEING THE NIGHT IT    *
      *                    WAS CAUGHT UP (SEE DTFEEDRG).                *
      *   2026-10-15  RM   ADDED ENTRY TYPE 'P' - A PRIOR-PERIOD        *
      *                    ADJUSTMENT TO A CLOSED MONTH, POSTED BY      *
      *                    SAMPLE31 UNDER THE BUSINESS DATE IT CORRECTS *
      *                    (SEE DTPPADJ).  THE AMOUNT IS THE SIGNED     *
      *                    ADJUSTMENT, NOT A REPLACEMENT FIGURE.        *
      *                                                                *
      ******************************************************************
       01  DT-GL-EXTRACT-RECORD.
           05  DT-GL-BRANCH-CODE       PIC X(04).
           05  DT-GL-CONTROL-ACCT      PIC X(10).
           05  DT-GL-AMOUNT            PIC S9(09)V99.
           05  DT-GL-ENTRY-TYPE        PIC X(01).
               88  DT-GL-NIGHTLY-ENTRY             VALUE SPACE.
               88  DT-GL-BACKOUT-ENTRY             VALUE 'B'.
               88  DT-GL-REPLACEMENT-ENTRY         VALUE 'R'.
               88  DT-GL-CATCHUP-ENTRY             VALUE 'L'.
               88  DT-GL-PRIOR-PERIOD-ENTRY        VALUE 'P'.
           05  DT-GL-POST-DATE         PIC X(08).
           05  DT-GL-RESERVED          PIC X(06)   VALUE SPACES.
