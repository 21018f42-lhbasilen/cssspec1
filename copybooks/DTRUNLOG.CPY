      *                    THIS CHANGE CARRY THE OLD 9(11) COLUMNS -    *
      *                    ANYTHING THAT STARTS READING TOTALS FROM     *
      *                    HISTORY MUST ALLOW FOR THAT.                 *
      *   2026-10-15  RM   ADDED THE RUN TYPE (CARVED FROM THE          *
      *                    RESERVED AREA - SAME RECORD LENGTH) SO A     *
      *                    FEED BACKOUT (SAMPLE19) AND THE REPLACEMENT  *
      *                    POSTING THAT FOLLOWS IT ARE TOLD APART FROM  *
      *                    THE NORMAL NIGHTLY RUN.  SPACE ON OLDER      *
      *                    RECORDS MEANS A NORMAL RUN.                  *
      *   2026-10-15  RM   ADDED RUN TYPES 'M' AND 'L' - A BRANCH STEP  *
      *                    THAT SKIPPED A FEED THE PRE-BATCH CHECK      *
      *                    MARKED MISSING, AND THE CATCH-UP RUN THAT    *
      *                    POSTS A LATE FEED UNDER ITS OWN BUSINESS     *
      *                    DATE (SEE DTFEEDRG).                         *
      *   2026-10-15  RM   ADDED THE VARIANCE FLAG AND THE              *
      *                    REJECTED-RECORD COUNT (CARVED FROM THE       *
      *                    RESERVED AREA - SAME RECORD LENGTH) SO THE   *
      *                    MONTHLY BRANCH SCORECARD (SAMPLE24) CAN      *
      *                    COUNT THEM.  SAMPLE1B NOW ALSO LOGS A FEED   *
      *                    STOP AS AN RC 16 RECORD.  OLDER RECORDS      *
      *                    CARRY SPACES IN BOTH - READ THEM AS NO FLAG  *
      *                    AND NO REJECTS.                              *
      *                                                                *
      ******************************************************************
       01  DT-RUN-LOG-RECORD.
           05  DT-RLG-REC-SUSPENDED    PIC 9(07).
           05  DT-RLG-NUM1-TOTAL       PIC 9(13).
           05  DT-RLG-NUM2-TOTAL       PIC 9(13).
           05  DT-RLG-RUN-TYPE         PIC X(01).
               88  DT-RLG-NORMAL-RUN               VALUE SPACE.
               88  DT-RLG-BACKOUT-RUN              VALUE 'B'.
               88  DT-RLG-REPLACEMENT-RUN          VALUE 'R'.
               88  DT-RLG-MISSING-SKIPPED          VALUE 'M'.
               88  DT-RLG-CATCHUP-RUN              VALUE 'L'.
           05  DT-RLG-VARIANCE-FLAG    PIC X(01).
               88  DT-RLG-VARIANCE-RAISED          VALUE 'Y'.
           05  DT-RLG-REC-REJECTED     PIC 9(04).
