      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-08-14  RM   ORIGINAL COPYBOOK.                           *
      *   2026-10-15  RM   ADDED THE ENTRY TYPE AND WRITTEN DATE        *
      *                    (CARVED FROM THE RESERVED AREA - SAME RECORD *
      *                    LENGTH).  WHEN A LATE BRANCH FEED IS CAUGHT  *
      *                    UP, SAMPLE8 APPENDS A 'C' RECORD FOR THE     *
      *                    EARLIER BUSINESS DATE CARRYING THAT DATE'S   *
      *                    LAST FIGURES PLUS THE CAUGHT-UP BRANCH, SO   *
      *                    THE LAST RECORD ON FILE FOR A DATE IS ALWAYS *
      *                    ITS COMPLETE PICTURE.  SPACE ON OLDER        *
      *                    RECORDS MEANS THE NIGHTLY RECORD.            *
      *                                                                *
      ******************************************************************
       01  DT-CONSOLIDATED-RECORD.
           05  DT-CON-REC-COUNT        PIC 9(06).
           05  DT-CON-NUM1-TOTAL       PIC 9(11).
           05  DT-CON-NUM2-TOTAL       PIC 9(11).
           05  DT-CON-ENTRY-TYPE       PIC X(01).
               88  DT-CON-NIGHTLY-ENTRY            VALUE SPACE.
               88  DT-CON-CATCHUP-ENTRY            VALUE 'C'.
           05  DT-CON-WRITTEN-DATE     PIC X(08).
           05  DT-CON-RESERVED         PIC X(09)   VALUE SPACES.
