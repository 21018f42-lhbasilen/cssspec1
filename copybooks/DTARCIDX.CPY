      ******************************************************************
      *                                                                *
      *   DTARCIDX.CPY                                                 *
      *   HISTORY ARCHIVE INDEX RECORD LAYOUT                          *
      *                                                                *
      *   THE MONTH-END ARCHIVE (SAMPLE10) APPENDS TWO RECORDS TO THE  *
      *   ARCHIVE-INDEX-FILE (ARCHIDX) EACH TIME IT RUNS CLEAN - ONE   *
      *   FOR THE PROD.HIST.AUDIT.LOG GENERATION IT CREATED (FILE 'A') *
      *   AND ONE FOR THE PROD.HIST.GL.EXTRACT GENERATION (FILE 'G') - *
      *   WITH THE RECORD COUNT AND THE OLDEST AND NEWEST RUN DATES IN *
      *   IT.                                                          *
      *                                                                *
      *   THE INDEX IS IN ARCHIVE ORDER, SO THE LAST RECORD FOR A FILE *
      *   DESCRIBES GENERATION (0), THE ONE BEFORE IT (-1), AND SO ON. *
      *   THE ARCHIVE RETRIEVAL (SAMPLE23) READS EACH GDG AS ONE       *
      *   CONCATENATION, NEWEST GENERATION FIRST, AND USES THE COUNTS  *
      *   TO TELL WHICH GENERATION EACH RECORD CAME FROM AND THE DATE  *
      *   RANGES TO SAY WHICH GENERATIONS A RETRIEVAL NEEDS.  AN EMPTY *
      *   GENERATION (NOTHING OLD ENOUGH TO ARCHIVE) STILL GETS ITS    *
      *   RECORD, WITH A ZERO COUNT AND BLANK DATES, SO THE INDEX      *
      *   STAYS IN STEP WITH THE GDG.                                  *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-ARCHIVE-INDEX-RECORD.
           05  DT-ARX-FILE-ID          PIC X(01).
               88  DT-ARX-AUDIT-LOG                VALUE 'A'.
               88  DT-ARX-GL-EXTRACT               VALUE 'G'.
           05  DT-ARX-ARCHIVE-DATE     PIC X(08).
           05  DT-ARX-CUTOFF-MONTH     PIC X(06).
           05  DT-ARX-REC-COUNT        PIC 9(07).
           05  DT-ARX-OLDEST-DATE      PIC X(08).
           05  DT-ARX-NEWEST-DATE      PIC X(08).
           05  DT-ARX-PROGRAM-ID       PIC X(08).
           05  DT-ARX-RESERVED         PIC X(34)   VALUE SPACES.
