      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-09-02  RM   ORIGINAL COPYBOOK.                           *
      *   2026-10-15  RM   THE ARCHIVE RETRIEVAL (SAMPLE23) LOADS       *
      *                    ARCHIVED RECORDS BACK INTO A SEPARATE KEYED  *
      *                    RETRIEVAL FILE IN THIS LAYOUT                *
      *                    (PROD.HIST.AUDIT.RETRIEVE) - SAMPLE9 AND     *
      *                    SAMPLE5 READ IT IN PLACE OF THE LIVE MASTER  *
      *                    THROUGH THEIR AUDITMST DD.                   *
      *   2026-10-15  RM   THE WEEKLY INTEGRITY PROOF (SAMPLE26)        *
      *                    REBUILDS EACH RUN DATE AND BRANCH'S COUNT    *
      *                    AND NUM1/NUM2 TOTALS FROM THE LIVE MASTER    *
      *                    AND TIES THEM TO STEPCTL, RUNLOG AND MTDTOT  *
      *                    - NO LAYOUT CHANGE.                          *
      *                                                                *
      ******************************************************************
       01  DT-AUDIT-MASTER-RECORD.
