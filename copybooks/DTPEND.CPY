      *                    HOLDS ONLY RECORDS STILL AWAITING A          *
      *                    DECISION AND NEVER FILLS WITH LIFETIME       *
      *                    HISTORY.                                     *
      *   2026-10-15  RM   ADDED TYPE 'PPA ' - A PRIOR-PERIOD           *
      *                    ADJUSTMENT KEYED ON SAMPLE30 FOR A CLOSED    *
      *                    MONTH.  ITS AFTER IMAGE IS THE 72-BYTE       *
      *                    ADJUSTMENT IMAGE (SEE DTPPADJ) AND ITS       *
      *                    BEFORE IMAGE IS SPACES.  SAMPLE16 APPENDS AN *
      *                    APPROVED ONE TO PPADJFIL.                    *
      *                                                                *
      ******************************************************************
       01  DT-PENDING-RECORD.
           05  DT-PEND-TYPE            PIC X(04).
               88  DT-PEND-TOTALS                  VALUE 'TOT '.
               88  DT-PEND-SUSPENSE                VALUE 'SUS '.
               88  DT-PEND-PRIOR-PERIOD            VALUE 'PPA '.
           05  DT-PEND-STATUS          PIC X(01).
               88  DT-PEND-PENDING                 VALUE 'P'.
               88  DT-PEND-APPROVED                VALUE 'A'.
