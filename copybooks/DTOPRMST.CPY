      ******************************************************************
      *                                                                *
      *   DTOPRMST.CPY                                                 *
      *   OPERATOR PROFILE MASTER RECORD LAYOUT                        *
      *                                                                *
      *   ONE RECORD PER OPERATOR ID ON THE OPERATOR-MASTER-FILE       *
      *   (OPERMST), KEYED ON OPERATOR ID.  EVERY SIGN-ON SCREEN       *
      *   (SAMPLE3, SAMPLE4, SAMPLE7, SAMPLE16) LOOKS THE KEYED ID UP  *
      *   HERE AND REFUSES AN ID THAT IS NOT ON FILE, IS INACTIVE, OR  *
      *   DOES NOT HOLD THE ROLE THE SCREEN NEEDS.  EACH ACTION IS     *
      *   THEN CHECKED AGAINST THE SCOPE - ALL BRANCHES, A LIST OF UP  *
      *   TO FIVE REGIONS, OR A LIST OF UP TO FIVE BRANCHES (REGIONS   *
      *   ARE RESOLVED THROUGH THE BRANCH MASTER, SEE DTBRMST).        *
      *   REFUSALS GO TO THE SECURITY LOG (SEE DTSECLOG).  MAINTAINED  *
      *   BY SAMPLE20.                                                 *
      *                                                                *
      *   ROLES ARE INDEPENDENT Y/N FLAGS - MAKER KEYS TOTALS EDITS    *
      *   AND SUSPENSE RELEASES, CHECKER APPROVES OR REJECTS THEM,     *
      *   BRANCH MAINTENANCE UPDATES THE BRANCH MASTER (AND, WITH      *
      *   ALL-BRANCH SCOPE, THE OPERATOR MASTER), INQUIRY ONLY MAY     *
      *   SIGN ON TO THE REPAIR AND APPROVAL SCREENS TO LOOK BUT NOT   *
      *   ACT.                                                         *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *   2026-10-15  RM   ADDED THE PERIOD CLOSE SUPERVISOR ROLE       *
      *                    (CARVED FROM THE RESERVED AREA - SAME RECORD *
      *                    LENGTH).  ONLY A SUPERVISOR MAY START OR     *
      *                    COMPLETE A MONTH'S CLOSE OR KEY A            *
      *                    PRIOR-PERIOD ADJUSTMENT ON SAMPLE30, AND     *
      *                    APPROVING SUCH AN ADJUSTMENT ON SAMPLE16     *
      *                    NEEDS BOTH THE CHECKER AND SUPERVISOR ROLES  *
      *                    (SEE DTPERIOD).  OLDER RECORDS CARRY A SPACE *
      *                    - READ IT AS NOT HELD.                       *
      *                                                                *
      ******************************************************************
       01  DT-OPERATOR-RECORD.
           05  DT-OPR-OPERATOR-ID      PIC X(08).
           05  DT-OPR-OPERATOR-NAME    PIC X(20).
           05  DT-OPR-ROLES.
               10  DT-OPR-MAKER-ROLE   PIC X(01).
                   88  DT-OPR-MAKER                VALUE 'Y'.
               10  DT-OPR-CHECKER-ROLE PIC X(01).
                   88  DT-OPR-CHECKER              VALUE 'Y'.
               10  DT-OPR-BRMAINT-ROLE PIC X(01).
                   88  DT-OPR-BRANCH-MAINT         VALUE 'Y'.
               10  DT-OPR-INQUIRY-ROLE PIC X(01).
                   88  DT-OPR-INQUIRY-ONLY         VALUE 'Y'.
           05  DT-OPR-SCOPE-TYPE       PIC X(01).
               88  DT-OPR-SCOPE-ALL                VALUE 'A'.
               88  DT-OPR-SCOPE-REGION             VALUE 'R'.
               88  DT-OPR-SCOPE-BRANCH             VALUE 'B'.
           05  DT-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
           05  DT-OPR-STATUS           PIC X(01).
               88  DT-OPR-ACTIVE                   VALUE 'A'.
               88  DT-OPR-INACTIVE                 VALUE 'I'.
           05  DT-OPR-CHANGE-DATE      PIC X(08).
           05  DT-OPR-CHANGED-BY       PIC X(08).
           05  DT-OPR-SUPVR-ROLE       PIC X(01).
               88  DT-OPR-SUPERVISOR               VALUE 'Y'.
           05  DT-OPR-RESERVED         PIC X(09)   VALUE SPACES.
