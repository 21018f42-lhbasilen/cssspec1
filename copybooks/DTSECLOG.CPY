      ******************************************************************
      *                                                                *
      *   DTSECLOG.CPY                                                 *
      *   SECURITY LOG RECORD LAYOUT                                   *
      *                                                                *
      *   ONE RECORD IS APPENDED TO THE SECURITY-LOG-FILE (SECLOG) BY  *
      *   THE SIGN-ON SCREENS FOR EVERY FAILED SIGN-ON (EVENT 'F' -    *
      *   ID NOT ON THE OPERATOR MASTER, INACTIVE, OR WITHOUT THE      *
      *   ROLE THE SCREEN NEEDS) AND EVERY REFUSED ACTION (EVENT 'R'   *
      *   - ROLE NOT HELD, BRANCH OUTSIDE THE PROFILE SCOPE, MAKER     *
      *   ACTING ON OWN CHANGE), AND BY SAMPLE20 FOR EVERY OPERATOR    *
      *   PROFILE CHANGE (EVENT 'C').  SAMPLE21 PRINTS THE DAY'S       *
      *   RECORDS AS THE SECURITY VIOLATION REPORT FOR THE BRANCH      *
      *   OPERATIONS MANAGER.                                          *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *   2026-10-15  RM   ADDED REASON 'PERD' - A POSTING REFUSED      *
      *                    BECAUSE IT IS DATED INTO A MONTH THAT IS     *
      *                    CLOSING OR CLOSED (SEE DTPERIOD).            *
      *                                                                *
      ******************************************************************
       01  DT-SECURITY-LOG-RECORD.
           05  DT-SEC-LOG-DATE         PIC X(08).
           05  DT-SEC-LOG-TIME         PIC X(06).
           05  DT-SEC-PROGRAM-ID       PIC X(08).
           05  DT-SEC-OPERATOR-ID      PIC X(08).
           05  DT-SEC-EVENT            PIC X(01).
               88  DT-SEC-SIGNON-FAILED            VALUE 'F'.
               88  DT-SEC-ACTION-REFUSED           VALUE 'R'.
               88  DT-SEC-PROFILE-CHANGE           VALUE 'C'.
           05  DT-SEC-REASON-CODE      PIC X(04).
               88  DT-SEC-UNKNOWN-ID               VALUE 'UNKN'.
               88  DT-SEC-INACTIVE-ID              VALUE 'INAC'.
               88  DT-SEC-ROLE-NOT-HELD            VALUE 'ROLE'.
               88  DT-SEC-OUT-OF-SCOPE             VALUE 'SCOP'.
               88  DT-SEC-OWN-CHANGE               VALUE 'SELF'.
               88  DT-SEC-PERIOD-CLOSED            VALUE 'PERD'.
           05  DT-SEC-ACTION-CODE      PIC X(04).
           05  DT-SEC-BRANCH-CODE      PIC X(04).
           05  DT-SEC-DETAIL           PIC X(30).
           05  DT-SEC-RESERVED         PIC X(07)   VALUE SPACES.
