      ******************************************************************
      *                                                                *
      *   DTWRKLST.CPY                                                 *
      *   EXCEPTION WORKLIST RECORD LAYOUT                             *
      *                                                                *
      *   ONE RECORD PER EXCEPTION ON THE MORNING EXCEPTION WORKLIST   *
      *   (WORKLIST, PROD.DAILY.EXCEPTION.WORKLIST).  THE MORNING      *
      *   BUILD (SAMPLE27) ADDS AN ITEM FOR EACH NEW EXCEPTION IT      *
      *   FINDS ON THE RUN LOG (VARIANCE FLAGS, CONSBAL AND GLBAL      *
      *   BREAKS), THE SUSPENSE FILE (ITEMS PAST THE SUSPAGEDAYS       *
      *   THRESHOLD), GLUNACK AND PENDFILE.  THE ITEM KEY IS THE       *
      *   SOURCE CODE PLUS THE FIELDS THAT IDENTIFY THE EXCEPTION ON   *
      *   ITS SOURCE FILE, SO AN ITEM STILL OPEN THE NEXT MORNING IS   *
      *   CARRIED OVER, NOT ADDED AGAIN.                               *
      *                                                                *
      *   THE WORKLIST SCREEN (SAMPLE28) LETS AN OPERATOR TAKE AN      *
      *   ITEM, ADD NOTES AND CLOSE IT WITH A RESOLUTION CODE.         *
      *   SAMPLE29 LISTS THE ITEMS STILL OPEN AT END OF DAY WITH THEIR *
      *   AGE AND OWNER.  A CLOSED ITEM STAYS ON FILE UNTIL ITS SOURCE *
      *   NO LONGER REPORTS IT, SO IT CANNOT COME BACK AS A NEW ITEM.  *
      *   THE WHOLE FILE IS REWRITTEN BY EACH PROGRAM THAT CHANGES IT. *
      *                                                                *
      *   MODIFICATION HISTORY                                         *
      *   DATE       INIT  DESCRIPTION                                 *
      *   ---------  ----  -------------------------------------------- *
      *   2026-10-15  RM   ORIGINAL COPYBOOK.                           *
      *                                                                *
      ******************************************************************
       01  DT-WORKLIST-RECORD.
           05  DT-WRK-ITEM-KEY.
               10  DT-WRK-SOURCE       PIC X(03).
                   88  DT-WRK-VARIANCE-FLAG        VALUE 'VAR'.
                   88  DT-WRK-AGED-SUSPENSE        VALUE 'SUS'.
                   88  DT-WRK-GL-UNACK             VALUE 'GLU'.
                   88  DT-WRK-PENDING-CHECKER      VALUE 'PND'.
                   88  DT-WRK-CONSBAL-BREAK        VALUE 'CBL'.
                   88  DT-WRK-GLBAL-BREAK          VALUE 'GLB'.
      *        THE SOURCE RECORD'S IDENTIFYING FIELDS - VAR RUN DATE
      *        AND BRANCH; SUS SUSPEND DATE, REASON, BRANCH AND SEQ;
      *        GLU RUN DATE, BRANCH, CONTROL ACCOUNT, ENTRY TYPE AND
      *        POST DATE; PND TYPE, MAKER, ENTER DATE AND TIME;
      *        CBL/GLB RUN DATE.
               10  DT-WRK-SOURCE-KEY   PIC X(37).
           05  DT-WRK-ITEM-NO          PIC 9(06).
           05  DT-WRK-BRANCH-CODE      PIC X(04).
           05  DT-WRK-ITEM-DATE        PIC X(08).
           05  DT-WRK-STATUS           PIC X(01).
               88  DT-WRK-OPEN                     VALUE 'O'.
               88  DT-WRK-TAKEN                    VALUE 'T'.
               88  DT-WRK-CLOSED                   VALUE 'C'.
               88  DT-WRK-OUTSTANDING              VALUE 'O' 'T'.
           05  DT-WRK-FIRST-SEEN       PIC X(08).
           05  DT-WRK-LAST-SEEN        PIC X(08).
           05  DT-WRK-OWNER-ID         PIC X(08).
           05  DT-WRK-TAKEN-DATE       PIC X(08).
           05  DT-WRK-CLOSED-DATE      PIC X(08).
           05  DT-WRK-RESOLUTION       PIC X(04).
               88  DT-WRK-RES-FIXED                VALUE 'FIXD'.
               88  DT-WRK-RES-EXPLAINED            VALUE 'EXPL'.
               88  DT-WRK-RES-ESCALATED            VALUE 'ESCL'.
               88  DT-WRK-RES-DUPLICATE            VALUE 'DUPL'.
               88  DT-WRK-VALID-RESOLUTION         VALUE 'FIXD'
                                                         'EXPL'
                                                         'ESCL'
                                                         'DUPL'.
           05  DT-WRK-DESCRIPTION      PIC X(40).
      *        THE TWO MOST RECENT NOTES - DATE, OPERATOR AND TEXT.
           05  DT-WRK-NOTE-LINE        PIC X(60)   OCCURS 2 TIMES.
           05  DT-WRK-RESERVED         PIC X(37)   VALUE SPACES.
