000277*                     FOR THE MORNING STATUS SCREEN (SAMPLE11),
000278*                     CARRYING THE BANK-WIDE RECORD COUNT AND
000279*                     TOTALS AND THE SKIPPED-RECORD COUNT.
000280*    2026-10-15  RM   ADDED FEED-REGISTER-FILE (FEEDREG, SEE
000281*                     DTFEEDRG).  EACH FEED IN THE CONCATENATION
000282*                     IS NOW JUDGED BY ITS HEADER - TONIGHT'S FEED
000283*                     FOR A BRANCH NOT MARKED MISSING COUNTS AS
000284*                     BEFORE, A LATE FEED THE CATCH-UP STEP POSTED
000285*                     TONIGHT PRINTS ON A CAUGHT-UP LINE UNDER ITS
000286*                     BRANCH AND AMENDS ITS OWN BUSINESS DATE WITH
000287*                     A 'C' CONSFILE RECORD, AND ANYTHING ELSE (A
000288*                     STALE FEED LEFT ON A DATASET) IS COUNTED AS
000289*                     NOT TONIGHT'S AND LEFT OUT.  TONIGHT'S
000290*                     CONSFILE RECORD CARRIES TONIGHT'S FIGURES
000291*                     ONLY, SO IT STILL TIES TO STEPCTL
000292*                     (SAMPLE18).
000293*
000294 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000462     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000464         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-RLG-STATUS.
000467     SELECT FEED-REGISTER-FILE  ASSIGN TO FEEDREG
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS WS-FRG-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000510     LABEL RECORDS ARE STANDARD
000520     RECORD CONTAINS 52 CHARACTERS.
000530 COPY DTOTREC.
000535 COPY DTOTCTL.
000540*
000550 FD  BRANCH-MASTER-FILE
000560     LABEL RECORDS ARE STANDARD
000675     LABEL RECORDS ARE STANDARD
000676     RECORD CONTAINS 80 CHARACTERS.
000677 COPY DTRUNLOG.
000678*
000679 FD  FEED-REGISTER-FILE
000680     LABEL RECORDS ARE STANDARD
000681     RECORD CONTAINS 80 CHARACTERS.
000682 COPY DTFEEDRG.
000683*
000690 WORKING-STORAGE SECTION.
000700*
000710 01  WS-SWITCHES.
000750         88  WS-BRM-EOF                      VALUE 'Y'.
000760     05  WS-CON-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000770         88  WS-CON-FOUND                    VALUE 'Y'.
000771     05  WS-FRG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000772         88  WS-FRG-EOF                      VALUE 'Y'.
000773     05  WS-CUP-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000774         88  WS-CUP-FOUND                    VALUE 'Y'.
000775     05  WS-BASE-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
000776         88  WS-BASE-FOUND                   VALUE 'Y'.
000777     05  WS-CON-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000778         88  WS-CON-EOF                      VALUE 'Y'.
000779*        WHAT THE FEED NOW BEING READ COUNTS AS - SET FROM ITS
000780*        HEADER.  DATA AHEAD OF ANY HEADER COUNTS AS TONIGHT'S.
000781     05  WS-FEED-USE-SWITCH      PIC X(01)   VALUE 'T'.
000782         88  WS-FEED-TONIGHT                 VALUE 'T'.
000783         88  WS-FEED-CATCHUP                 VALUE 'C'.
000784         88  WS-FEED-STALE                   VALUE 'S'.
000785*
000790 01  WS-RUN-DATE                 PIC X(08).
000800*
000810 01  WS-DLY-STATUS               PIC X(02).
000830 01  WS-CON-STATUS               PIC X(02).
000840 01  WS-PRT-STATUS               PIC X(02).
000842 01  WS-RLG-STATUS               PIC X(02).
000843 01  WS-FRG-STATUS               PIC X(02).
000844*
000846 01  WS-START-TIME               PIC X(06).
000848 01  WS-TIME-WORK                PIC X(08).
000930         10  WS-CON-RECS         PIC 9(06).
000940         10  WS-CON-NUM1         PIC 9(11).
000950         10  WS-CON-NUM2         PIC 9(11).
000955         10  WS-CON-MARKED       PIC X(01).
000960*
000970 01  WS-CON-IDX                  PIC 9(03)   COMP.
000980 01  WS-CON-JDX                  PIC 9(03)   COMP.
000990 01  WS-CON-SLOT                 PIC 9(03)   COMP.
001000 01  WS-SWAP-ENTRY               PIC X(58).
001001*
001002*    LATE FEEDS THE CATCH-UP STEPS POSTED TONIGHT (THE REGISTER'S
001003*    'C' RECORDS DATED TONIGHT).  EACH IS COUNTED FROM THE FIRST
001004*    FEED IN THE CONCATENATION CARRYING ITS BRANCH AND DATE -
001005*    THE SAME FEED CAN STILL SIT ON THE BRANCH'S OWN DATASET.
001006 01  WS-CUP-TABLE.
001007     05  WS-CUP-COUNT            PIC 9(03)   COMP  VALUE 0.
001008     05  WS-CUP-ENTRY            OCCURS 50 TIMES.
001009         10  WS-CUP-BRANCH       PIC X(04).
001010         10  WS-CUP-DATE         PIC X(08).
001011         10  WS-CUP-COUNTED      PIC X(01).
001012         10  WS-CUP-AMENDED      PIC X(01).
001013         10  WS-CUP-RECS         PIC 9(06).
001014         10  WS-CUP-NUM1         PIC 9(11).
001015         10  WS-CUP-NUM2         PIC 9(11).
001016*
001017 01  WS-CUP-IDX                  PIC 9(03)   COMP.
001018 01  WS-CUP-JDX                  PIC 9(03)   COMP.
001019 01  WS-CUP-SLOT                 PIC 9(03)   COMP.
001020 01  WS-HDR-BRANCH               PIC X(04)   VALUE SPACES.
001021 01  WS-HDR-DATE                 PIC X(08)   VALUE SPACES.
001022*
001023*    THE 'C' CONSFILE RECORD FOR ONE CAUGHT-UP BUSINESS DATE -
001024*    THE LAST RECORD ON FILE FOR THE DATE PLUS WHAT CAUGHT UP.
001025 01  WS-AMEND-FIELDS.
001026     05  WS-AMD-DATE             PIC X(08).
001027     05  WS-AMD-BRANCHES         PIC 9(03).
001028     05  WS-AMD-RECS             PIC 9(06).
001029     05  WS-AMD-NUM1             PIC 9(11).
001030     05  WS-AMD-NUM2             PIC 9(11).
001031     05  WS-BASE-EXP             PIC 9(03).
001032     05  WS-BASE-RPT             PIC 9(03).
001033     05  WS-BASE-RECS            PIC 9(06).
001034     05  WS-BASE-NUM1            PIC 9(11).
001035     05  WS-BASE-NUM2            PIC 9(11).
001036*
001037 01  WS-COUNTERS.
001038     05  WS-SKIPPED-COUNT        PIC 9(06)   VALUE 0.
001040     05  WS-BRANCHES-EXP         PIC 9(03)   VALUE 0.
001050     05  WS-BRANCHES-RPT         PIC 9(03)   VALUE 0.
001060     05  WS-TOT-RECS             PIC 9(06)   VALUE 0.
001070     05  WS-TOT-NUM1             PIC 9(11)   VALUE 0.
001080     05  WS-TOT-NUM2             PIC 9(11)   VALUE 0.
001083     05  WS-STALE-COUNT          PIC 9(06)   VALUE 0.
001086     05  WS-CAUGHT-UP-COUNT      PIC 9(03)   VALUE 0.
001090*
001100 01  WS-DETAIL-FIELDS.
001110     05  WS-DET-BRANCH           PIC X(04).
001140     05  WS-DET-NUM1             PIC 9(11).
001150     05  WS-DET-NUM2             PIC 9(11).
001160     05  WS-DET-FLAG             PIC X(08).
001162     05  WS-DET-CUP-DATE         PIC X(08).
001164     05  WS-DET-CUP-RECS         PIC 9(06).
001166     05  WS-DET-CUP-NUM1         PIC 9(11).
001168     05  WS-DET-CUP-NUM2         PIC 9(11).
001170*
001180 01  WS-CTL-REGION               PIC X(04).
001190*
001540     05  COLUMN 45       PIC 9(11)  SOURCE IS WS-DET-NUM1.
001550     05  COLUMN 58       PIC 9(11)  SOURCE IS WS-DET-NUM2.
001560     05  COLUMN 71       PIC X(08)  SOURCE IS WS-DET-FLAG.
001561*
001562*    A LATE FEED CAUGHT UP TONIGHT, UNDER ITS BRANCH'S LINE.  ITS
001563*    FIGURES BELONG TO ITS OWN BUSINESS DATE, NOT TO TONIGHT'S
001564*    SUBTOTALS.
001565 01  RL-CATCHUP-LINE     TYPE DETAIL LINE PLUS 1.
001566     05  COLUMN  8       PIC X(13)  VALUE "CAUGHT UP FOR".
001567     05  COLUMN 22       PIC X(08)  SOURCE IS WS-DET-CUP-DATE.
001568     05  COLUMN 37       PIC 9(06)  SOURCE IS WS-DET-CUP-RECS.
001569     05  COLUMN 45       PIC 9(11)  SOURCE IS WS-DET-CUP-NUM1.
001570     05  COLUMN 58       PIC 9(11)  SOURCE IS WS-DET-CUP-NUM2.
001571     05  COLUMN 71       PIC X(08)  VALUE "CAUGHTUP".
001572*
001580 01  RL-REGION-TOTAL     TYPE CONTROL FOOTING WS-CTL-REGION
001590                         NEXT GROUP PLUS 1.
001600     05  LINE PLUS 1.
001790     05  LINE PLUS 1.
001800         10  COLUMN  1   PIC X(16)  VALUE "RECORDS SKIPPED".
001810         10  COLUMN 20   PIC 9(06)  SOURCE IS WS-SKIPPED-COUNT.
001811     05  LINE PLUS 1.
001812         10  COLUMN  1   PIC X(18)  VALUE "BRANCHES CAUGHT UP".
001813         10  COLUMN 20   PIC 9(03)  SOURCE IS WS-CAUGHT-UP-COUNT.
001814     05  LINE PLUS 1.
001815         10  COLUMN  1   PIC X(18)  VALUE "NOT TONIGHT'S RECS".
001816         10  COLUMN 20   PIC 9(06)  SOURCE IS WS-STALE-COUNT.
001820*
001830 PROCEDURE DIVISION.
001840*
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     PERFORM 2000-LOAD-BRANCH-MASTER THRU 2000-EXIT.
001875     PERFORM 2500-LOAD-FEED-REGISTER THRU 2500-EXIT.
001880     PERFORM 3000-TALLY-BRANCH-FEEDS THRU 3000-EXIT.
001890     PERFORM 4000-SORT-BY-REGION THRU 4000-EXIT.
001900     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
001910     PERFORM 9000-WRITE-CONSOLIDATED THRU 9000-EXIT.
001915     PERFORM 9100-AMEND-CAUGHT-UP-DATES THRU 9100-EXIT.
001920     PERFORM 9900-TERMINATE THRU 9900-EXIT.
001930     STOP RUN.
001940*
002610             MOVE 0 TO WS-CON-RECS (WS-CON-COUNT)
002620             MOVE 0 TO WS-CON-NUM1 (WS-CON-COUNT)
002630             MOVE 0 TO WS-CON-NUM2 (WS-CON-COUNT)
002635             MOVE 'N' TO WS-CON-MARKED (WS-CON-COUNT)
002640             IF DT-BRM-STATUS = 'A'
002650                 ADD 1 TO WS-BRANCHES-EXP
002660             END-IF
002730 2100-EXIT.
002740     EXIT.
002750*
002751******************************************************************
002752*   2500-LOAD-FEED-REGISTER                                      *
002753*   READS THE FEED ARRIVAL REGISTER (FEEDREG, KEPT BY SAMPLE22   *
002754*   AND SAMPLE1B).  A BRANCH MARKED MISSING TONIGHT WAS SKIPPED  *
002755*   BY ITS BRANCH STEP, SO WHATEVER SITS ON ITS DATASET IS NOT   *
002756*   TONIGHT'S FIGURE; A LATE FEED CAUGHT UP TONIGHT IS COUNTED   *
002757*   APART.  NO REGISTER (STATUS 35) MEANS NEITHER HAS HAPPENED. *
002758*   A REGISTER THAT CANNOT BE READ STOPS THE STEP RATHER THAN    *
002759*   TAKE A SKIPPED BRANCH'S OLD FIGURES AS TONIGHT'S.            *
002760******************************************************************
002761 2500-LOAD-FEED-REGISTER.
002762     OPEN INPUT FEED-REGISTER-FILE.
002763     IF WS-FRG-STATUS = '35'
002764         GO TO 2500-EXIT
002765     END-IF.
002766     IF WS-FRG-STATUS NOT = '00'
002767         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR INPUT - "
002768             "STATUS " WS-FRG-STATUS " ***"
002769         MOVE 16 TO RETURN-CODE
002770         STOP RUN
002771     END-IF.
002772     PERFORM 2550-LOAD-ONE-EVENT THRU 2550-EXIT
002773         UNTIL WS-FRG-EOF.
002774     CLOSE FEED-REGISTER-FILE.
002775 2500-EXIT.
002776     EXIT.
002777*
002778 2550-LOAD-ONE-EVENT.
002779     READ FEED-REGISTER-FILE
002780         AT END
002781             SET WS-FRG-EOF TO TRUE
002782     END-READ.
002783     IF WS-FRG-EOF
002784         GO TO 2550-EXIT
002785     END-IF.
002786     IF DT-FRG-MISSING
002787             AND DT-FRG-BUS-DATE = WS-RUN-DATE
002788         MOVE 'N' TO WS-CON-FOUND-SWITCH
002789         PERFORM 2600-SCAN-MARKED THRU 2600-EXIT
002790             VARYING WS-CON-IDX FROM 1 BY 1
002791             UNTIL WS-CON-IDX > WS-CON-COUNT
002792                 OR WS-CON-FOUND
002793     END-IF.
002794     IF DT-FRG-CAUGHT-UP
002795             AND DT-FRG-EVENT-DATE = WS-RUN-DATE
002796         IF WS-CUP-COUNT IS LESS THAN 50
002797             ADD 1 TO WS-CUP-COUNT
002798             MOVE DT-FRG-BRANCH-CODE
002799                 TO WS-CUP-BRANCH (WS-CUP-COUNT)
002800             MOVE DT-FRG-BUS-DATE
002801                 TO WS-CUP-DATE (WS-CUP-COUNT)
002802             MOVE 'N' TO WS-CUP-COUNTED (WS-CUP-COUNT)
002803             MOVE 'N' TO WS-CUP-AMENDED (WS-CUP-COUNT)
002804             MOVE 0   TO WS-CUP-RECS (WS-CUP-COUNT)
002805             MOVE 0   TO WS-CUP-NUM1 (WS-CUP-COUNT)
002806             MOVE 0   TO WS-CUP-NUM2 (WS-CUP-COUNT)
002807         ELSE
002808             DISPLAY "*** CATCH-UP TABLE FULL - LIMIT 50 ***"
002809             MOVE 16 TO RETURN-CODE
002810             STOP RUN
002811         END-IF
002812     END-IF.
002813 2550-EXIT.
002814     EXIT.
002815*
002816 2600-SCAN-MARKED.
002817     IF WS-CON-CODE (WS-CON-IDX) = DT-FRG-BRANCH-CODE
002818         SET WS-CON-FOUND TO TRUE
002819         MOVE 'Y' TO WS-CON-MARKED (WS-CON-IDX)
002820     END-IF.
002821 2600-EXIT.
002822     EXIT.
002823*
002824******************************************************************
002825*   3000-TALLY-BRANCH-FEEDS                                      *
002826*   READS THE CONCATENATED BRANCH FEEDS STRAIGHT THROUGH AND     *
002827*   ACCUMULATES EACH RECORD INTO ITS BRANCH'S SLOT.  A RECORD    *
002828*   WITH GARBAGE IN NUM1/NUM2 CANNOT BE ADDED - IT IS COUNTED    *
002829*   AS SKIPPED AND SHOWN ON THE REPORT (SAMPLE1B SUSPENDS THE    *
002830*   SAME RECORD ON ITS OWN PASS).                                *
002831******************************************************************
002840 3000-TALLY-BRANCH-FEEDS.
002850     PERFORM 3100-READ-FEED-RECORD THRU 3100-EXIT
002860         UNTIL WS-EOF.
002930             SET WS-EOF TO TRUE
002940     END-READ.
002941*    FEED HEADER/TRAILER CONTROL RECORDS (SEE DTOTCTL) ARE NOT
002942*    DATA - STEP OVER THEM.  A HEADER SAYS WHAT ITS FEED COUNTS
002943*    AS (3050).
002944     IF NOT WS-EOF
002945         IF DT-BRANCH-CODE = 'HDR '
002946             PERFORM 3050-START-FEED THRU 3050-EXIT
002947             GO TO 3100-EXIT
002948         END-IF
002949         IF DT-BRANCH-CODE = 'TRL '
002950             GO TO 3100-EXIT
002951         END-IF
002952     END-IF.
002953     IF NOT WS-EOF
002954             AND WS-FEED-STALE
002955         ADD 1 TO WS-STALE-COUNT
002956         GO TO 3100-EXIT
002957     END-IF.
002958     IF NOT WS-EOF
002960         IF DT-NUM1 IS NUMERIC AND DT-NUM2 IS NUMERIC
002970             PERFORM 3200-TALLY-ONE-RECORD THRU 3200-EXIT
002980         ELSE
003020 3100-EXIT.
003030     EXIT.
003040*
003041******************************************************************
003042*   3050-START-FEED                                              *
003043*   A HEADER STARTS THE NEXT FEED IN THE CONCATENATION.  ITS     *
003044*   DATA COUNTS AS TONIGHT'S WHEN IT IS TONIGHT'S FEED FOR A     *
003045*   BRANCH NOT MARKED MISSING, OR THE FIRST COPY OF A LATE FEED  *
003046*   CAUGHT UP TONIGHT UNDER TONIGHT'S OWN DATE.  THE FIRST COPY  *
003047*   OF A LATE FEED CAUGHT UP UNDER AN EARLIER DATE COUNTS TO     *
003048*   THAT CATCH-UP.  ANYTHING ELSE IS NOT TONIGHT'S.              *
003049******************************************************************
003050 3050-START-FEED.
003051     MOVE DT-HDR-BRANCH-CODE TO WS-HDR-BRANCH.
003052     MOVE DT-HDR-BUS-DATE    TO WS-HDR-DATE.
003053     SET WS-FEED-STALE TO TRUE.
003054     MOVE 'N' TO WS-CON-FOUND-SWITCH.
003055     PERFORM 3060-SCAN-HDR-BRANCH THRU 3060-EXIT
003056         VARYING WS-CON-IDX FROM 1 BY 1
003057         UNTIL WS-CON-IDX > WS-CON-COUNT
003058             OR WS-CON-FOUND.
003059     IF WS-HDR-DATE = WS-RUN-DATE
003060         IF NOT WS-CON-FOUND
003061             SET WS-FEED-TONIGHT TO TRUE
003062             GO TO 3050-EXIT
003063         END-IF
003064         IF WS-CON-MARKED (WS-CON-SLOT) NOT = 'Y'
003065             SET WS-FEED-TONIGHT TO TRUE
003066             GO TO 3050-EXIT
003067         END-IF
003068     END-IF.
003069     MOVE 'N' TO WS-CUP-FOUND-SWITCH.
003070     PERFORM 3070-SCAN-CATCHUP THRU 3070-EXIT
003071         VARYING WS-CUP-IDX FROM 1 BY 1
003072         UNTIL WS-CUP-IDX > WS-CUP-COUNT
003073             OR WS-CUP-FOUND.
003074     IF WS-CUP-FOUND
003075         MOVE 'Y' TO WS-CUP-COUNTED (WS-CUP-SLOT)
003076         IF WS-HDR-DATE = WS-RUN-DATE
003077             SET WS-FEED-TONIGHT TO TRUE
003078         ELSE
003079             SET WS-FEED-CATCHUP TO TRUE
003080         END-IF
003081         GO TO 3050-EXIT
003082     END-IF.
003083     DISPLAY "FEED FOR BRANCH " WS-HDR-BRANCH " DATED "
003084         WS-HDR-DATE " IS NOT TONIGHT'S - NOT CONSOLIDATED".
003085 3050-EXIT.
003086     EXIT.
003087*
003088 3060-SCAN-HDR-BRANCH.
003089     IF WS-CON-CODE (WS-CON-IDX) = WS-HDR-BRANCH
003090         SET WS-CON-FOUND TO TRUE
003091         MOVE WS-CON-IDX TO WS-CON-SLOT
003092     END-IF.
003093 3060-EXIT.
003094     EXIT.
003095*
003096 3070-SCAN-CATCHUP.
003097     IF WS-CUP-BRANCH (WS-CUP-IDX) = WS-HDR-BRANCH
003098             AND WS-CUP-DATE (WS-CUP-IDX) = WS-HDR-DATE
003099             AND WS-CUP-COUNTED (WS-CUP-IDX) = 'N'
003100         SET WS-CUP-FOUND TO TRUE
003101         MOVE WS-CUP-IDX TO WS-CUP-SLOT
003102     END-IF.
003103 3070-EXIT.
003104     EXIT.
003105*
003106 3200-TALLY-ONE-RECORD.
003107     IF WS-FEED-CATCHUP
003108         ADD 1       TO WS-CUP-RECS (WS-CUP-SLOT)
003109         ADD DT-NUM1 TO WS-CUP-NUM1 (WS-CUP-SLOT)
003110         ADD DT-NUM2 TO WS-CUP-NUM2 (WS-CUP-SLOT)
003111         GO TO 3200-EXIT
003112     END-IF.
003113     MOVE 'N' TO WS-CON-FOUND-SWITCH.
003114     PERFORM 3300-SCAN-CON-TABLE THRU 3300-EXIT
003115         VARYING WS-CON-IDX FROM 1 BY 1
003116         UNTIL WS-CON-IDX > WS-CON-COUNT
003117             OR WS-CON-FOUND.
003118     IF NOT WS-CON-FOUND
003120         IF WS-CON-COUNT IS LESS THAN 50
003130             ADD 1 TO WS-CON-COUNT
003140             MOVE WS-CON-COUNT TO WS-CON-SLOT
004170     ADD WS-CON-NUM1 (WS-CON-IDX) TO WS-TOT-NUM1.
004180     ADD WS-CON-NUM2 (WS-CON-IDX) TO WS-TOT-NUM2.
004190     GENERATE RL-BRANCH-LINE.
004192     PERFORM 8200-REPORT-CATCHUP THRU 8200-EXIT
004194         VARYING WS-CUP-IDX FROM 1 BY 1
004196         UNTIL WS-CUP-IDX > WS-CUP-COUNT.
004200 8100-EXIT.
004210     EXIT.
004211*
004212******************************************************************
004213*   8200-REPORT-CATCHUP                                          *
004214*   PRINTS A CAUGHT-UP LINE UNDER THE BRANCH FOR EACH LATE FEED  *
004215*   OF ITS POSTED TONIGHT UNDER AN EARLIER DATE.  THE BRANCH     *
004216*   LINE'S FIGURES ARE CLEARED FIRST SO NOTHING IS ADDED TO THE  *
004217*   REGION OR BANK TOTALS A SECOND TIME.                         *
004218******************************************************************
004219 8200-REPORT-CATCHUP.
004220     IF WS-CUP-BRANCH (WS-CUP-IDX) NOT = WS-DET-BRANCH
004221             OR WS-CUP-COUNTED (WS-CUP-IDX) NOT = 'Y'
004222             OR WS-CUP-DATE (WS-CUP-IDX) = WS-RUN-DATE
004223         GO TO 8200-EXIT
004224     END-IF.
004225     MOVE 0 TO WS-DET-RECS.
004226     MOVE 0 TO WS-DET-NUM1.
004227     MOVE 0 TO WS-DET-NUM2.
004228     MOVE WS-CUP-DATE (WS-CUP-IDX) TO WS-DET-CUP-DATE.
004229     MOVE WS-CUP-RECS (WS-CUP-IDX) TO WS-DET-CUP-RECS.
004230     MOVE WS-CUP-NUM1 (WS-CUP-IDX) TO WS-DET-CUP-NUM1.
004231     MOVE WS-CUP-NUM2 (WS-CUP-IDX) TO WS-DET-CUP-NUM2.
004232     ADD 1 TO WS-CAUGHT-UP-COUNT.
004233     GENERATE RL-CATCHUP-LINE.
004234 8200-EXIT.
004235     EXIT.
004236*
004237******************************************************************
004240*   9000-WRITE-CONSOLIDATED                                      *
004250*   APPENDS THE BANK-WIDE TOTALS RECORD FOR THE MORNING FIGURE.  *
004260******************************************************************
004320     MOVE WS-TOT-RECS      TO DT-CON-REC-COUNT.
004330     MOVE WS-TOT-NUM1      TO DT-CON-NUM1-TOTAL.
004340     MOVE WS-TOT-NUM2      TO DT-CON-NUM2-TOTAL.
004343     SET DT-CON-NIGHTLY-ENTRY TO TRUE.
004346     MOVE WS-RUN-DATE      TO DT-CON-WRITTEN-DATE.
004350     WRITE DT-CONSOLIDATED-RECORD.
004360     IF WS-CON-STATUS NOT = '00'
004370         DISPLAY "*** ERROR WRITING CONSFILE - STATUS "
004410     END-IF.
004420 9000-EXIT.
004430     EXIT.
004431*
004432******************************************************************
004433*   9100-AMEND-CAUGHT-UP-DATES                                   *
004434*   FOR EACH EARLIER BUSINESS DATE CAUGHT UP TONIGHT, APPENDS A  *
004435*   'C' RECORD CARRYING THAT DATE'S LAST FIGURES ON FILE PLUS    *
004436*   EVERY BRANCH CAUGHT UP FOR IT, SO THE LAST RECORD FOR THE    *
004437*   DATE IS ITS COMPLETE PICTURE.                                *
004438******************************************************************
004439 9100-AMEND-CAUGHT-UP-DATES.
004440     PERFORM 9150-AMEND-ONE-DATE THRU 9150-EXIT
004441         VARYING WS-CUP-IDX FROM 1 BY 1
004442         UNTIL WS-CUP-IDX > WS-CUP-COUNT.
004443 9100-EXIT.
004444     EXIT.
004445*
004446 9150-AMEND-ONE-DATE.
004447     IF WS-CUP-COUNTED (WS-CUP-IDX) NOT = 'Y'
004448             OR WS-CUP-AMENDED (WS-CUP-IDX) = 'Y'
004449             OR WS-CUP-DATE (WS-CUP-IDX) = WS-RUN-DATE
004450         GO TO 9150-EXIT
004451     END-IF.
004452     MOVE WS-CUP-DATE (WS-CUP-IDX) TO WS-AMD-DATE.
004453     MOVE 0 TO WS-AMD-BRANCHES.
004454     MOVE 0 TO WS-AMD-RECS.
004455     MOVE 0 TO WS-AMD-NUM1.
004456     MOVE 0 TO WS-AMD-NUM2.
004457     PERFORM 9160-GATHER-ONE-CATCHUP THRU 9160-EXIT
004458         VARYING WS-CUP-JDX FROM WS-CUP-IDX BY 1
004459         UNTIL WS-CUP-JDX > WS-CUP-COUNT.
004460     PERFORM 9170-FIND-BASE-RECORD THRU 9170-EXIT.
004461     MOVE SPACES TO DT-CONSOLIDATED-RECORD.
004462     MOVE WS-AMD-DATE      TO DT-CON-RUN-DATE.
004463     MOVE WS-BASE-EXP      TO DT-CON-BRANCHES-EXP.
004464     COMPUTE DT-CON-BRANCHES-RPT = WS-BASE-RPT + WS-AMD-BRANCHES.
004465     COMPUTE DT-CON-REC-COUNT    = WS-BASE-RECS + WS-AMD-RECS.
004466     COMPUTE DT-CON-NUM1-TOTAL   = WS-BASE-NUM1 + WS-AMD-NUM1.
004467     COMPUTE DT-CON-NUM2-TOTAL   = WS-BASE-NUM2 + WS-AMD-NUM2.
004468     SET DT-CON-CATCHUP-ENTRY TO TRUE.
004469     MOVE WS-RUN-DATE      TO DT-CON-WRITTEN-DATE.
004470     WRITE DT-CONSOLIDATED-RECORD.
004471     IF WS-CON-STATUS NOT = '00'
004472         DISPLAY "*** ERROR WRITING CONSFILE - STATUS "
004473             WS-CON-STATUS " ***"
004474         MOVE 16 TO RETURN-CODE
004475         STOP RUN
004476     END-IF.
004477     DISPLAY "CONSOLIDATION FOR " WS-AMD-DATE " AMENDED - "
004478         WS-AMD-BRANCHES " BRANCH(ES) CAUGHT UP".
004479 9150-EXIT.
004480     EXIT.
004481*
004482 9160-GATHER-ONE-CATCHUP.
004483     IF WS-CUP-DATE (WS-CUP-JDX) = WS-AMD-DATE
004484             AND WS-CUP-COUNTED (WS-CUP-JDX) = 'Y'
004485             AND WS-CUP-AMENDED (WS-CUP-JDX) = 'N'
004486         MOVE 'Y' TO WS-CUP-AMENDED (WS-CUP-JDX)
004487         ADD 1 TO WS-AMD-BRANCHES
004488         ADD WS-CUP-RECS (WS-CUP-JDX) TO WS-AMD-RECS
004489         ADD WS-CUP-NUM1 (WS-CUP-JDX) TO WS-AMD-NUM1
004490         ADD WS-CUP-NUM2 (WS-CUP-JDX) TO WS-AMD-NUM2
004491     END-IF.
004492 9160-EXIT.
004493     EXIT.
004494*
004495******************************************************************
004496*   9170-FIND-BASE-RECORD                                        *
004497*   RE-READS CONSFILE FOR THE LAST RECORD OF WS-AMD-DATE, THEN   *
004498*   REOPENS IT FOR EXTEND.  A DATE WITH NO RECORD (THE WHOLE     *
004499*   NIGHT WAS LOST) STARTS FROM TONIGHT'S EXPECTED COUNT.        *
004500******************************************************************
004501 9170-FIND-BASE-RECORD.
004502     MOVE 'N' TO WS-BASE-FOUND-SWITCH.
004503     MOVE 'N' TO WS-CON-EOF-SWITCH.
004504     MOVE WS-BRANCHES-EXP TO WS-BASE-EXP.
004505     MOVE 0 TO WS-BASE-RPT.
004506     MOVE 0 TO WS-BASE-RECS.
004507     MOVE 0 TO WS-BASE-NUM1.
004508     MOVE 0 TO WS-BASE-NUM2.
004509     CLOSE CONSOLIDATED-FILE.
004510     OPEN INPUT CONSOLIDATED-FILE.
004511     IF WS-CON-STATUS NOT = '00'
004512         DISPLAY "*** UNABLE TO OPEN CONSFILE FOR INPUT - "
004513             "STATUS " WS-CON-STATUS " ***"
004514         MOVE 16 TO RETURN-CODE
004515         STOP RUN
004516     END-IF.
004517     PERFORM 9180-READ-ONE-CONS THRU 9180-EXIT
004518         UNTIL WS-CON-EOF.
004519     CLOSE CONSOLIDATED-FILE.
004520     OPEN EXTEND CONSOLIDATED-FILE.
004521     IF WS-CON-STATUS NOT = '00'
004522         DISPLAY "*** UNABLE TO OPEN CONSFILE FOR OUTPUT - "
004523             "STATUS " WS-CON-STATUS " ***"
004524         MOVE 16 TO RETURN-CODE
004525         STOP RUN
004526     END-IF.
004527     IF NOT WS-BASE-FOUND
004528         DISPLAY "NO CONSOLIDATION ON FILE FOR " WS-AMD-DATE
004529             " - AMENDMENT CARRIES THE CAUGHT-UP BRANCHES ONLY"
004530     END-IF.
004531 9170-EXIT.
004532     EXIT.
004533*
004534 9180-READ-ONE-CONS.
004535     READ CONSOLIDATED-FILE
004536         AT END
004537             SET WS-CON-EOF TO TRUE
004538     END-READ.
004539     IF NOT WS-CON-EOF
004540         IF DT-CON-RUN-DATE = WS-AMD-DATE
004541             SET WS-BASE-FOUND TO TRUE
004542             MOVE DT-CON-BRANCHES-EXP TO WS-BASE-EXP
004543             MOVE DT-CON-BRANCHES-RPT TO WS-BASE-RPT
004544             MOVE DT-CON-REC-COUNT    TO WS-BASE-RECS
004545             MOVE DT-CON-NUM1-TOTAL   TO WS-BASE-NUM1
004546             MOVE DT-CON-NUM2-TOTAL   TO WS-BASE-NUM2
004547         END-IF
004548     END-IF.
004549 9180-EXIT.
004550     EXIT.
004551*
004552******************************************************************
004553*   9900-TERMINATE                                               *
004554******************************************************************
004555 9900-TERMINATE.
004556     TERMINATE CONSOLIDATED-REPORT.
004557     CLOSE DAILY-TOTALS-FILE.
004558     CLOSE CONSOLIDATED-FILE.
004559     CLOSE PRINT-FILE.
004560     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
004561     CLOSE RUN-LOG-FILE.
004562 9900-EXIT.
004563     EXIT.
004564*
004565******************************************************************
004570*   9950-WRITE-RUN-LOG                                           *
004580*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
004590*   SCREEN (SAMPLE11).  THE BANK-WIDE STEPS CARRY '*ALL' IN THE  *
