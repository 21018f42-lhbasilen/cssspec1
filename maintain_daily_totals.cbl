000550*                     WITH THE BEFORE AND AFTER IMAGES; A
000560*                     DIFFERENT OPERATOR APPROVES IT ON THE
000570*                     SAMPLE16 SCREEN BEFORE IT POSTS.
000571*    2026-10-15  RM   THE SIGN-ON IS NOW CHECKED AGAINST THE
000572*                     OPERATOR MASTER (OPERMST, SEE DTOPRMST) -
000573*                     REFUSED WHEN NOT ON FILE, INACTIVE OR NO
000574*                     MAKER ROLE, OR WHEN THE KEYED BRANCH IS
000575*                     OUTSIDE THE PROFILE SCOPE.  EVERY REFUSAL
000576*                     IS WRITTEN TO SECLOG (SEE DTSECLOG).
000577*    2026-10-15  RM   AN EDIT IS REFUSED (REASON PERD) WHEN
000578*                     TODAY'S MONTH IS CLOSING OR CLOSED ON THE
000579*                     PERIOD CONTROL FILE (PRDCTL, SEE DTPERIOD).
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000650     SELECT DAILY-TOTALS-FILE   ASSIGN TO DAILYTOT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-DLY-STATUS.
000672     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000674         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-BRM-STATUS.
000680     SELECT PARAMETER-FILE      ASSIGN TO PARMFILE
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PRM-STATUS.
000702     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-PRD-STATUS.
000710     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDFILE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PND-STATUS.
000731     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000732         ORGANIZATION IS LINE SEQUENTIAL
000733         FILE STATUS IS WS-OPM-STATUS.
000734     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000735         ORGANIZATION IS LINE SEQUENTIAL
000736         FILE STATUS IS WS-SEC-STATUS.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000790     RECORD CONTAINS 52 CHARACTERS.
000800 COPY DTOTREC.
000810*
000811 FD  BRANCH-MASTER-FILE
000812     LABEL RECORDS ARE STANDARD
000813     RECORD CONTAINS 48 CHARACTERS.
000814 COPY DTBRMST.
000815*
000820 FD  PARAMETER-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 40 CHARACTERS.
000850 COPY DTPARM.
000860*
000861 FD  PERIOD-CONTROL-FILE
000862     LABEL RECORDS ARE STANDARD
000863     RECORD CONTAINS 60 CHARACTERS.
000864 COPY DTPERIOD.
000865*
000870 FD  PENDING-CHANGE-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 200 CHARACTERS.
000900 COPY DTPEND.
000901*
000902 FD  OPERATOR-MASTER-FILE
000903     LABEL RECORDS ARE STANDARD
000904     RECORD CONTAINS 80 CHARACTERS.
000905 COPY DTOPRMST.
000910*
000911 FD  SECURITY-LOG-FILE
000912     LABEL RECORDS ARE STANDARD
000913     RECORD CONTAINS 80 CHARACTERS.
000914 COPY DTSECLOG.
000915*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  WS-SWITCHES.
000960         88  WS-INPUT-VALID                  VALUE 'Y'.
000970     05  WS-VERIFY-EOF-SWITCH    PIC X(01)   VALUE 'N'.
000980         88  WS-VERIFY-EOF                   VALUE 'Y'.
000981     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000982         88  WS-OPM-EOF                      VALUE 'Y'.
000983     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000984         88  WS-OPR-FOUND                    VALUE 'Y'.
000985     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
000986         88  WS-SCOPE-OK                     VALUE 'Y'.
000987     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000988         88  WS-BRM-EOF                      VALUE 'Y'.
000990*
001000 01  WS-INPUT-TEXT               PIC X(07).
001010*
001100 01  WS-PRM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001110     88  WS-PRM-EOF                          VALUE 'Y'.
001120*
001122 01  WS-PRD-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001124     88  WS-PRD-EOF                          VALUE 'Y'.
001126*
001130 01  WS-RUN-DATE                 PIC X(08).
001131*
001132*    THE STATUS OF EACH MONTH ON PRDCTL (SEE DTPERIOD).
001133 01  WS-PRD-TABLE.
001134     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
001135     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
001136         10  WS-PRD-E-MONTH      PIC X(06).
001137         10  WS-PRD-E-STATUS     PIC X(01).
001140*
001141*    A MONTH THAT IS NOT ON PRDCTL IS OPEN.
001142 01  WS-PRD-CHECK-DATE           PIC X(08).
001143 01  WS-PRD-MONTH-STATUS         PIC X(01).
001144     88  WS-PRD-MONTH-OPEN                   VALUE 'O'.
001145     88  WS-PRD-MONTH-CLOSING                VALUE 'P'.
001146     88  WS-PRD-MONTH-CLOSED                 VALUE 'C'.
001147*
001150 01  WS-DLY-STATUS               PIC X(02).
001160 01  WS-PND-STATUS               PIC X(02).
001162 01  WS-OPM-STATUS               PIC X(02).
001164 01  WS-SEC-STATUS               PIC X(02).
001166 01  WS-BRM-STATUS               PIC X(02).
001168 01  WS-PRD-STATUS               PIC X(02).
001170*
001171*    THE SIGNED-ON PROFILE FROM OPERMST (SEE DTOPRMST).
001172 01  WS-OPR-PROFILE.
001173     05  FILLER                  PIC X(28).
001174     05  WS-OPR-MAKER            PIC X(01).
001175     05  FILLER                  PIC X(03).
001176     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001177     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001178     05  WS-OPR-STATUS           PIC X(01).
001179     05  FILLER                  PIC X(26).
001180 01  WS-OPERATOR-ID              PIC X(08).
001190 01  WS-TIME-WORK                PIC X(08).
001191*
001192*    THE BRANCH-TO-REGION MAP FOR REGION-SCOPED PROFILES.
001193 01  WS-BRM-TABLE.
001194     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001195     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001196         10  WS-BRM-CODE         PIC X(04).
001197         10  WS-BRM-REGN         PIC X(04).
001200*
001210*    TODAY'S DAILYTOT RECORD AS IT STOOD BEFORE THE EDIT - THE
001220*    BEFORE IMAGE ON THE PENDING-CHANGE RECORD.  SPACES MEANS
001230*    THE FILE WAS EMPTY OR ABSENT.
001240 01  WS-BEFORE-RECORD            PIC X(52)   VALUE SPACES.
001241*
001242 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001243 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001244 01  WS-SCOPE-BRANCH             PIC X(04).
001245 01  WS-SCOPE-CODE               PIC X(04).
001246 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001247 01  WS-PRD-IDX                  PIC 9(03)   COMP.
001250*
001251*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001252 01  WS-SEC-EVENT-FIELDS.
001253     05  WS-SEC-DATE             PIC X(08).
001254     05  WS-SEC-EVENT            PIC X(01).
001255     05  WS-SEC-REASON           PIC X(04).
001256     05  WS-SEC-ACTION           PIC X(04).
001257     05  WS-SEC-BRANCH           PIC X(04).
001258     05  WS-SEC-DETAIL           PIC X(30).
001259*
001260 PROCEDURE DIVISION.
001270*
001280 0000-MAINLINE.
001300     PERFORM 1400-VERIFY-TARGET-FILE THRU 1400-EXIT.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 1500-ACCEPT-OPERATOR THRU 1500-EXIT.
001323     PERFORM 9900-LOAD-BRANCH-REGIONS THRU 9900-EXIT.
001326     PERFORM 1700-CHECK-BRANCH-SCOPE THRU 1700-EXIT.
001330     PERFORM 2000-MAINTAIN-NUM1 THRU 2000-EXIT.
001340     PERFORM 3000-MAINTAIN-NUM2 THRU 3000-EXIT.
001350     PERFORM 8000-WRITE-PENDING-CHANGE THRU 8000-EXIT.
003150*   SIGNS THE SESSION ON - THE MAKER ID GOES ON THE PENDING-     *
003160*   CHANGE RECORD AND THE APPROVAL SCREEN REFUSES TO LET THE     *
003170*   SAME ID APPROVE ITS OWN CHANGE.                              *
003173*   THE ID MUST BE AN ACTIVE PROFILE ON OPERMST HOLDING THE      *
003176*   MAKER ROLE - THREE REFUSED SIGN-ONS END THE SESSION.         *
003180******************************************************************
003190 1500-ACCEPT-OPERATOR.
003200     MOVE 'N' TO WS-VALID-SWITCH.
003290     IF WS-OPERATOR-ID = SPACES
003300         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
003310             LINE 5 COL 4
003313         GO TO 1600-EXIT
003316     END-IF.
003319     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
003322     IF WS-SEC-REASON = SPACES
003325             AND WS-OPR-MAKER NOT = 'Y'
003328         MOVE 'ROLE' TO WS-SEC-REASON
003331         MOVE 'NO MAKER ROLE' TO WS-SEC-DETAIL
003340     END-IF.
003341     IF WS-SEC-REASON NOT = SPACES
003342         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
003343         GO TO 1600-EXIT
003344     END-IF.
003345     SET WS-INPUT-VALID TO TRUE.
003350 1600-EXIT.
003360     EXIT.
003370*
003720     CLOSE PENDING-CHANGE-FILE.
003730 8000-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770*   1700-CHECK-BRANCH-SCOPE                                      *
003780*   REFUSES THE EDIT OUTRIGHT WHEN THE BRANCH KEYED IN 1000 IS   *
003790*   OUTSIDE THE SIGNED-ON PROFILE'S SCOPE - NOTHING REACHES      *
003800*   PENDFILE.                                                    *
003810*   THE EDIT IS ALSO REFUSED WHEN TODAY'S MONTH - THE DATE 8000  *
003820*   FILES IT UNDER - IS CLOSING OR CLOSED ON THE PERIOD CONTROL  *
003830*   FILE.                                                        *
003840******************************************************************
003850 1700-CHECK-BRANCH-SCOPE.
003860     MOVE 'EDIT' TO WS-SEC-ACTION.
003870     MOVE DT-BRANCH-CODE TO WS-SCOPE-BRANCH.
003880     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
003890     IF NOT WS-SCOPE-OK
003900         MOVE 'SCOP' TO WS-SEC-REASON
003910         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
003920         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
003930     END-IF.
003940     PERFORM 9950-LOAD-PERIOD-CONTROL THRU 9950-EXIT.
003950     ACCEPT WS-PRD-CHECK-DATE FROM DATE YYYYMMDD.
003960     PERFORM 9970-CHECK-PERIOD THRU 9970-EXIT.
003970     IF NOT WS-PRD-MONTH-OPEN
003980         MOVE 'PERD' TO WS-SEC-REASON
003990         MOVE 'PERIOD CLOSING OR CLOSED' TO WS-SEC-DETAIL
004000         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004010     END-IF.
004020 1700-EXIT.
004030     EXIT.
004040*
004050******************************************************************
004060*   9500-CHECK-PROFILE                                           *
004070*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
004080*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
004090*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
004100*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
004110*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
004120******************************************************************
004130 9500-CHECK-PROFILE.
004140     MOVE SPACES TO WS-SEC-REASON.
004150     MOVE SPACES TO WS-SEC-DETAIL.
004160     MOVE SPACES TO WS-OPR-PROFILE.
004170     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
004180     MOVE 'N' TO WS-OPM-EOF-SWITCH.
004190     OPEN INPUT OPERATOR-MASTER-FILE.
004200     IF WS-OPM-STATUS NOT = '00'
004210         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
004220             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF.
004260     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
004270         UNTIL WS-OPM-EOF
004280             OR WS-OPR-FOUND.
004290     CLOSE OPERATOR-MASTER-FILE.
004300     IF NOT WS-OPR-FOUND
004310         MOVE 'UNKN' TO WS-SEC-REASON
004320         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
004330     ELSE IF WS-OPR-STATUS NOT = 'A'
004340         MOVE 'INAC' TO WS-SEC-REASON
004350         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
004360     END-IF.
004370 9500-EXIT.
004380     EXIT.
004390*
004400 9510-READ-ONE-PROFILE.
004410     READ OPERATOR-MASTER-FILE
004420         AT END
004430             SET WS-OPM-EOF TO TRUE
004440     END-READ.
004450     IF NOT WS-OPM-EOF
004460         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
004470             SET WS-OPR-FOUND TO TRUE
004480             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
004490         END-IF
004500     END-IF.
004510 9510-EXIT.
004520     EXIT.
004530*
004540******************************************************************
004550*   9600-REFUSE-SIGN-ON                                          *
004560*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
004570*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
004580******************************************************************
004590 9600-REFUSE-SIGN-ON.
004600     MOVE 'F'    TO WS-SEC-EVENT.
004610     MOVE 'SGON' TO WS-SEC-ACTION.
004620     MOVE SPACES TO WS-SEC-BRANCH.
004630     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
004640     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
004650     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
004660     ADD 1 TO WS-SIGNON-FAILURES.
004670     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
004680         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
004690             LINE 22 COL 4
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730 9600-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770*   9650-REFUSE-ACTION                                           *
004780*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
004790*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
004800*   ENDS THE SESSION WITH NOTHING WRITTEN.                       *
004810******************************************************************
004820 9650-REFUSE-ACTION.
004830     MOVE 'R' TO WS-SEC-EVENT.
004840     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
004850     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
004860     DISPLAY "*** REFUSED - " LINE 22 COL 4.
004870     DISPLAY WS-SEC-DETAIL LINE 22 COL 18.
004880     DISPLAY "*** NO CHANGE RECORDED ***" LINE 23 COL 4.
004890     MOVE 8 TO RETURN-CODE.
004900     STOP RUN.
004910 9650-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950*   9700-LOG-SECURITY-EVENT                                      *
004960*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
004970*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
004980*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
004990******************************************************************
005000 9700-LOG-SECURITY-EVENT.
005010     OPEN EXTEND SECURITY-LOG-FILE.
005020     IF WS-SEC-STATUS NOT = '00'
005030         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
005040             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
005090     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
005100     ACCEPT WS-TIME-WORK FROM TIME.
005110     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
005120     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
005130     MOVE 'SAMPLE3 '         TO DT-SEC-PROGRAM-ID.
005140     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
005150     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
005160     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
005170     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
005180     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
005190     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
005200     WRITE DT-SECURITY-LOG-RECORD.
005210     IF WS-SEC-STATUS NOT = '00'
005220         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
005230             WS-SEC-STATUS " ***" LINE 22 COL 4
005240         MOVE 16 TO RETURN-CODE
005250         STOP RUN
005260     END-IF.
005270     CLOSE SECURITY-LOG-FILE.
005280 9700-EXIT.
005290     EXIT.
005300*
005310******************************************************************
005320*   9800-CHECK-SCOPE                                             *
005330*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
005340*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
005350*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
005360*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
005370*   HAS NO REGION AND IS OUTSIDE EVERY REGION SCOPE.             *
005380******************************************************************
005390 9800-CHECK-SCOPE.
005400     MOVE 'N' TO WS-SCOPE-SWITCH.
005410     IF WS-OPR-SCOPE-TYPE = 'A'
005420         SET WS-SCOPE-OK TO TRUE
005430         GO TO 9800-EXIT
005440     END-IF.
005450     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
005460     IF WS-OPR-SCOPE-TYPE = 'R'
005470         MOVE SPACES TO WS-SCOPE-CODE
005480         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
005490             VARYING WS-BRM-IDX FROM 1 BY 1
005500             UNTIL WS-BRM-IDX > WS-BRM-COUNT
005510                 OR WS-SCOPE-CODE NOT = SPACES
005520     END-IF.
005530     IF WS-SCOPE-CODE NOT = SPACES
005540         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
005550             VARYING WS-SCOPE-IDX FROM 1 BY 1
005560             UNTIL WS-SCOPE-IDX > 5
005570                 OR WS-SCOPE-OK
005580     END-IF.
005590 9800-EXIT.
005600     EXIT.
005610*
005620 9810-SCAN-SCOPE-CODE.
005630     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
005640         SET WS-SCOPE-OK TO TRUE
005650     END-IF.
005660 9810-EXIT.
005670     EXIT.
005680*
005690 9830-FIND-BRANCH-REGION.
005700     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
005710         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
005720     END-IF.
005730 9830-EXIT.
005740     EXIT.
005750*
005760******************************************************************
005770*   9900-LOAD-BRANCH-REGIONS                                     *
005780*   LOADS EACH BRANCH'S REGION FROM THE BRANCH MASTER FOR THE    *
005790*   REGION-SCOPE CHECK.  A MASTER THAT CANNOT BE OPENED LEAVES   *
005800*   THE TABLE EMPTY - A REGION-SCOPED PROFILE THEN CANNOT ACT,   *
005810*   WHICH IS THE SAFE SIDE TO FAIL ON.                           *
005820******************************************************************
005830 9900-LOAD-BRANCH-REGIONS.
005840     MOVE 0 TO WS-BRM-COUNT.
005850     OPEN INPUT BRANCH-MASTER-FILE.
005860     IF WS-BRM-STATUS NOT = '00'
005870         GO TO 9900-EXIT
005880     END-IF.
005890     PERFORM 9910-LOAD-ONE-REGION THRU 9910-EXIT
005900         UNTIL WS-BRM-EOF.
005910     CLOSE BRANCH-MASTER-FILE.
005920 9900-EXIT.
005930     EXIT.
005940*
005950 9910-LOAD-ONE-REGION.
005960     READ BRANCH-MASTER-FILE
005970         AT END
005980             SET WS-BRM-EOF TO TRUE
005990     END-READ.
006000     IF NOT WS-BRM-EOF
006010         IF WS-BRM-COUNT IS LESS THAN 50
006020             ADD 1 TO WS-BRM-COUNT
006030             MOVE DT-BRM-BRANCH-CODE
006040                 TO WS-BRM-CODE (WS-BRM-COUNT)
006050             MOVE DT-BRM-REGION
006060                 TO WS-BRM-REGN (WS-BRM-COUNT)
006070         ELSE
006080             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
006090                 LINE 22 COL 4
006100             MOVE 16 TO RETURN-CODE
006110             STOP RUN
006120         END-IF
006130     END-IF.
006140 9910-EXIT.
006150     EXIT.
006160*
006170******************************************************************
006180*   9950-LOAD-PERIOD-CONTROL                                     *
006190*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
006200*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
006210*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE ENDS THE SESSION -  *
006220*   A CLOSED MONTH MUST NOT TAKE A POSTING JUST BECAUSE ITS      *
006230*   CONTROL FILE COULD NOT BE READ.                              *
006240******************************************************************
006250 9950-LOAD-PERIOD-CONTROL.
006260     MOVE 0 TO WS-PRD-COUNT.
006270     MOVE 'N' TO WS-PRD-EOF-SWITCH.
006280     OPEN INPUT PERIOD-CONTROL-FILE.
006290     IF WS-PRD-STATUS = '35'
006300         GO TO 9950-EXIT
006310     END-IF.
006320     IF WS-PRD-STATUS NOT = '00'
006330         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
006340             "STATUS " WS-PRD-STATUS " ***" LINE 22 COL 4
006350         MOVE 16 TO RETURN-CODE
006360         STOP RUN
006370     END-IF.
006380     PERFORM 9960-LOAD-ONE-PERIOD THRU 9960-EXIT
006390         UNTIL WS-PRD-EOF.
006400     CLOSE PERIOD-CONTROL-FILE.
006410 9950-EXIT.
006420     EXIT.
006430*
006440 9960-LOAD-ONE-PERIOD.
006450     READ PERIOD-CONTROL-FILE
006460         AT END
006470             SET WS-PRD-EOF TO TRUE
006480     END-READ.
006490     IF NOT WS-PRD-EOF
006500         IF WS-PRD-COUNT IS LESS THAN 120
006510             ADD 1 TO WS-PRD-COUNT
006520             MOVE DT-PRD-MONTH
006530                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
006540             MOVE DT-PRD-STATUS
006550                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
006560         ELSE
006570             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
006580                 LINE 22 COL 4
006590             MOVE 16 TO RETURN-CODE
006600             STOP RUN
006610         END-IF
006620     END-IF.
006630 9960-EXIT.
006640     EXIT.
006650*
006660******************************************************************
006670*   9970-CHECK-PERIOD                                            *
006680*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
006690*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
006700******************************************************************
006710 9970-CHECK-PERIOD.
006720     SET WS-PRD-MONTH-OPEN TO TRUE.
006730     PERFORM 9980-SCAN-ONE-PERIOD THRU 9980-EXIT
006740         VARYING WS-PRD-IDX FROM 1 BY 1
006750         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
006760 9970-EXIT.
006770     EXIT.
006780*
006790 9980-SCAN-ONE-PERIOD.
006800     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
006810         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
006820             TO WS-PRD-MONTH-STATUS
006830     END-IF.
006840 9980-EXIT.
006850     EXIT.
