000360*                     AN OPERATOR ID AND WRITES A CHANGE-HISTORY
000370*                     RECORD TO BRNCHLOG (SEE DTBRMLOG) WITH THE
000380*                     BEFORE AND AFTER VALUES.
000381*    2026-10-15  RM   THE OPERATOR ID IS NOW LOOKED UP ON THE
000382*                     OPERATOR MASTER (OPERMST, SEE DTOPRMST) AND
000383*                     THE SIGN-ON IS REFUSED WHEN IT IS NOT ON
000384*                     FILE, IS INACTIVE, OR HAS NO BRANCH
000385*                     MAINTENANCE ROLE.  THE BRANCH, AND FOR A
000386*                     REGION-SCOPED PROFILE THE REGION IT ENDS UP
000387*                     IN, MUST BE INSIDE THE PROFILE SCOPE.
000388*                     EVERY REFUSAL IS WRITTEN TO SECLOG (SEE
000389*                     DTSECLOG).
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000490     SELECT BRANCH-LOG-FILE     ASSIGN TO BRNCHLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-BLG-STATUS.
000511     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS WS-OPM-STATUS.
000514     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000515         ORGANIZATION IS LINE SEQUENTIAL
000516         FILE STATUS IS WS-SEC-STATUS.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000620     RECORD CONTAINS 80 CHARACTERS.
000630 COPY DTBRMLOG.
000640*
000641 FD  OPERATOR-MASTER-FILE
000642     LABEL RECORDS ARE STANDARD
000643     RECORD CONTAINS 80 CHARACTERS.
000644 COPY DTOPRMST.
000645*
000646 FD  SECURITY-LOG-FILE
000647     LABEL RECORDS ARE STANDARD
000648     RECORD CONTAINS 80 CHARACTERS.
000649 COPY DTSECLOG.
000650*
000651 WORKING-STORAGE SECTION.
000660*
000670 01  WS-SWITCHES.
000680     05  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000710         88  WS-INPUT-VALID                  VALUE 'Y'.
000720     05  WS-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
000730         88  WS-BRANCH-FOUND                 VALUE 'Y'.
000731     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000732         88  WS-OPM-EOF                      VALUE 'Y'.
000733     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000734         88  WS-OPR-FOUND                    VALUE 'Y'.
000735     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
000736         88  WS-SCOPE-OK                     VALUE 'Y'.
000740*
000750 01  WS-BRM-STATUS               PIC X(02).
000760 01  WS-BLG-STATUS               PIC X(02).
000763 01  WS-OPM-STATUS               PIC X(02).
000766 01  WS-SEC-STATUS               PIC X(02).
000770*
000780 01  WS-BRM-TABLE.
000790     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001030*
001040 01  WS-CHANGE-DATE              PIC X(08).
001050 01  WS-TIME-WORK                PIC X(08).
001051*
001052*    THE SIGNED-ON OPERATOR'S PROFILE AS READ FROM OPERMST (SEE
001053*    DTOPRMST) - THE ROLES AND SCOPE EVERY ACTION IS CHECKED
001054*    AGAINST.
001055 01  WS-OPR-PROFILE.
001056     05  WS-OPR-ID               PIC X(08).
001057     05  WS-OPR-NAME             PIC X(20).
001058     05  WS-OPR-MAKER            PIC X(01).
001059     05  WS-OPR-CHECKER          PIC X(01).
001060     05  WS-OPR-BRMAINT          PIC X(01).
001061     05  WS-OPR-INQUIRY          PIC X(01).
001062     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001063     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001064     05  WS-OPR-STATUS           PIC X(01).
001065     05  FILLER                  PIC X(26).
001066*
001067 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001068 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001069 01  WS-SCOPE-BRANCH             PIC X(04).
001070 01  WS-SCOPE-CODE               PIC X(04).
001071*
001072*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001073 01  WS-SEC-EVENT-FIELDS.
001074     05  WS-SEC-DATE             PIC X(08).
001075     05  WS-SEC-EVENT            PIC X(01).
001076     05  WS-SEC-REASON           PIC X(04).
001077     05  WS-SEC-ACTION           PIC X(04).
001078     05  WS-SEC-BRANCH           PIC X(04).
001079     05  WS-SEC-DETAIL           PIC X(30).
001080*
001081 PROCEDURE DIVISION.
001082*
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 1500-ACCEPT-OPERATOR THRU 1500-EXIT.
001120     PERFORM 2000-LOAD-BRANCH-TABLE THRU 2000-EXIT.
001130     PERFORM 3000-ACCEPT-BRANCH-KEY THRU 3000-EXIT.
001140     PERFORM 4000-FIND-BRANCH-SLOT THRU 4000-EXIT.
001145     PERFORM 4500-CHECK-BRANCH-SCOPE THRU 4500-EXIT.
001150     PERFORM 5000-MAINTAIN-BRANCH THRU 5000-EXIT.
001155     PERFORM 5500-CHECK-REGION-SCOPE THRU 5500-EXIT.
001160     PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT.
001170     PERFORM 8000-WRITE-BRANCH-MASTER THRU 8000-EXIT.
001180     DISPLAY "BRANCH MASTER FILE UPDATED." LINE 20 COL 4.
001310*   1500-ACCEPT-OPERATOR                                         *
001320*   SIGNS THE SESSION ON - THE OPERATOR ID GOES ON THE CHANGE-   *
001330*   HISTORY RECORD, SO THERE IS A RECORD OF WHO CHANGED WHAT.    *
001332*   THE ID MUST BE AN ACTIVE PROFILE ON OPERMST HOLDING THE      *
001334*   BRANCH MAINTENANCE ROLE - THREE REFUSED SIGN-ONS END THE     *
001336*   SESSION.                                                     *
001340******************************************************************
001350 1500-ACCEPT-OPERATOR.
001360     MOVE 'N' TO WS-VALID-SWITCH.
001450     IF WS-OPERATOR-ID = SPACES
001460         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
001470             LINE 5 COL 4
001472         GO TO 1600-EXIT
001474     END-IF.
001476     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
001478     IF WS-SEC-REASON = SPACES
001480             AND WS-OPR-BRMAINT NOT = 'Y'
001482         MOVE 'ROLE' TO WS-SEC-REASON
001484         MOVE 'NO BRANCH MAINTENANCE ROLE' TO WS-SEC-DETAIL
001486     END-IF.
001488     IF WS-SEC-REASON NOT = SPACES
001490         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
001492         GO TO 1600-EXIT
001494     END-IF.
001496     SET WS-INPUT-VALID TO TRUE.
001510 1600-EXIT.
001520     EXIT.
001530*
002810 4100-EXIT.
002820     EXIT.
002830*
002831******************************************************************
002832*   4500-CHECK-BRANCH-SCOPE                                      *
002833*   REFUSES THE SESSION WHEN THE KEYED BRANCH IS OUTSIDE THE     *
002834*   PROFILE SCOPE - FOR AN EXISTING BRANCH BY ITS CODE OR ITS    *
002835*   REGION ON FILE, FOR A NEW BRANCH UNDER A BRANCH-LIST SCOPE   *
002836*   BY ITS CODE.  A NEW BRANCH UNDER A REGION SCOPE HAS NO       *
002837*   REGION YET - 5500 CHECKS THE ONE KEYED.                      *
002838******************************************************************
002839 4500-CHECK-BRANCH-SCOPE.
002840     IF NOT WS-BRANCH-FOUND
002841             AND WS-OPR-SCOPE-TYPE = 'R'
002842         GO TO 4500-EXIT
002843     END-IF.
002844     MOVE 'BRMT' TO WS-SEC-ACTION.
002845     MOVE WS-KEY-BRANCH-CODE TO WS-SCOPE-BRANCH.
002846     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
002847     IF NOT WS-SCOPE-OK
002848         MOVE 'SCOP' TO WS-SEC-REASON
002849         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
002850         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
002851     END-IF.
002852 4500-EXIT.
002853     EXIT.
002854*
002855******************************************************************
002856*   5000-MAINTAIN-BRANCH                                         *
002860*   ACCEPTS THE BRANCH NAME, REGION, ACTIVE/CLOSED STATUS AND    *
002870*   OPEN/CLOSE EFFECTIVE DATES INTO THE SELECTED TABLE SLOT.     *
002880*   A BLANK EFFECTIVE DATE MEANS NO RESTRICTION.                 *
003470 5300-EXIT.
003480     EXIT.
003490*
003491******************************************************************
003492*   5500-CHECK-REGION-SCOPE                                      *
003493*   FOR A REGION-SCOPED PROFILE, REFUSES THE UPDATE WHEN THE     *
003494*   REGION JUST KEYED IS NOT ONE OF THE PROFILE'S REGIONS - A    *
003495*   REGIONAL OPERATOR CANNOT ADD A BRANCH TO, OR MOVE ONE INTO,  *
003496*   ANOTHER REGION.  NOTHING HAS BEEN WRITTEN YET.               *
003497******************************************************************
003498 5500-CHECK-REGION-SCOPE.
003499     IF WS-OPR-SCOPE-TYPE NOT = 'R'
003500         GO TO 5500-EXIT
003501     END-IF.
003502     MOVE 'BRMT' TO WS-SEC-ACTION.
003503     MOVE WS-KEY-BRANCH-CODE TO WS-SCOPE-BRANCH.
003504     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
003505     IF NOT WS-SCOPE-OK
003506         MOVE 'SCOP' TO WS-SEC-REASON
003507         MOVE 'REGION OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
003508         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
003509     END-IF.
003510 5500-EXIT.
003511     EXIT.
003512*
003513******************************************************************
003514*   7000-WRITE-CHANGE-LOG                                        *
003520*   APPENDS THE CHANGE-HISTORY RECORD - WHO CHANGED WHICH        *
003530*   BRANCH, WHEN, WITH THE BEFORE AND AFTER STATUS AND           *
003540*   EFFECTIVE DATES.  WRITTEN BEFORE THE MASTER IS REWRITTEN,    *
004240     END-IF.
004250 8100-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290*   9500-CHECK-PROFILE                                           *
004300*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
004310*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
004320*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
004330*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
004340*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
004350******************************************************************
004360 9500-CHECK-PROFILE.
004370     MOVE SPACES TO WS-SEC-REASON.
004380     MOVE SPACES TO WS-SEC-DETAIL.
004390     MOVE SPACES TO WS-OPR-PROFILE.
004400     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
004410     MOVE 'N' TO WS-OPM-EOF-SWITCH.
004420     OPEN INPUT OPERATOR-MASTER-FILE.
004430     IF WS-OPM-STATUS NOT = '00'
004440         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
004450             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
004460         MOVE 16 TO RETURN-CODE
004470         STOP RUN
004480     END-IF.
004490     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
004500         UNTIL WS-OPM-EOF
004510             OR WS-OPR-FOUND.
004520     CLOSE OPERATOR-MASTER-FILE.
004530     IF NOT WS-OPR-FOUND
004540         MOVE 'UNKN' TO WS-SEC-REASON
004550         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
004560     ELSE IF WS-OPR-STATUS NOT = 'A'
004570         MOVE 'INAC' TO WS-SEC-REASON
004580         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
004590     END-IF.
004600 9500-EXIT.
004610     EXIT.
004620*
004630 9510-READ-ONE-PROFILE.
004640     READ OPERATOR-MASTER-FILE
004650         AT END
004660             SET WS-OPM-EOF TO TRUE
004670     END-READ.
004680     IF NOT WS-OPM-EOF
004690         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
004700             SET WS-OPR-FOUND TO TRUE
004710             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
004720         END-IF
004730     END-IF.
004740 9510-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780*   9600-REFUSE-SIGN-ON                                          *
004790*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
004800*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
004810******************************************************************
004820 9600-REFUSE-SIGN-ON.
004830     MOVE 'F'    TO WS-SEC-EVENT.
004840     MOVE 'SGON' TO WS-SEC-ACTION.
004850     MOVE SPACES TO WS-SEC-BRANCH.
004860     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
004870     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
004880     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
004890     ADD 1 TO WS-SIGNON-FAILURES.
004900     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
004910         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
004920             LINE 22 COL 4
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004950     END-IF.
004960 9600-EXIT.
004970     EXIT.
004980*
004990******************************************************************
005000*   9650-REFUSE-ACTION                                           *
005010*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
005020*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
005030*   ENDS THE SESSION WITH NOTHING WRITTEN.                       *
005040******************************************************************
005050 9650-REFUSE-ACTION.
005060     MOVE 'R' TO WS-SEC-EVENT.
005070     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
005080     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
005090     DISPLAY "*** REFUSED - " LINE 22 COL 4.
005100     DISPLAY WS-SEC-DETAIL LINE 22 COL 18.
005110     DISPLAY "*** NO CHANGE RECORDED ***" LINE 23 COL 4.
005120     MOVE 8 TO RETURN-CODE.
005130     STOP RUN.
005140 9650-EXIT.
005150     EXIT.
005160*
005170******************************************************************
005180*   9700-LOG-SECURITY-EVENT                                      *
005190*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
005200*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
005210*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
005220******************************************************************
005230 9700-LOG-SECURITY-EVENT.
005240     OPEN EXTEND SECURITY-LOG-FILE.
005250     IF WS-SEC-STATUS NOT = '00'
005260         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
005270             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
005280         MOVE 16 TO RETURN-CODE
005290         STOP RUN
005300     END-IF.
005310     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
005320     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
005330     ACCEPT WS-TIME-WORK FROM TIME.
005340     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
005350     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
005360     MOVE 'SAMPLE4 '         TO DT-SEC-PROGRAM-ID.
005370     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
005380     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
005390     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
005400     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
005410     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
005420     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
005430     WRITE DT-SECURITY-LOG-RECORD.
005440     IF WS-SEC-STATUS NOT = '00'
005450         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
005460             WS-SEC-STATUS " ***" LINE 22 COL 4
005470         MOVE 16 TO RETURN-CODE
005480         STOP RUN
005490     END-IF.
005500     CLOSE SECURITY-LOG-FILE.
005510 9700-EXIT.
005520     EXIT.
005530*
005540******************************************************************
005550*   9800-CHECK-SCOPE                                             *
005560*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
005570*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
005580*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
005590*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
005600*   HAS NO REGION AND IS OUTSIDE EVERY REGION SCOPE.             *
005610******************************************************************
005620 9800-CHECK-SCOPE.
005630     MOVE 'N' TO WS-SCOPE-SWITCH.
005640     IF WS-OPR-SCOPE-TYPE = 'A'
005650         SET WS-SCOPE-OK TO TRUE
005660         GO TO 9800-EXIT
005670     END-IF.
005680     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
005690     IF WS-OPR-SCOPE-TYPE = 'R'
005700         MOVE SPACES TO WS-SCOPE-CODE
005710         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
005720             VARYING WS-BRM-IDX FROM 1 BY 1
005730             UNTIL WS-BRM-IDX > WS-BRM-COUNT
005740                 OR WS-SCOPE-CODE NOT = SPACES
005750     END-IF.
005760     IF WS-SCOPE-CODE NOT = SPACES
005770         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
005780             VARYING WS-SCOPE-IDX FROM 1 BY 1
005790             UNTIL WS-SCOPE-IDX > 5
005800                 OR WS-SCOPE-OK
005810     END-IF.
005820 9800-EXIT.
005830     EXIT.
005840*
005850 9810-SCAN-SCOPE-CODE.
005860     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
005870         SET WS-SCOPE-OK TO TRUE
005880     END-IF.
005890 9810-EXIT.
005900     EXIT.
005910*
005920 9830-FIND-BRANCH-REGION.
005930     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
005940         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
005950     END-IF.
005960 9830-EXIT.
005970     EXIT.
