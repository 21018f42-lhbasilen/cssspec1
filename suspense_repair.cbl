000550*                     COULD OTHERWISE QUEUE THE SAME RECORD
000560*                     TWICE AND, ONCE BOTH WERE APPROVED, POST
000570*                     IT TWICE INTO THE GL.
000571*    2026-10-15  RM   THE OPERATOR ID IS NOW LOOKED UP ON THE
000572*                     OPERATOR MASTER (OPERMST, SEE DTOPRMST) AND
000573*                     THE SIGN-ON IS REFUSED WHEN IT IS NOT ON
000574*                     FILE, IS INACTIVE, OR HOLDS NEITHER THE
000575*                     MAKER NOR THE INQUIRY-ONLY ROLE.  CORRECT
000576*                     AND RELEASE NEED THE MAKER ROLE AND A
000577*                     BRANCH INSIDE THE PROFILE SCOPE.  EVERY
000578*                     REFUSAL IS WRITTEN TO SECLOG (DTSECLOG).
000579*    2026-10-15  RM   ADDED PERIOD-CONTROL-FILE (PRDCTL, SEE
000580*                     DTPERIOD).  A CORRECTION OR RELEASE IS
000581*                     REFUSED (REASON PERD ON SECLOG) WHEN THE
000582*                     RECORD'S RUN DATE FALLS IN A MONTH THAT IS
000583*                     CLOSING OR CLOSED - A RELEASE WOULD
000584*                     OTHERWISE POST INTO IT THROUGH THE SAMPLE1B
000585*                     RECYCLE.
000586*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000710     SELECT PARAMETER-FILE      ASSIGN TO PARMFILE
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PRM-STATUS.
000731     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000732         ORGANIZATION IS LINE SEQUENTIAL
000733         FILE STATUS IS WS-OPM-STATUS.
000734     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000735         ORGANIZATION IS LINE SEQUENTIAL
000736         FILE STATUS IS WS-SEC-STATUS.
000737     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000738         ORGANIZATION IS LINE SEQUENTIAL
000739         FILE STATUS IS WS-BRM-STATUS.
000741     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000743         ORGANIZATION IS LINE SEQUENTIAL
000745         FILE STATUS IS WS-PRD-STATUS.
000747*
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  SUSPENSE-FILE
000890     RECORD CONTAINS 40 CHARACTERS.
000900 COPY DTPARM.
000910*
000911 FD  OPERATOR-MASTER-FILE
000912     LABEL RECORDS ARE STANDARD
000913     RECORD CONTAINS 80 CHARACTERS.
000914 COPY DTOPRMST.
000915*
000916 FD  SECURITY-LOG-FILE
000917     LABEL RECORDS ARE STANDARD
000918     RECORD CONTAINS 80 CHARACTERS.
000919 COPY DTSECLOG.
000920*
000921 FD  BRANCH-MASTER-FILE
000922     LABEL RECORDS ARE STANDARD
000923     RECORD CONTAINS 48 CHARACTERS.
000924 COPY DTBRMST.
000925*
000926 FD  PERIOD-CONTROL-FILE
000927     LABEL RECORDS ARE STANDARD
000928     RECORD CONTAINS 60 CHARACTERS.
000929 COPY DTPERIOD.
000930*
000931 WORKING-STORAGE SECTION.
000932*
000940 01  WS-SWITCHES.
000950     05  WS-SUS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000960         88  WS-SUS-EOF                      VALUE 'Y'.
001020         88  WS-PND-EOF                      VALUE 'Y'.
001030     05  WS-PKEY-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
001040         88  WS-PKEY-FOUND                   VALUE 'Y'.
001041     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001042         88  WS-OPM-EOF                      VALUE 'Y'.
001043     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001044         88  WS-OPR-FOUND                    VALUE 'Y'.
001045     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
001046         88  WS-SCOPE-OK                     VALUE 'Y'.
001047     05  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
001048         88  WS-ACTION-REFUSED               VALUE 'Y'.
001049     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001050         88  WS-BRM-EOF                      VALUE 'Y'.
001051*
001060 01  WS-SUS-STATUS               PIC X(02).
001070 01  WS-PND-STATUS               PIC X(02).
001072 01  WS-OPM-STATUS               PIC X(02).
001074 01  WS-SEC-STATUS               PIC X(02).
001076 01  WS-BRM-STATUS               PIC X(02).
001078 01  WS-PRD-STATUS               PIC X(02).
001080*
001090 01  WS-SUS-TABLE.
001100     05  WS-SUS-COUNT            PIC 9(03)   COMP  VALUE 0.
001550*
001560 01  WS-PRM-EOF-SWITCH           PIC X(01)   VALUE 'N'.
001570     88  WS-PRM-EOF                          VALUE 'Y'.
001571*
001572*    THE SIGNED-ON OPERATOR'S PROFILE AS READ FROM OPERMST (SEE
001573*    DTOPRMST) - THE ROLES AND SCOPE EVERY ACTION IS CHECKED
001574*    AGAINST.
001575 01  WS-OPR-PROFILE.
001576     05  WS-OPR-ID               PIC X(08).
001577     05  WS-OPR-NAME             PIC X(20).
001578     05  WS-OPR-MAKER            PIC X(01).
001579     05  WS-OPR-CHECKER          PIC X(01).
001580     05  WS-OPR-BRMAINT          PIC X(01).
001581     05  WS-OPR-INQUIRY          PIC X(01).
001582     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001583     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001584     05  WS-OPR-STATUS           PIC X(01).
001585     05  FILLER                  PIC X(26).
001586*
001587 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001588 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001589 01  WS-SCOPE-BRANCH             PIC X(04).
001590 01  WS-SCOPE-CODE               PIC X(04).
001591*
001592*    THE BRANCH-TO-REGION MAP FOR REGION-SCOPED PROFILES.
001593 01  WS-BRM-TABLE.
001594     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001595     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001596         10  WS-BRM-CODE         PIC X(04).
001597         10  WS-BRM-REGN         PIC X(04).
001598*
001599 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001600*
001601*    THE STATUS OF EACH MONTH ON THE PERIOD CONTROL FILE (SEE
001602*    DTPERIOD).  A MONTH THAT IS NOT ON FILE IS OPEN.
001605 01  WS-PERIOD-FIELDS.
001606     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001607         88  WS-PRD-EOF                      VALUE 'Y'.
001608     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
001609     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
001610         10  WS-PRD-E-MONTH      PIC X(06).
001611         10  WS-PRD-E-STATUS     PIC X(01).
001612     05  WS-PRD-CHECK-DATE       PIC X(08).
001613     05  WS-PRD-MONTH-STATUS     PIC X(01).
001614         88  WS-PRD-MONTH-OPEN               VALUE 'O'.
001615         88  WS-PRD-MONTH-CLOSING            VALUE 'P'.
001616         88  WS-PRD-MONTH-CLOSED             VALUE 'C'.
001617*
001618 01  WS-PRD-IDX                  PIC 9(03)   COMP.
001619*
001620*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001621 01  WS-SEC-EVENT-FIELDS.
001622     05  WS-SEC-DATE             PIC X(08).
001623     05  WS-SEC-EVENT            PIC X(01).
001624     05  WS-SEC-REASON           PIC X(04).
001625     05  WS-SEC-ACTION           PIC X(04).
001626     05  WS-SEC-BRANCH           PIC X(04).
001627     05  WS-SEC-DETAIL           PIC X(30).
001628*
001629 PROCEDURE DIVISION.
001630*
001631 0000-MAINLINE.
001632     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
001633     PERFORM 9900-LOAD-BRANCH-REGIONS THRU 9900-EXIT.
001634     PERFORM 9950-LOAD-PERIOD-CONTROL THRU 9950-EXIT.
001635     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
001640     PERFORM 1000-LOAD-SUSPENSE THRU 1000-EXIT.
001650     PERFORM 1400-LOAD-PENDING-KEYS THRU 1400-EXIT.
001660     IF WS-SUS-COUNT = 0
003270*   THE SAME EDIT SAMPLE3 APPLIES ON THE MAINTENANCE SCREEN.     *
003280******************************************************************
003290 3000-CORRECT-RECORD.
003291     MOVE 'CORR' TO WS-SEC-ACTION.
003292     PERFORM 4800-CHECK-MAKER-ACTION THRU 4800-EXIT.
003293     IF WS-ACTION-REFUSED
003294         GO TO 3000-EXIT
003295     END-IF.
003300     MOVE 'N' TO WS-VALID-SWITCH.
003310     PERFORM 3100-ACCEPT-NUM1 THRU 3100-EXIT
003320         UNTIL WS-INPUT-VALID.
003880*   APPROVALS POST THE SAME ITEM TWICE INTO THE GL.              *
003890******************************************************************
003900 4000-RELEASE-RECORD.
003901     MOVE 'RLSE' TO WS-SEC-ACTION.
003902     PERFORM 4800-CHECK-MAKER-ACTION THRU 4800-EXIT.
003903     IF WS-ACTION-REFUSED
003904         GO TO 4000-EXIT
003905     END-IF.
003910     PERFORM 4100-CHECK-ALREADY-PENDING THRU 4100-EXIT.
003920     IF WS-PKEY-FOUND
003930         DISPLAY "*** RELEASE ALREADY PENDING APPROVAL ***"
004260 4150-EXIT.
004270     EXIT.
004280*
004281******************************************************************
004282*   4800-CHECK-MAKER-ACTION                                      *
004283*   REFUSES A CORRECTION OR RELEASE (ACTION CODE IN WS-SEC-      *
004284*   ACTION) WHEN THE PROFILE HAS NO MAKER ROLE OR THE RECORD'S   *
004285*   BRANCH IS OUTSIDE THE PROFILE SCOPE.  EACH REFUSAL GOES TO   *
004286*   THE SECURITY LOG.                                            *
004287*   ALSO REFUSED WHEN THE RECORD'S RUN DATE (ITS SUSPENSE DATE   *
004288*   WHEN THE RUN DATE IS BLANK) IS IN A MONTH THAT IS CLOSING OR *
004289*   CLOSED ON THE PERIOD CONTROL FILE.                           *
004290******************************************************************
004291 4800-CHECK-MAKER-ACTION.
004292     MOVE 'N' TO WS-REFUSED-SWITCH.
004293     MOVE WS-SUS-E-BRANCH (WS-CURR-IDX) TO WS-SCOPE-BRANCH.
004294     IF WS-OPR-MAKER NOT = 'Y'
004295         MOVE 'ROLE' TO WS-SEC-REASON
004296         MOVE 'NO MAKER ROLE' TO WS-SEC-DETAIL
004297         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004298         GO TO 4800-EXIT
004299     END-IF.
004300     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
004301     IF NOT WS-SCOPE-OK
004302         MOVE 'SCOP' TO WS-SEC-REASON
004303         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
004304         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004305         GO TO 4800-EXIT
004306     END-IF.
004307     MOVE WS-SUS-E-RUNDT (WS-CURR-IDX) TO WS-PRD-CHECK-DATE.
004308     IF WS-PRD-CHECK-DATE = SPACES
004309         MOVE WS-SUS-E-DATE (WS-CURR-IDX) TO WS-PRD-CHECK-DATE
004310     END-IF.
004311     PERFORM 9970-CHECK-PERIOD THRU 9970-EXIT.
004312     IF NOT WS-PRD-MONTH-OPEN
004313         MOVE 'PERD' TO WS-SEC-REASON
004314         MOVE 'PERIOD CLOSING OR CLOSED' TO WS-SEC-DETAIL
004315         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004316         GO TO 4800-EXIT
004317     END-IF.
004318 4800-EXIT.
004319     EXIT.
004320*
004321******************************************************************
004322*   8000-REWRITE-SUSPENSE                                        *
004323*   REWRITES SUSPFILE WITH EVERY RECORD, CORRECTIONS INCLUDED -  *
004324*   UNDER DUAL CONTROL A RELEASED RECORD STAYS ON SUSPENSE       *
004330*   UNTIL THE SAMPLE16 APPROVAL TAKES IT OFF.                    *
004340******************************************************************
004350 8000-REWRITE-SUSPENSE.
005100*   SIGNS THE SESSION ON - THE MAKER ID GOES ON EVERY PENDING-   *
005110*   CHANGE RECORD AND THE APPROVAL SCREEN REFUSES TO LET THE     *
005120*   SAME ID APPROVE ITS OWN RELEASE.                             *
005122*   THE ID MUST BE AN ACTIVE PROFILE ON OPERMST HOLDING THE      *
005124*   MAKER OR INQUIRY-ONLY ROLE - THREE REFUSED SIGN-ONS END THE  *
005126*   SESSION.                                                     *
005130******************************************************************
005140 1300-ACCEPT-OPERATOR.
005150     DISPLAY ERASE.
005270     IF WS-OPERATOR-ID = SPACES
005280         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
005290             LINE 5 COL 4
005292         GO TO 1350-EXIT
005294     END-IF.
005296     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
005298     IF WS-SEC-REASON = SPACES
005300             AND WS-OPR-MAKER NOT = 'Y'
005302             AND WS-OPR-INQUIRY NOT = 'Y'
005304         MOVE 'ROLE' TO WS-SEC-REASON
005306         MOVE 'NO MAKER OR INQUIRY ROLE' TO WS-SEC-DETAIL
005308     END-IF.
005310     IF WS-SEC-REASON NOT = SPACES
005312         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
005314         GO TO 1350-EXIT
005316     END-IF.
005318     SET WS-INPUT-VALID TO TRUE.
005330 1350-EXIT.
005340     EXIT.
005350*
005730     END-IF.
005740 1450-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780*   9500-CHECK-PROFILE                                           *
005790*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
005800*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
005810*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
005820*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
005830*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
005840******************************************************************
005850 9500-CHECK-PROFILE.
005860     MOVE SPACES TO WS-SEC-REASON.
005870     MOVE SPACES TO WS-SEC-DETAIL.
005880     MOVE SPACES TO WS-OPR-PROFILE.
005890     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
005900     MOVE 'N' TO WS-OPM-EOF-SWITCH.
005910     OPEN INPUT OPERATOR-MASTER-FILE.
005920     IF WS-OPM-STATUS NOT = '00'
005930         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
005940             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
005950         MOVE 16 TO RETURN-CODE
005960         STOP RUN
005970     END-IF.
005980     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
005990         UNTIL WS-OPM-EOF
006000             OR WS-OPR-FOUND.
006010     CLOSE OPERATOR-MASTER-FILE.
006020     IF NOT WS-OPR-FOUND
006030         MOVE 'UNKN' TO WS-SEC-REASON
006040         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
006050     ELSE IF WS-OPR-STATUS NOT = 'A'
006060         MOVE 'INAC' TO WS-SEC-REASON
006070         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
006080     END-IF.
006090 9500-EXIT.
006100     EXIT.
006110*
006120 9510-READ-ONE-PROFILE.
006130     READ OPERATOR-MASTER-FILE
006140         AT END
006150             SET WS-OPM-EOF TO TRUE
006160     END-READ.
006170     IF NOT WS-OPM-EOF
006180         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
006190             SET WS-OPR-FOUND TO TRUE
006200             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
006210         END-IF
006220     END-IF.
006230 9510-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270*   9600-REFUSE-SIGN-ON                                          *
006280*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
006290*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
006300******************************************************************
006310 9600-REFUSE-SIGN-ON.
006320     MOVE 'F'    TO WS-SEC-EVENT.
006330     MOVE 'SGON' TO WS-SEC-ACTION.
006340     MOVE SPACES TO WS-SEC-BRANCH.
006350     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
006360     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
006370     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
006380     ADD 1 TO WS-SIGNON-FAILURES.
006390     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
006400         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
006410             LINE 22 COL 4
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450 9600-EXIT.
006460     EXIT.
006470*
006480******************************************************************
006490*   9650-REFUSE-ACTION                                           *
006500*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
006510*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
006520*   MARKS THE ACTION REFUSED.  THE SESSION CARRIES ON.           *
006530******************************************************************
006540 9650-REFUSE-ACTION.
006550     MOVE 'R' TO WS-SEC-EVENT.
006560     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
006570     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
006580     DISPLAY "*** REFUSED - " LINE 19 COL 4.
006590     DISPLAY WS-SEC-DETAIL LINE 19 COL 18.
006600     SET WS-ACTION-REFUSED TO TRUE.
006610 9650-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650*   9700-LOG-SECURITY-EVENT                                      *
006660*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
006670*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
006680*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
006690******************************************************************
006700 9700-LOG-SECURITY-EVENT.
006710     OPEN EXTEND SECURITY-LOG-FILE.
006720     IF WS-SEC-STATUS NOT = '00'
006730         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
006740             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
006750         MOVE 16 TO RETURN-CODE
006760         STOP RUN
006770     END-IF.
006780     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
006790     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
006800     ACCEPT WS-TIME-WORK FROM TIME.
006810     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
006820     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
006830     MOVE 'SAMPLE7 '         TO DT-SEC-PROGRAM-ID.
006840     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
006850     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
006860     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
006870     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
006880     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
006890     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
006900     WRITE DT-SECURITY-LOG-RECORD.
006910     IF WS-SEC-STATUS NOT = '00'
006920         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
006930             WS-SEC-STATUS " ***" LINE 22 COL 4
006940         MOVE 16 TO RETURN-CODE
006950         STOP RUN
006960     END-IF.
006970     CLOSE SECURITY-LOG-FILE.
006980 9700-EXIT.
006990     EXIT.
007000*
007010******************************************************************
007020*   9800-CHECK-SCOPE                                             *
007030*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
007040*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
007050*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
007060*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
007070*   HAS NO REGION AND IS OUTSIDE EVERY REGION SCOPE.             *
007080******************************************************************
007090 9800-CHECK-SCOPE.
007100     MOVE 'N' TO WS-SCOPE-SWITCH.
007110     IF WS-OPR-SCOPE-TYPE = 'A'
007120         SET WS-SCOPE-OK TO TRUE
007130         GO TO 9800-EXIT
007140     END-IF.
007150     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
007160     IF WS-OPR-SCOPE-TYPE = 'R'
007170         MOVE SPACES TO WS-SCOPE-CODE
007180         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
007190             VARYING WS-BRM-IDX FROM 1 BY 1
007200             UNTIL WS-BRM-IDX > WS-BRM-COUNT
007210                 OR WS-SCOPE-CODE NOT = SPACES
007220     END-IF.
007230     IF WS-SCOPE-CODE NOT = SPACES
007240         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
007250             VARYING WS-SCOPE-IDX FROM 1 BY 1
007260             UNTIL WS-SCOPE-IDX > 5
007270                 OR WS-SCOPE-OK
007280     END-IF.
007290 9800-EXIT.
007300     EXIT.
007310*
007320 9810-SCAN-SCOPE-CODE.
007330     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
007340         SET WS-SCOPE-OK TO TRUE
007350     END-IF.
007360 9810-EXIT.
007370     EXIT.
007380*
007390 9830-FIND-BRANCH-REGION.
007400     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
007410         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
007420     END-IF.
007430 9830-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*   9900-LOAD-BRANCH-REGIONS                                     *
007480*   LOADS EACH BRANCH'S REGION FROM THE BRANCH MASTER FOR THE    *
007490*   REGION-SCOPE CHECK.  A MASTER THAT CANNOT BE OPENED LEAVES   *
007500*   THE TABLE EMPTY - A REGION-SCOPED PROFILE THEN CANNOT ACT,   *
007510*   WHICH IS THE SAFE SIDE TO FAIL ON.                           *
007520******************************************************************
007530 9900-LOAD-BRANCH-REGIONS.
007540     MOVE 0 TO WS-BRM-COUNT.
007550     OPEN INPUT BRANCH-MASTER-FILE.
007560     IF WS-BRM-STATUS NOT = '00'
007570         GO TO 9900-EXIT
007580     END-IF.
007590     PERFORM 9910-LOAD-ONE-REGION THRU 9910-EXIT
007600         UNTIL WS-BRM-EOF.
007610     CLOSE BRANCH-MASTER-FILE.
007620 9900-EXIT.
007630     EXIT.
007640*
007650 9910-LOAD-ONE-REGION.
007660     READ BRANCH-MASTER-FILE
007670         AT END
007680             SET WS-BRM-EOF TO TRUE
007690     END-READ.
007700     IF NOT WS-BRM-EOF
007710         IF WS-BRM-COUNT IS LESS THAN 50
007720             ADD 1 TO WS-BRM-COUNT
007730             MOVE DT-BRM-BRANCH-CODE
007740                 TO WS-BRM-CODE (WS-BRM-COUNT)
007750             MOVE DT-BRM-REGION
007760                 TO WS-BRM-REGN (WS-BRM-COUNT)
007770         ELSE
007780             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
007790                 LINE 22 COL 4
007800             MOVE 16 TO RETURN-CODE
007810             STOP RUN
007820         END-IF
007830     END-IF.
007840 9910-EXIT.
007850     EXIT.
007860*
007870******************************************************************
007880*   9950-LOAD-PERIOD-CONTROL                                     *
007890*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
007900*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
007910*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE ENDS THE SESSION -  *
007920*   A CLOSED MONTH MUST NOT TAKE A POSTING JUST BECAUSE ITS      *
007930*   CONTROL FILE COULD NOT BE READ.                              *
007940******************************************************************
007950 9950-LOAD-PERIOD-CONTROL.
007960     MOVE 0 TO WS-PRD-COUNT.
007970     MOVE 'N' TO WS-PRD-EOF-SWITCH.
007980     OPEN INPUT PERIOD-CONTROL-FILE.
007990     IF WS-PRD-STATUS = '35'
008000         GO TO 9950-EXIT
008010     END-IF.
008020     IF WS-PRD-STATUS NOT = '00'
008030         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
008040             "STATUS " WS-PRD-STATUS " ***" LINE 22 COL 4
008050         MOVE 16 TO RETURN-CODE
008060         STOP RUN
008070     END-IF.
008080     PERFORM 9960-LOAD-ONE-PERIOD THRU 9960-EXIT
008090         UNTIL WS-PRD-EOF.
008100     CLOSE PERIOD-CONTROL-FILE.
008110 9950-EXIT.
008120     EXIT.
008130*
008140 9960-LOAD-ONE-PERIOD.
008150     READ PERIOD-CONTROL-FILE
008160         AT END
008170             SET WS-PRD-EOF TO TRUE
008180     END-READ.
008190     IF NOT WS-PRD-EOF
008200         IF WS-PRD-COUNT IS LESS THAN 120
008210             ADD 1 TO WS-PRD-COUNT
008220             MOVE DT-PRD-MONTH
008230                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
008240             MOVE DT-PRD-STATUS
008250                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
008260         ELSE
008270             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
008280                 LINE 22 COL 4
008290             MOVE 16 TO RETURN-CODE
008300             STOP RUN
008310         END-IF
008320     END-IF.
008330 9960-EXIT.
008340     EXIT.
008350*
008360******************************************************************
008370*   9970-CHECK-PERIOD                                            *
008380*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
008390*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
008400******************************************************************
008410 9970-CHECK-PERIOD.
008420     SET WS-PRD-MONTH-OPEN TO TRUE.
008430     PERFORM 9980-SCAN-ONE-PERIOD THRU 9980-EXIT
008440         VARYING WS-PRD-IDX FROM 1 BY 1
008450         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
008460 9970-EXIT.
008470     EXIT.
008480*
008490 9980-SCAN-ONE-PERIOD.
008500     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
008510         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
008520             TO WS-PRD-MONTH-STATUS
008530     END-IF.
008540 9980-EXIT.
008550     EXIT.
