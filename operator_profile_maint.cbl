000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE20.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE20 IS THE OPERATOR MAINTENANCE SCREEN FOR THE          *
000110*   OPERATOR PROFILE MASTER (OPERMST, SEE DTOPRMST).  ONE        *
000120*   RECORD PER OPERATOR ID, CARRYING THE NAME, THE MAKER /       *
000130*   CHECKER / BRANCH MAINTENANCE / INQUIRY-ONLY ROLES, THE       *
000140*   BRANCHES OR REGIONS THE OPERATOR MAY TOUCH AND AN ACTIVE     *
000150*   FLAG.  SAMPLE3, SAMPLE4, SAMPLE7 AND SAMPLE16 REFUSE ANY     *
000160*   SIGN-ON OR ACTION THE PROFILE DOES NOT ALLOW.                *
000170*   THE PERIOD CLOSE SUPERVISOR ROLE IS KEPT APART FROM THE      *
000180*   OTHER FOUR - ONLY IT MAY CLOSE A MONTH ON SAMPLE30.          *
000190*                                                                *
000200*   ONLY AN ACTIVE PROFILE WITH THE BRANCH MAINTENANCE ROLE AND  *
000210*   ALL-BRANCH SCOPE MAY SIGN ON, AND NOBODY MAY CHANGE THEIR    *
000220*   OWN PROFILE.  AN EMPTY MASTER ALLOWS ONE SET-UP SIGN-ON      *
000230*   THAT CREATES THE FIRST SUCH PROFILE.  EVERY CHANGE AND       *
000240*   EVERY REFUSAL IS WRITTEN TO SECLOG (SEE DTSECLOG).           *
000250*                                                                *
000260*   THE WHOLE FILE IS LOADED TO A WORKING-STORAGE TABLE, THE     *
000270*   KEYED ENTRY IS ADDED OR REPLACED, AND THE FILE IS            *
000280*   REWRITTEN - THE SAME PATTERN SAMPLE4 USES FOR BRNCHMST.      *
000290*                                                                *
000300******************************************************************
000310*
000320*    MODIFICATION HISTORY
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  --------------------------------------------
000350*    2026-10-15  RM   ORIGINAL PROGRAM.
000360*    2026-10-15  RM   ADDED THE PERIOD CLOSE SUPERVISOR ROLE (SEE
000370*                     DTOPRMST) AS A FIFTH Y/N PROMPT.  THE SCOPE,
000380*                     SCOPE CODE AND STATUS PROMPTS MOVE DOWN ONE
000390*                     LINE, AND THE SECLOG CHANGE DETAIL CARRIES
000400*                     THE NEW ROLE AS A FIFTH FLAG.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-OPM-STATUS.
000510     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SEC-STATUS.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPERATOR-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 80 CHARACTERS.
000600 COPY DTOPRMST.
000610*
000620 FD  SECURITY-LOG-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 80 CHARACTERS.
000650 COPY DTSECLOG.
000660*
000670 WORKING-STORAGE SECTION.
000680*
000690 01  WS-SWITCHES.
000700     05  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
000710         88  WS-EOF                          VALUE 'Y'.
000720     05  WS-VALID-SWITCH         PIC X(01)   VALUE 'N'.
000730         88  WS-INPUT-VALID                  VALUE 'Y'.
000740     05  WS-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
000750         88  WS-OPERATOR-FOUND               VALUE 'Y'.
000760     05  WS-SETUP-SWITCH         PIC X(01)   VALUE 'N'.
000770         88  WS-SETUP-RUN                    VALUE 'Y'.
000780*
000790 01  WS-OPM-STATUS               PIC X(02).
000800 01  WS-SEC-STATUS               PIC X(02).
000810*
000820*    EACH ENTRY IS ONE DTOPRMST RECORD IMAGE.
000830 01  WS-OPM-TABLE.
000840     05  WS-OPM-COUNT            PIC 9(03)   COMP  VALUE 0.
000850     05  WS-OPM-ENTRY            PIC X(80)   OCCURS 100 TIMES.
000860*
000870 01  WS-OPM-IDX                  PIC 9(03)   COMP.
000880 01  WS-OPM-SLOT                 PIC 9(03)   COMP.
000890*
000900 01  WS-KEY-OPERATOR-ID          PIC X(08).
000910 01  WS-OPERATOR-ID              PIC X(08).
000920 01  WS-INPUT-FLAG               PIC X(01).
000930 01  WS-INPUT-CODE               PIC X(04).
000940 01  WS-FLAG-PROMPT              PIC X(30).
000950 01  WS-ROW-LINE                 PIC 9(02).
000960 01  WS-CODE-COL                 PIC 9(02).
000970 01  WS-CHANGE-DATE              PIC X(08).
000980 01  WS-TIME-WORK                PIC X(08).
000990*
001000*    THE SIGNED-ON OPERATOR'S PROFILE - SAME LAYOUT AS DTOPRMST.
001010 01  WS-OPR-PROFILE.
001020     05  WS-OPR-ID               PIC X(08).
001030     05  WS-OPR-NAME             PIC X(20).
001040     05  WS-OPR-MAKER            PIC X(01).
001050     05  WS-OPR-CHECKER          PIC X(01).
001060     05  WS-OPR-BRMAINT          PIC X(01).
001070     05  WS-OPR-INQUIRY          PIC X(01).
001080     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001090     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001100     05  WS-OPR-STATUS           PIC X(01).
001110     05  FILLER                  PIC X(26).
001120*
001130*    THE PROFILE BEING MAINTAINED - SAME LAYOUT AS DTOPRMST.
001140 01  WS-EDT-PROFILE.
001150     05  WS-EDT-ID               PIC X(08).
001160     05  WS-EDT-NAME             PIC X(20).
001170     05  WS-EDT-MAKER            PIC X(01).
001180     05  WS-EDT-CHECKER          PIC X(01).
001190     05  WS-EDT-BRMAINT          PIC X(01).
001200     05  WS-EDT-INQUIRY          PIC X(01).
001210     05  WS-EDT-SCOPE-TYPE       PIC X(01).
001220     05  WS-EDT-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001230     05  WS-EDT-STATUS           PIC X(01).
001240     05  WS-EDT-CHANGE-DATE      PIC X(08).
001250     05  WS-EDT-CHANGED-BY       PIC X(08).
001260     05  WS-EDT-SUPVR            PIC X(01).
001270     05  FILLER                  PIC X(09).
001280*
001290 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001300 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001310*
001320*    THE SECLOG DETAIL FOR A PROFILE CHANGE - THE ID CHANGED, ADD
001330*    OR CHANGE, AND THE ROLES (MAKER, CHECKER, BRANCH MAINTENANCE,
001340*    INQUIRY, SUPERVISOR), SCOPE TYPE AND STATUS IT WAS LEFT WITH.
001350 01  WS-CHG-DETAIL.
001360     05  WS-CHG-ID               PIC X(08).
001370     05  FILLER                  PIC X(01)   VALUE SPACE.
001380     05  WS-CHG-ACTION           PIC X(01).
001390     05  FILLER                  PIC X(01)   VALUE SPACE.
001400     05  WS-CHG-ROLES            PIC X(05).
001410     05  FILLER                  PIC X(01)   VALUE SPACE.
001420     05  WS-CHG-SCOPE            PIC X(01).
001430     05  FILLER                  PIC X(01)   VALUE SPACE.
001440     05  WS-CHG-STATUS           PIC X(01).
001450     05  FILLER                  PIC X(10)   VALUE SPACES.
001460*
001470*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001480 01  WS-SEC-EVENT-FIELDS.
001490     05  WS-SEC-DATE             PIC X(08).
001500     05  WS-SEC-EVENT            PIC X(01).
001510     05  WS-SEC-REASON           PIC X(04).
001520     05  WS-SEC-ACTION           PIC X(04).
001530     05  WS-SEC-BRANCH           PIC X(04).
001540     05  WS-SEC-DETAIL           PIC X(30).
001550*
001560 PROCEDURE DIVISION.
001570*
001580 0000-MAINLINE.
001590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001600     PERFORM 2000-LOAD-OPERATOR-TABLE THRU 2000-EXIT.
001610     PERFORM 1500-ACCEPT-OPERATOR THRU 1500-EXIT.
001620     PERFORM 3000-ACCEPT-OPERATOR-KEY THRU 3000-EXIT.
001630     PERFORM 4000-FIND-OPERATOR-SLOT THRU 4000-EXIT.
001640     PERFORM 5000-MAINTAIN-PROFILE THRU 5000-EXIT.
001650     PERFORM 7000-LOG-PROFILE-CHANGE THRU 7000-EXIT.
001660     PERFORM 8000-WRITE-OPERATOR-MASTER THRU 8000-EXIT.
001670     DISPLAY "OPERATOR MASTER FILE UPDATED." LINE 20 COL 4.
001680     STOP RUN.
001690*
001700******************************************************************
001710*   1000-INITIALIZE                                              *
001720******************************************************************
001730 1000-INITIALIZE.
001740     DISPLAY ERASE.
001750     DISPLAY "OPERATOR PROFILE MAINTENANCE" LINE 2 COL 4.
001760 1000-EXIT.
001770     EXIT.
001780*
001790******************************************************************
001800*   1500-ACCEPT-OPERATOR                                         *
001810*   SIGNS THE SESSION ON.  THE ID MUST BE AN ACTIVE PROFILE IN   *
001820*   THE TABLE WITH THE BRANCH MAINTENANCE ROLE AND ALL-BRANCH    *
001830*   SCOPE - THREE REFUSED SIGN-ONS END THE SESSION.  AN EMPTY    *
001840*   MASTER IS THE SET-UP RUN: THE ID IS TAKEN AS KEYED AND THE   *
001850*   ONLY PROFILE IT MAY CREATE IS ITS OWN.                       *
001860******************************************************************
001870 1500-ACCEPT-OPERATOR.
001880     IF WS-OPM-COUNT = 0
001890         SET WS-SETUP-RUN TO TRUE
001900         DISPLAY "OPERATOR MASTER IS EMPTY - SET-UP RUN"
001910             LINE 6 COL 4
001920     END-IF.
001930     MOVE 'N' TO WS-VALID-SWITCH.
001940     PERFORM 1600-ACCEPT-ONE-OPERATOR THRU 1600-EXIT
001950         UNTIL WS-INPUT-VALID.
001960 1500-EXIT.
001970     EXIT.
001980*
001990 1600-ACCEPT-ONE-OPERATOR.
002000     DISPLAY "OPERATOR ID:" LINE 3 COL 4.
002010     ACCEPT WS-OPERATOR-ID LINE 3 COL 18.
002020     IF WS-OPERATOR-ID = SPACES
002030         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
002040             LINE 5 COL 4
002050         GO TO 1600-EXIT
002060     END-IF.
002070     IF WS-SETUP-RUN
002080         SET WS-INPUT-VALID TO TRUE
002090         GO TO 1600-EXIT
002100     END-IF.
002110     MOVE SPACES TO WS-SEC-REASON.
002120     MOVE SPACES TO WS-SEC-DETAIL.
002130     MOVE SPACES TO WS-OPR-PROFILE.
002140     MOVE WS-OPERATOR-ID TO WS-KEY-OPERATOR-ID.
002150     PERFORM 4050-LOCATE-KEY THRU 4050-EXIT.
002160     IF NOT WS-OPERATOR-FOUND
002170         MOVE 'UNKN' TO WS-SEC-REASON
002180         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
002190     ELSE
002200         MOVE WS-OPM-ENTRY (WS-OPM-SLOT) TO WS-OPR-PROFILE
002210         IF WS-OPR-STATUS NOT = 'A'
002220             MOVE 'INAC' TO WS-SEC-REASON
002230             MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
002240         ELSE
002250             IF WS-OPR-BRMAINT NOT = 'Y'
002260                     OR WS-OPR-SCOPE-TYPE NOT = 'A'
002270                 MOVE 'ROLE' TO WS-SEC-REASON
002280                 MOVE 'NEEDS ALL-BRANCH MAINTENANCE'
002290                     TO WS-SEC-DETAIL
002300             END-IF
002310         END-IF
002320     END-IF.
002330     IF WS-SEC-REASON NOT = SPACES
002340         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
002350         GO TO 1600-EXIT
002360     END-IF.
002370     SET WS-INPUT-VALID TO TRUE.
002380 1600-EXIT.
002390     EXIT.
002400*
002410******************************************************************
002420*   2000-LOAD-OPERATOR-TABLE                                     *
002430*   LOADS EVERY OPERMST RECORD TO THE WORKING-STORAGE TABLE.     *
002440*   A FILE THAT DOES NOT EXIST YET (STATUS 35) IS THE SET-UP     *
002450*   RUN - START WITH AN EMPTY TABLE RATHER THAN ABENDING.  ANY   *
002460*   OTHER OPEN FAILURE ENDS THE RUN - AN EMPTY TABLE WOULD BE    *
002470*   WRITTEN BACK OVER THE REAL MASTER.                           *
002480******************************************************************
002490 2000-LOAD-OPERATOR-TABLE.
002500     MOVE 0 TO WS-OPM-COUNT.
002510     OPEN INPUT OPERATOR-MASTER-FILE.
002520     IF WS-OPM-STATUS = '35'
002530         GO TO 2000-EXIT
002540     END-IF.
002550     IF WS-OPM-STATUS NOT = '00'
002560         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
002570             "STATUS " WS-OPM-STATUS " ***"
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
002620         UNTIL WS-EOF.
002630     CLOSE OPERATOR-MASTER-FILE.
002640 2000-EXIT.
002650     EXIT.
002660*
002670 2100-LOAD-ONE-OPERATOR.
002680     READ OPERATOR-MASTER-FILE
002690         AT END
002700             SET WS-EOF TO TRUE
002710     END-READ.
002720     IF NOT WS-EOF
002730         IF WS-OPM-COUNT IS LESS THAN 100
002740             ADD 1 TO WS-OPM-COUNT
002750             MOVE DT-OPERATOR-RECORD
002760                 TO WS-OPM-ENTRY (WS-OPM-COUNT)
002770         ELSE
002780             DISPLAY "*** OPERATOR TABLE FULL - LIMIT 100 ***"
002790                 LINE 22 COL 4
002800             MOVE 16 TO RETURN-CODE
002810             STOP RUN
002820         END-IF
002830     END-IF.
002840 2100-EXIT.
002850     EXIT.
002860*
002870******************************************************************
002880*   3000-ACCEPT-OPERATOR-KEY                                     *
002890*   ACCEPTS THE OPERATOR ID TO ADD OR CHANGE, RE-PROMPTING       *
002900*   UNTIL IT IS NON-BLANK.  THE SET-UP RUN MAINTAINS THE SIGNED- *
002910*   ON ID ITSELF.  ANY OTHER SESSION IS REFUSED ITS OWN ID - A   *
002920*   PROFILE IS ALWAYS CHANGED BY SOMEONE ELSE.                   *
002930******************************************************************
002940 3000-ACCEPT-OPERATOR-KEY.
002950     IF WS-SETUP-RUN
002960         MOVE WS-OPERATOR-ID TO WS-KEY-OPERATOR-ID
002970         GO TO 3000-EXIT
002980     END-IF.
002990     MOVE 'N' TO WS-VALID-SWITCH.
003000     PERFORM 3100-ACCEPT-KEY THRU 3100-EXIT
003010         UNTIL WS-INPUT-VALID.
003020     IF WS-KEY-OPERATOR-ID = WS-OPERATOR-ID
003030         MOVE 'SELF' TO WS-SEC-REASON
003040         MOVE 'OPMT' TO WS-SEC-ACTION
003050         MOVE SPACES TO WS-SEC-BRANCH
003060         MOVE 'CANNOT CHANGE OWN PROFILE' TO WS-SEC-DETAIL
003070         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
003080     END-IF.
003090 3000-EXIT.
003100     EXIT.
003110*
003120 3100-ACCEPT-KEY.
003130     DISPLAY "ENTER OPERATOR ID TO MAINTAIN:" LINE 4 COL 4.
003140     ACCEPT WS-KEY-OPERATOR-ID LINE 4 COL 36.
003150     IF WS-KEY-OPERATOR-ID = SPACES
003160         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
003170             LINE 5 COL 4
003180     ELSE
003190         SET WS-INPUT-VALID TO TRUE
003200     END-IF.
003210 3100-EXIT.
003220     EXIT.
003230*
003240******************************************************************
003250*   4000-FIND-OPERATOR-SLOT                                      *
003260*   LOCATES THE KEYED ID IN THE TABLE.  AN EXISTING PROFILE IS   *
003270*   SHOWN AND REPLACED IN PLACE; A NEW ONE TAKES THE NEXT FREE   *
003280*   SLOT.                                                        *
003290******************************************************************
003300 4000-FIND-OPERATOR-SLOT.
003310     PERFORM 4050-LOCATE-KEY THRU 4050-EXIT.
003320     IF WS-OPERATOR-FOUND
003330         MOVE WS-OPM-ENTRY (WS-OPM-SLOT) TO WS-EDT-PROFILE
003340         MOVE 'C' TO WS-CHG-ACTION
003350         DISPLAY "PROFILE ON FILE - NAME: " LINE 6 COL 4
003360         DISPLAY WS-EDT-NAME LINE 6 COL 28
003370         DISPLAY "ROLES M/C/B/I/S, SCOPE, STATUS: " LINE 7 COL 4
003380         DISPLAY WS-EDT-MAKER LINE 7 COL 36
003390         DISPLAY WS-EDT-CHECKER LINE 7 COL 38
003400         DISPLAY WS-EDT-BRMAINT LINE 7 COL 40
003410         DISPLAY WS-EDT-INQUIRY LINE 7 COL 42
003420         DISPLAY WS-EDT-SUPVR LINE 7 COL 44
003430         DISPLAY WS-EDT-SCOPE-TYPE LINE 7 COL 47
003440         DISPLAY WS-EDT-STATUS LINE 7 COL 50
003450     ELSE
003460         IF WS-OPM-COUNT IS LESS THAN 100
003470             ADD 1 TO WS-OPM-COUNT
003480             MOVE WS-OPM-COUNT TO WS-OPM-SLOT
003490             MOVE SPACES TO WS-EDT-PROFILE
003500             MOVE WS-KEY-OPERATOR-ID TO WS-EDT-ID
003510             MOVE 'A' TO WS-CHG-ACTION
003520             DISPLAY "NEW PROFILE - ENTER DETAILS" LINE 6 COL 4
003530         ELSE
003540             DISPLAY "*** OPERATOR TABLE FULL - LIMIT 100 ***"
003550                 LINE 22 COL 4
003560             MOVE 16 TO RETURN-CODE
003570             STOP RUN
003580         END-IF
003590     END-IF.
003600 4000-EXIT.
003610     EXIT.
003620*
003630 4050-LOCATE-KEY.
003640     MOVE 'N' TO WS-FOUND-SWITCH.
003650     MOVE 0 TO WS-OPM-SLOT.
003660     PERFORM 4100-SCAN-ONE-SLOT THRU 4100-EXIT
003670         VARYING WS-OPM-IDX FROM 1 BY 1
003680         UNTIL WS-OPM-IDX > WS-OPM-COUNT
003690             OR WS-OPERATOR-FOUND.
003700 4050-EXIT.
003710     EXIT.
003720*
003730 4100-SCAN-ONE-SLOT.
003740     IF WS-OPM-ENTRY (WS-OPM-IDX) (1:8) = WS-KEY-OPERATOR-ID
003750         SET WS-OPERATOR-FOUND TO TRUE
003760         MOVE WS-OPM-IDX TO WS-OPM-SLOT
003770     END-IF.
003780 4100-EXIT.
003790     EXIT.
003800*
003810******************************************************************
003820*   5000-MAINTAIN-PROFILE                                        *
003830*   ACCEPTS THE NAME, THE FIVE Y/N ROLES, THE SCOPE TYPE AND     *
003840*   CODES, AND THE ACTIVE/INACTIVE STATUS INTO WS-EDT-PROFILE.   *
003850*   THE SET-UP RUN'S PROFILE IS FORCED TO AN ACTIVE ALL-BRANCH   *
003860*   BRANCH MAINTENANCE PROFILE SO THE MASTER IS NEVER LEFT       *
003870*   WITHOUT SOMEONE WHO CAN MAINTAIN IT.                         *
003880******************************************************************
003890 5000-MAINTAIN-PROFILE.
003900     DISPLAY "ENTER OPERATOR NAME:" LINE 9 COL 4.
003910     ACCEPT WS-EDT-NAME LINE 9 COL 36.
003920     MOVE 'MAKER ROLE (Y/N):' TO WS-FLAG-PROMPT.
003930     MOVE 10 TO WS-ROW-LINE.
003940     PERFORM 5050-ACCEPT-ROLE THRU 5050-EXIT.
003950     MOVE WS-INPUT-FLAG TO WS-EDT-MAKER.
003960     MOVE 'CHECKER ROLE (Y/N):' TO WS-FLAG-PROMPT.
003970     MOVE 11 TO WS-ROW-LINE.
003980     PERFORM 5050-ACCEPT-ROLE THRU 5050-EXIT.
003990     MOVE WS-INPUT-FLAG TO WS-EDT-CHECKER.
004000     MOVE 'BRANCH MAINTENANCE ROLE (Y/N):' TO WS-FLAG-PROMPT.
004010     MOVE 12 TO WS-ROW-LINE.
004020     PERFORM 5050-ACCEPT-ROLE THRU 5050-EXIT.
004030     MOVE WS-INPUT-FLAG TO WS-EDT-BRMAINT.
004040     MOVE 'INQUIRY ONLY ROLE (Y/N):' TO WS-FLAG-PROMPT.
004050     MOVE 13 TO WS-ROW-LINE.
004060     PERFORM 5050-ACCEPT-ROLE THRU 5050-EXIT.
004070     MOVE WS-INPUT-FLAG TO WS-EDT-INQUIRY.
004080     MOVE 'PERIOD CLOSE SUPERVISOR (Y/N):' TO WS-FLAG-PROMPT.
004090     MOVE 14 TO WS-ROW-LINE.
004100     PERFORM 5050-ACCEPT-ROLE THRU 5050-EXIT.
004110     MOVE WS-INPUT-FLAG TO WS-EDT-SUPVR.
004120     MOVE 'N' TO WS-VALID-SWITCH.
004130     PERFORM 5200-ACCEPT-SCOPE-TYPE THRU 5200-EXIT
004140         UNTIL WS-INPUT-VALID.
004150     MOVE 'N' TO WS-VALID-SWITCH.
004160     PERFORM 5300-ACCEPT-SCOPE-CODES THRU 5300-EXIT
004170         UNTIL WS-INPUT-VALID.
004180     MOVE 'N' TO WS-VALID-SWITCH.
004190     PERFORM 5400-ACCEPT-STATUS THRU 5400-EXIT
004200         UNTIL WS-INPUT-VALID.
004210     IF WS-SETUP-RUN
004220         MOVE 'Y' TO WS-EDT-BRMAINT
004230         MOVE 'A' TO WS-EDT-SCOPE-TYPE
004240         MOVE SPACES TO WS-EDT-SCOPE-CODE (1)
004250         MOVE SPACES TO WS-EDT-SCOPE-CODE (2)
004260         MOVE SPACES TO WS-EDT-SCOPE-CODE (3)
004270         MOVE SPACES TO WS-EDT-SCOPE-CODE (4)
004280         MOVE SPACES TO WS-EDT-SCOPE-CODE (5)
004290         MOVE 'A' TO WS-EDT-STATUS
004300     END-IF.
004310     ACCEPT WS-CHANGE-DATE FROM DATE YYYYMMDD.
004320     MOVE WS-CHANGE-DATE TO WS-EDT-CHANGE-DATE.
004330     MOVE WS-OPERATOR-ID TO WS-EDT-CHANGED-BY.
004340     MOVE WS-EDT-PROFILE TO WS-OPM-ENTRY (WS-OPM-SLOT).
004350 5000-EXIT.
004360     EXIT.
004370*
004380 5050-ACCEPT-ROLE.
004390     MOVE 'N' TO WS-VALID-SWITCH.
004400     PERFORM 5100-ACCEPT-ONE-FLAG THRU 5100-EXIT
004410         UNTIL WS-INPUT-VALID.
004420 5050-EXIT.
004430     EXIT.
004440*
004450 5100-ACCEPT-ONE-FLAG.
004460     DISPLAY WS-FLAG-PROMPT LINE WS-ROW-LINE COL 4.
004470     ACCEPT WS-INPUT-FLAG LINE WS-ROW-LINE COL 36.
004480     IF WS-INPUT-FLAG = 'Y' OR WS-INPUT-FLAG = 'N'
004490         SET WS-INPUT-VALID TO TRUE
004500     ELSE
004510         DISPLAY "*** ENTER Y OR N - RE-ENTER ***" LINE 19 COL 4
004520     END-IF.
004530 5100-EXIT.
004540     EXIT.
004550*
004560 5200-ACCEPT-SCOPE-TYPE.
004570     DISPLAY "SCOPE (A=ALL R=REGION B=BRANCH):" LINE 15 COL 4.
004580     ACCEPT WS-INPUT-FLAG LINE 15 COL 38.
004590     IF WS-INPUT-FLAG = 'A' OR WS-INPUT-FLAG = 'R'
004600             OR WS-INPUT-FLAG = 'B'
004610         MOVE WS-INPUT-FLAG TO WS-EDT-SCOPE-TYPE
004620         SET WS-INPUT-VALID TO TRUE
004630     ELSE
004640         DISPLAY "*** SCOPE MUST BE A, R OR B - RE-ENTER ***"
004650             LINE 19 COL 4
004660     END-IF.
004670 5200-EXIT.
004680     EXIT.
004690*
004700******************************************************************
004710*   5300-ACCEPT-SCOPE-CODES                                      *
004720*   ALL-BRANCH SCOPE CARRIES NO CODES.  A REGION OR BRANCH SCOPE *
004730*   TAKES UP TO FIVE REGION OR BRANCH CODES AND NEEDS AT LEAST   *
004740*   THE FIRST - AN EMPTY LIST WOULD LET THE OPERATOR TOUCH       *
004750*   NOTHING.                                                     *
004760******************************************************************
004770 5300-ACCEPT-SCOPE-CODES.
004780     IF WS-EDT-SCOPE-TYPE = 'A'
004790         MOVE SPACES TO WS-EDT-SCOPE-CODE (1)
004800         MOVE SPACES TO WS-EDT-SCOPE-CODE (2)
004810         MOVE SPACES TO WS-EDT-SCOPE-CODE (3)
004820         MOVE SPACES TO WS-EDT-SCOPE-CODE (4)
004830         MOVE SPACES TO WS-EDT-SCOPE-CODE (5)
004840         SET WS-INPUT-VALID TO TRUE
004850         GO TO 5300-EXIT
004860     END-IF.
004870     DISPLAY "SCOPE CODES (UP TO 5):" LINE 16 COL 4.
004880     PERFORM 5350-ACCEPT-ONE-CODE THRU 5350-EXIT
004890         VARYING WS-SCOPE-IDX FROM 1 BY 1
004900         UNTIL WS-SCOPE-IDX > 5.
004910     IF WS-EDT-SCOPE-CODE (1) = SPACES
004920         DISPLAY "*** AT LEAST ONE SCOPE CODE REQUIRED ***"
004930             LINE 19 COL 4
004940     ELSE
004950         SET WS-INPUT-VALID TO TRUE
004960     END-IF.
004970 5300-EXIT.
004980     EXIT.
004990*
005000 5350-ACCEPT-ONE-CODE.
005010     COMPUTE WS-CODE-COL = 30 + (WS-SCOPE-IDX * 6).
005020     ACCEPT WS-INPUT-CODE LINE 16 COL WS-CODE-COL.
005030     MOVE WS-INPUT-CODE TO WS-EDT-SCOPE-CODE (WS-SCOPE-IDX).
005040 5350-EXIT.
005050     EXIT.
005060*
005070 5400-ACCEPT-STATUS.
005080     DISPLAY "STATUS (A=ACTIVE I=INACTIVE):" LINE 17 COL 4.
005090     ACCEPT WS-INPUT-FLAG LINE 17 COL 36.
005100     IF WS-INPUT-FLAG = 'A' OR WS-INPUT-FLAG = 'I'
005110         MOVE WS-INPUT-FLAG TO WS-EDT-STATUS
005120         SET WS-INPUT-VALID TO TRUE
005130     ELSE
005140         DISPLAY "*** STATUS MUST BE A OR I - RE-ENTER ***"
005150             LINE 19 COL 4
005160     END-IF.
005170 5400-EXIT.
005180     EXIT.
005190*
005200******************************************************************
005210*   7000-LOG-PROFILE-CHANGE                                      *
005220*   APPENDS A PROFILE-CHANGE ('C') RECORD TO SECLOG - WHO        *
005230*   CHANGED WHICH ID, AND THE ROLES, SCOPE AND STATUS IT WAS     *
005240*   LEFT WITH.  WRITTEN BEFORE THE MASTER IS REWRITTEN, SO A     *
005250*   FAILED REWRITE STILL LEAVES THE ATTEMPT ON RECORD.           *
005260******************************************************************
005270 7000-LOG-PROFILE-CHANGE.
005280     MOVE WS-EDT-ID          TO WS-CHG-ID.
005290     MOVE WS-EDT-MAKER       TO WS-CHG-ROLES (1:1).
005300     MOVE WS-EDT-CHECKER     TO WS-CHG-ROLES (2:1).
005310     MOVE WS-EDT-BRMAINT     TO WS-CHG-ROLES (3:1).
005320     MOVE WS-EDT-INQUIRY     TO WS-CHG-ROLES (4:1).
005330     MOVE WS-EDT-SUPVR       TO WS-CHG-ROLES (5:1).
005340     MOVE WS-EDT-SCOPE-TYPE  TO WS-CHG-SCOPE.
005350     MOVE WS-EDT-STATUS      TO WS-CHG-STATUS.
005360     MOVE 'C'                TO WS-SEC-EVENT.
005370     MOVE SPACES             TO WS-SEC-REASON.
005380     MOVE 'OPMT'             TO WS-SEC-ACTION.
005390     MOVE SPACES             TO WS-SEC-BRANCH.
005400     MOVE WS-CHG-DETAIL      TO WS-SEC-DETAIL.
005410     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
005420 7000-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460*   8000-WRITE-OPERATOR-MASTER                                   *
005470*   REWRITES OPERMST FROM THE TABLE, INCLUDING THE PROFILE THE   *
005480*   OPERATOR JUST ADDED OR CHANGED.                              *
005490******************************************************************
005500 8000-WRITE-OPERATOR-MASTER.
005510     OPEN OUTPUT OPERATOR-MASTER-FILE.
005520     IF WS-OPM-STATUS NOT = '00'
005530         DISPLAY "*** UNABLE TO OPEN OPERMST FOR OUTPUT - "
005540             "STATUS " WS-OPM-STATUS " ***"
005550         MOVE 16 TO RETURN-CODE
005560         STOP RUN
005570     END-IF.
005580     PERFORM 8100-WRITE-ONE-OPERATOR THRU 8100-EXIT
005590         VARYING WS-OPM-IDX FROM 1 BY 1
005600         UNTIL WS-OPM-IDX > WS-OPM-COUNT.
005610     CLOSE OPERATOR-MASTER-FILE.
005620 8000-EXIT.
005630     EXIT.
005640*
005650 8100-WRITE-ONE-OPERATOR.
005660     MOVE WS-OPM-ENTRY (WS-OPM-IDX) TO DT-OPERATOR-RECORD.
005670     WRITE DT-OPERATOR-RECORD.
005680     IF WS-OPM-STATUS NOT = '00'
005690         DISPLAY "*** ERROR WRITING OPERMST - STATUS "
005700             WS-OPM-STATUS " ***"
005710         MOVE 16 TO RETURN-CODE
005720         STOP RUN
005730     END-IF.
005740 8100-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780*   9600-REFUSE-SIGN-ON                                          *
005790*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
005800*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
005810******************************************************************
005820 9600-REFUSE-SIGN-ON.
005830     MOVE 'F'    TO WS-SEC-EVENT.
005840     MOVE 'SGON' TO WS-SEC-ACTION.
005850     MOVE SPACES TO WS-SEC-BRANCH.
005860     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
005870     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
005880     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
005890     ADD 1 TO WS-SIGNON-FAILURES.
005900     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
005910         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
005920             LINE 22 COL 4
005930         MOVE 16 TO RETURN-CODE
005940         STOP RUN
005950     END-IF.
005960 9600-EXIT.
005970     EXIT.
005980*
005990******************************************************************
006000*   9650-REFUSE-ACTION                                           *
006010*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
006020*   BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND ENDS THE    *
006030*   SESSION WITH NOTHING WRITTEN.                                *
006040******************************************************************
006050 9650-REFUSE-ACTION.
006060     MOVE 'R' TO WS-SEC-EVENT.
006070     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
006080     DISPLAY "*** REFUSED - " LINE 22 COL 4.
006090     DISPLAY WS-SEC-DETAIL LINE 22 COL 18.
006100     DISPLAY "*** NO CHANGE RECORDED ***" LINE 23 COL 4.
006110     MOVE 8 TO RETURN-CODE.
006120     STOP RUN.
006130 9650-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170*   9700-LOG-SECURITY-EVENT                                      *
006180*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
006190*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
006200*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
006210******************************************************************
006220 9700-LOG-SECURITY-EVENT.
006230     OPEN EXTEND SECURITY-LOG-FILE.
006240     IF WS-SEC-STATUS NOT = '00'
006250         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
006260             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
006270         MOVE 16 TO RETURN-CODE
006280         STOP RUN
006290     END-IF.
006300     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
006310     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
006320     ACCEPT WS-TIME-WORK FROM TIME.
006330     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
006340     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
006350     MOVE 'SAMPLE20'         TO DT-SEC-PROGRAM-ID.
006360     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
006370     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
006380     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
006390     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
006400     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
006410     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
006420     WRITE DT-SECURITY-LOG-RECORD.
006430     IF WS-SEC-STATUS NOT = '00'
006440         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
006450             WS-SEC-STATUS " ***" LINE 22 COL 4
006460         MOVE 16 TO RETURN-CODE
006470         STOP RUN
006480     END-IF.
006490     CLOSE SECURITY-LOG-FILE.
006500 9700-EXIT.
006510     EXIT.
