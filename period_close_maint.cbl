000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE30.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE30 IS THE ACCOUNTING PERIOD CLOSE SCREEN OVER THE      *
000110*   PERIOD CONTROL FILE (PRDCTL, SEE DTPERIOD).  ONCE MTHEND     *
000120*   HAS RUN FOR A MONTH, FINANCE:                                *
000130*     - STARTS THE CLOSE - THE MONTH GOES FROM OPEN TO CLOSING.  *
000140*       THE SCREENS STOP TAKING CHANGES DATED INTO IT; THE       *
000150*       NIGHTLY BATCH STILL POSTS ITS LAST FEEDS.                *
000160*     - REOPENS A CLOSING MONTH WHEN THE SIGN-OFF FALLS THROUGH. *
000170*     - CLOSES IT - CLOSING TO CLOSED.  FROM THEN ON SAMPLE1B,   *
000180*       SAMPLE3, SAMPLE7, SAMPLE16 AND SAMPLE19 REFUSE ANY       *
000190*       POSTING DATED INTO THE MONTH, AND IT NEVER REOPENS.      *
000200*     - KEYS A PRIOR-PERIOD ADJUSTMENT AGAINST A CLOSED MONTH -  *
000210*       THE ONLY WAY A CORRECTION REACHES IT.  THE ADJUSTMENT    *
000220*       GOES TO PENDFILE AS TYPE PPA FOR A SECOND SUPERVISOR TO  *
000230*       APPROVE ON SAMPLE16; SAMPLE31 THEN POSTS IT TO THE GL    *
000240*       EXTRACT FLAGGED AS A PRIOR-PERIOD ENTRY AND PRINTS IT ON *
000250*       THE PRIOR-PERIOD ADJUSTMENTS REPORT.                     *
000260*   ONLY A PROFILE HOLDING THE PERIOD CLOSE SUPERVISOR ROLE MAY  *
000270*   SIGN ON.  A MONTH IS BANK-WIDE, SO CHANGING ONE ALSO NEEDS   *
000280*   AN ALL-BRANCH PROFILE; AN ADJUSTMENT NEEDS ITS BRANCH INSIDE *
000290*   THE PROFILE SCOPE.  REFUSALS GO TO SECLOG.                   *
000300*                                                                *
000310*   THE FILE IS LOADED TO A WORKING-STORAGE TABLE AND REWRITTEN  *
000320*   AS SOON AS A MONTH CHANGES, SO A CLOSE TAKES HOLD AT ONCE    *
000330*   RATHER THAN AT SIGN-OFF.  A MONTH THAT IS NOT ON FILE IS     *
000340*   OPEN.                                                        *
000350*                                                                *
000360******************************************************************
000370*
000380*    MODIFICATION HISTORY
000390*    DATE       INIT  DESCRIPTION
000400*    ---------  ----  --------------------------------------------
000410*    2026-10-15  RM   ORIGINAL PROGRAM.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PRD-STATUS.
000520     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDFILE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PND-STATUS.
000550     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-OPM-STATUS.
000580     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SEC-STATUS.
000610     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-BRM-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PERIOD-CONTROL-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 60 CHARACTERS.
000700 COPY DTPERIOD.
000710*
000720 FD  PENDING-CHANGE-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 200 CHARACTERS.
000750 COPY DTPEND.
000760*
000770 FD  OPERATOR-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORD CONTAINS 80 CHARACTERS.
000800 COPY DTOPRMST.
000810*
000820 FD  SECURITY-LOG-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 COPY DTSECLOG.
000860*
000870 FD  BRANCH-MASTER-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 48 CHARACTERS.
000900 COPY DTBRMST.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  WS-SWITCHES.
000950     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000960         88  WS-PRD-EOF                      VALUE 'Y'.
000970     05  WS-DONE-SWITCH          PIC X(01)   VALUE 'N'.
000980         88  WS-BROWSE-DONE                  VALUE 'Y'.
000990     05  WS-VALID-SWITCH         PIC X(01)   VALUE 'N'.
001000         88  WS-INPUT-VALID                  VALUE 'Y'.
001010     05  WS-PRD-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001020         88  WS-PRD-FOUND                    VALUE 'Y'.
001030     05  WS-BRANCH-FOUND-SWITCH  PIC X(01)   VALUE 'N'.
001040         88  WS-BRANCH-FOUND                 VALUE 'Y'.
001050     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001060         88  WS-OPM-EOF                      VALUE 'Y'.
001070     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001080         88  WS-OPR-FOUND                    VALUE 'Y'.
001090     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
001100         88  WS-SCOPE-OK                     VALUE 'Y'.
001110     05  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
001120         88  WS-ACTION-REFUSED               VALUE 'Y'.
001130     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001140         88  WS-BRM-EOF                      VALUE 'Y'.
001150*
001160 01  WS-PRD-STATUS               PIC X(02).
001170 01  WS-PND-STATUS               PIC X(02).
001180 01  WS-OPM-STATUS               PIC X(02).
001190 01  WS-SEC-STATUS               PIC X(02).
001200 01  WS-BRM-STATUS               PIC X(02).
001210*
001220*    EVERY MONTH ON THE PERIOD CONTROL FILE AS LOADED, PLUS ANY
001230*    MONTH KEYED THIS SESSION.
001240 01  WS-PRD-TABLE.
001250     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
001260     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
001270         10  WS-PRD-DATA         PIC X(60).
001280*
001290 01  WS-PRD-IDX                  PIC 9(03)   COMP.
001300 01  WS-CURR-IDX                 PIC 9(03)   COMP  VALUE 0.
001310*
001320 01  WS-ACTION                   PIC X(01).
001330 01  WS-OPERATOR-ID              PIC X(08).
001340 01  WS-RUN-DATE                 PIC X(08).
001350 01  WS-CURRENT-MONTH            PIC X(06).
001360 01  WS-TIME-WORK                PIC X(08).
001370 01  WS-STATUS-TEXT              PIC X(07).
001380*
001390 01  WS-INPUT-MONTH.
001400     05  WS-IN-YEAR              PIC X(04).
001410     05  WS-IN-MM                PIC X(02).
001420*
001430*    THE PRIOR-PERIOD ADJUSTMENT AS KEYED.
001440 01  WS-ADJ-INPUT.
001450     05  WS-IN-BRANCH            PIC X(04).
001460     05  WS-IN-BUS-DATE          PIC X(08).
001470     05  WS-IN-NUM1-SIGN         PIC X(01).
001480     05  WS-IN-NUM1              PIC X(07).
001490     05  WS-IN-NUM1-R            REDEFINES WS-IN-NUM1
001500                                 PIC 9(07).
001510     05  WS-IN-NUM2-SIGN         PIC X(01).
001520     05  WS-IN-NUM2              PIC X(07).
001530     05  WS-IN-NUM2-R            REDEFINES WS-IN-NUM2
001540                                 PIC 9(07).
001550     05  WS-IN-REASON            PIC X(40).
001560*
001570*    THE 72-BYTE ADJUSTMENT IMAGE THAT BECOMES THE PENDFILE
001580*    AFTER IMAGE (SEE DTPPADJ).
001590 01  WS-PPA-IMAGE.
001600     05  WS-PPA-BRANCH           PIC X(04).
001610     05  WS-PPA-BUS-DATE         PIC X(08).
001620     05  WS-PPA-NUM1-ADJ         PIC S9(07).
001630     05  WS-PPA-NUM2-ADJ         PIC S9(07).
001640     05  WS-PPA-REASON           PIC X(40).
001650     05  FILLER                  PIC X(06)   VALUE SPACES.
001660*
001670*    THE SIGNED-ON OPERATOR'S PROFILE AS READ FROM OPERMST (SEE
001680*    DTOPRMST) - THE ROLES AND SCOPE EVERY ACTION IS CHECKED
001690*    AGAINST.
001700 01  WS-OPR-PROFILE.
001710     05  WS-OPR-ID               PIC X(08).
001720     05  WS-OPR-NAME             PIC X(20).
001730     05  WS-OPR-MAKER            PIC X(01).
001740     05  WS-OPR-CHECKER          PIC X(01).
001750     05  WS-OPR-BRMAINT          PIC X(01).
001760     05  WS-OPR-INQUIRY          PIC X(01).
001770     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001780     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001790     05  WS-OPR-STATUS           PIC X(01).
001800     05  FILLER                  PIC X(16).
001810     05  WS-OPR-SUPVR            PIC X(01).
001820     05  FILLER                  PIC X(09).
001830*
001840 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001850 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001860 01  WS-SCOPE-BRANCH             PIC X(04).
001870 01  WS-SCOPE-CODE               PIC X(04).
001880*
001890*    THE BRANCH-TO-REGION MAP FOR REGION-SCOPED PROFILES - ALSO
001900*    THE LIST AN ADJUSTMENT'S BRANCH MUST BE ON.
001910 01  WS-BRM-TABLE.
001920     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001930     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001940         10  WS-BRM-CODE         PIC X(04).
001950         10  WS-BRM-REGN         PIC X(04).
001960*
001970 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001980*
001990*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
002000 01  WS-SEC-EVENT-FIELDS.
002010     05  WS-SEC-DATE             PIC X(08).
002020     05  WS-SEC-EVENT            PIC X(01).
002030     05  WS-SEC-REASON           PIC X(04).
002040     05  WS-SEC-ACTION           PIC X(04).
002050     05  WS-SEC-BRANCH           PIC X(04).
002060     05  WS-SEC-DETAIL           PIC X(30).
002070*
002080 PROCEDURE DIVISION.
002090*
002100 0000-MAINLINE.
002110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002120     MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-MONTH.
002130     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
002140     PERFORM 9900-LOAD-BRANCH-REGIONS THRU 9900-EXIT.
002150     PERFORM 1000-LOAD-PERIODS THRU 1000-EXIT.
002160     IF WS-PRD-COUNT IS GREATER THAN 0
002170         MOVE WS-PRD-COUNT TO WS-CURR-IDX
002180     END-IF.
002190     PERFORM 2000-BROWSE-PERIODS THRU 2000-EXIT
002200         UNTIL WS-BROWSE-DONE.
002210     DISPLAY "PERIOD CLOSE SESSION ENDED." LINE 20 COL 4.
002220     STOP RUN.
002230*
002240******************************************************************
002250*   1000-LOAD-PERIODS                                            *
002260*   LOADS EVERY PRDCTL RECORD TO THE TABLE.  A FILE THAT DOES    *
002270*   NOT EXIST YET MEANS NO MONTH HAS EVER BEEN CLOSED.           *
002280******************************************************************
002290 1000-LOAD-PERIODS.
002300     MOVE 0 TO WS-PRD-COUNT.
002310     OPEN INPUT PERIOD-CONTROL-FILE.
002320     IF WS-PRD-STATUS = '35'
002330         GO TO 1000-EXIT
002340     END-IF.
002350     IF WS-PRD-STATUS NOT = '00'
002360         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
002370             "STATUS " WS-PRD-STATUS " ***" LINE 22 COL 4
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     PERFORM 1100-LOAD-ONE-PERIOD THRU 1100-EXIT
002420         UNTIL WS-PRD-EOF.
002430     CLOSE PERIOD-CONTROL-FILE.
002440 1000-EXIT.
002450     EXIT.
002460*
002470 1100-LOAD-ONE-PERIOD.
002480     READ PERIOD-CONTROL-FILE
002490         AT END
002500             SET WS-PRD-EOF TO TRUE
002510     END-READ.
002520     IF WS-PRD-EOF
002530         GO TO 1100-EXIT
002540     END-IF.
002550     IF WS-PRD-COUNT IS NOT LESS THAN 120
002560         DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
002570             LINE 22 COL 4
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     ADD 1 TO WS-PRD-COUNT.
002620     MOVE DT-PERIOD-RECORD TO WS-PRD-DATA (WS-PRD-COUNT).
002630 1100-EXIT.
002640     EXIT.
002650*
002660******************************************************************
002670*   1300-ACCEPT-OPERATOR                                         *
002680*   SIGNS THE SESSION ON.  THE ID MUST BE AN ACTIVE PROFILE ON   *
002690*   OPERMST HOLDING THE PERIOD CLOSE SUPERVISOR ROLE - THREE     *
002700*   REFUSED SIGN-ONS END THE SESSION.                            *
002710******************************************************************
002720 1300-ACCEPT-OPERATOR.
002730     DISPLAY ERASE.
002740     DISPLAY "PERIOD CLOSE CONTROL" LINE 2 COL 4.
002750     MOVE 'N' TO WS-VALID-SWITCH.
002760     PERFORM 1350-ACCEPT-ONE-OPERATOR THRU 1350-EXIT
002770         UNTIL WS-INPUT-VALID.
002780     MOVE 'N' TO WS-VALID-SWITCH.
002790 1300-EXIT.
002800     EXIT.
002810*
002820 1350-ACCEPT-ONE-OPERATOR.
002830     DISPLAY "OPERATOR ID:" LINE 3 COL 4.
002840     ACCEPT WS-OPERATOR-ID LINE 3 COL 18.
002850     IF WS-OPERATOR-ID = SPACES
002860         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
002870             LINE 5 COL 4
002880         GO TO 1350-EXIT
002890     END-IF.
002900     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
002910     IF WS-SEC-REASON = SPACES
002920             AND WS-OPR-SUPVR NOT = 'Y'
002930         MOVE 'ROLE' TO WS-SEC-REASON
002940         MOVE 'NO SUPERVISOR ROLE' TO WS-SEC-DETAIL
002950     END-IF.
002960     IF WS-SEC-REASON NOT = SPACES
002970         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
002980         GO TO 1350-EXIT
002990     END-IF.
003000     SET WS-INPUT-VALID TO TRUE.
003010 1350-EXIT.
003020     EXIT.
003030*
003040******************************************************************
003050*   2000-BROWSE-PERIODS                                          *
003060*   PAINTS THE CURRENT MONTH AND TAKES ONE ACTION - PAGE FORWARD *
003070*   OR BACK, KEY A MONTH, START THE CLOSE, CLOSE, REOPEN A       *
003080*   CLOSING MONTH, KEY AN ADJUSTMENT, OR SIGN OFF.               *
003090******************************************************************
003100 2000-BROWSE-PERIODS.
003110     PERFORM 2100-SHOW-PERIOD THRU 2100-EXIT.
003120     ACCEPT WS-ACTION LINE 18 COL 44.
003130     EVALUATE WS-ACTION
003140         WHEN 'N'
003150             IF WS-CURR-IDX IS LESS THAN WS-PRD-COUNT
003160                 ADD 1 TO WS-CURR-IDX
003170             ELSE
003180                 DISPLAY "*** AT LAST MONTH ***" LINE 19 COL 4
003190             END-IF
003200         WHEN 'P'
003210             IF WS-CURR-IDX IS GREATER THAN 1
003220                 SUBTRACT 1 FROM WS-CURR-IDX
003230             ELSE
003240                 DISPLAY "*** AT FIRST MONTH ***" LINE 19 COL 4
003250             END-IF
003260         WHEN 'K'
003270             PERFORM 2500-KEY-MONTH THRU 2500-EXIT
003280         WHEN 'S'
003290             PERFORM 3000-START-CLOSE THRU 3000-EXIT
003300         WHEN 'C'
003310             PERFORM 3500-CLOSE-MONTH THRU 3500-EXIT
003320         WHEN 'O'
003330             PERFORM 4000-REOPEN-MONTH THRU 4000-EXIT
003340         WHEN 'A'
003350             PERFORM 5000-ENTER-ADJUSTMENT THRU 5000-EXIT
003360         WHEN 'X'
003370             SET WS-BROWSE-DONE TO TRUE
003380         WHEN OTHER
003390             DISPLAY "*** ENTER N P K S C O A OR X ***"
003400                 LINE 19 COL 4
003410     END-EVALUATE.
003420 2000-EXIT.
003430     EXIT.
003440*
003450 2100-SHOW-PERIOD.
003460     DISPLAY ERASE.
003470     DISPLAY "PERIOD CLOSE CONTROL" LINE 2 COL 4.
003480     DISPLAY "TODAY" LINE 2 COL 40.
003490     DISPLAY WS-RUN-DATE LINE 2 COL 46.
003500     IF WS-CURR-IDX = 0
003510         DISPLAY "NO MONTH ON FILE - EVERY MONTH IS OPEN."
003520             LINE 4 COL 4
003530         DISPLAY "KEY A MONTH (K) TO START ITS CLOSE."
003540             LINE 5 COL 4
003550         GO TO 2100-MENU
003560     END-IF.
003570     MOVE WS-PRD-DATA (WS-CURR-IDX) TO DT-PERIOD-RECORD.
003580     EVALUATE TRUE
003590         WHEN DT-PRD-OPEN
003600             MOVE 'OPEN'    TO WS-STATUS-TEXT
003610         WHEN DT-PRD-CLOSING
003620             MOVE 'CLOSING' TO WS-STATUS-TEXT
003630         WHEN DT-PRD-CLOSED
003640             MOVE 'CLOSED'  TO WS-STATUS-TEXT
003650         WHEN OTHER
003660             MOVE '?'       TO WS-STATUS-TEXT
003670     END-EVALUATE.
003680     DISPLAY "MONTH" LINE 2 COL 58.
003690     DISPLAY WS-CURR-IDX LINE 2 COL 64.
003700     DISPLAY "OF" LINE 2 COL 68.
003710     DISPLAY WS-PRD-COUNT LINE 2 COL 71.
003720     DISPLAY "MONTH (YYYYMM):" LINE 4 COL 4.
003730     DISPLAY DT-PRD-MONTH LINE 4 COL 21.
003740     DISPLAY "STATUS:" LINE 4 COL 32.
003750     DISPLAY WS-STATUS-TEXT LINE 4 COL 40.
003760     DISPLAY "CLOSE STARTED:" LINE 6 COL 4.
003770     DISPLAY DT-PRD-CLOSING-DATE LINE 6 COL 21.
003780     DISPLAY "BY" LINE 6 COL 32.
003790     DISPLAY DT-PRD-CLOSING-BY LINE 6 COL 35.
003800     DISPLAY "CLOSED:" LINE 7 COL 4.
003810     DISPLAY DT-PRD-CLOSED-DATE LINE 7 COL 21.
003820     DISPLAY "BY" LINE 7 COL 32.
003830     DISPLAY DT-PRD-CLOSED-BY LINE 7 COL 35.
003840 2100-MENU.
003850     DISPLAY "N=NEXT P=PREV K=KEY MONTH S=START CLOSE C=CLOSE"
003860         LINE 17 COL 4.
003870     DISPLAY "O=REOPEN A=ADJUSTMENT X=EXIT    ACTION:"
003880         LINE 18 COL 4.
003890 2100-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930*   2500-KEY-MONTH                                               *
003940*   MOVES TO THE MONTH KEYED.  A MONTH NOT ON FILE IS ADDED TO   *
003950*   THE TABLE AS OPEN - IT ONLY REACHES THE FILE ONCE ITS CLOSE  *
003960*   IS STARTED.                                                  *
003970******************************************************************
003980 2500-KEY-MONTH.
003990     DISPLAY "MONTH (YYYYMM):" LINE 10 COL 4.
004000     MOVE SPACES TO WS-INPUT-MONTH.
004010     ACCEPT WS-INPUT-MONTH LINE 10 COL 21.
004020     IF WS-INPUT-MONTH IS NOT NUMERIC
004030             OR WS-IN-MM IS LESS THAN '01'
004040             OR WS-IN-MM IS GREATER THAN '12'
004050         DISPLAY "*** MONTH MUST BE YYYYMM ***" LINE 19 COL 4
004060         GO TO 2500-EXIT
004070     END-IF.
004080     MOVE 'N' TO WS-PRD-FOUND-SWITCH.
004090     PERFORM 2550-SCAN-ONE-PERIOD THRU 2550-EXIT
004100         VARYING WS-PRD-IDX FROM 1 BY 1
004110         UNTIL WS-PRD-IDX > WS-PRD-COUNT
004120             OR WS-PRD-FOUND.
004130     IF WS-PRD-FOUND
004140         GO TO 2500-EXIT
004150     END-IF.
004160     IF WS-PRD-COUNT IS NOT LESS THAN 120
004170         DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
004180             LINE 19 COL 4
004190         GO TO 2500-EXIT
004200     END-IF.
004210     MOVE SPACES TO DT-PERIOD-RECORD.
004220     MOVE WS-INPUT-MONTH TO DT-PRD-MONTH.
004230     MOVE 'O' TO DT-PRD-STATUS.
004240     ADD 1 TO WS-PRD-COUNT.
004250     MOVE DT-PERIOD-RECORD TO WS-PRD-DATA (WS-PRD-COUNT).
004260     MOVE WS-PRD-COUNT TO WS-CURR-IDX.
004270 2500-EXIT.
004280     EXIT.
004290*
004300 2550-SCAN-ONE-PERIOD.
004310     IF WS-PRD-DATA (WS-PRD-IDX) (1:6) = WS-INPUT-MONTH
004320         SET WS-PRD-FOUND TO TRUE
004330         MOVE WS-PRD-IDX TO WS-CURR-IDX
004340     END-IF.
004350 2550-EXIT.
004360     EXIT.
004370*
004380******************************************************************
004390*   3000-START-CLOSE                                             *
004400*   MOVES AN OPEN MONTH TO CLOSING.  THE CURRENT MONTH (OR A     *
004410*   LATER ONE) IS STILL TAKING POSTINGS AND CANNOT BE CLOSED.    *
004420******************************************************************
004430 3000-START-CLOSE.
004440     IF WS-CURR-IDX = 0
004450         DISPLAY "*** KEY A MONTH FIRST ***" LINE 19 COL 4
004460         GO TO 3000-EXIT
004470     END-IF.
004480     MOVE 'PSTR' TO WS-SEC-ACTION.
004490     PERFORM 4800-CHECK-PERIOD-ACTION THRU 4800-EXIT.
004500     IF WS-ACTION-REFUSED
004510         GO TO 3000-EXIT
004520     END-IF.
004530     MOVE WS-PRD-DATA (WS-CURR-IDX) TO DT-PERIOD-RECORD.
004540     IF NOT DT-PRD-OPEN
004550         DISPLAY "*** MONTH IS NOT OPEN ***" LINE 19 COL 4
004560         GO TO 3000-EXIT
004570     END-IF.
004580     IF DT-PRD-MONTH IS NOT LESS THAN WS-CURRENT-MONTH
004590         DISPLAY "*** ONLY A MONTH BEFORE THIS ONE CAN CLOSE ***"
004600             LINE 19 COL 4
004610         GO TO 3000-EXIT
004620     END-IF.
004630     ACCEPT WS-TIME-WORK FROM TIME.
004640     MOVE 'P'                TO DT-PRD-STATUS.
004650     MOVE WS-RUN-DATE        TO DT-PRD-CLOSING-DATE.
004660     MOVE WS-OPERATOR-ID     TO DT-PRD-CLOSING-BY.
004670     MOVE WS-TIME-WORK (1:6) TO DT-PRD-CHANGE-TIME.
004680     MOVE DT-PERIOD-RECORD TO WS-PRD-DATA (WS-CURR-IDX).
004690     PERFORM 8000-REWRITE-PERIODS THRU 8000-EXIT.
004700     DISPLAY "** CLOSE STARTED - SCREENS NO LONGER POST **"
004710         LINE 19 COL 4.
004720 3000-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760*   3500-CLOSE-MONTH                                             *
004770*   MOVES A CLOSING MONTH TO CLOSED.  FROM HERE ON NOTHING POSTS *
004780*   INTO IT EXCEPT AN APPROVED PRIOR-PERIOD ADJUSTMENT.          *
004790******************************************************************
004800 3500-CLOSE-MONTH.
004810     IF WS-CURR-IDX = 0
004820         DISPLAY "*** KEY A MONTH FIRST ***" LINE 19 COL 4
004830         GO TO 3500-EXIT
004840     END-IF.
004850     MOVE 'PCLS' TO WS-SEC-ACTION.
004860     PERFORM 4800-CHECK-PERIOD-ACTION THRU 4800-EXIT.
004870     IF WS-ACTION-REFUSED
004880         GO TO 3500-EXIT
004890     END-IF.
004900     MOVE WS-PRD-DATA (WS-CURR-IDX) TO DT-PERIOD-RECORD.
004910     IF NOT DT-PRD-CLOSING
004920         DISPLAY "*** START THE CLOSE FIRST ***" LINE 19 COL 4
004930         GO TO 3500-EXIT
004940     END-IF.
004950     ACCEPT WS-TIME-WORK FROM TIME.
004960     MOVE 'C'                TO DT-PRD-STATUS.
004970     MOVE WS-RUN-DATE        TO DT-PRD-CLOSED-DATE.
004980     MOVE WS-OPERATOR-ID     TO DT-PRD-CLOSED-BY.
004990     MOVE WS-TIME-WORK (1:6) TO DT-PRD-CHANGE-TIME.
005000     MOVE DT-PERIOD-RECORD TO WS-PRD-DATA (WS-CURR-IDX).
005010     PERFORM 8000-REWRITE-PERIODS THRU 8000-EXIT.
005020     DISPLAY "** MONTH CLOSED **" LINE 19 COL 4.
005030 3500-EXIT.
005040     EXIT.
005050*
005060******************************************************************
005070*   4000-REOPEN-MONTH                                            *
005080*   PUTS A CLOSING MONTH BACK TO OPEN.  A CLOSED MONTH NEVER     *
005090*   REOPENS - ITS CORRECTIONS GO IN AS ADJUSTMENTS.  THE CLOSE   *
005100*   STARTED DATE AND ID STAY ON THE RECORD AS THE TRAIL.         *
005110******************************************************************
005120 4000-REOPEN-MONTH.
005130     IF WS-CURR-IDX = 0
005140         DISPLAY "*** KEY A MONTH FIRST ***" LINE 19 COL 4
005150         GO TO 4000-EXIT
005160     END-IF.
005170     MOVE 'PREO' TO WS-SEC-ACTION.
005180     PERFORM 4800-CHECK-PERIOD-ACTION THRU 4800-EXIT.
005190     IF WS-ACTION-REFUSED
005200         GO TO 4000-EXIT
005210     END-IF.
005220     MOVE WS-PRD-DATA (WS-CURR-IDX) TO DT-PERIOD-RECORD.
005230     IF DT-PRD-CLOSED
005240         DISPLAY "*** A CLOSED MONTH NEVER REOPENS - "
005250             "USE AN ADJUSTMENT ***" LINE 19 COL 4
005260         GO TO 4000-EXIT
005270     END-IF.
005280     IF NOT DT-PRD-CLOSING
005290         DISPLAY "*** MONTH IS ALREADY OPEN ***" LINE 19 COL 4
005300         GO TO 4000-EXIT
005310     END-IF.
005320     ACCEPT WS-TIME-WORK FROM TIME.
005330     MOVE 'O'                TO DT-PRD-STATUS.
005340     MOVE WS-TIME-WORK (1:6) TO DT-PRD-CHANGE-TIME.
005350     MOVE DT-PERIOD-RECORD TO WS-PRD-DATA (WS-CURR-IDX).
005360     PERFORM 8000-REWRITE-PERIODS THRU 8000-EXIT.
005370     DISPLAY "** MONTH REOPENED **" LINE 19 COL 4.
005380 4000-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420*   4800-CHECK-PERIOD-ACTION                                     *
005430*   A MONTH IS BANK-WIDE, SO STARTING, FINISHING OR BACKING OUT  *
005440*   ITS CLOSE (ACTION CODE IN WS-SEC-ACTION) NEEDS AN ALL-BRANCH *
005450*   PROFILE - '*ALL' IS ON NO BRANCH OR REGION LIST.  A REFUSAL  *
005460*   GOES TO THE SECURITY LOG.                                    *
005470******************************************************************
005480 4800-CHECK-PERIOD-ACTION.
005490     MOVE 'N' TO WS-REFUSED-SWITCH.
005500     MOVE '*ALL' TO WS-SCOPE-BRANCH.
005510     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
005520     IF NOT WS-SCOPE-OK
005530         MOVE 'SCOP' TO WS-SEC-REASON
005540         MOVE 'ALL-BRANCH SCOPE NEEDED' TO WS-SEC-DETAIL
005550         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
005560     END-IF.
005570 4800-EXIT.
005580     EXIT.
005590*
005600******************************************************************
005610*   5000-ENTER-ADJUSTMENT                                        *
005620*   KEYS A PRIOR-PERIOD ADJUSTMENT AGAINST THE CURRENT MONTH,    *
005630*   WHICH MUST BE CLOSED.  THE BRANCH MUST BE ON THE BRANCH      *
005640*   MASTER AND INSIDE THE PROFILE SCOPE, THE BUSINESS DATE       *
005650*   INSIDE THE MONTH, EACH AMOUNT A SIGNED DIFFERENCE (+ OR -    *
005660*   AND SEVEN DIGITS), NOT BOTH ZERO, AND A REASON IS REQUIRED.  *
005670*   ANY ERROR ABANDONS THE ENTRY.  A GOOD ONE GOES TO PENDFILE   *
005680*   FOR APPROVAL - NOTHING POSTS FROM THIS SCREEN.               *
005690******************************************************************
005700 5000-ENTER-ADJUSTMENT.
005710     IF WS-CURR-IDX = 0
005720         DISPLAY "*** KEY A MONTH FIRST ***" LINE 19 COL 4
005730         GO TO 5000-EXIT
005740     END-IF.
005750     MOVE WS-PRD-DATA (WS-CURR-IDX) TO DT-PERIOD-RECORD.
005760     IF NOT DT-PRD-CLOSED
005770         DISPLAY "*** ADJUSTMENTS ARE FOR A CLOSED MONTH ONLY ***"
005780             LINE 19 COL 4
005790         GO TO 5000-EXIT
005800     END-IF.
005810     MOVE SPACES TO WS-ADJ-INPUT.
005820     DISPLAY "PRIOR-PERIOD ADJUSTMENT" LINE 9 COL 4.
005830     DISPLAY "BRANCH:" LINE 10 COL 4.
005840     ACCEPT WS-IN-BRANCH LINE 10 COL 36.
005850     MOVE 'PADJ' TO WS-SEC-ACTION.
005860     PERFORM 5100-CHECK-ADJ-BRANCH THRU 5100-EXIT.
005870     IF WS-ACTION-REFUSED
005880         GO TO 5000-EXIT
005890     END-IF.
005900     DISPLAY "BUSINESS DATE (YYYYMMDD):" LINE 11 COL 4.
005910     ACCEPT WS-IN-BUS-DATE LINE 11 COL 36.
005920     IF WS-IN-BUS-DATE IS NOT NUMERIC
005930             OR WS-IN-BUS-DATE (1:6) NOT = DT-PRD-MONTH
005940             OR WS-IN-BUS-DATE (7:2) IS LESS THAN '01'
005950             OR WS-IN-BUS-DATE (7:2) IS GREATER THAN '31'
005960         DISPLAY "*** DATE MUST BE A DAY IN " DT-PRD-MONTH
005970             " - NOTHING RECORDED ***" LINE 19 COL 4
005980         GO TO 5000-EXIT
005990     END-IF.
006000     DISPLAY "NUM1 ADJUSTMENT (+/- 7 DIGITS):" LINE 12 COL 4.
006010     ACCEPT WS-IN-NUM1-SIGN LINE 12 COL 36.
006020     ACCEPT WS-IN-NUM1 LINE 12 COL 38.
006030     DISPLAY "NUM2 ADJUSTMENT (+/- 7 DIGITS):" LINE 13 COL 4.
006040     ACCEPT WS-IN-NUM2-SIGN LINE 13 COL 36.
006050     ACCEPT WS-IN-NUM2 LINE 13 COL 38.
006060     IF WS-IN-NUM1-SIGN NOT = '+' AND WS-IN-NUM1-SIGN NOT = '-'
006070             OR WS-IN-NUM2-SIGN NOT = '+'
006080                 AND WS-IN-NUM2-SIGN NOT = '-'
006090             OR WS-IN-NUM1 IS NOT NUMERIC
006100             OR WS-IN-NUM2 IS NOT NUMERIC
006110         DISPLAY "*** AMOUNT MUST BE + OR - AND 7 DIGITS - "
006120             "NOTHING RECORDED ***" LINE 19 COL 4
006130         GO TO 5000-EXIT
006140     END-IF.
006150     IF WS-IN-NUM1-R = 0 AND WS-IN-NUM2-R = 0
006160         DISPLAY "*** BOTH AMOUNTS ARE ZERO - "
006170             "NOTHING RECORDED ***" LINE 19 COL 4
006180         GO TO 5000-EXIT
006190     END-IF.
006200     DISPLAY "REASON:" LINE 14 COL 4.
006210     ACCEPT WS-IN-REASON LINE 14 COL 36.
006220     IF WS-IN-REASON = SPACES
006230         DISPLAY "*** A REASON IS REQUIRED - "
006240             "NOTHING RECORDED ***" LINE 19 COL 4
006250         GO TO 5000-EXIT
006260     END-IF.
006270     MOVE WS-IN-BRANCH   TO WS-PPA-BRANCH.
006280     MOVE WS-IN-BUS-DATE TO WS-PPA-BUS-DATE.
006290     MOVE WS-IN-NUM1-R   TO WS-PPA-NUM1-ADJ.
006300     IF WS-IN-NUM1-SIGN = '-'
006310         SUBTRACT WS-IN-NUM1-R FROM ZERO GIVING WS-PPA-NUM1-ADJ
006320     END-IF.
006330     MOVE WS-IN-NUM2-R   TO WS-PPA-NUM2-ADJ.
006340     IF WS-IN-NUM2-SIGN = '-'
006350         SUBTRACT WS-IN-NUM2-R FROM ZERO GIVING WS-PPA-NUM2-ADJ
006360     END-IF.
006370     MOVE WS-IN-REASON   TO WS-PPA-REASON.
006380     PERFORM 5500-WRITE-PENDING-PPA THRU 5500-EXIT.
006390     DISPLAY "** ADJUSTMENT RECORDED FOR APPROVAL **"
006400         LINE 19 COL 4.
006410 5000-EXIT.
006420     EXIT.
006430*
006440******************************************************************
006450*   5100-CHECK-ADJ-BRANCH                                        *
006460*   THE ADJUSTMENT'S BRANCH MUST BE ON THE BRANCH MASTER (NOT A  *
006470*   SECURITY EVENT) AND INSIDE THE PROFILE SCOPE (REFUSED TO THE *
006480*   SECURITY LOG).                                               *
006490******************************************************************
006500 5100-CHECK-ADJ-BRANCH.
006510     MOVE 'N' TO WS-REFUSED-SWITCH.
006520     MOVE 'N' TO WS-BRANCH-FOUND-SWITCH.
006530     PERFORM 5150-SCAN-ONE-BRANCH THRU 5150-EXIT
006540         VARYING WS-BRM-IDX FROM 1 BY 1
006550         UNTIL WS-BRM-IDX > WS-BRM-COUNT
006560             OR WS-BRANCH-FOUND.
006570     IF NOT WS-BRANCH-FOUND
006580         DISPLAY "*** BRANCH NOT ON BRANCH MASTER - "
006590             "NOTHING RECORDED ***" LINE 19 COL 4
006600         SET WS-ACTION-REFUSED TO TRUE
006610         GO TO 5100-EXIT
006620     END-IF.
006630     MOVE WS-IN-BRANCH TO WS-SCOPE-BRANCH.
006640     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
006650     IF NOT WS-SCOPE-OK
006660         MOVE 'SCOP' TO WS-SEC-REASON
006670         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
006680         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
006690     END-IF.
006700 5100-EXIT.
006710     EXIT.
006720*
006730 5150-SCAN-ONE-BRANCH.
006740     IF WS-BRM-CODE (WS-BRM-IDX) = WS-IN-BRANCH
006750         SET WS-BRANCH-FOUND TO TRUE
006760     END-IF.
006770 5150-EXIT.
006780     EXIT.
006790*
006800******************************************************************
006810*   5500-WRITE-PENDING-PPA                                       *
006820*   APPENDS THE ADJUSTMENT TO THE PENDING-CHANGE FILE AS TYPE    *
006830*   PPA - THE AFTER IMAGE IS THE ADJUSTMENT, THE BEFORE IMAGE    *
006840*   IS SPACES.  IT POSTS ONLY WHEN A DIFFERENT SUPERVISOR        *
006850*   APPROVES IT ON THE SAMPLE16 SCREEN.                          *
006860******************************************************************
006870 5500-WRITE-PENDING-PPA.
006880     OPEN EXTEND PENDING-CHANGE-FILE.
006890     IF WS-PND-STATUS NOT = '00'
006900         DISPLAY "*** UNABLE TO OPEN PENDFILE FOR OUTPUT - "
006910             "STATUS " WS-PND-STATUS " ***" LINE 22 COL 4
006920         MOVE 16 TO RETURN-CODE
006930         STOP RUN
006940     END-IF.
006950     MOVE SPACES TO DT-PENDING-RECORD.
006960     ACCEPT WS-TIME-WORK FROM TIME.
006970     MOVE 'PPA '            TO DT-PEND-TYPE.
006980     MOVE 'P'               TO DT-PEND-STATUS.
006990     MOVE WS-OPERATOR-ID    TO DT-PEND-MAKER-ID.
007000     MOVE WS-RUN-DATE       TO DT-PEND-ENTER-DATE.
007010     MOVE WS-TIME-WORK (1:6) TO DT-PEND-ENTER-TIME.
007020     MOVE SPACES            TO DT-PEND-BEFORE-IMAGE.
007030     MOVE WS-PPA-IMAGE      TO DT-PEND-AFTER-IMAGE.
007040     WRITE DT-PENDING-RECORD.
007050     IF WS-PND-STATUS NOT = '00'
007060         DISPLAY "*** ERROR WRITING PENDFILE - STATUS "
007070             WS-PND-STATUS " ***" LINE 22 COL 4
007080         MOVE 16 TO RETURN-CODE
007090         STOP RUN
007100     END-IF.
007110     CLOSE PENDING-CHANGE-FILE.
007120 5500-EXIT.
007130     EXIT.
007140*
007150******************************************************************
007160*   8000-REWRITE-PERIODS                                         *
007170*   REWRITES PRDCTL WITH EVERY MONTH WHOSE CLOSE HAS EVER BEEN   *
007180*   STARTED.  A MONTH KEYED THIS SESSION BUT NEVER ACTED ON IS   *
007190*   LEFT OFF - NOT BEING ON FILE ALREADY MEANS OPEN.             *
007200******************************************************************
007210 8000-REWRITE-PERIODS.
007220     OPEN OUTPUT PERIOD-CONTROL-FILE.
007230     IF WS-PRD-STATUS NOT = '00'
007240         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR OUTPUT - "
007250             "STATUS " WS-PRD-STATUS " ***" LINE 22 COL 4
007260         MOVE 16 TO RETURN-CODE
007270         STOP RUN
007280     END-IF.
007290     PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-EXIT
007300         VARYING WS-PRD-IDX FROM 1 BY 1
007310         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
007320     CLOSE PERIOD-CONTROL-FILE.
007330 8000-EXIT.
007340     EXIT.
007350*
007360 8100-WRITE-ONE-PERIOD.
007370     MOVE WS-PRD-DATA (WS-PRD-IDX) TO DT-PERIOD-RECORD.
007380     IF DT-PRD-OPEN
007390             AND DT-PRD-CLOSING-BY = SPACES
007400         GO TO 8100-EXIT
007410     END-IF.
007420     WRITE DT-PERIOD-RECORD.
007430     IF WS-PRD-STATUS NOT = '00'
007440         DISPLAY "*** ERROR WRITING PRDCTL - STATUS "
007450             WS-PRD-STATUS " ***" LINE 22 COL 4
007460         MOVE 16 TO RETURN-CODE
007470         STOP RUN
007480     END-IF.
007490 8100-EXIT.
007500     EXIT.
007510*
007520******************************************************************
007530*   9500-CHECK-PROFILE                                           *
007540*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
007550*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
007560*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
007570*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
007580*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
007590******************************************************************
007600 9500-CHECK-PROFILE.
007610     MOVE SPACES TO WS-SEC-REASON.
007620     MOVE SPACES TO WS-SEC-DETAIL.
007630     MOVE SPACES TO WS-OPR-PROFILE.
007640     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
007650     MOVE 'N' TO WS-OPM-EOF-SWITCH.
007660     OPEN INPUT OPERATOR-MASTER-FILE.
007670     IF WS-OPM-STATUS NOT = '00'
007680         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
007690             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
007700         MOVE 16 TO RETURN-CODE
007710         STOP RUN
007720     END-IF.
007730     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
007740         UNTIL WS-OPM-EOF
007750             OR WS-OPR-FOUND.
007760     CLOSE OPERATOR-MASTER-FILE.
007770     IF NOT WS-OPR-FOUND
007780         MOVE 'UNKN' TO WS-SEC-REASON
007790         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
007800     ELSE IF WS-OPR-STATUS NOT = 'A'
007810         MOVE 'INAC' TO WS-SEC-REASON
007820         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
007830     END-IF.
007840 9500-EXIT.
007850     EXIT.
007860*
007870 9510-READ-ONE-PROFILE.
007880     READ OPERATOR-MASTER-FILE
007890         AT END
007900             SET WS-OPM-EOF TO TRUE
007910     END-READ.
007920     IF NOT WS-OPM-EOF
007930         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
007940             SET WS-OPR-FOUND TO TRUE
007950             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
007960         END-IF
007970     END-IF.
007980 9510-EXIT.
007990     EXIT.
008000*
008010******************************************************************
008020*   9600-REFUSE-SIGN-ON                                          *
008030*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
008040*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
008050******************************************************************
008060 9600-REFUSE-SIGN-ON.
008070     MOVE 'F'    TO WS-SEC-EVENT.
008080     MOVE 'SGON' TO WS-SEC-ACTION.
008090     MOVE SPACES TO WS-SEC-BRANCH.
008100     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
008110     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
008120     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
008130     ADD 1 TO WS-SIGNON-FAILURES.
008140     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
008150         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
008160             LINE 22 COL 4
008170         MOVE 16 TO RETURN-CODE
008180         STOP RUN
008190     END-IF.
008200 9600-EXIT.
008210     EXIT.
008220*
008230******************************************************************
008240*   9650-REFUSE-ACTION                                           *
008250*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
008260*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
008270*   MARKS THE ACTION REFUSED.  THE SESSION CARRIES ON.           *
008280******************************************************************
008290 9650-REFUSE-ACTION.
008300     MOVE 'R' TO WS-SEC-EVENT.
008310     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
008320     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
008330     DISPLAY "*** REFUSED - " LINE 19 COL 4.
008340     DISPLAY WS-SEC-DETAIL LINE 19 COL 18.
008350     SET WS-ACTION-REFUSED TO TRUE.
008360 9650-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400*   9700-LOG-SECURITY-EVENT                                      *
008410*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
008420*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
008430*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
008440******************************************************************
008450 9700-LOG-SECURITY-EVENT.
008460     OPEN EXTEND SECURITY-LOG-FILE.
008470     IF WS-SEC-STATUS NOT = '00'
008480         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
008490             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
008500         MOVE 16 TO RETURN-CODE
008510         STOP RUN
008520     END-IF.
008530     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
008540     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
008550     ACCEPT WS-TIME-WORK FROM TIME.
008560     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
008570     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
008580     MOVE 'SAMPLE30'         TO DT-SEC-PROGRAM-ID.
008590     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
008600     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
008610     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
008620     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
008630     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
008640     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
008650     WRITE DT-SECURITY-LOG-RECORD.
008660     IF WS-SEC-STATUS NOT = '00'
008670         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
008680             WS-SEC-STATUS " ***" LINE 22 COL 4
008690         MOVE 16 TO RETURN-CODE
008700         STOP RUN
008710     END-IF.
008720     CLOSE SECURITY-LOG-FILE.
008730 9700-EXIT.
008740     EXIT.
008750*
008760******************************************************************
008770*   9800-CHECK-SCOPE                                             *
008780*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
008790*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
008800*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
008810*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
008820*   ('*ALL' INCLUDED) HAS NO REGION AND IS OUTSIDE EVERY REGION  *
008830*   SCOPE.                                                       *
008840******************************************************************
008850 9800-CHECK-SCOPE.
008860     MOVE 'N' TO WS-SCOPE-SWITCH.
008870     IF WS-OPR-SCOPE-TYPE = 'A'
008880         SET WS-SCOPE-OK TO TRUE
008890         GO TO 9800-EXIT
008900     END-IF.
008910     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
008920     IF WS-OPR-SCOPE-TYPE = 'R'
008930         MOVE SPACES TO WS-SCOPE-CODE
008940         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
008950             VARYING WS-BRM-IDX FROM 1 BY 1
008960             UNTIL WS-BRM-IDX > WS-BRM-COUNT
008970                 OR WS-SCOPE-CODE NOT = SPACES
008980     END-IF.
008990     IF WS-SCOPE-CODE NOT = SPACES
009000         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
009010             VARYING WS-SCOPE-IDX FROM 1 BY 1
009020             UNTIL WS-SCOPE-IDX > 5
009030                 OR WS-SCOPE-OK
009040     END-IF.
009050 9800-EXIT.
009060     EXIT.
009070*
009080 9810-SCAN-SCOPE-CODE.
009090     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
009100         SET WS-SCOPE-OK TO TRUE
009110     END-IF.
009120 9810-EXIT.
009130     EXIT.
009140*
009150 9830-FIND-BRANCH-REGION.
009160     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
009170         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
009180     END-IF.
009190 9830-EXIT.
009200     EXIT.
009210*
009220******************************************************************
009230*   9900-LOAD-BRANCH-REGIONS                                     *
009240*   LOADS EACH BRANCH'S REGION FROM THE BRANCH MASTER FOR THE    *
009250*   REGION-SCOPE CHECK AND THE ADJUSTMENT BRANCH CHECK.  A       *
009260*   MASTER THAT CANNOT BE OPENED LEAVES THE TABLE EMPTY - NO     *
009270*   ADJUSTMENT CAN THEN BE KEYED, WHICH IS THE SAFE SIDE TO      *
009280*   FAIL ON.                                                     *
009290******************************************************************
009300 9900-LOAD-BRANCH-REGIONS.
009310     MOVE 0 TO WS-BRM-COUNT.
009320     OPEN INPUT BRANCH-MASTER-FILE.
009330     IF WS-BRM-STATUS NOT = '00'
009340         GO TO 9900-EXIT
009350     END-IF.
009360     PERFORM 9910-LOAD-ONE-REGION THRU 9910-EXIT
009370         UNTIL WS-BRM-EOF.
009380     CLOSE BRANCH-MASTER-FILE.
009390 9900-EXIT.
009400     EXIT.
009410*
009420 9910-LOAD-ONE-REGION.
009430     READ BRANCH-MASTER-FILE
009440         AT END
009450             SET WS-BRM-EOF TO TRUE
009460     END-READ.
009470     IF NOT WS-BRM-EOF
009480         IF WS-BRM-COUNT IS LESS THAN 50
009490             ADD 1 TO WS-BRM-COUNT
009500             MOVE DT-BRM-BRANCH-CODE
009510                 TO WS-BRM-CODE (WS-BRM-COUNT)
009520             MOVE DT-BRM-REGION
009530                 TO WS-BRM-REGN (WS-BRM-COUNT)
009540         ELSE
009550             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
009560                 LINE 22 COL 4
009570             MOVE 16 TO RETURN-CODE
009580             STOP RUN
009590         END-IF
009600     END-IF.
009610 9910-EXIT.
009620     EXIT.
