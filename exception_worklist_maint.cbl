000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE28.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE28 IS THE OPERATOR SCREEN OVER THE EXCEPTION WORKLIST  *
000110*   (WORKLIST, SEE DTWRKLST) THAT SAMPLE27 BUILDS EACH MORNING.  *
000120*   THE OPERATOR PAGES THROUGH THE ITEMS STILL OPEN AND:         *
000130*     - TAKES AN ITEM - THE OPERATOR BECOMES ITS OWNER.  AN      *
000140*       ITEM ANOTHER OPERATOR HOLDS CAN BE TAKEN OVER; A NOTE    *
000150*       RECORDS WHO HAD IT.                                      *
000160*     - ADDS A NOTE - THE TWO LATEST NOTES ARE KEPT, EACH WITH   *
000170*       ITS DATE AND OPERATOR.                                   *
000180*     - CLOSES IT WITH A RESOLUTION CODE - FIXD CORRECTED,       *
000190*       EXPL EXPLAINED, ESCL ESCALATED OUTSIDE THE UNIT, DUPL    *
000200*       DUPLICATE OF ANOTHER ITEM.                               *
000210*   ONLY THE OWNER MAY ADD NOTES OR CLOSE.  TAKE, NOTE AND       *
000220*   CLOSE NEED THE MAKER OR CHECKER ROLE AND A BRANCH INSIDE     *
000230*   THE PROFILE SCOPE - A BANK-WIDE ITEM (BRANCH '*ALL') NEEDS   *
000240*   AN ALL-BRANCH PROFILE.  REFUSALS GO TO SECLOG.               *
000250*                                                                *
000260*   THE WHOLE FILE IS LOADED TO A WORKING-STORAGE TABLE AND      *
000270*   REWRITTEN AT SIGN-OFF - THE SAME PATTERN SAMPLE7 USES.  USE  *
000280*   THE SCREEN AFTER THE MORNING BUILD HAS RUN.                  *
000290*                                                                *
000300******************************************************************
000310*
000320*    MODIFICATION HISTORY
000330*    DATE       INIT  DESCRIPTION
000340*    ---------  ----  --------------------------------------------
000350*    2026-10-15  RM   ORIGINAL PROGRAM.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT WORKLIST-FILE       ASSIGN TO WORKLIST
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-WRK-STATUS.
000460     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-OPM-STATUS.
000490     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SEC-STATUS.
000520     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BRM-STATUS.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  WORKLIST-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 300 CHARACTERS.
000610 COPY DTWRKLST.
000620*
000630 FD  OPERATOR-MASTER-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 80 CHARACTERS.
000660 COPY DTOPRMST.
000670*
000680 FD  SECURITY-LOG-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000710 COPY DTSECLOG.
000720*
000730 FD  BRANCH-MASTER-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 48 CHARACTERS.
000760 COPY DTBRMST.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000800 01  WS-SWITCHES.
000810     05  WS-WRK-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000820         88  WS-WRK-EOF                      VALUE 'Y'.
000830     05  WS-DONE-SWITCH          PIC X(01)   VALUE 'N'.
000840         88  WS-BROWSE-DONE                  VALUE 'Y'.
000850     05  WS-VALID-SWITCH         PIC X(01)   VALUE 'N'.
000860         88  WS-INPUT-VALID                  VALUE 'Y'.
000870     05  WS-CHANGED-SWITCH       PIC X(01)   VALUE 'N'.
000880         88  WS-WORKLIST-CHANGED             VALUE 'Y'.
000890     05  WS-VIEW-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
000900         88  WS-VIEW-FOUND                   VALUE 'Y'.
000910     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000920         88  WS-OPM-EOF                      VALUE 'Y'.
000930     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000940         88  WS-OPR-FOUND                    VALUE 'Y'.
000950     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
000960         88  WS-SCOPE-OK                     VALUE 'Y'.
000970     05  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
000980         88  WS-ACTION-REFUSED               VALUE 'Y'.
000990     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001000         88  WS-BRM-EOF                      VALUE 'Y'.
001010*
001020 01  WS-WRK-STATUS               PIC X(02).
001030 01  WS-OPM-STATUS               PIC X(02).
001040 01  WS-SEC-STATUS               PIC X(02).
001050 01  WS-BRM-STATUS               PIC X(02).
001060*
001070*    THE WHOLE WORKLIST AS LOADED - REWRITTEN AT SIGN-OFF.
001080 01  WS-WRK-TABLE.
001090     05  WS-WRK-COUNT            PIC 9(04)   COMP  VALUE 0.
001100     05  WS-WRK-ENTRY            OCCURS 2000 TIMES.
001110         10  WS-WRK-DATA         PIC X(300).
001120*
001130 01  WS-WRK-IDX                  PIC 9(04)   COMP.
001140*
001150*    THE TABLE SLOTS OF THE ITEMS OPEN OR TAKEN AT SIGN-ON - THE
001160*    ITEMS THE SCREEN PAGES THROUGH.  AN ITEM CLOSED DURING THE
001170*    SESSION STAYS IN VIEW, SHOWN CLOSED.
001180 01  WS-VIEW-TABLE.
001190     05  WS-VIEW-COUNT           PIC 9(04)   COMP  VALUE 0.
001200     05  WS-VIEW-SLOT            PIC 9(04)   COMP
001210                                 OCCURS 2000 TIMES.
001220*
001230 01  WS-VIEW-IDX                 PIC 9(04)   COMP.
001240 01  WS-CURR-VIEW                PIC 9(04)   COMP  VALUE 1.
001250 01  WS-CURR-SLOT                PIC 9(04)   COMP.
001260*
001270 01  WS-ACTION                   PIC X(01).
001280 01  WS-INPUT-ITEM               PIC X(06).
001290 01  WS-INPUT-RESOLUTION         PIC X(04).
001300 01  WS-INPUT-NOTE               PIC X(42).
001310 01  WS-OPERATOR-ID              PIC X(08).
001320 01  WS-RUN-DATE                 PIC X(08).
001330 01  WS-TIME-WORK                PIC X(08).
001340 01  WS-STATUS-TEXT              PIC X(06).
001350*
001360*    ONE NOTE LINE AS STORED ON THE ITEM (SEE DTWRKLST).
001370 01  WS-NOTE-LINE.
001380     05  WS-NOTE-DATE            PIC X(08).
001390     05  FILLER                  PIC X(01)   VALUE SPACE.
001400     05  WS-NOTE-OPERATOR        PIC X(08).
001410     05  FILLER                  PIC X(01)   VALUE SPACE.
001420     05  WS-NOTE-TEXT            PIC X(42).
001430*
001440*    THE SIGNED-ON OPERATOR'S PROFILE AS READ FROM OPERMST (SEE
001450*    DTOPRMST) - THE ROLES AND SCOPE EVERY ACTION IS CHECKED
001460*    AGAINST.
001470 01  WS-OPR-PROFILE.
001480     05  WS-OPR-ID               PIC X(08).
001490     05  WS-OPR-NAME             PIC X(20).
001500     05  WS-OPR-MAKER            PIC X(01).
001510     05  WS-OPR-CHECKER          PIC X(01).
001520     05  WS-OPR-BRMAINT          PIC X(01).
001530     05  WS-OPR-INQUIRY          PIC X(01).
001540     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001550     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001560     05  WS-OPR-STATUS           PIC X(01).
001570     05  FILLER                  PIC X(26).
001580*
001590 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001600 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001610 01  WS-SCOPE-BRANCH             PIC X(04).
001620 01  WS-SCOPE-CODE               PIC X(04).
001630*
001640*    THE BRANCH-TO-REGION MAP FOR REGION-SCOPED PROFILES.
001650 01  WS-BRM-TABLE.
001660     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001670     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001680         10  WS-BRM-CODE         PIC X(04).
001690         10  WS-BRM-REGN         PIC X(04).
001700*
001710 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001720*
001730*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001740 01  WS-SEC-EVENT-FIELDS.
001750     05  WS-SEC-DATE             PIC X(08).
001760     05  WS-SEC-EVENT            PIC X(01).
001770     05  WS-SEC-REASON           PIC X(04).
001780     05  WS-SEC-ACTION           PIC X(04).
001790     05  WS-SEC-BRANCH           PIC X(04).
001800     05  WS-SEC-DETAIL           PIC X(30).
001810*
001820 PROCEDURE DIVISION.
001830*
001840 0000-MAINLINE.
001850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001860     PERFORM 1300-ACCEPT-OPERATOR THRU 1300-EXIT.
001870     PERFORM 9900-LOAD-BRANCH-REGIONS THRU 9900-EXIT.
001880     PERFORM 1000-LOAD-WORKLIST THRU 1000-EXIT.
001890     IF WS-VIEW-COUNT = 0
001900         DISPLAY ERASE
001910         DISPLAY "NO OPEN ITEMS ON THE WORKLIST." LINE 6 COL 4
001920         STOP RUN
001930     END-IF.
001940     PERFORM 2000-BROWSE-ITEMS THRU 2000-EXIT
001950         UNTIL WS-BROWSE-DONE.
001960     IF WS-WORKLIST-CHANGED
001970         PERFORM 8000-REWRITE-WORKLIST THRU 8000-EXIT
001980         DISPLAY "WORKLIST UPDATED." LINE 20 COL 4
001990     END-IF.
002000     STOP RUN.
002010*
002020******************************************************************
002030*   1000-LOAD-WORKLIST                                           *
002040*   LOADS EVERY WORKLIST ITEM TO THE TABLE AND LISTS THE OPEN    *
002050*   AND TAKEN ONES FOR BROWSING.  A FILE THAT DOES NOT EXIST     *
002060*   YET MEANS THE MORNING BUILD HAS NEVER RUN - NOTHING TO WORK. *
002070******************************************************************
002080 1000-LOAD-WORKLIST.
002090     MOVE 0 TO WS-WRK-COUNT.
002100     MOVE 0 TO WS-VIEW-COUNT.
002110     OPEN INPUT WORKLIST-FILE.
002120     IF WS-WRK-STATUS = '35'
002130         GO TO 1000-EXIT
002140     END-IF.
002150     IF WS-WRK-STATUS NOT = '00'
002160         DISPLAY "*** UNABLE TO OPEN WORKLIST FOR INPUT - "
002170             "STATUS " WS-WRK-STATUS " ***" LINE 22 COL 4
002180         MOVE 16 TO RETURN-CODE
002190         STOP RUN
002200     END-IF.
002210     PERFORM 1100-LOAD-ONE-ITEM THRU 1100-EXIT
002220         UNTIL WS-WRK-EOF.
002230     CLOSE WORKLIST-FILE.
002240 1000-EXIT.
002250     EXIT.
002260*
002270 1100-LOAD-ONE-ITEM.
002280     READ WORKLIST-FILE
002290         AT END
002300             SET WS-WRK-EOF TO TRUE
002310     END-READ.
002320     IF WS-WRK-EOF
002330         GO TO 1100-EXIT
002340     END-IF.
002350     IF WS-WRK-COUNT IS NOT LESS THAN 2000
002360         DISPLAY "*** WORKLIST TABLE FULL - LIMIT 2000 ***"
002370             LINE 22 COL 4
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     ADD 1 TO WS-WRK-COUNT.
002420     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-WRK-COUNT).
002430     IF DT-WRK-OUTSTANDING
002440         ADD 1 TO WS-VIEW-COUNT
002450         MOVE WS-WRK-COUNT TO WS-VIEW-SLOT (WS-VIEW-COUNT)
002460     END-IF.
002470 1100-EXIT.
002480     EXIT.
002490*
002500******************************************************************
002510*   1300-ACCEPT-OPERATOR                                         *
002520*   SIGNS THE SESSION ON.  THE ID MUST BE AN ACTIVE PROFILE ON   *
002530*   OPERMST HOLDING AT LEAST ONE ROLE - THREE REFUSED SIGN-ONS   *
002540*   END THE SESSION.  AN INQUIRY-ONLY PROFILE MAY BROWSE BUT     *
002550*   NOT WORK ITEMS.                                              *
002560******************************************************************
002570 1300-ACCEPT-OPERATOR.
002580     DISPLAY ERASE.
002590     DISPLAY "EXCEPTION WORKLIST" LINE 2 COL 4.
002600     MOVE 'N' TO WS-VALID-SWITCH.
002610     PERFORM 1350-ACCEPT-ONE-OPERATOR THRU 1350-EXIT
002620         UNTIL WS-INPUT-VALID.
002630     MOVE 'N' TO WS-VALID-SWITCH.
002640 1300-EXIT.
002650     EXIT.
002660*
002670 1350-ACCEPT-ONE-OPERATOR.
002680     DISPLAY "OPERATOR ID:" LINE 3 COL 4.
002690     ACCEPT WS-OPERATOR-ID LINE 3 COL 18.
002700     IF WS-OPERATOR-ID = SPACES
002710         DISPLAY "*** OPERATOR ID REQUIRED - RE-ENTER ***"
002720             LINE 5 COL 4
002730         GO TO 1350-EXIT
002740     END-IF.
002750     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
002760     IF WS-SEC-REASON = SPACES
002770             AND WS-OPR-MAKER NOT = 'Y'
002780             AND WS-OPR-CHECKER NOT = 'Y'
002790             AND WS-OPR-BRMAINT NOT = 'Y'
002800             AND WS-OPR-INQUIRY NOT = 'Y'
002810         MOVE 'ROLE' TO WS-SEC-REASON
002820         MOVE 'PROFILE HOLDS NO ROLE' TO WS-SEC-DETAIL
002830     END-IF.
002840     IF WS-SEC-REASON NOT = SPACES
002850         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
002860         GO TO 1350-EXIT
002870     END-IF.
002880     SET WS-INPUT-VALID TO TRUE.
002890 1350-EXIT.
002900     EXIT.
002910*
002920******************************************************************
002930*   2000-BROWSE-ITEMS                                            *
002940*   PAINTS THE CURRENT ITEM AND TAKES ONE ACTION - PAGE FORWARD  *
002950*   OR BACK, GO TO AN ITEM NUMBER, TAKE THE ITEM, ADD A NOTE,    *
002960*   CLOSE IT, OR SIGN OFF.                                       *
002970******************************************************************
002980 2000-BROWSE-ITEMS.
002990     MOVE WS-VIEW-SLOT (WS-CURR-VIEW) TO WS-CURR-SLOT.
003000     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT.
003010     ACCEPT WS-ACTION LINE 18 COL 60.
003020     EVALUATE WS-ACTION
003030         WHEN 'N'
003040             IF WS-CURR-VIEW IS LESS THAN WS-VIEW-COUNT
003050                 ADD 1 TO WS-CURR-VIEW
003060             ELSE
003070                 DISPLAY "*** AT LAST ITEM ***" LINE 19 COL 4
003080             END-IF
003090         WHEN 'P'
003100             IF WS-CURR-VIEW IS GREATER THAN 1
003110                 SUBTRACT 1 FROM WS-CURR-VIEW
003120             ELSE
003130                 DISPLAY "*** AT FIRST ITEM ***" LINE 19 COL 4
003140             END-IF
003150         WHEN 'G'
003160             PERFORM 2500-GO-TO-ITEM THRU 2500-EXIT
003170         WHEN 'T'
003180             PERFORM 3000-TAKE-ITEM THRU 3000-EXIT
003190         WHEN 'A'
003200             PERFORM 4000-ADD-NOTE THRU 4000-EXIT
003210         WHEN 'C'
003220             PERFORM 5000-CLOSE-ITEM THRU 5000-EXIT
003230         WHEN 'X'
003240             SET WS-BROWSE-DONE TO TRUE
003250         WHEN OTHER
003260             DISPLAY "*** ENTER N P G T A C OR X ***"
003270                 LINE 19 COL 4
003280     END-EVALUATE.
003290 2000-EXIT.
003300     EXIT.
003310*
003320 2100-SHOW-ITEM.
003330     MOVE WS-WRK-DATA (WS-CURR-SLOT) TO DT-WORKLIST-RECORD.
003340     EVALUATE TRUE
003350         WHEN DT-WRK-OPEN
003360             MOVE 'OPEN'   TO WS-STATUS-TEXT
003370         WHEN DT-WRK-TAKEN
003380             MOVE 'TAKEN'  TO WS-STATUS-TEXT
003390         WHEN DT-WRK-CLOSED
003400             MOVE 'CLOSED' TO WS-STATUS-TEXT
003410         WHEN OTHER
003420             MOVE '?'      TO WS-STATUS-TEXT
003430     END-EVALUATE.
003440     DISPLAY ERASE.
003450     DISPLAY "EXCEPTION WORKLIST" LINE 2 COL 4.
003460     DISPLAY "ITEM" LINE 2 COL 40.
003470     DISPLAY WS-CURR-VIEW LINE 2 COL 45.
003480     DISPLAY "OF" LINE 2 COL 51.
003490     DISPLAY WS-VIEW-COUNT LINE 2 COL 54.
003500     DISPLAY "ITEM NO:" LINE 4 COL 4.
003510     DISPLAY DT-WRK-ITEM-NO LINE 4 COL 16.
003520     DISPLAY "SOURCE:" LINE 4 COL 28.
003530     DISPLAY DT-WRK-SOURCE LINE 4 COL 40.
003540     DISPLAY "BRANCH:" LINE 5 COL 4.
003550     DISPLAY DT-WRK-BRANCH-CODE LINE 5 COL 16.
003560     DISPLAY "ITEM DATE:" LINE 5 COL 28.
003570     DISPLAY DT-WRK-ITEM-DATE LINE 5 COL 40.
003580     DISPLAY "EXCEPTION:" LINE 6 COL 4.
003590     DISPLAY DT-WRK-DESCRIPTION LINE 6 COL 16.
003600     DISPLAY "FIRST SEEN:" LINE 7 COL 4.
003610     DISPLAY DT-WRK-FIRST-SEEN LINE 7 COL 16.
003620     DISPLAY "LAST SEEN:" LINE 7 COL 28.
003630     DISPLAY DT-WRK-LAST-SEEN LINE 7 COL 40.
003640     IF DT-WRK-LAST-SEEN NOT = WS-RUN-DATE
003650         DISPLAY "(NO LONGER REPORTED)" LINE 7 COL 50
003660     END-IF.
003670     DISPLAY "STATUS:" LINE 9 COL 4.
003680     DISPLAY WS-STATUS-TEXT LINE 9 COL 16.
003690     DISPLAY "OWNER:" LINE 9 COL 28.
003700     DISPLAY DT-WRK-OWNER-ID LINE 9 COL 40.
003710     DISPLAY "TAKEN:" LINE 9 COL 50.
003720     DISPLAY DT-WRK-TAKEN-DATE LINE 9 COL 57.
003730     IF DT-WRK-CLOSED
003740         DISPLAY "RESOLUTION:" LINE 10 COL 4
003750         DISPLAY DT-WRK-RESOLUTION LINE 10 COL 16
003760         DISPLAY "CLOSED:" LINE 10 COL 28
003770         DISPLAY DT-WRK-CLOSED-DATE LINE 10 COL 40
003780     END-IF.
003790     DISPLAY "NOTES:" LINE 12 COL 4.
003800     DISPLAY DT-WRK-NOTE-LINE (1) LINE 12 COL 12.
003810     DISPLAY DT-WRK-NOTE-LINE (2) LINE 13 COL 12.
003820     DISPLAY "N=NEXT P=PREV G=GOTO T=TAKE A=NOTE C=CLOSE X=EXIT"
003830         LINE 18 COL 4.
003840 2100-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880*   2500-GO-TO-ITEM                                              *
003890*   MOVES TO THE ITEM NUMBER KEYED, IF IT IS AMONG THE ITEMS IN  *
003900*   VIEW.                                                        *
003910******************************************************************
003920 2500-GO-TO-ITEM.
003930     DISPLAY "ITEM NUMBER:" LINE 15 COL 4.
003940     ACCEPT WS-INPUT-ITEM LINE 15 COL 18.
003950     IF WS-INPUT-ITEM IS NOT NUMERIC
003960         DISPLAY "*** ITEM NUMBER MUST BE 6 DIGITS ***"
003970             LINE 19 COL 4
003980         GO TO 2500-EXIT
003990     END-IF.
004000     MOVE 'N' TO WS-VIEW-FOUND-SWITCH.
004010     PERFORM 2550-SCAN-ONE-VIEW THRU 2550-EXIT
004020         VARYING WS-VIEW-IDX FROM 1 BY 1
004030         UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
004040             OR WS-VIEW-FOUND.
004050     IF NOT WS-VIEW-FOUND
004060         DISPLAY "*** ITEM NOT OPEN ON THE WORKLIST ***"
004070             LINE 19 COL 4
004080     END-IF.
004090 2500-EXIT.
004100     EXIT.
004110*
004120 2550-SCAN-ONE-VIEW.
004130     MOVE WS-WRK-DATA (WS-VIEW-SLOT (WS-VIEW-IDX))
004140         TO DT-WORKLIST-RECORD.
004150     IF DT-WRK-ITEM-NO = WS-INPUT-ITEM
004160         SET WS-VIEW-FOUND TO TRUE
004170         MOVE WS-VIEW-IDX TO WS-CURR-VIEW
004180     END-IF.
004190 2550-EXIT.
004200     EXIT.
004210*
004220******************************************************************
004230*   3000-TAKE-ITEM                                               *
004240*   MAKES THE SIGNED-ON OPERATOR THE ITEM'S OWNER.  TAKING OVER  *
004250*   AN ITEM ANOTHER OPERATOR HOLDS LEAVES A NOTE NAMING THEM.    *
004260******************************************************************
004270 3000-TAKE-ITEM.
004280     MOVE 'TAKE' TO WS-SEC-ACTION.
004290     PERFORM 4800-CHECK-WORK-ACTION THRU 4800-EXIT.
004300     IF WS-ACTION-REFUSED
004310         GO TO 3000-EXIT
004320     END-IF.
004330     MOVE WS-WRK-DATA (WS-CURR-SLOT) TO DT-WORKLIST-RECORD.
004340     IF DT-WRK-CLOSED
004350         DISPLAY "*** ITEM IS CLOSED ***" LINE 19 COL 4
004360         GO TO 3000-EXIT
004370     END-IF.
004380     IF DT-WRK-TAKEN
004390             AND DT-WRK-OWNER-ID = WS-OPERATOR-ID
004400         DISPLAY "*** YOU ALREADY HOLD THIS ITEM ***"
004410             LINE 19 COL 4
004420         GO TO 3000-EXIT
004430     END-IF.
004440     IF DT-WRK-TAKEN
004450         MOVE SPACES TO WS-INPUT-NOTE
004460         STRING "TAKEN OVER FROM " DELIMITED BY SIZE
004470                DT-WRK-OWNER-ID    DELIMITED BY SIZE
004480             INTO WS-INPUT-NOTE
004490         END-STRING
004500         PERFORM 4500-STORE-NOTE THRU 4500-EXIT
004510     END-IF.
004520     MOVE 'T'            TO DT-WRK-STATUS.
004530     MOVE WS-OPERATOR-ID TO DT-WRK-OWNER-ID.
004540     MOVE WS-RUN-DATE    TO DT-WRK-TAKEN-DATE.
004550     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-CURR-SLOT).
004560     SET WS-WORKLIST-CHANGED TO TRUE.
004570     DISPLAY "** ITEM TAKEN **" LINE 19 COL 4.
004580 3000-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620*   4000-ADD-NOTE                                                *
004630*   ACCEPTS A NOTE FROM THE ITEM'S OWNER AND STORES IT.          *
004640******************************************************************
004650 4000-ADD-NOTE.
004660     MOVE 'NOTE' TO WS-SEC-ACTION.
004670     PERFORM 4800-CHECK-WORK-ACTION THRU 4800-EXIT.
004680     IF WS-ACTION-REFUSED
004690         GO TO 4000-EXIT
004700     END-IF.
004710     MOVE WS-WRK-DATA (WS-CURR-SLOT) TO DT-WORKLIST-RECORD.
004720     PERFORM 4900-CHECK-OWNER THRU 4900-EXIT.
004730     IF WS-ACTION-REFUSED
004740         GO TO 4000-EXIT
004750     END-IF.
004760     DISPLAY "NOTE:" LINE 15 COL 4.
004770     MOVE SPACES TO WS-INPUT-NOTE.
004780     ACCEPT WS-INPUT-NOTE LINE 15 COL 10.
004790     IF WS-INPUT-NOTE = SPACES
004800         DISPLAY "*** NOTHING ENTERED - NO NOTE ADDED ***"
004810             LINE 19 COL 4
004820         GO TO 4000-EXIT
004830     END-IF.
004840     PERFORM 4500-STORE-NOTE THRU 4500-EXIT.
004850     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-CURR-SLOT).
004860     SET WS-WORKLIST-CHANGED TO TRUE.
004870     DISPLAY "** NOTE ADDED **" LINE 19 COL 4.
004880 4000-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*   4500-STORE-NOTE                                              *
004930*   STAMPS WS-INPUT-NOTE WITH THE DATE AND OPERATOR AND PUTS IT  *
004940*   IN THE FIRST EMPTY NOTE LINE OF DT-WORKLIST-RECORD - WHEN    *
004950*   BOTH ARE USED THE OLDER NOTE MAKES WAY.                      *
004960******************************************************************
004970 4500-STORE-NOTE.
004980     MOVE WS-RUN-DATE    TO WS-NOTE-DATE.
004990     MOVE WS-OPERATOR-ID TO WS-NOTE-OPERATOR.
005000     MOVE WS-INPUT-NOTE  TO WS-NOTE-TEXT.
005010     IF DT-WRK-NOTE-LINE (1) = SPACES
005020         MOVE WS-NOTE-LINE TO DT-WRK-NOTE-LINE (1)
005030         GO TO 4500-EXIT
005040     END-IF.
005050     IF DT-WRK-NOTE-LINE (2) NOT = SPACES
005060         MOVE DT-WRK-NOTE-LINE (2) TO DT-WRK-NOTE-LINE (1)
005070     END-IF.
005080     MOVE WS-NOTE-LINE TO DT-WRK-NOTE-LINE (2).
005090 4500-EXIT.
005100     EXIT.
005110*
005120******************************************************************
005130*   4800-CHECK-WORK-ACTION                                       *
005140*   REFUSES A TAKE, NOTE OR CLOSE (ACTION CODE IN WS-SEC-ACTION) *
005150*   WHEN THE PROFILE HOLDS NEITHER THE MAKER NOR THE CHECKER     *
005160*   ROLE OR THE ITEM'S BRANCH IS OUTSIDE THE PROFILE SCOPE.      *
005170*   EACH REFUSAL GOES TO THE SECURITY LOG.                       *
005180******************************************************************
005190 4800-CHECK-WORK-ACTION.
005200     MOVE 'N' TO WS-REFUSED-SWITCH.
005210     MOVE WS-WRK-DATA (WS-CURR-SLOT) TO DT-WORKLIST-RECORD.
005220     MOVE DT-WRK-BRANCH-CODE TO WS-SCOPE-BRANCH.
005230     IF WS-OPR-MAKER NOT = 'Y'
005240             AND WS-OPR-CHECKER NOT = 'Y'
005250         MOVE 'ROLE' TO WS-SEC-REASON
005260         MOVE 'NO MAKER OR CHECKER ROLE' TO WS-SEC-DETAIL
005270         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
005280         GO TO 4800-EXIT
005290     END-IF.
005300     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
005310     IF NOT WS-SCOPE-OK
005320         MOVE 'SCOP' TO WS-SEC-REASON
005330         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
005340         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
005350         GO TO 4800-EXIT
005360     END-IF.
005370 4800-EXIT.
005380     EXIT.
005390*
005400******************************************************************
005410*   4900-CHECK-OWNER                                             *
005420*   A NOTE OR CLOSE NEEDS THE ITEM OPEN AND HELD BY THE SIGNED-  *
005430*   ON OPERATOR - TAKE IT FIRST.  NOT A SECURITY EVENT, SO       *
005440*   NOTHING IS LOGGED.                                           *
005450******************************************************************
005460 4900-CHECK-OWNER.
005470     MOVE 'N' TO WS-REFUSED-SWITCH.
005480     IF DT-WRK-CLOSED
005490         DISPLAY "*** ITEM IS CLOSED ***" LINE 19 COL 4
005500         SET WS-ACTION-REFUSED TO TRUE
005510         GO TO 4900-EXIT
005520     END-IF.
005530     IF NOT DT-WRK-TAKEN
005540             OR DT-WRK-OWNER-ID NOT = WS-OPERATOR-ID
005550         DISPLAY "*** TAKE THE ITEM FIRST ***" LINE 19 COL 4
005560         SET WS-ACTION-REFUSED TO TRUE
005570     END-IF.
005580 4900-EXIT.
005590     EXIT.
005600*
005610******************************************************************
005620*   5000-CLOSE-ITEM                                              *
005630*   CLOSES THE OWNER'S ITEM WITH A RESOLUTION CODE, RE-PROMPTING *
005640*   UNTIL THE CODE IS ONE OF FIXD/EXPL/ESCL/DUPL, AND AN         *
005650*   OPTIONAL CLOSING NOTE.                                       *
005660******************************************************************
005670 5000-CLOSE-ITEM.
005680     MOVE 'CLOS' TO WS-SEC-ACTION.
005690     PERFORM 4800-CHECK-WORK-ACTION THRU 4800-EXIT.
005700     IF WS-ACTION-REFUSED
005710         GO TO 5000-EXIT
005720     END-IF.
005730     MOVE WS-WRK-DATA (WS-CURR-SLOT) TO DT-WORKLIST-RECORD.
005740     PERFORM 4900-CHECK-OWNER THRU 4900-EXIT.
005750     IF WS-ACTION-REFUSED
005760         GO TO 5000-EXIT
005770     END-IF.
005780     MOVE 'N' TO WS-VALID-SWITCH.
005790     PERFORM 5100-ACCEPT-RESOLUTION THRU 5100-EXIT
005800         UNTIL WS-INPUT-VALID.
005810     DISPLAY "CLOSING NOTE:" LINE 16 COL 4.
005820     MOVE SPACES TO WS-INPUT-NOTE.
005830     ACCEPT WS-INPUT-NOTE LINE 16 COL 18.
005840     IF WS-INPUT-NOTE NOT = SPACES
005850         PERFORM 4500-STORE-NOTE THRU 4500-EXIT
005860     END-IF.
005870     MOVE 'C'         TO DT-WRK-STATUS.
005880     MOVE WS-RUN-DATE TO DT-WRK-CLOSED-DATE.
005890     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-CURR-SLOT).
005900     SET WS-WORKLIST-CHANGED TO TRUE.
005910     DISPLAY "** ITEM CLOSED **" LINE 19 COL 4.
005920 5000-EXIT.
005930     EXIT.
005940*
005950 5100-ACCEPT-RESOLUTION.
005960     DISPLAY "RESOLUTION (FIXD EXPL ESCL DUPL):" LINE 15 COL 4.
005970     ACCEPT WS-INPUT-RESOLUTION LINE 15 COL 39.
005980     MOVE WS-INPUT-RESOLUTION TO DT-WRK-RESOLUTION.
005990     IF DT-WRK-VALID-RESOLUTION
006000         SET WS-INPUT-VALID TO TRUE
006010     ELSE
006020         DISPLAY "*** RESOLUTION CODE NOT KNOWN - RE-ENTER ***"
006030             LINE 19 COL 4
006040     END-IF.
006050 5100-EXIT.
006060     EXIT.
006070*
006080******************************************************************
006090*   8000-REWRITE-WORKLIST                                        *
006100*   REWRITES THE WORKLIST WITH EVERY ITEM, THE SESSION'S CHANGES *
006110*   INCLUDED.  CLOSED ITEMS STAY ON FILE - THE MORNING BUILD     *
006120*   DROPS THEM ONCE THEIR SOURCE NO LONGER REPORTS THEM.         *
006130******************************************************************
006140 8000-REWRITE-WORKLIST.
006150     OPEN OUTPUT WORKLIST-FILE.
006160     IF WS-WRK-STATUS NOT = '00'
006170         DISPLAY "*** UNABLE TO OPEN WORKLIST FOR OUTPUT - "
006180             "STATUS " WS-WRK-STATUS " ***" LINE 22 COL 4
006190         MOVE 16 TO RETURN-CODE
006200         STOP RUN
006210     END-IF.
006220     PERFORM 8100-WRITE-ONE-ITEM THRU 8100-EXIT
006230         VARYING WS-WRK-IDX FROM 1 BY 1
006240         UNTIL WS-WRK-IDX > WS-WRK-COUNT.
006250     CLOSE WORKLIST-FILE.
006260 8000-EXIT.
006270     EXIT.
006280*
006290 8100-WRITE-ONE-ITEM.
006300     MOVE WS-WRK-DATA (WS-WRK-IDX) TO DT-WORKLIST-RECORD.
006310     WRITE DT-WORKLIST-RECORD.
006320     IF WS-WRK-STATUS NOT = '00'
006330         DISPLAY "*** ERROR WRITING WORKLIST - STATUS "
006340             WS-WRK-STATUS " ***" LINE 22 COL 4
006350         MOVE 16 TO RETURN-CODE
006360         STOP RUN
006370     END-IF.
006380 8100-EXIT.
006390     EXIT.
006400*
006410******************************************************************
006420*   9500-CHECK-PROFILE                                           *
006430*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
006440*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
006450*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
006460*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
006470*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
006480******************************************************************
006490 9500-CHECK-PROFILE.
006500     MOVE SPACES TO WS-SEC-REASON.
006510     MOVE SPACES TO WS-SEC-DETAIL.
006520     MOVE SPACES TO WS-OPR-PROFILE.
006530     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
006540     MOVE 'N' TO WS-OPM-EOF-SWITCH.
006550     OPEN INPUT OPERATOR-MASTER-FILE.
006560     IF WS-OPM-STATUS NOT = '00'
006570         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
006580             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
006630         UNTIL WS-OPM-EOF
006640             OR WS-OPR-FOUND.
006650     CLOSE OPERATOR-MASTER-FILE.
006660     IF NOT WS-OPR-FOUND
006670         MOVE 'UNKN' TO WS-SEC-REASON
006680         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
006690     ELSE IF WS-OPR-STATUS NOT = 'A'
006700         MOVE 'INAC' TO WS-SEC-REASON
006710         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
006720     END-IF.
006730 9500-EXIT.
006740     EXIT.
006750*
006760 9510-READ-ONE-PROFILE.
006770     READ OPERATOR-MASTER-FILE
006780         AT END
006790             SET WS-OPM-EOF TO TRUE
006800     END-READ.
006810     IF NOT WS-OPM-EOF
006820         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
006830             SET WS-OPR-FOUND TO TRUE
006840             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
006850         END-IF
006860     END-IF.
006870 9510-EXIT.
006880     EXIT.
006890*
006900******************************************************************
006910*   9600-REFUSE-SIGN-ON                                          *
006920*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
006930*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
006940******************************************************************
006950 9600-REFUSE-SIGN-ON.
006960     MOVE 'F'    TO WS-SEC-EVENT.
006970     MOVE 'SGON' TO WS-SEC-ACTION.
006980     MOVE SPACES TO WS-SEC-BRANCH.
006990     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
007000     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
007010     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
007020     ADD 1 TO WS-SIGNON-FAILURES.
007030     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
007040         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
007050             LINE 22 COL 4
007060         MOVE 16 TO RETURN-CODE
007070         STOP RUN
007080     END-IF.
007090 9600-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*   9650-REFUSE-ACTION                                           *
007140*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
007150*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
007160*   MARKS THE ACTION REFUSED.  THE SESSION CARRIES ON.           *
007170******************************************************************
007180 9650-REFUSE-ACTION.
007190     MOVE 'R' TO WS-SEC-EVENT.
007200     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
007210     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
007220     DISPLAY "*** REFUSED - " LINE 19 COL 4.
007230     DISPLAY WS-SEC-DETAIL LINE 19 COL 18.
007240     SET WS-ACTION-REFUSED TO TRUE.
007250 9650-EXIT.
007260     EXIT.
007270*
007280******************************************************************
007290*   9700-LOG-SECURITY-EVENT                                      *
007300*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
007310*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
007320*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
007330******************************************************************
007340 9700-LOG-SECURITY-EVENT.
007350     OPEN EXTEND SECURITY-LOG-FILE.
007360     IF WS-SEC-STATUS NOT = '00'
007370         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
007380             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
007390         MOVE 16 TO RETURN-CODE
007400         STOP RUN
007410     END-IF.
007420     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
007430     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
007440     ACCEPT WS-TIME-WORK FROM TIME.
007450     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
007460     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
007470     MOVE 'SAMPLE28'         TO DT-SEC-PROGRAM-ID.
007480     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
007490     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
007500     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
007510     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
007520     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
007530     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
007540     WRITE DT-SECURITY-LOG-RECORD.
007550     IF WS-SEC-STATUS NOT = '00'
007560         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
007570             WS-SEC-STATUS " ***" LINE 22 COL 4
007580         MOVE 16 TO RETURN-CODE
007590         STOP RUN
007600     END-IF.
007610     CLOSE SECURITY-LOG-FILE.
007620 9700-EXIT.
007630     EXIT.
007640*
007650******************************************************************
007660*   9800-CHECK-SCOPE                                             *
007670*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
007680*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
007690*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
007700*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
007710*   (A BANK-WIDE '*ALL' ITEM INCLUDED) HAS NO REGION AND IS      *
007720*   OUTSIDE EVERY REGION SCOPE.                                  *
007730******************************************************************
007740 9800-CHECK-SCOPE.
007750     MOVE 'N' TO WS-SCOPE-SWITCH.
007760     IF WS-OPR-SCOPE-TYPE = 'A'
007770         SET WS-SCOPE-OK TO TRUE
007780         GO TO 9800-EXIT
007790     END-IF.
007800     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
007810     IF WS-OPR-SCOPE-TYPE = 'R'
007820         MOVE SPACES TO WS-SCOPE-CODE
007830         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
007840             VARYING WS-BRM-IDX FROM 1 BY 1
007850             UNTIL WS-BRM-IDX > WS-BRM-COUNT
007860                 OR WS-SCOPE-CODE NOT = SPACES
007870     END-IF.
007880     IF WS-SCOPE-CODE NOT = SPACES
007890         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
007900             VARYING WS-SCOPE-IDX FROM 1 BY 1
007910             UNTIL WS-SCOPE-IDX > 5
007920                 OR WS-SCOPE-OK
007930     END-IF.
007940 9800-EXIT.
007950     EXIT.
007960*
007970 9810-SCAN-SCOPE-CODE.
007980     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
007990         SET WS-SCOPE-OK TO TRUE
008000     END-IF.
008010 9810-EXIT.
008020     EXIT.
008030*
008040 9830-FIND-BRANCH-REGION.
008050     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
008060         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
008070     END-IF.
008080 9830-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120*   9900-LOAD-BRANCH-REGIONS                                     *
008130*   LOADS EACH BRANCH'S REGION FROM THE BRANCH MASTER FOR THE    *
008140*   REGION-SCOPE CHECK.  A MASTER THAT CANNOT BE OPENED LEAVES   *
008150*   THE TABLE EMPTY - A REGION-SCOPED PROFILE THEN CANNOT ACT,   *
008160*   WHICH IS THE SAFE SIDE TO FAIL ON.                           *
008170******************************************************************
008180 9900-LOAD-BRANCH-REGIONS.
008190     MOVE 0 TO WS-BRM-COUNT.
008200     OPEN INPUT BRANCH-MASTER-FILE.
008210     IF WS-BRM-STATUS NOT = '00'
008220         GO TO 9900-EXIT
008230     END-IF.
008240     PERFORM 9910-LOAD-ONE-REGION THRU 9910-EXIT
008250         UNTIL WS-BRM-EOF.
008260     CLOSE BRANCH-MASTER-FILE.
008270 9900-EXIT.
008280     EXIT.
008290*
008300 9910-LOAD-ONE-REGION.
008310     READ BRANCH-MASTER-FILE
008320         AT END
008330             SET WS-BRM-EOF TO TRUE
008340     END-READ.
008350     IF NOT WS-BRM-EOF
008360         IF WS-BRM-COUNT IS LESS THAN 50
008370             ADD 1 TO WS-BRM-COUNT
008380             MOVE DT-BRM-BRANCH-CODE
008390                 TO WS-BRM-CODE (WS-BRM-COUNT)
008400             MOVE DT-BRM-REGION
008410                 TO WS-BRM-REGN (WS-BRM-COUNT)
008420         ELSE
008430             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
008440                 LINE 22 COL 4
008450             MOVE 16 TO RETURN-CODE
008460             STOP RUN
008470         END-IF
008480     END-IF.
008490 9910-EXIT.
008500     EXIT.
