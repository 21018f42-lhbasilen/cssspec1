000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE26.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE26 IS THE WEEKLY AUDIT MASTER INTEGRITY PROOF (SEE     *
000110*   JCL/AUDPROOF.JCL).  THE KEYED AUDIT MASTER (AUDITMST) IS     *
000120*   THE RECORD OF EVERYTHING THE NIGHTLY BRANCH STEPS POSTED,    *
000130*   AND EVERY CONTROL FIGURE THE BANK REPORTS IS SUPPOSED TO     *
000140*   AGREE WITH IT.  THIS STEP PROVES IT FOR THE SEVEN DAYS       *
000150*   ENDING ON THE WEEK-END DATE:                                 *
000160*                                                                *
000170*     - FOR EVERY RUN DATE AND BRANCH IN THE WEEK THE RECORD     *
000180*       COUNT AND NUM1/NUM2 TOTALS ARE REBUILT FROM AUDITMST     *
000190*       AND TIED TO WHAT THE BRANCH STEP REPORTED THAT NIGHT -   *
000200*       ITS STEPCTL RECORD(S) AND ITS SAMPLE1B RUN-LOG ENTRY,    *
000210*       LESS ANY SAMPLE19 BACKOUT LOGGED AGAINST THE SAME DATE.  *
000220*     - FOR EVERY BRANCH, THE CHANGE IN ITS MONTH-TO-DATE        *
000230*       POSITION (MTDTOT) OVER THE WEEK IS TIED TO THE WEEK'S    *
000240*       AUDITMST RECORDS FOR THE MONTH.  MTDTOT ONLY HOLDS THE   *
000250*       CURRENT POSITION, SO THE OPENING FIGURE IS REBUILT FROM  *
000260*       AUDITMST (THE MONTH'S RECORDS BEFORE THE WEEK) AND THE   *
000270*       CHANGE IS THE POSITION LESS THAT OPENING.  A POSITION    *
000280*       ALREADY ROLLED INTO A LATER MONTH CANNOT BE PROVED AND   *
000290*       IS NOTED.                                                *
000300*                                                                *
000310*   A DATE AND BRANCH THAT TIES PRINTS ONE LINE.  ONE THAT DOES  *
000320*   NOT PRINTS THE STEPCTL AND RUN-LOG FIGURES UNDER IT WITH THE *
000330*   DIFFERENCE FROM AUDITMST.  A RESTARTED NIGHT SHOWS HERE -    *
000340*   THE RESTARTED STEP REPORTS ONLY THE RECORDS AFTER ITS        *
000350*   CHECKPOINT - AND MUST BE EXPLAINED FROM THAT NIGHT'S SYSOUT. *
000360*                                                                *
000370*   THE WEEK-END DATE IS TODAY UNLESS A YYYYMMDD DATE IS PUNCHED *
000380*   IN COLUMNS 1-8 OF THE SYSIN CARD.  EVERY INPUT IS READ ONLY. *
000390*   RC=0 EVERYTHING TIES.  RC=4 A MONTH-TO-DATE POSITION COULD   *
000400*   NOT BE PROVED.  RC=8 SOMETHING IS OUT.  RC=16 BAD CARD OR A  *
000410*   FILE ERROR.                                                  *
000420*                                                                *
000430******************************************************************
000440*
000450*    MODIFICATION HISTORY
000460*    DATE       INIT  DESCRIPTION
000470*    ---------  ----  --------------------------------------------
000480*    2026-10-15  RM   ORIGINAL PROGRAM.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-MASTER-FILE   ASSIGN TO AUDITMST
000570         ORGANIZATION IS INDEXED
000580         ACCESS IS DYNAMIC
000590         RECORD KEY IS DT-AUM-KEY
000600         FILE STATUS IS WS-AUM-STATUS.
000610     SELECT STEP-CONTROL-FILE   ASSIGN TO STEPCTL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-STP-STATUS.
000640     SELECT MTD-POSITION-FILE   ASSIGN TO MTDTOT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MTD-STATUS.
000670     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RLG-STATUS.
000700     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRT-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  AUDIT-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 42 CHARACTERS.
000790 COPY DTAUDMST.
000800*
000810 FD  STEP-CONTROL-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 60 CHARACTERS.
000840 COPY DTSTPCTL.
000850*
000860 FD  MTD-POSITION-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 60 CHARACTERS.
000890 COPY DTMTD.
000900*
000910 FD  RUN-LOG-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940 COPY DTRUNLOG.
000950*
000960 FD  PRINT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     REPORT IS AUDIT-PROOF-REPORT.
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  WS-SWITCHES.
001030     05  WS-AUM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001040         88  WS-AUM-EOF                      VALUE 'Y'.
001050     05  WS-STP-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001060         88  WS-STP-EOF                      VALUE 'Y'.
001070     05  WS-MTD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001080         88  WS-MTD-EOF                      VALUE 'Y'.
001090     05  WS-RLG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001100         88  WS-RLG-EOF                      VALUE 'Y'.
001110     05  WS-PRF-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001120         88  WS-PRF-FOUND                    VALUE 'Y'.
001130     05  WS-MTB-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001140         88  WS-MTB-FOUND                    VALUE 'Y'.
001150     05  WS-PAIR-OUT-SWITCH      PIC X(01)   VALUE 'N'.
001160         88  WS-PAIR-OUT                     VALUE 'Y'.
001170*
001180 01  WS-RUN-DATE                 PIC X(08).
001190 01  WS-CONTROL-CARD             PIC X(80).
001200*
001210 01  WS-AUM-STATUS               PIC X(02).
001220 01  WS-STP-STATUS               PIC X(02).
001230 01  WS-MTD-STATUS               PIC X(02).
001240 01  WS-RLG-STATUS               PIC X(02).
001250 01  WS-PRT-STATUS               PIC X(02).
001260*
001270 01  WS-START-TIME               PIC X(06).
001280 01  WS-TIME-WORK                PIC X(08).
001290*
001300*    THE WEEK BEING PROVED, AND THE MONTH ITS LAST DAY FALLS IN.
001310*    AUDITMST IS READ FROM THE EARLIER OF THE WEEK START AND THE
001320*    FIRST OF THE MONTH, THROUGH THE LATER OF THE WEEK END AND
001330*    THE LAST DATE ANY BRANCH'S MONTH-TO-DATE POSITION REACHES.
001340 01  WS-WEEK-FIELDS.
001350     05  WS-WEEK-START           PIC X(08).
001360     05  WS-WEEK-END             PIC X(08).
001370     05  WS-WEEK-MONTH           PIC X(06).
001380     05  WS-MONTH-START          PIC X(08).
001390     05  WS-READ-FROM            PIC X(08).
001400     05  WS-READ-TO              PIC X(08).
001410*
001420*    CALENDAR WORK AREA FOR STEPPING BACK TO THE WEEK START.
001430 01  WS-CAL-DATE                 PIC X(08).
001440 01  WS-CAL-DATE-R REDEFINES WS-CAL-DATE.
001450     05  WS-CAL-YYYY             PIC 9(04).
001460     05  WS-CAL-MM               PIC 9(02).
001470     05  WS-CAL-DD               PIC 9(02).
001480 01  WS-CAL-MONTH-DAYS           PIC 9(02).
001490 01  WS-CAL-QUOTIENT             PIC 9(04).
001500 01  WS-CAL-REM-4                PIC 9(04).
001510 01  WS-CAL-REM-100              PIC 9(04).
001520 01  WS-CAL-REM-400              PIC 9(04).
001530 01  WS-DAYS-IN-MONTH-VALUES     PIC X(24)
001540                                 VALUE "312831303130313130313031".
001550 01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
001560     05  WS-DAYS-IN-MONTH        PIC 9(02)   OCCURS 12 TIMES.
001570*
001580*    ONE SLOT PER RUN DATE AND BRANCH IN THE WEEK - WHAT
001590*    AUDITMST HOLDS, WHAT STEPCTL REPORTED, AND THE NET OF THE
001600*    SAMPLE1B RUN-LOG ENTRIES LESS ANY SAMPLE19 BACKOUTS.
001610 01  WS-PRF-TABLE.
001620     05  WS-PRF-COUNT            PIC 9(03)   COMP  VALUE 0.
001630     05  WS-PRF-ENTRY            OCCURS 400 TIMES.
001640         10  WS-PRF-KEY.
001650             15  WS-PRF-DATE     PIC X(08).
001660             15  WS-PRF-BRANCH   PIC X(04).
001670         10  WS-PRF-STP-SEEN     PIC X(01).
001680             88  WS-PRF-STP-ON-FILE          VALUE 'Y'.
001690         10  WS-PRF-RLG-SEEN     PIC X(01).
001700             88  WS-PRF-RLG-ON-FILE          VALUE 'Y'.
001710         10  WS-PRF-AUD-COUNT    PIC 9(07).
001720         10  WS-PRF-AUD-NUM1     PIC 9(13).
001730         10  WS-PRF-AUD-NUM2     PIC 9(13).
001740         10  WS-PRF-STP-COUNT    PIC 9(07).
001750         10  WS-PRF-STP-NUM1     PIC 9(13).
001760         10  WS-PRF-STP-NUM2     PIC 9(13).
001770         10  WS-PRF-RLG-COUNT    PIC S9(07).
001780         10  WS-PRF-RLG-NUM1     PIC S9(13).
001790         10  WS-PRF-RLG-NUM2     PIC S9(13).
001800 01  WS-PRF-SWAP-ENTRY           PIC X(113).
001810 01  WS-PRF-IDX                  PIC 9(03)   COMP.
001820 01  WS-PRF-JDX                  PIC 9(03)   COMP.
001830 01  WS-PRF-SLOT                 PIC 9(03)   COMP.
001840 01  WS-LOOKUP-DATE              PIC X(08).
001850 01  WS-LOOKUP-BRANCH            PIC X(04).
001860*
001870*    ONE SLOT PER BRANCH FOR THE MONTH-TO-DATE TIE - THE MTDTOT
001880*    POSITION AND THE AUDITMST RECORDS FOR THE WEEK'S MONTH,
001890*    SPLIT AT THE WEEK START.
001900 01  WS-MTB-TABLE.
001910     05  WS-MTB-COUNT            PIC 9(03)   COMP  VALUE 0.
001920     05  WS-MTB-ENTRY            OCCURS 50 TIMES.
001930         10  WS-MTB-CODE         PIC X(04).
001940         10  WS-MTB-MONTH        PIC X(06).
001950         10  WS-MTB-LAST-DATE    PIC X(08).
001960         10  WS-MTB-STATE        PIC X(01).
001970             88  WS-MTB-CURRENT              VALUE 'C'.
001980             88  WS-MTB-NO-POSITION          VALUE 'N'.
001990             88  WS-MTB-LATER-MONTH          VALUE 'L'.
002000         10  WS-MTB-POS-COUNT    PIC 9(07).
002010         10  WS-MTB-POS-NUM1     PIC 9(13).
002020         10  WS-MTB-POS-NUM2     PIC 9(13).
002030         10  WS-MTB-OPN-COUNT    PIC 9(07).
002040         10  WS-MTB-OPN-NUM1     PIC 9(13).
002050         10  WS-MTB-OPN-NUM2     PIC 9(13).
002060         10  WS-MTB-WK-COUNT     PIC 9(07).
002070         10  WS-MTB-WK-NUM1      PIC 9(13).
002080         10  WS-MTB-WK-NUM2      PIC 9(13).
002090 01  WS-MTB-SWAP-ENTRY           PIC X(118).
002100 01  WS-MTB-IDX                  PIC 9(03)   COMP.
002110 01  WS-MTB-JDX                  PIC 9(03)   COMP.
002120 01  WS-MTB-SLOT                 PIC 9(03)   COMP.
002130*
002140 01  WS-PROOF-COUNTS.
002150     05  WS-PAIRS-CHECKED        PIC 9(05)   VALUE 0.
002160     05  WS-PAIRS-OUT            PIC 9(05)   VALUE 0.
002170     05  WS-MTD-PROVED           PIC 9(03)   VALUE 0.
002180     05  WS-MTD-OUT              PIC 9(03)   VALUE 0.
002190     05  WS-MTD-UNPROVED         PIC 9(03)   VALUE 0.
002200     05  WS-AUD-READ             PIC 9(07)   VALUE 0.
002210     05  WS-WEEK-NUM1            PIC 9(13)   VALUE 0.
002220     05  WS-WEEK-NUM2            PIC 9(13)   VALUE 0.
002230*
002240 01  WS-DETAIL-FIELDS.
002250     05  WS-DET-DATE             PIC X(08).
002260     05  WS-DET-BRANCH           PIC X(04).
002270     05  WS-DET-SOURCE           PIC X(08).
002280     05  WS-DET-COUNT            PIC S9(07).
002290     05  WS-DET-NUM1             PIC S9(13).
002300     05  WS-DET-NUM2             PIC S9(13).
002310     05  WS-DET-STATUS           PIC X(04).
002320     05  WS-DET-SEEN             PIC X(01).
002330         88  WS-DET-SOURCE-ON-FILE           VALUE 'Y'.
002340     05  WS-DET-DIFF-COUNT       PIC S9(07).
002350     05  WS-DET-DIFF-NUM1        PIC S9(13).
002360     05  WS-DET-DIFF-NUM2        PIC S9(13).
002370 01  WS-NOTE-TEXT                PIC X(80).
002380 01  WS-RESULT-TEXT              PIC X(50).
002390*
002400 REPORT SECTION.
002410 RD  AUDIT-PROOF-REPORT
002420     CONTROLS ARE FINAL
002430     PAGE LIMIT 60 LINES
002440     HEADING 1
002450     FIRST DETAIL 7
002460     LAST DETAIL 50
002470     FOOTING 58.
002480*
002490 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
002500     05  LINE 1.
002510         10  COLUMN  1   PIC X(32)
002520                 VALUE "FIRST STATE BANK - DATA PROCESS".
002530         10  COLUMN 45   PIC X(35)
002540                 VALUE "WEEKLY AUDIT MASTER INTEGRITY PROOF".
002550     05  LINE 2.
002560         10  COLUMN  1   PIC X(05)  VALUE "WEEK:".
002570         10  COLUMN  7   PIC X(08)  SOURCE IS WS-WEEK-START.
002580         10  COLUMN 16   PIC X(02)  VALUE "TO".
002590         10  COLUMN 19   PIC X(08)  SOURCE IS WS-WEEK-END.
002600         10  COLUMN 45   PIC X(09)  VALUE "RUN DATE:".
002610         10  COLUMN 55   PIC X(08)  SOURCE IS WS-RUN-DATE.
002620     05  LINE 3.
002630         10  COLUMN  1   PIC X(105) VALUE ALL "-".
002640     05  LINE 4.
002650         10  COLUMN  1   PIC X(08)  VALUE "RUN DATE".
002660         10  COLUMN 10   PIC X(04)  VALUE "BRCH".
002670         10  COLUMN 15   PIC X(06)  VALUE "SOURCE".
002680         10  COLUMN 27   PIC X(05)  VALUE "COUNT".
002690         10  COLUMN 43   PIC X(04)  VALUE "NUM1".
002700         10  COLUMN 58   PIC X(04)  VALUE "NUM2".
002710         10  COLUMN 63   PIC X(04)  VALUE "TIE".
002720         10  COLUMN 68   PIC X(38)
002730                 VALUE "---- DIFFERENCE FROM AUDITMST ----".
002740     05  LINE 5.
002750         10  COLUMN 71   PIC X(05)  VALUE "COUNT".
002760         10  COLUMN 87   PIC X(04)  VALUE "NUM1".
002770         10  COLUMN 102  PIC X(04)  VALUE "NUM2".
002780*
002790 01  RL-FIGURE-LINE      TYPE DETAIL LINE PLUS 1.
002800     05  COLUMN  1       PIC X(08)  SOURCE IS WS-DET-DATE.
002810     05  COLUMN 10       PIC X(04)  SOURCE IS WS-DET-BRANCH.
002820     05  COLUMN 15       PIC X(08)  SOURCE IS WS-DET-SOURCE.
002830     05  COLUMN 24       PIC -(7)9  SOURCE IS WS-DET-COUNT.
002840     05  COLUMN 33       PIC -(13)9 SOURCE IS WS-DET-NUM1.
002850     05  COLUMN 48       PIC -(13)9 SOURCE IS WS-DET-NUM2.
002860     05  COLUMN 63       PIC X(04)  SOURCE IS WS-DET-STATUS.
002870*
002880 01  RL-PROOF-LINE       TYPE DETAIL LINE PLUS 1.
002890     05  COLUMN  1       PIC X(08)  SOURCE IS WS-DET-DATE.
002900     05  COLUMN 10       PIC X(04)  SOURCE IS WS-DET-BRANCH.
002910     05  COLUMN 15       PIC X(08)  SOURCE IS WS-DET-SOURCE.
002920     05  COLUMN 24       PIC -(7)9  SOURCE IS WS-DET-COUNT.
002930     05  COLUMN 33       PIC -(13)9 SOURCE IS WS-DET-NUM1.
002940     05  COLUMN 48       PIC -(13)9 SOURCE IS WS-DET-NUM2.
002950     05  COLUMN 63       PIC X(04)  SOURCE IS WS-DET-STATUS.
002960     05  COLUMN 68       PIC -(7)9  SOURCE IS WS-DET-DIFF-COUNT.
002970     05  COLUMN 77       PIC -(13)9 SOURCE IS WS-DET-DIFF-NUM1.
002980     05  COLUMN 92       PIC -(13)9 SOURCE IS WS-DET-DIFF-NUM2.
002990*
003000 01  RL-NOTE-LINE        TYPE DETAIL LINE PLUS 2.
003010     05  COLUMN  1       PIC X(80)  SOURCE IS WS-NOTE-TEXT.
003020*
003030 01  RL-GRAND-TOTAL      TYPE CONTROL FOOTING FINAL.
003040     05  LINE PLUS 3.
003050         10  COLUMN  1   PIC X(32)
003060                 VALUE "RUN DATE/BRANCH PAIRS CHECKED".
003070         10  COLUMN 34   PIC ZZZZ9  SOURCE IS WS-PAIRS-CHECKED.
003080         10  COLUMN 42   PIC X(07)  VALUE "OUT".
003090         10  COLUMN 50   PIC ZZZZ9  SOURCE IS WS-PAIRS-OUT.
003100     05  LINE PLUS 1.
003110         10  COLUMN  1   PIC X(32)
003120                 VALUE "MONTH-TO-DATE POSITIONS PROVED".
003130         10  COLUMN 36   PIC ZZ9    SOURCE IS WS-MTD-PROVED.
003140         10  COLUMN 42   PIC X(07)  VALUE "OUT".
003150         10  COLUMN 52   PIC ZZ9    SOURCE IS WS-MTD-OUT.
003160         10  COLUMN 58   PIC X(12)  VALUE "NOT PROVED".
003170         10  COLUMN 71   PIC ZZ9    SOURCE IS WS-MTD-UNPROVED.
003180     05  LINE PLUS 1.
003190         10  COLUMN  1   PIC X(32)
003200                 VALUE "AUDITMST RECORDS READ".
003210         10  COLUMN 32   PIC Z(6)9  SOURCE IS WS-AUD-READ.
003220     05  LINE PLUS 2.
003230         10  COLUMN  1   PIC X(50)  SOURCE IS WS-RESULT-TEXT.
003240*
003250 PROCEDURE DIVISION.
003260*
003270 0000-MAINLINE.
003280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003290     PERFORM 2000-LOAD-MTD-POSITIONS THRU 2000-EXIT.
003300     PERFORM 3000-REBUILD-FROM-AUDIT THRU 3000-EXIT.
003310     PERFORM 4000-TALLY-STEP-CONTROL THRU 4000-EXIT.
003320     PERFORM 5000-TALLY-RUN-LOG THRU 5000-EXIT.
003330     PERFORM 6000-SORT-PROOF-TABLE THRU 6000-EXIT.
003340     PERFORM 6500-SORT-MTD-TABLE THRU 6500-EXIT.
003350     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
003360     PERFORM 9900-TERMINATE THRU 9900-EXIT.
003370     STOP RUN.
003380*
003390******************************************************************
003400*   1000-INITIALIZE                                              *
003410*   SETS THE WEEK - SEVEN DAYS ENDING TODAY, OR ON THE YYYYMMDD  *
003420*   DATE ON THE SYSIN CARD.  A CARD THAT IS NOT A REAL DATE IS   *
003430*   A MISPUNCH - ABEND RATHER THAN PROVE THE WRONG WEEK.         *
003440******************************************************************
003450 1000-INITIALIZE.
003460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-TIME-WORK FROM TIME.
003480     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
003490     MOVE WS-RUN-DATE TO WS-WEEK-END.
003500     MOVE SPACES TO WS-CONTROL-CARD.
003510     ACCEPT WS-CONTROL-CARD.
003520     IF WS-CONTROL-CARD (1:8) IS NUMERIC
003530         MOVE WS-CONTROL-CARD (1:8) TO WS-WEEK-END
003540     ELSE
003550         IF WS-CONTROL-CARD NOT = SPACES
003560             DISPLAY "*** WEEK-END DATE '" WS-CONTROL-CARD (1:8)
003570                 "' IS NOT YYYYMMDD ***"
003580             MOVE 16 TO RETURN-CODE
003590             STOP RUN
003600         END-IF
003610     END-IF.
003620     MOVE WS-WEEK-END TO WS-CAL-DATE.
003630     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
003640         DISPLAY "*** WEEK-END DATE " WS-WEEK-END
003650             " HAS NO SUCH MONTH ***"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690     PERFORM 1150-SET-MONTH-DAYS THRU 1150-EXIT.
003700     IF WS-CAL-DD < 1 OR WS-CAL-DD > WS-CAL-MONTH-DAYS
003710         DISPLAY "*** WEEK-END DATE " WS-WEEK-END
003720             " HAS NO SUCH DAY ***"
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     PERFORM 1100-SET-WEEK-START THRU 1100-EXIT.
003770     MOVE WS-WEEK-END (1:6) TO WS-WEEK-MONTH.
003780     MOVE WS-WEEK-MONTH     TO WS-MONTH-START (1:6).
003790     MOVE '01'              TO WS-MONTH-START (7:2).
003800     MOVE WS-WEEK-START TO WS-READ-FROM.
003810     IF WS-MONTH-START < WS-READ-FROM
003820         MOVE WS-MONTH-START TO WS-READ-FROM
003830     END-IF.
003840     MOVE WS-WEEK-END TO WS-READ-TO.
003850     DISPLAY "AUDIT MASTER INTEGRITY PROOF - WEEK " WS-WEEK-START
003860         " TO " WS-WEEK-END.
003870 1000-EXIT.
003880     EXIT.
003890*
003900******************************************************************
003910*   1100-SET-WEEK-START                                          *
003920*   STEPS BACK SIX DAYS FROM THE WEEK-END DATE, INTO THE MONTH   *
003930*   BEFORE (AND THE YEAR BEFORE, FROM JANUARY) WHEN THE WEEK     *
003940*   STARTED THERE.                                               *
003950******************************************************************
003960 1100-SET-WEEK-START.
003970     MOVE WS-WEEK-END TO WS-CAL-DATE.
003980     IF WS-CAL-DD > 6
003990         SUBTRACT 6 FROM WS-CAL-DD
004000     ELSE
004010         IF WS-CAL-MM = 1
004020             MOVE 12 TO WS-CAL-MM
004030             SUBTRACT 1 FROM WS-CAL-YYYY
004040         ELSE
004050             SUBTRACT 1 FROM WS-CAL-MM
004060         END-IF
004070         PERFORM 1150-SET-MONTH-DAYS THRU 1150-EXIT
004080         COMPUTE WS-CAL-DD = WS-CAL-MONTH-DAYS + WS-CAL-DD - 6
004090     END-IF.
004100     MOVE WS-CAL-DATE TO WS-WEEK-START.
004110 1100-EXIT.
004120     EXIT.
004130*
004140******************************************************************
004150*   1150-SET-MONTH-DAYS                                          *
004160*   DAYS IN THE MONTH IN WS-CAL-MM OF YEAR WS-CAL-YYYY - 29 FOR  *
004170*   A LEAP-YEAR FEBRUARY (EVERY FOURTH YEAR, BUT NOT CENTURIES   *
004180*   UNLESS DIVISIBLE BY 400).                                    *
004190******************************************************************
004200 1150-SET-MONTH-DAYS.
004210     MOVE WS-DAYS-IN-MONTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
004220     IF WS-CAL-MM NOT = 2
004230         GO TO 1150-EXIT
004240     END-IF.
004250     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-QUOTIENT
004260         REMAINDER WS-CAL-REM-4.
004270     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-QUOTIENT
004280         REMAINDER WS-CAL-REM-100.
004290     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-QUOTIENT
004300         REMAINDER WS-CAL-REM-400.
004310     IF WS-CAL-REM-4 = 0
004320         IF WS-CAL-REM-100 NOT = 0 OR WS-CAL-REM-400 = 0
004330             MOVE 29 TO WS-CAL-MONTH-DAYS
004340         END-IF
004350     END-IF.
004360 1150-EXIT.
004370     EXIT.
004380*
004390******************************************************************
004400*   2000-LOAD-MTD-POSITIONS                                      *
004410*   READS EVERY BRANCH'S MONTH-TO-DATE POSITION (THE BRANCH MTD  *
004420*   DATASETS ARE CONCATENATED UNDER THE ONE MTDTOT DD).  A       *
004430*   POSITION FOR THE WEEK'S MONTH THAT RUNS PAST THE WEEK END    *
004440*   STRETCHES THE AUDITMST READ TO ITS LAST DATE, SO THE TIE     *
004450*   COVERS EVERY NIGHT ROLLED INTO IT.                           *
004460******************************************************************
004470 2000-LOAD-MTD-POSITIONS.
004480     OPEN INPUT MTD-POSITION-FILE.
004490     IF WS-MTD-STATUS NOT = '00'
004500         DISPLAY "*** UNABLE TO OPEN MTDTOT FOR INPUT - "
004510             "STATUS " WS-MTD-STATUS " ***"
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF.
004550     PERFORM 2100-READ-MTD-RECORD THRU 2100-EXIT
004560         UNTIL WS-MTD-EOF.
004570     CLOSE MTD-POSITION-FILE.
004580 2000-EXIT.
004590     EXIT.
004600*
004610 2100-READ-MTD-RECORD.
004620     READ MTD-POSITION-FILE
004630         AT END
004640             SET WS-MTD-EOF TO TRUE
004650     END-READ.
004660     IF WS-MTD-EOF
004670         GO TO 2100-EXIT
004680     END-IF.
004690     MOVE DT-MTD-BRANCH-CODE TO WS-LOOKUP-BRANCH.
004700     PERFORM 3950-FIND-MTD-SLOT THRU 3950-EXIT.
004710     IF WS-MTB-FOUND
004720         DISPLAY "*** BRANCH " WS-LOOKUP-BRANCH " HAS MORE THAN "
004730             "ONE MTDTOT POSITION - THE LAST ONE READ IS USED ***"
004740     END-IF.
004750     MOVE DT-MTD-MONTH     TO WS-MTB-MONTH (WS-MTB-SLOT).
004760     MOVE DT-MTD-LAST-DATE TO WS-MTB-LAST-DATE (WS-MTB-SLOT).
004770     MOVE 0 TO WS-MTB-POS-COUNT (WS-MTB-SLOT)
004780               WS-MTB-POS-NUM1 (WS-MTB-SLOT)
004790               WS-MTB-POS-NUM2 (WS-MTB-SLOT).
004800     IF DT-MTD-MONTH > WS-WEEK-MONTH
004810         SET WS-MTB-LATER-MONTH (WS-MTB-SLOT) TO TRUE
004820         GO TO 2100-EXIT
004830     END-IF.
004840     IF DT-MTD-MONTH < WS-WEEK-MONTH
004850         SET WS-MTB-NO-POSITION (WS-MTB-SLOT) TO TRUE
004860         GO TO 2100-EXIT
004870     END-IF.
004880     IF DT-MTD-REC-COUNT IS NOT NUMERIC
004890             OR DT-MTD-NUM1-TOTAL IS NOT NUMERIC
004900             OR DT-MTD-NUM2-TOTAL IS NOT NUMERIC
004910         DISPLAY "*** MTDTOT POSITION FOR BRANCH "
004920             WS-LOOKUP-BRANCH " IS NOT NUMERIC - PROVED AS "
004930             "ZERO ***"
004940         SET WS-MTB-NO-POSITION (WS-MTB-SLOT) TO TRUE
004950         GO TO 2100-EXIT
004960     END-IF.
004970     SET WS-MTB-CURRENT (WS-MTB-SLOT) TO TRUE.
004980     MOVE DT-MTD-REC-COUNT  TO WS-MTB-POS-COUNT (WS-MTB-SLOT).
004990     MOVE DT-MTD-NUM1-TOTAL TO WS-MTB-POS-NUM1 (WS-MTB-SLOT).
005000     MOVE DT-MTD-NUM2-TOTAL TO WS-MTB-POS-NUM2 (WS-MTB-SLOT).
005010     IF DT-MTD-LAST-DATE > WS-READ-TO
005020         MOVE DT-MTD-LAST-DATE TO WS-READ-TO
005030     END-IF.
005040 2100-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080*   3000-REBUILD-FROM-AUDIT                                      *
005090*   STARTS THE KEYED AUDIT MASTER AT THE FIRST DATE NEEDED AND   *
005100*   READS FORWARD TO THE LAST.  EACH RECORD IN THE WEEK GOES TO  *
005110*   ITS RUN DATE/BRANCH SLOT; EACH RECORD IN THE WEEK'S MONTH    *
005120*   GOES TO ITS BRANCH'S OPENING OR WEEK FIGURE FOR THE          *
005130*   MONTH-TO-DATE TIE.                                           *
005140******************************************************************
005150 3000-REBUILD-FROM-AUDIT.
005160     OPEN INPUT AUDIT-MASTER-FILE.
005170     IF WS-AUM-STATUS NOT = '00'
005180         DISPLAY "*** UNABLE TO OPEN AUDITMST FOR INPUT - "
005190             "STATUS " WS-AUM-STATUS " ***"
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     MOVE WS-READ-FROM     TO DT-AUM-RUN-DATE.
005240     MOVE LOW-VALUES       TO DT-AUM-BRANCH-CODE.
005250     MOVE 0                TO DT-AUM-SEQ-NO.
005260     START AUDIT-MASTER-FILE
005270         KEY IS NOT LESS THAN DT-AUM-KEY
005280         INVALID KEY
005290             SET WS-AUM-EOF TO TRUE
005300     END-START.
005310     PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
005320         UNTIL WS-AUM-EOF.
005330     CLOSE AUDIT-MASTER-FILE.
005340 3000-EXIT.
005350     EXIT.
005360*
005370 3100-READ-AUDIT-RECORD.
005380     READ AUDIT-MASTER-FILE NEXT RECORD
005390         AT END
005400             SET WS-AUM-EOF TO TRUE
005410     END-READ.
005420     IF WS-AUM-EOF
005430         GO TO 3100-EXIT
005440     END-IF.
005450     IF DT-AUM-RUN-DATE > WS-READ-TO
005460         SET WS-AUM-EOF TO TRUE
005470         GO TO 3100-EXIT
005480     END-IF.
005490     ADD 1 TO WS-AUD-READ.
005500     IF DT-AUM-RUN-DATE NOT < WS-WEEK-START
005510             AND DT-AUM-RUN-DATE NOT > WS-WEEK-END
005520         PERFORM 3200-ADD-TO-PAIR THRU 3200-EXIT
005530     END-IF.
005540     IF DT-AUM-RUN-DATE (1:6) = WS-WEEK-MONTH
005550         PERFORM 3300-ADD-TO-MONTH THRU 3300-EXIT
005560     END-IF.
005570 3100-EXIT.
005580     EXIT.
005590*
005600 3200-ADD-TO-PAIR.
005610     MOVE DT-AUM-RUN-DATE    TO WS-LOOKUP-DATE.
005620     MOVE DT-AUM-BRANCH-CODE TO WS-LOOKUP-BRANCH.
005630     PERFORM 3900-FIND-PROOF-SLOT THRU 3900-EXIT.
005640     ADD 1           TO WS-PRF-AUD-COUNT (WS-PRF-SLOT).
005650     ADD DT-AUM-NUM1 TO WS-PRF-AUD-NUM1 (WS-PRF-SLOT).
005660     ADD DT-AUM-NUM2 TO WS-PRF-AUD-NUM2 (WS-PRF-SLOT).
005670     ADD DT-AUM-NUM1 TO WS-WEEK-NUM1.
005680     ADD DT-AUM-NUM2 TO WS-WEEK-NUM2.
005690 3200-EXIT.
005700     EXIT.
005710*
005720 3300-ADD-TO-MONTH.
005730     MOVE DT-AUM-BRANCH-CODE TO WS-LOOKUP-BRANCH.
005740     PERFORM 3950-FIND-MTD-SLOT THRU 3950-EXIT.
005750     IF DT-AUM-RUN-DATE < WS-WEEK-START
005760         ADD 1           TO WS-MTB-OPN-COUNT (WS-MTB-SLOT)
005770         ADD DT-AUM-NUM1 TO WS-MTB-OPN-NUM1 (WS-MTB-SLOT)
005780         ADD DT-AUM-NUM2 TO WS-MTB-OPN-NUM2 (WS-MTB-SLOT)
005790     ELSE
005800         ADD 1           TO WS-MTB-WK-COUNT (WS-MTB-SLOT)
005810         ADD DT-AUM-NUM1 TO WS-MTB-WK-NUM1 (WS-MTB-SLOT)
005820         ADD DT-AUM-NUM2 TO WS-MTB-WK-NUM2 (WS-MTB-SLOT)
005830     END-IF.
005840 3300-EXIT.
005850     EXIT.
005860*
005870******************************************************************
005880*   3900-FIND-PROOF-SLOT                                         *
005890*   FINDS THE SLOT FOR WS-LOOKUP-DATE/WS-LOOKUP-BRANCH, ADDING   *
005900*   AN EMPTY ONE THE FIRST TIME THE PAIR IS SEEN.  A FULL TABLE  *
005910*   MEANS FAR MORE BRANCHES THAN THE BANK HAS - ABEND RATHER     *
005920*   THAN PROVE PART OF THE WEEK.                                 *
005930******************************************************************
005940 3900-FIND-PROOF-SLOT.
005950     MOVE 'N' TO WS-PRF-FOUND-SWITCH.
005960     PERFORM 3910-SCAN-PROOF-TABLE THRU 3910-EXIT
005970         VARYING WS-PRF-IDX FROM 1 BY 1
005980         UNTIL WS-PRF-IDX > WS-PRF-COUNT
005990            OR WS-PRF-FOUND.
006000     IF WS-PRF-FOUND
006010         GO TO 3900-EXIT
006020     END-IF.
006030     IF WS-PRF-COUNT NOT < 400
006040         DISPLAY "*** MORE THAN 400 RUN DATE/BRANCH PAIRS IN THE "
006050             "WEEK - CHECK AUDITMST ***"
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     ADD 1 TO WS-PRF-COUNT.
006100     MOVE WS-PRF-COUNT TO WS-PRF-SLOT.
006110     MOVE WS-LOOKUP-DATE   TO WS-PRF-DATE (WS-PRF-SLOT).
006120     MOVE WS-LOOKUP-BRANCH TO WS-PRF-BRANCH (WS-PRF-SLOT).
006130     MOVE 'N' TO WS-PRF-STP-SEEN (WS-PRF-SLOT)
006140                 WS-PRF-RLG-SEEN (WS-PRF-SLOT).
006150     MOVE 0 TO WS-PRF-AUD-COUNT (WS-PRF-SLOT)
006160               WS-PRF-AUD-NUM1 (WS-PRF-SLOT)
006170               WS-PRF-AUD-NUM2 (WS-PRF-SLOT)
006180               WS-PRF-STP-COUNT (WS-PRF-SLOT)
006190               WS-PRF-STP-NUM1 (WS-PRF-SLOT)
006200               WS-PRF-STP-NUM2 (WS-PRF-SLOT)
006210               WS-PRF-RLG-COUNT (WS-PRF-SLOT)
006220               WS-PRF-RLG-NUM1 (WS-PRF-SLOT)
006230               WS-PRF-RLG-NUM2 (WS-PRF-SLOT).
006240 3900-EXIT.
006250     EXIT.
006260*
006270 3910-SCAN-PROOF-TABLE.
006280     IF WS-PRF-DATE (WS-PRF-IDX) = WS-LOOKUP-DATE
006290             AND WS-PRF-BRANCH (WS-PRF-IDX) = WS-LOOKUP-BRANCH
006300         SET WS-PRF-FOUND TO TRUE
006310         MOVE WS-PRF-IDX TO WS-PRF-SLOT
006320     END-IF.
006330 3910-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370*   3950-FIND-MTD-SLOT                                           *
006380*   FINDS THE BRANCH'S MONTH-TO-DATE SLOT, ADDING ONE WITH NO    *
006390*   POSITION WHEN AUDITMST HAS THE BRANCH BUT MTDTOT DOES NOT.   *
006400******************************************************************
006410 3950-FIND-MTD-SLOT.
006420     MOVE 'N' TO WS-MTB-FOUND-SWITCH.
006430     PERFORM 3960-SCAN-MTD-TABLE THRU 3960-EXIT
006440         VARYING WS-MTB-IDX FROM 1 BY 1
006450         UNTIL WS-MTB-IDX > WS-MTB-COUNT
006460            OR WS-MTB-FOUND.
006470     IF WS-MTB-FOUND
006480         GO TO 3950-EXIT
006490     END-IF.
006500     IF WS-MTB-COUNT NOT < 50
006510         DISPLAY "*** MORE THAN 50 BRANCHES ON MTDTOT AND "
006520             "AUDITMST - TABLE FULL ***"
006530         MOVE 16 TO RETURN-CODE
006540         STOP RUN
006550     END-IF.
006560     ADD 1 TO WS-MTB-COUNT.
006570     MOVE WS-MTB-COUNT TO WS-MTB-SLOT.
006580     MOVE WS-LOOKUP-BRANCH TO WS-MTB-CODE (WS-MTB-SLOT).
006590     MOVE SPACES TO WS-MTB-MONTH (WS-MTB-SLOT)
006600                    WS-MTB-LAST-DATE (WS-MTB-SLOT).
006610     SET WS-MTB-NO-POSITION (WS-MTB-SLOT) TO TRUE.
006620     MOVE 0 TO WS-MTB-POS-COUNT (WS-MTB-SLOT)
006630               WS-MTB-POS-NUM1 (WS-MTB-SLOT)
006640               WS-MTB-POS-NUM2 (WS-MTB-SLOT)
006650               WS-MTB-OPN-COUNT (WS-MTB-SLOT)
006660               WS-MTB-OPN-NUM1 (WS-MTB-SLOT)
006670               WS-MTB-OPN-NUM2 (WS-MTB-SLOT)
006680               WS-MTB-WK-COUNT (WS-MTB-SLOT)
006690               WS-MTB-WK-NUM1 (WS-MTB-SLOT)
006700               WS-MTB-WK-NUM2 (WS-MTB-SLOT).
006710 3950-EXIT.
006720     EXIT.
006730*
006740 3960-SCAN-MTD-TABLE.
006750     IF WS-MTB-CODE (WS-MTB-IDX) = WS-LOOKUP-BRANCH
006760         SET WS-MTB-FOUND TO TRUE
006770         MOVE WS-MTB-IDX TO WS-MTB-SLOT
006780     END-IF.
006790 3960-EXIT.
006800     EXIT.
006810*
006820******************************************************************
006830*   4000-TALLY-STEP-CONTROL                                      *
006840*   ADDS EVERY STEPCTL RECORD FOR A DATE IN THE WEEK TO ITS      *
006850*   PAIR.  A NIGHT BACKED OUT BY SAMPLE19 HAS ALREADY HAD ITS    *
006860*   RECORD CUT BACK, AND A REPLACEMENT OR CATCH-UP RUN ADDS ITS  *
006870*   OWN RECORD UNDER THE SAME BUSINESS DATE, SO THE SUM IS WHAT  *
006880*   AUDITMST SHOULD HOLD.                                        *
006890******************************************************************
006900 4000-TALLY-STEP-CONTROL.
006910     OPEN INPUT STEP-CONTROL-FILE.
006920     IF WS-STP-STATUS NOT = '00'
006930         DISPLAY "*** UNABLE TO OPEN STEPCTL FOR INPUT - "
006940             "STATUS " WS-STP-STATUS " ***"
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980     PERFORM 4100-READ-STEP-RECORD THRU 4100-EXIT
006990         UNTIL WS-STP-EOF.
007000     CLOSE STEP-CONTROL-FILE.
007010 4000-EXIT.
007020     EXIT.
007030*
007040 4100-READ-STEP-RECORD.
007050     READ STEP-CONTROL-FILE
007060         AT END
007070             SET WS-STP-EOF TO TRUE
007080     END-READ.
007090     IF WS-STP-EOF
007100         GO TO 4100-EXIT
007110     END-IF.
007120     IF DT-STP-RUN-DATE < WS-WEEK-START
007130             OR DT-STP-RUN-DATE > WS-WEEK-END
007140         GO TO 4100-EXIT
007150     END-IF.
007160     MOVE DT-STP-RUN-DATE    TO WS-LOOKUP-DATE.
007170     MOVE DT-STP-BRANCH-CODE TO WS-LOOKUP-BRANCH.
007180     PERFORM 3900-FIND-PROOF-SLOT THRU 3900-EXIT.
007190     SET WS-PRF-STP-ON-FILE (WS-PRF-SLOT) TO TRUE.
007200     ADD DT-STP-REC-COUNT  TO WS-PRF-STP-COUNT (WS-PRF-SLOT).
007210     ADD DT-STP-NUM1-TOTAL TO WS-PRF-STP-NUM1 (WS-PRF-SLOT).
007220     ADD DT-STP-NUM2-TOTAL TO WS-PRF-STP-NUM2 (WS-PRF-SLOT).
007230 4100-EXIT.
007240     EXIT.
007250*
007260******************************************************************
007270*   5000-TALLY-RUN-LOG                                           *
007280*   NETS THE RUN LOG FOR EACH PAIR IN THE WEEK - WHAT EVERY      *
007290*   SAMPLE1B RUN LOGGED AS POSTED FOR THE BUSINESS DATE, LESS    *
007300*   WHAT EVERY SAMPLE19 BACKOUT OF THAT DATE LOGGED AS REMOVED.  *
007310*   RECORDS WRITTEN BEFORE THE TOTALS WERE WIDENED CARRY OTHER   *
007320*   COLUMNS AND ARE SKIPPED WHEN NOT NUMERIC.                    *
007330******************************************************************
007340 5000-TALLY-RUN-LOG.
007350     OPEN INPUT RUN-LOG-FILE.
007360     IF WS-RLG-STATUS NOT = '00'
007370         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR INPUT - "
007380             "STATUS " WS-RLG-STATUS " ***"
007390         MOVE 16 TO RETURN-CODE
007400         STOP RUN
007410     END-IF.
007420     PERFORM 5100-READ-RUN-RECORD THRU 5100-EXIT
007430         UNTIL WS-RLG-EOF.
007440     CLOSE RUN-LOG-FILE.
007450 5000-EXIT.
007460     EXIT.
007470*
007480 5100-READ-RUN-RECORD.
007490     READ RUN-LOG-FILE
007500         AT END
007510             SET WS-RLG-EOF TO TRUE
007520     END-READ.
007530     IF WS-RLG-EOF
007540         GO TO 5100-EXIT
007550     END-IF.
007560     IF DT-RLG-RUN-DATE < WS-WEEK-START
007570             OR DT-RLG-RUN-DATE > WS-WEEK-END
007580         GO TO 5100-EXIT
007590     END-IF.
007600     IF DT-RLG-PROGRAM-ID NOT = 'SAMPLE1B'
007610             AND NOT (DT-RLG-PROGRAM-ID = 'SAMPLE19'
007620                      AND DT-RLG-BACKOUT-RUN)
007630         GO TO 5100-EXIT
007640     END-IF.
007650     IF DT-RLG-REC-POSTED IS NOT NUMERIC
007660             OR DT-RLG-NUM1-TOTAL IS NOT NUMERIC
007670             OR DT-RLG-NUM2-TOTAL IS NOT NUMERIC
007680         GO TO 5100-EXIT
007690     END-IF.
007700     MOVE DT-RLG-RUN-DATE    TO WS-LOOKUP-DATE.
007710     MOVE DT-RLG-BRANCH-CODE TO WS-LOOKUP-BRANCH.
007720     PERFORM 3900-FIND-PROOF-SLOT THRU 3900-EXIT.
007730     SET WS-PRF-RLG-ON-FILE (WS-PRF-SLOT) TO TRUE.
007740     IF DT-RLG-PROGRAM-ID = 'SAMPLE19'
007750         SUBTRACT DT-RLG-REC-POSTED
007760             FROM WS-PRF-RLG-COUNT (WS-PRF-SLOT)
007770         SUBTRACT DT-RLG-NUM1-TOTAL
007780             FROM WS-PRF-RLG-NUM1 (WS-PRF-SLOT)
007790         SUBTRACT DT-RLG-NUM2-TOTAL
007800             FROM WS-PRF-RLG-NUM2 (WS-PRF-SLOT)
007810     ELSE
007820         ADD DT-RLG-REC-POSTED TO WS-PRF-RLG-COUNT (WS-PRF-SLOT)
007830         ADD DT-RLG-NUM1-TOTAL TO WS-PRF-RLG-NUM1 (WS-PRF-SLOT)
007840         ADD DT-RLG-NUM2-TOTAL TO WS-PRF-RLG-NUM2 (WS-PRF-SLOT)
007850     END-IF.
007860 5100-EXIT.
007870     EXIT.
007880*
007890******************************************************************
007900*   6000-SORT-PROOF-TABLE                                        *
007910*   PUTS THE PAIRS IN RUN DATE THEN BRANCH ORDER FOR PRINTING.   *
007920******************************************************************
007930 6000-SORT-PROOF-TABLE.
007940     PERFORM 6100-SORT-PROOF-OUTER THRU 6100-EXIT
007950         VARYING WS-PRF-IDX FROM 1 BY 1
007960         UNTIL WS-PRF-IDX NOT < WS-PRF-COUNT.
007970 6000-EXIT.
007980     EXIT.
007990*
008000 6100-SORT-PROOF-OUTER.
008010     PERFORM 6200-SORT-PROOF-COMPARE THRU 6200-EXIT
008020         VARYING WS-PRF-JDX FROM WS-PRF-IDX BY 1
008030         UNTIL WS-PRF-JDX > WS-PRF-COUNT.
008040 6100-EXIT.
008050     EXIT.
008060*
008070 6200-SORT-PROOF-COMPARE.
008080     IF WS-PRF-KEY (WS-PRF-JDX) < WS-PRF-KEY (WS-PRF-IDX)
008090         MOVE WS-PRF-ENTRY (WS-PRF-IDX) TO WS-PRF-SWAP-ENTRY
008100         MOVE WS-PRF-ENTRY (WS-PRF-JDX)
008110             TO WS-PRF-ENTRY (WS-PRF-IDX)
008120         MOVE WS-PRF-SWAP-ENTRY TO WS-PRF-ENTRY (WS-PRF-JDX)
008130     END-IF.
008140 6200-EXIT.
008150     EXIT.
008160*
008170******************************************************************
008180*   6500-SORT-MTD-TABLE                                          *
008190*   PUTS THE MONTH-TO-DATE SLOTS IN BRANCH ORDER.                *
008200******************************************************************
008210 6500-SORT-MTD-TABLE.
008220     PERFORM 6600-SORT-MTD-OUTER THRU 6600-EXIT
008230         VARYING WS-MTB-IDX FROM 1 BY 1
008240         UNTIL WS-MTB-IDX NOT < WS-MTB-COUNT.
008250 6500-EXIT.
008260     EXIT.
008270*
008280 6600-SORT-MTD-OUTER.
008290     PERFORM 6700-SORT-MTD-COMPARE THRU 6700-EXIT
008300         VARYING WS-MTB-JDX FROM WS-MTB-IDX BY 1
008310         UNTIL WS-MTB-JDX > WS-MTB-COUNT.
008320 6600-EXIT.
008330     EXIT.
008340*
008350 6700-SORT-MTD-COMPARE.
008360     IF WS-MTB-CODE (WS-MTB-JDX) < WS-MTB-CODE (WS-MTB-IDX)
008370         MOVE WS-MTB-ENTRY (WS-MTB-IDX) TO WS-MTB-SWAP-ENTRY
008380         MOVE WS-MTB-ENTRY (WS-MTB-JDX)
008390             TO WS-MTB-ENTRY (WS-MTB-IDX)
008400         MOVE WS-MTB-SWAP-ENTRY TO WS-MTB-ENTRY (WS-MTB-JDX)
008410     END-IF.
008420 6700-EXIT.
008430     EXIT.
008440*
008450******************************************************************
008460*   7000-PRINT-PROOF                                             *
008470*   PRINTS THE RUN DATE/BRANCH PROOF, THEN THE MONTH-TO-DATE     *
008480*   PROOF, THEN THE RESULT.                                      *
008490******************************************************************
008500 7000-PRINT-PROOF.
008510     OPEN OUTPUT PRINT-FILE.
008520     IF WS-PRT-STATUS NOT = '00'
008530         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
008540             "STATUS " WS-PRT-STATUS " ***"
008550         MOVE 16 TO RETURN-CODE
008560         STOP RUN
008570     END-IF.
008580     INITIATE AUDIT-PROOF-REPORT.
008590     IF WS-PRF-COUNT = 0
008600         MOVE "NO AUDITMST, STEPCTL OR RUNLOG ENTRIES THIS WEEK"
008610             TO WS-NOTE-TEXT
008620         GENERATE RL-NOTE-LINE
008630     END-IF.
008640     PERFORM 7100-PROVE-ONE-PAIR THRU 7100-EXIT
008650         VARYING WS-PRF-IDX FROM 1 BY 1
008660         UNTIL WS-PRF-IDX > WS-PRF-COUNT.
008670     MOVE SPACES TO WS-NOTE-TEXT.
008680     STRING "MONTH-TO-DATE TIE FOR " DELIMITED BY SIZE
008690            WS-WEEK-MONTH DELIMITED BY SIZE
008700            " - MTD CHG = MTDTOT LESS THE AUDITMST OPENING"
008710                DELIMITED BY SIZE
008720         INTO WS-NOTE-TEXT
008730     END-STRING.
008740     GENERATE RL-NOTE-LINE.
008750     PERFORM 7500-PROVE-ONE-BRANCH THRU 7500-EXIT
008760         VARYING WS-MTB-IDX FROM 1 BY 1
008770         UNTIL WS-MTB-IDX > WS-MTB-COUNT.
008780     IF WS-PAIRS-OUT > 0 OR WS-MTD-OUT > 0
008790         MOVE "*** OUT OF BALANCE - SEE LINES MARKED OUT ***"
008800             TO WS-RESULT-TEXT
008810     ELSE
008820         MOVE "AUDIT MASTER PROVED FOR THE WEEK"
008830             TO WS-RESULT-TEXT
008840     END-IF.
008850     TERMINATE AUDIT-PROOF-REPORT.
008860     CLOSE PRINT-FILE.
008870 7000-EXIT.
008880     EXIT.
008890*
008900******************************************************************
008910*   7100-PROVE-ONE-PAIR                                          *
008920*   TIES ONE RUN DATE/BRANCH.  A PAIR THAT TIES PRINTS ITS       *
008930*   AUDITMST FIGURES; ONE THAT DOES NOT ALSO PRINTS THE STEPCTL  *
008940*   AND RUN-LOG FIGURES WITH EACH ONE'S DIFFERENCE (SOURCE LESS  *
008950*   AUDITMST).  'NONE' MEANS THE SOURCE HAS NOTHING FOR THE      *
008960*   PAIR AT ALL.                                                 *
008970******************************************************************
008980 7100-PROVE-ONE-PAIR.
008990     ADD 1 TO WS-PAIRS-CHECKED.
009000     MOVE 'N' TO WS-PAIR-OUT-SWITCH.
009010     IF WS-PRF-STP-COUNT (WS-PRF-IDX)
009020                 NOT = WS-PRF-AUD-COUNT (WS-PRF-IDX)
009030             OR WS-PRF-STP-NUM1 (WS-PRF-IDX)
009040                 NOT = WS-PRF-AUD-NUM1 (WS-PRF-IDX)
009050             OR WS-PRF-STP-NUM2 (WS-PRF-IDX)
009060                 NOT = WS-PRF-AUD-NUM2 (WS-PRF-IDX)
009070             OR WS-PRF-RLG-COUNT (WS-PRF-IDX)
009080                 NOT = WS-PRF-AUD-COUNT (WS-PRF-IDX)
009090             OR WS-PRF-RLG-NUM1 (WS-PRF-IDX)
009100                 NOT = WS-PRF-AUD-NUM1 (WS-PRF-IDX)
009110             OR WS-PRF-RLG-NUM2 (WS-PRF-IDX)
009120                 NOT = WS-PRF-AUD-NUM2 (WS-PRF-IDX)
009130         SET WS-PAIR-OUT TO TRUE
009140         ADD 1 TO WS-PAIRS-OUT
009150     END-IF.
009160     MOVE WS-PRF-DATE (WS-PRF-IDX)      TO WS-DET-DATE.
009170     MOVE WS-PRF-BRANCH (WS-PRF-IDX)    TO WS-DET-BRANCH.
009180     MOVE 'AUDITMST'                    TO WS-DET-SOURCE.
009190     MOVE WS-PRF-AUD-COUNT (WS-PRF-IDX) TO WS-DET-COUNT.
009200     MOVE WS-PRF-AUD-NUM1 (WS-PRF-IDX)  TO WS-DET-NUM1.
009210     MOVE WS-PRF-AUD-NUM2 (WS-PRF-IDX)  TO WS-DET-NUM2.
009220     IF WS-PAIR-OUT
009230         MOVE 'OUT' TO WS-DET-STATUS
009240     ELSE
009250         MOVE 'TIES' TO WS-DET-STATUS
009260     END-IF.
009270     GENERATE RL-FIGURE-LINE.
009280     IF NOT WS-PAIR-OUT
009290         GO TO 7100-EXIT
009300     END-IF.
009310     DISPLAY "*** " WS-DET-DATE " BRANCH " WS-DET-BRANCH
009320         " DOES NOT TIE TO AUDITMST ***".
009330     MOVE SPACES    TO WS-DET-DATE WS-DET-BRANCH.
009340     MOVE 'STEPCTL' TO WS-DET-SOURCE.
009350     MOVE WS-PRF-STP-COUNT (WS-PRF-IDX) TO WS-DET-COUNT.
009360     MOVE WS-PRF-STP-NUM1 (WS-PRF-IDX)  TO WS-DET-NUM1.
009370     MOVE WS-PRF-STP-NUM2 (WS-PRF-IDX)  TO WS-DET-NUM2.
009380     MOVE WS-PRF-STP-SEEN (WS-PRF-IDX)  TO WS-DET-SEEN.
009390     PERFORM 7200-SET-DIFFERENCE THRU 7200-EXIT.
009400     GENERATE RL-PROOF-LINE.
009410     MOVE 'RUNLOG'  TO WS-DET-SOURCE.
009420     MOVE WS-PRF-RLG-COUNT (WS-PRF-IDX) TO WS-DET-COUNT.
009430     MOVE WS-PRF-RLG-NUM1 (WS-PRF-IDX)  TO WS-DET-NUM1.
009440     MOVE WS-PRF-RLG-NUM2 (WS-PRF-IDX)  TO WS-DET-NUM2.
009450     MOVE WS-PRF-RLG-SEEN (WS-PRF-IDX)  TO WS-DET-SEEN.
009460     PERFORM 7200-SET-DIFFERENCE THRU 7200-EXIT.
009470     GENERATE RL-PROOF-LINE.
009480 7100-EXIT.
009490     EXIT.
009500*
009510******************************************************************
009520*   7200-SET-DIFFERENCE                                          *
009530*   SETS THE DIFFERENCE AND TIE STATUS FOR THE SOURCE FIGURES    *
009540*   IN THE DETAIL FIELDS AGAINST THE PAIR'S AUDITMST FIGURES.    *
009550*   WS-DET-SEEN SAYS WHETHER THE SOURCE HAD A RECORD AT ALL.     *
009560******************************************************************
009570 7200-SET-DIFFERENCE.
009580     COMPUTE WS-DET-DIFF-COUNT
009590         = WS-DET-COUNT - WS-PRF-AUD-COUNT (WS-PRF-IDX).
009600     COMPUTE WS-DET-DIFF-NUM1
009610         = WS-DET-NUM1 - WS-PRF-AUD-NUM1 (WS-PRF-IDX).
009620     COMPUTE WS-DET-DIFF-NUM2
009630         = WS-DET-NUM2 - WS-PRF-AUD-NUM2 (WS-PRF-IDX).
009640     IF WS-DET-DIFF-COUNT = 0 AND WS-DET-DIFF-NUM1 = 0
009650             AND WS-DET-DIFF-NUM2 = 0
009660         MOVE 'TIES' TO WS-DET-STATUS
009670     ELSE
009680         IF WS-DET-SOURCE-ON-FILE
009690             MOVE 'OUT' TO WS-DET-STATUS
009700         ELSE
009710             MOVE 'NONE' TO WS-DET-STATUS
009720         END-IF
009730     END-IF.
009740 7200-EXIT.
009750     EXIT.
009760*
009770******************************************************************
009780*   7500-PROVE-ONE-BRANCH                                        *
009790*   TIES ONE BRANCH'S MONTH-TO-DATE CHANGE OVER THE WEEK.  THE   *
009800*   OPENING IS THE MONTH'S AUDITMST RECORDS BEFORE THE WEEK, THE *
009810*   WEEK FIGURE THE MONTH'S RECORDS FROM THE WEEK START ON, AND  *
009820*   THE CHANGE THE MTDTOT POSITION LESS THE OPENING - WHICH MUST *
009830*   EQUAL THE WEEK FIGURE.  A BRANCH WITH NO POSITION FOR THE    *
009840*   MONTH HAS A POSITION OF ZERO.  ONE ALREADY ROLLED INTO A     *
009850*   LATER MONTH CANNOT BE PROVED AND IS NOTED.                   *
009860******************************************************************
009870 7500-PROVE-ONE-BRANCH.
009880     IF WS-MTB-LATER-MONTH (WS-MTB-IDX)
009890         ADD 1 TO WS-MTD-UNPROVED
009900         MOVE SPACES TO WS-NOTE-TEXT
009910         STRING "BRANCH " DELIMITED BY SIZE
009920                WS-MTB-CODE (WS-MTB-IDX) DELIMITED BY SIZE
009930                " - MTDTOT ALREADY HOLDS MONTH " DELIMITED BY SIZE
009940                WS-MTB-MONTH (WS-MTB-IDX) DELIMITED BY SIZE
009950                " - NOT PROVED" DELIMITED BY SIZE
009960             INTO WS-NOTE-TEXT
009970         END-STRING
009980         GENERATE RL-NOTE-LINE
009990         DISPLAY WS-NOTE-TEXT
010000         GO TO 7500-EXIT
010010     END-IF.
010020     MOVE SPACES TO WS-DET-DATE WS-DET-STATUS.
010030     MOVE WS-MTB-CODE (WS-MTB-IDX)      TO WS-DET-BRANCH.
010040     MOVE 'AUD OPEN'                    TO WS-DET-SOURCE.
010050     MOVE WS-MTB-OPN-COUNT (WS-MTB-IDX) TO WS-DET-COUNT.
010060     MOVE WS-MTB-OPN-NUM1 (WS-MTB-IDX)  TO WS-DET-NUM1.
010070     MOVE WS-MTB-OPN-NUM2 (WS-MTB-IDX)  TO WS-DET-NUM2.
010080     GENERATE RL-FIGURE-LINE.
010090     MOVE SPACES                        TO WS-DET-BRANCH.
010100     MOVE 'AUD WEEK'                    TO WS-DET-SOURCE.
010110     MOVE WS-MTB-WK-COUNT (WS-MTB-IDX)  TO WS-DET-COUNT.
010120     MOVE WS-MTB-WK-NUM1 (WS-MTB-IDX)   TO WS-DET-NUM1.
010130     MOVE WS-MTB-WK-NUM2 (WS-MTB-IDX)   TO WS-DET-NUM2.
010140     GENERATE RL-FIGURE-LINE.
010150     MOVE WS-MTB-LAST-DATE (WS-MTB-IDX) TO WS-DET-DATE.
010160     MOVE 'MTD CHG'                     TO WS-DET-SOURCE.
010170     COMPUTE WS-DET-COUNT = WS-MTB-POS-COUNT (WS-MTB-IDX)
010180                          - WS-MTB-OPN-COUNT (WS-MTB-IDX).
010190     COMPUTE WS-DET-NUM1  = WS-MTB-POS-NUM1 (WS-MTB-IDX)
010200                          - WS-MTB-OPN-NUM1 (WS-MTB-IDX).
010210     COMPUTE WS-DET-NUM2  = WS-MTB-POS-NUM2 (WS-MTB-IDX)
010220                          - WS-MTB-OPN-NUM2 (WS-MTB-IDX).
010230     COMPUTE WS-DET-DIFF-COUNT
010240         = WS-DET-COUNT - WS-MTB-WK-COUNT (WS-MTB-IDX).
010250     COMPUTE WS-DET-DIFF-NUM1
010260         = WS-DET-NUM1 - WS-MTB-WK-NUM1 (WS-MTB-IDX).
010270     COMPUTE WS-DET-DIFF-NUM2
010280         = WS-DET-NUM2 - WS-MTB-WK-NUM2 (WS-MTB-IDX).
010290     IF WS-DET-DIFF-COUNT = 0 AND WS-DET-DIFF-NUM1 = 0
010300             AND WS-DET-DIFF-NUM2 = 0
010310         ADD 1 TO WS-MTD-PROVED
010320         MOVE 'TIES' TO WS-DET-STATUS
010330     ELSE
010340         ADD 1 TO WS-MTD-OUT
010350         IF WS-MTB-NO-POSITION (WS-MTB-IDX)
010360             MOVE 'NONE' TO WS-DET-STATUS
010370         ELSE
010380             MOVE 'OUT' TO WS-DET-STATUS
010390         END-IF
010400         DISPLAY "*** BRANCH " WS-MTB-CODE (WS-MTB-IDX)
010410             " MONTH-TO-DATE CHANGE DOES NOT TIE TO AUDITMST ***"
010420     END-IF.
010430     GENERATE RL-PROOF-LINE.
010440 7500-EXIT.
010450     EXIT.
010460*
010470******************************************************************
010480*   9900-TERMINATE                                               *
010490*   SETS THE RETURN CODE AND LOGS THE RUN.                       *
010500******************************************************************
010510 9900-TERMINATE.
010520     IF WS-PAIRS-OUT > 0 OR WS-MTD-OUT > 0
010530         MOVE 8 TO RETURN-CODE
010540     ELSE
010550         IF WS-MTD-UNPROVED > 0
010560             MOVE 4 TO RETURN-CODE
010570         END-IF
010580     END-IF.
010590     DISPLAY "PAIRS CHECKED " WS-PAIRS-CHECKED
010600         "  OUT " WS-PAIRS-OUT
010610         "  MTD OUT " WS-MTD-OUT "  NOT PROVED " WS-MTD-UNPROVED.
010620     OPEN EXTEND RUN-LOG-FILE.
010630     IF WS-RLG-STATUS NOT = '00'
010640         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
010650             "STATUS " WS-RLG-STATUS " ***"
010660         MOVE 16 TO RETURN-CODE
010670         STOP RUN
010680     END-IF.
010690     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
010700     CLOSE RUN-LOG-FILE.
010710 9900-EXIT.
010720     EXIT.
010730*
010740******************************************************************
010750*   9950-WRITE-RUN-LOG                                           *
010760*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
010770*   SCREEN (SAMPLE11) - THE PAIRS CHECKED, THE PAIRS OUT, AND    *
010780*   THE WEEK'S AUDITMST NUM1/NUM2 TOTALS.                        *
010790******************************************************************
010800 9950-WRITE-RUN-LOG.
010810     MOVE SPACES TO DT-RUN-LOG-RECORD.
010820     ACCEPT WS-TIME-WORK FROM TIME.
010830     MOVE 'SAMPLE26'        TO DT-RLG-PROGRAM-ID.
010840     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
010850     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
010860     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
010870     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
010880     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
010890     MOVE WS-PAIRS-CHECKED  TO DT-RLG-REC-POSTED.
010900     MOVE WS-PAIRS-OUT      TO DT-RLG-REC-SUSPENDED.
010910     MOVE WS-WEEK-NUM1      TO DT-RLG-NUM1-TOTAL.
010920     MOVE WS-WEEK-NUM2      TO DT-RLG-NUM2-TOTAL.
010930     WRITE DT-RUN-LOG-RECORD.
010940     IF WS-RLG-STATUS NOT = '00'
010950         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
010960             WS-RLG-STATUS " ***"
010970         MOVE 16 TO RETURN-CODE
010980         STOP RUN
010990     END-IF.
011000 9950-EXIT.
011010     EXIT.
