000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE22.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE22 KEEPS THE FEED ARRIVAL REGISTER (FEEDREG, SEE       *
000110*   DTFEEDRG) - WHEN EACH BRANCH'S FEED ARRIVED AGAINST THE      *
000120*   CUTOFF TIME KEPT PER BRANCH ON PARMFILE (FEEDCUTOFF), AND    *
000130*   WHICH FEEDS NEVER CAME.  IT RUNS IN ONE OF TWO MODES, NAMED  *
000140*   IN COLUMNS 1-8 OF THE SYSIN CARD:                            *
000150*                                                                *
000160*   ARRIVE - RUN BY JCL/FEEDARR.JCL AS EACH TRANSMISSION LANDS.  *
000170*     READS THE FEED HEADER AND TRAILER, STAMPS THE ARRIVAL      *
000180*     AGAINST THE BRANCH'S CUTOFF AND APPENDS AN 'A' RECORD.     *
000190*     A FEED FOR TONIGHT ROUTES TO TONIGHT'S BRANCH STEP.  A     *
000200*     FEED FOR A DATE THE PRE-BATCH CHECK ALREADY MARKED         *
000210*     MISSING ROUTES TO THE BRANCH'S LATE DATASET, WHERE THE     *
000220*     NEXT NIGHT'S CATCH-UP STEP POSTS IT UNDER ITS OWN          *
000230*     BUSINESS DATE.  RC=0 ON TIME, RC=4 LATE FOR TONIGHT,       *
000240*     RC=8 ROUTED TO THE LATE DATASET (THE JCL COPIES IT ON      *
000250*     THAT CODE), RC=16 REFUSED - NOTHING REGISTERED.            *
000260*                                                                *
000270*   CHECK  - THE PRE-BATCH STEP (FEEDCHK, FIRST STEP OF          *
000280*     JCL/NIGHTBAT.JCL).  PRINTS EVERY BRANCH EXPECTED TONIGHT   *
000290*     AS ON TIME, LATE OR MISSING, AND THE LATE FEEDS WAITING    *
000300*     TO BE CAUGHT UP, AND APPENDS AN 'M' RECORD FOR EACH        *
000310*     MISSING BRANCH SO ITS BRANCH STEP SKIPS IT CLEANLY         *
000320*     INSTEAD OF STOPPING.  A NON-PROCESSING DAY ON THE          *
000330*     CALENDAR EXPECTS NO FEEDS.  RC=4 WHEN ANY FEED IS LATE     *
000340*     OR MISSING.                                                *
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
000490     SELECT DAILY-TOTALS-FILE   ASSIGN TO DAILYTOT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-DLY-STATUS.
000520     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BRM-STATUS.
000550     SELECT PARAMETER-FILE      ASSIGN TO PARMFILE
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PRM-STATUS.
000580     SELECT CALENDAR-FILE       ASSIGN TO CALFILE
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CAL-STATUS.
000610     SELECT FEED-REGISTER-FILE  ASSIGN TO FEEDREG
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-FRG-STATUS.
000640     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-PRT-STATUS.
000670     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RLG-STATUS.
000700*
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DAILY-TOTALS-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 52 CHARACTERS.
000760 COPY DTOTREC.
000770 COPY DTOTCTL.
000780*
000790 FD  BRANCH-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 48 CHARACTERS.
000820 COPY DTBRMST.
000830*
000840 FD  PARAMETER-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 40 CHARACTERS.
000870 COPY DTPARM.
000880*
000890 FD  CALENDAR-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 32 CHARACTERS.
000920 COPY DTCALEND.
000930*
000940 FD  FEED-REGISTER-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 80 CHARACTERS.
000970 COPY DTFEEDRG.
000980*
000990 FD  PRINT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     REPORT IS FEED-ARRIVAL-REPORT.
001020*
001030 FD  RUN-LOG-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060 COPY DTRUNLOG.
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01  WS-SWITCHES.
001110     05  WS-DLY-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001120         88  WS-DLY-EOF                      VALUE 'Y'.
001130     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001140         88  WS-BRM-EOF                      VALUE 'Y'.
001150     05  WS-PRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001160         88  WS-PRM-EOF                      VALUE 'Y'.
001170     05  WS-CAL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001180         88  WS-CAL-EOF                      VALUE 'Y'.
001190     05  WS-FRG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001200         88  WS-FRG-EOF                      VALUE 'Y'.
001210     05  WS-BRM-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001220         88  WS-BRM-FOUND                    VALUE 'Y'.
001230     05  WS-PRM-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001240         88  WS-PRM-FOUND                    VALUE 'Y'.
001250     05  WS-CU-FOUND-SWITCH      PIC X(01)   VALUE 'N'.
001260         88  WS-CU-FOUND                     VALUE 'Y'.
001270     05  WS-HDR-SEEN-SWITCH      PIC X(01)   VALUE 'N'.
001280         88  WS-HDR-SEEN                     VALUE 'Y'.
001290     05  WS-TRL-SEEN-SWITCH      PIC X(01)   VALUE 'N'.
001300         88  WS-TRL-SEEN                     VALUE 'Y'.
001310*        THE CALENDAR SAYS WHETHER FEEDS ARE EXPECTED AT ALL -
001320*        NO CALFILE, OR NO RECORD FOR THE DATE, MEANS THEY ARE.
001330     05  WS-CAL-PROC-BYTE        PIC X(01)   VALUE 'Y'.
001340         88  WS-CAL-PROC-DAY                 VALUE 'Y'.
001350     05  WS-MODE-SWITCH          PIC X(01)   VALUE SPACE.
001360         88  WS-ARRIVE-MODE                  VALUE 'A'.
001370         88  WS-CHECK-MODE                   VALUE 'C'.
001380*
001390 01  WS-RUN-DATE                 PIC X(08).
001400 01  WS-NOW-TIME                 PIC X(06).
001410 01  WS-START-TIME               PIC X(06).
001420 01  WS-TIME-WORK                PIC X(08).
001430 01  WS-CONTROL-CARD             PIC X(80)   VALUE SPACES.
001440*
001450 01  WS-DLY-STATUS               PIC X(02).
001460 01  WS-BRM-STATUS               PIC X(02).
001470 01  WS-PRM-STATUS               PIC X(02).
001480 01  WS-CAL-STATUS               PIC X(02).
001490 01  WS-FRG-STATUS               PIC X(02).
001500 01  WS-PRT-STATUS               PIC X(02).
001510 01  WS-RLG-STATUS               PIC X(02).
001520*
001530*    THE BRANCH MASTER, WITH WHAT THE REGISTER SAYS ABOUT EACH
001540*    BRANCH'S FEED FOR THE DATE BEING LOOKED AT (WS-LOOK-DATE).
001550 01  WS-BRM-TABLE.
001560     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001570     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001580         10  WS-BRM-CODE         PIC X(04).
001590         10  WS-BRM-NAME         PIC X(20).
001600         10  WS-BRM-REGN         PIC X(04).
001610         10  WS-BRM-STAT         PIC X(01).
001620         10  WS-BRM-OPEN         PIC X(08).
001630         10  WS-BRM-CLOSE        PIC X(08).
001640         10  WS-BRM-ARRIVED      PIC X(01).
001650         10  WS-BRM-ARR-DATE     PIC X(08).
001660         10  WS-BRM-ARR-TIME     PIC X(06).
001670         10  WS-BRM-LATE         PIC X(01).
001680         10  WS-BRM-ROUTE        PIC X(01).
001690         10  WS-BRM-MISSING      PIC X(01).
001700         10  WS-BRM-CAUGHT       PIC X(01).
001710*
001720 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001730 01  WS-BRM-SLOT                 PIC 9(03)   COMP.
001740 01  WS-LOOKUP-CODE              PIC X(04).
001750 01  WS-LOOK-DATE                PIC X(08).
001760*
001770*    LATE FEEDS ROUTED TO A BRANCH'S LATE DATASET, AND WHETHER
001780*    THE CATCH-UP RUN HAS POSTED THEM YET.
001790 01  WS-CU-TABLE.
001800     05  WS-CU-COUNT             PIC 9(03)   COMP  VALUE 0.
001810     05  WS-CU-ENTRY             OCCURS 100 TIMES.
001820         10  WS-CU-BRANCH        PIC X(04).
001830         10  WS-CU-DATE          PIC X(08).
001840         10  WS-CU-ARR-DATE      PIC X(08).
001850         10  WS-CU-ARR-TIME      PIC X(06).
001860         10  WS-CU-DONE          PIC X(01).
001870*
001880 01  WS-CU-IDX                   PIC 9(03)   COMP.
001890 01  WS-CU-SLOT                  PIC 9(03)   COMP.
001900*
001910 01  WS-PRM-TABLE.
001920     05  WS-PRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001930     05  WS-PRM-ENTRY            OCCURS 30 TIMES.
001940         10  WS-PRM-KEY          PIC X(12).
001950         10  WS-PRM-BRANCH       PIC X(04).
001960         10  WS-PRM-VAL          PIC 9(07).
001970*
001980 01  WS-PRM-IDX                  PIC 9(03)   COMP.
001990*
002000*    THE CUTOFF IS HHMM.  THE COMPILED FALLBACK IS USED WHEN
002010*    PARMFILE IS ABSENT OR CARRIES NO FEEDCUTOFF RECORD.
002020 01  WS-CUTOFF-FIELDS.
002030     05  WS-DEFAULT-CUTOFF       PIC 9(04)   VALUE 1800.
002040     05  WS-CUTOFF               PIC 9(04)   VALUE 1800.
002050     05  WS-CUTOFF-X REDEFINES WS-CUTOFF
002060                                 PIC X(04).
002070     05  WS-NOW-HHMM             PIC X(04).
002080*
002090*    THE FEED BEING REGISTERED (ARRIVE MODE).
002100 01  WS-FEED-FIELDS.
002110     05  WS-HDR-BRANCH           PIC X(04)   VALUE SPACES.
002120     05  WS-HDR-BUS-DATE         PIC X(08)   VALUE SPACES.
002130     05  WS-FEED-REC-COUNT       PIC 9(06)   VALUE 0.
002140     05  WS-TRL-COUNT            PIC 9(06)   VALUE 0.
002150     05  WS-TRL-HASH1            PIC 9(09)   VALUE 0.
002160     05  WS-TRL-HASH2            PIC 9(09)   VALUE 0.
002170     05  WS-ARR-LATE             PIC X(01)   VALUE 'N'.
002180     05  WS-ARR-ROUTE            PIC X(01)   VALUE SPACE.
002190     05  WS-WAITING-DATE         PIC X(08)   VALUE SPACES.
002200*
002210 01  WS-CHECK-COUNTS.
002220     05  WS-CNT-EXPECTED         PIC 9(03)   VALUE 0.
002230     05  WS-CNT-ON-TIME          PIC 9(03)   VALUE 0.
002240     05  WS-CNT-LATE             PIC 9(03)   VALUE 0.
002250     05  WS-CNT-MISSING          PIC 9(03)   VALUE 0.
002260     05  WS-CNT-MARKED           PIC 9(03)   VALUE 0.
002270     05  WS-CNT-WAITING          PIC 9(03)   VALUE 0.
002280*
002290 01  WS-DETAIL-FIELDS.
002300     05  WS-DET-BRANCH           PIC X(04).
002310     05  WS-DET-NAME             PIC X(20).
002320     05  WS-DET-REGION           PIC X(04).
002330     05  WS-DET-CUTOFF           PIC X(04).
002340     05  WS-DET-ARR-DATE         PIC X(08).
002350     05  WS-DET-ARR-TIME         PIC X(06).
002360     05  WS-DET-STATUS           PIC X(12).
002370     05  WS-DET-BUS-DATE         PIC X(08).
002380     05  WS-DET-NOTE             PIC X(40).
002390*
002400 REPORT SECTION.
002410 RD  FEED-ARRIVAL-REPORT
002420     CONTROLS ARE FINAL
002430     PAGE LIMIT 60 LINES
002440     HEADING 1
002450     FIRST DETAIL 6
002460     LAST DETAIL 50
002470     FOOTING 58.
002480*
002490 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
002500     05  LINE 1.
002510         10  COLUMN  1   PIC X(32)
002520                 VALUE "FIRST STATE BANK - DATA PROCESS".
002530         10  COLUMN 45   PIC X(18)
002540                 VALUE "FEED ARRIVAL CHECK".
002550     05  LINE 2.
002560         10  COLUMN  1   PIC X(14)  VALUE "BUSINESS DATE:".
002570         10  COLUMN 16   PIC X(08)  SOURCE IS WS-RUN-DATE.
002580         10  COLUMN 45   PIC X(08)  VALUE "CHECKED:".
002590         10  COLUMN 54   PIC X(06)  SOURCE IS WS-START-TIME.
002600     05  LINE 3.
002610         10  COLUMN  1   PIC X(80)  VALUE ALL "-".
002620     05  LINE 4.
002630         10  COLUMN  1   PIC X(06)  VALUE "BRANCH".
002640         10  COLUMN  8   PIC X(04)  VALUE "NAME".
002650         10  COLUMN 30   PIC X(06)  VALUE "REGION".
002660         10  COLUMN 38   PIC X(06)  VALUE "CUTOFF".
002670         10  COLUMN 46   PIC X(07)  VALUE "ARRIVED".
002680         10  COLUMN 55   PIC X(04)  VALUE "TIME".
002690         10  COLUMN 63   PIC X(06)  VALUE "STATUS".
002700*
002710 01  RL-BRANCH-LINE      TYPE DETAIL LINE PLUS 1.
002720     05  COLUMN  1       PIC X(04)  SOURCE IS WS-DET-BRANCH.
002730     05  COLUMN  8       PIC X(20)  SOURCE IS WS-DET-NAME.
002740     05  COLUMN 30       PIC X(04)  SOURCE IS WS-DET-REGION.
002750     05  COLUMN 38       PIC X(04)  SOURCE IS WS-DET-CUTOFF.
002760     05  COLUMN 46       PIC X(08)  SOURCE IS WS-DET-ARR-DATE.
002770     05  COLUMN 55       PIC X(06)  SOURCE IS WS-DET-ARR-TIME.
002780     05  COLUMN 63       PIC X(12)  SOURCE IS WS-DET-STATUS.
002790*
002800 01  RL-CATCHUP-LINE     TYPE DETAIL LINE PLUS 1.
002810     05  COLUMN  1       PIC X(04)  SOURCE IS WS-DET-BRANCH.
002820     05  COLUMN  8       PIC X(20)  SOURCE IS WS-DET-NAME.
002830     05  COLUMN 30       PIC X(14)  VALUE "BUSINESS DATE".
002840     05  COLUMN 45       PIC X(08)  SOURCE IS WS-DET-BUS-DATE.
002850     05  COLUMN 55       PIC X(06)  SOURCE IS WS-DET-ARR-TIME.
002860     05  COLUMN 63       PIC X(12)  SOURCE IS WS-DET-STATUS.
002870*
002880 01  RL-NOTE-LINE        TYPE DETAIL LINE PLUS 2.
002890     05  COLUMN  1       PIC X(40)  SOURCE IS WS-DET-NOTE.
002900*
002910 01  RL-CHECK-SUMMARY    TYPE CONTROL FOOTING FINAL.
002920     05  LINE PLUS 2.
002930         10  COLUMN  1   PIC X(18)  VALUE "BRANCHES EXPECTED".
002940         10  COLUMN 20   PIC 9(03)  SOURCE IS WS-CNT-EXPECTED.
002950         10  COLUMN 26   PIC X(08)  VALUE "ON TIME".
002960         10  COLUMN 35   PIC 9(03)  SOURCE IS WS-CNT-ON-TIME.
002970         10  COLUMN 41   PIC X(05)  VALUE "LATE".
002980         10  COLUMN 47   PIC 9(03)  SOURCE IS WS-CNT-LATE.
002990         10  COLUMN 53   PIC X(08)  VALUE "MISSING".
003000         10  COLUMN 62   PIC 9(03)  SOURCE IS WS-CNT-MISSING.
003010     05  LINE PLUS 1.
003020         10  COLUMN  1   PIC X(18)  VALUE "NEWLY MARKED".
003030         10  COLUMN 20   PIC 9(03)  SOURCE IS WS-CNT-MARKED.
003040         10  COLUMN 26   PIC X(26)
003050                 VALUE "CATCH-UPS WAITING TONIGHT".
003060         10  COLUMN 53   PIC 9(03)  SOURCE IS WS-CNT-WAITING.
003070*
003080 PROCEDURE DIVISION.
003090*
003100 0000-MAINLINE.
003110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003120     PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
003130     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
003140     IF WS-ARRIVE-MODE
003150         PERFORM 2000-REGISTER-ARRIVAL THRU 2000-EXIT
003160     ELSE
003170         PERFORM 5000-CHECK-ARRIVALS THRU 5000-EXIT
003180     END-IF.
003190     STOP RUN.
003200*
003210******************************************************************
003220*   1000-INITIALIZE                                              *
003230*   TAKES THE MODE FROM THE SYSIN CARD.  ANYTHING BUT ARRIVE     *
003240*   OR CHECK IS A JCL ERROR - STOP BEFORE TOUCHING THE           *
003250*   REGISTER.                                                    *
003260******************************************************************
003270 1000-INITIALIZE.
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003290     ACCEPT WS-TIME-WORK FROM TIME.
003300     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
003310     MOVE WS-START-TIME TO WS-NOW-TIME.
003320     MOVE WS-NOW-TIME (1:4) TO WS-NOW-HHMM.
003330     ACCEPT WS-CONTROL-CARD.
003340     EVALUATE WS-CONTROL-CARD (1:8)
003350         WHEN 'ARRIVE  '
003360             SET WS-ARRIVE-MODE TO TRUE
003370         WHEN 'CHECK   '
003380             SET WS-CHECK-MODE TO TRUE
003390         WHEN OTHER
003400             DISPLAY "*** SYSIN CARD MUST BE ARRIVE OR CHECK - "
003410                 "STEP STOPPED ***"
003420             MOVE 16 TO RETURN-CODE
003430             STOP RUN
003440     END-EVALUATE.
003450 1000-EXIT.
003460     EXIT.
003470*
003480******************************************************************
003490*   1100-LOAD-BRANCH-MASTER                                      *
003500*   A MISSING BRANCH MASTER MEANS NEITHER THE FEED'S BRANCH NOR  *
003510*   THE BRANCHES EXPECTED TONIGHT CAN BE JUDGED - ABEND.         *
003520******************************************************************
003530 1100-LOAD-BRANCH-MASTER.
003540     OPEN INPUT BRANCH-MASTER-FILE.
003550     IF WS-BRM-STATUS NOT = '00'
003560         DISPLAY "*** UNABLE TO OPEN BRNCHMST FOR INPUT - "
003570             "STATUS " WS-BRM-STATUS " ***"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610     PERFORM 1150-LOAD-ONE-BRANCH THRU 1150-EXIT
003620         UNTIL WS-BRM-EOF.
003630     CLOSE BRANCH-MASTER-FILE.
003640 1100-EXIT.
003650     EXIT.
003660*
003670 1150-LOAD-ONE-BRANCH.
003680     READ BRANCH-MASTER-FILE
003690         AT END
003700             SET WS-BRM-EOF TO TRUE
003710     END-READ.
003720     IF NOT WS-BRM-EOF
003730         IF WS-BRM-COUNT IS LESS THAN 50
003740             ADD 1 TO WS-BRM-COUNT
003750             MOVE DT-BRM-BRANCH-CODE
003760                 TO WS-BRM-CODE (WS-BRM-COUNT)
003770             MOVE DT-BRM-BRANCH-NAME
003780                 TO WS-BRM-NAME (WS-BRM-COUNT)
003790             MOVE DT-BRM-REGION
003800                 TO WS-BRM-REGN (WS-BRM-COUNT)
003810             MOVE DT-BRM-STATUS
003820                 TO WS-BRM-STAT (WS-BRM-COUNT)
003830             MOVE DT-BRM-OPEN-DATE
003840                 TO WS-BRM-OPEN (WS-BRM-COUNT)
003850             MOVE DT-BRM-CLOSE-DATE
003860                 TO WS-BRM-CLOSE (WS-BRM-COUNT)
003870             MOVE 'N'    TO WS-BRM-ARRIVED (WS-BRM-COUNT)
003880             MOVE SPACES TO WS-BRM-ARR-DATE (WS-BRM-COUNT)
003890             MOVE SPACES TO WS-BRM-ARR-TIME (WS-BRM-COUNT)
003900             MOVE 'N'    TO WS-BRM-LATE (WS-BRM-COUNT)
003910             MOVE SPACE  TO WS-BRM-ROUTE (WS-BRM-COUNT)
003920             MOVE 'N'    TO WS-BRM-MISSING (WS-BRM-COUNT)
003930             MOVE 'N'    TO WS-BRM-CAUGHT (WS-BRM-COUNT)
003940         ELSE
003950             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
003960             MOVE 16 TO RETURN-CODE
003970             STOP RUN
003980         END-IF
003990     END-IF.
004000 1150-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*   1200-LOAD-PARAMETERS                                         *
004050*   LOADS THE PARMFILE SETTINGS.  A PARMFILE THAT CANNOT BE      *
004060*   OPENED LEAVES THE COMPILED CUTOFF IN FORCE FOR EVERY         *
004070*   BRANCH - NOTED ON SYSOUT.                                    *
004080******************************************************************
004090 1200-LOAD-PARAMETERS.
004100     MOVE 0 TO WS-PRM-COUNT.
004110     OPEN INPUT PARAMETER-FILE.
004120     IF WS-PRM-STATUS NOT = '00'
004130         DISPLAY "PARMFILE NOT AVAILABLE - COMPILED DEFAULTS "
004140             "IN USE"
004150         GO TO 1200-EXIT
004160     END-IF.
004170     PERFORM 1250-LOAD-ONE-PARM THRU 1250-EXIT
004180         UNTIL WS-PRM-EOF.
004190     CLOSE PARAMETER-FILE.
004200 1200-EXIT.
004210     EXIT.
004220*
004230 1250-LOAD-ONE-PARM.
004240     READ PARAMETER-FILE
004250         AT END
004260             SET WS-PRM-EOF TO TRUE
004270     END-READ.
004280     IF NOT WS-PRM-EOF
004290         IF DT-PRM-VALUE IS NOT NUMERIC
004300             DISPLAY "*** PARM '" DT-PRM-KEYWORD "' VALUE NOT "
004310                 "NUMERIC - RECORD IGNORED ***"
004320             GO TO 1250-EXIT
004330         END-IF
004340         IF WS-PRM-COUNT IS LESS THAN 30
004350             ADD 1 TO WS-PRM-COUNT
004360             MOVE DT-PRM-KEYWORD
004370                 TO WS-PRM-KEY (WS-PRM-COUNT)
004380             MOVE DT-PRM-BRANCH-CODE
004390                 TO WS-PRM-BRANCH (WS-PRM-COUNT)
004400             MOVE DT-PRM-VALUE
004410                 TO WS-PRM-VAL (WS-PRM-COUNT)
004420         ELSE
004430             DISPLAY "*** PARM TABLE FULL - LIMIT 30 ***"
004440             MOVE 16 TO RETURN-CODE
004450             STOP RUN
004460         END-IF
004470     END-IF.
004480 1250-EXIT.
004490     EXIT.
004500*
004510******************************************************************
004520*   1300-RESOLVE-CUTOFF                                          *
004530*   SETS WS-CUTOFF FOR THE BRANCH IN WS-LOOKUP-CODE - ITS OWN    *
004540*   FEEDCUTOFF IF ONE IS ON FILE, ELSE THE BANK-WIDE '*' ONE,    *
004550*   ELSE THE COMPILED DEFAULT.  A SETTING THAT IS NOT A TIME     *
004560*   OF DAY (HHMM, 0000-2359) IS IGNORED.                         *
004570******************************************************************
004580 1300-RESOLVE-CUTOFF.
004590     MOVE WS-DEFAULT-CUTOFF TO WS-CUTOFF.
004600     MOVE 'N' TO WS-PRM-FOUND-SWITCH.
004610     PERFORM 1350-SCAN-STAR-CUTOFF THRU 1350-EXIT
004620         VARYING WS-PRM-IDX FROM 1 BY 1
004630         UNTIL WS-PRM-IDX > WS-PRM-COUNT.
004640     PERFORM 1360-SCAN-BRANCH-CUTOFF THRU 1360-EXIT
004650         VARYING WS-PRM-IDX FROM 1 BY 1
004660         UNTIL WS-PRM-IDX > WS-PRM-COUNT
004670             OR WS-PRM-FOUND.
004680 1300-EXIT.
004690     EXIT.
004700*
004710 1350-SCAN-STAR-CUTOFF.
004720     IF WS-PRM-KEY (WS-PRM-IDX) = 'FEEDCUTOFF'
004730             AND WS-PRM-BRANCH (WS-PRM-IDX) = '*   '
004740             AND WS-PRM-VAL (WS-PRM-IDX) IS LESS THAN 2400
004750         MOVE WS-PRM-VAL (WS-PRM-IDX) TO WS-CUTOFF
004760     END-IF.
004770 1350-EXIT.
004780     EXIT.
004790*
004800 1360-SCAN-BRANCH-CUTOFF.
004810     IF WS-PRM-KEY (WS-PRM-IDX) = 'FEEDCUTOFF'
004820             AND WS-PRM-BRANCH (WS-PRM-IDX) = WS-LOOKUP-CODE
004830             AND WS-PRM-VAL (WS-PRM-IDX) IS LESS THAN 2400
004840         SET WS-PRM-FOUND TO TRUE
004850         MOVE WS-PRM-VAL (WS-PRM-IDX) TO WS-CUTOFF
004860     END-IF.
004870 1360-EXIT.
004880     EXIT.
004890*
004900******************************************************************
004910*   1400-LOAD-REGISTER                                           *
004920*   READS THE WHOLE REGISTER.  EVERY EVENT FOR WS-LOOK-DATE IS   *
004930*   POSTED TO ITS BRANCH'S ENTRY, AND EVERY LATE-ROUTED ARRIVAL  *
004940*   IS COLLECTED WITH WHETHER IT HAS BEEN CAUGHT UP.  NO         *
004950*   REGISTER YET (STATUS 35) MEANS NOTHING HAS EVER ARRIVED.     *
004960*   ANY OTHER OPEN FAILURE ENDS THE RUN - AN UNREADABLE REGISTER *
004970*   MUST NOT REPORT EVERY BRANCH AS MISSING.                     *
004980******************************************************************
004990 1400-LOAD-REGISTER.
005000     OPEN INPUT FEED-REGISTER-FILE.
005010     IF WS-FRG-STATUS = '35'
005020         GO TO 1400-EXIT
005030     END-IF.
005040     IF WS-FRG-STATUS NOT = '00'
005050         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR INPUT - "
005060             "STATUS " WS-FRG-STATUS " ***"
005070         MOVE 16 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     PERFORM 1450-LOAD-ONE-EVENT THRU 1450-EXIT
005110         UNTIL WS-FRG-EOF.
005120     CLOSE FEED-REGISTER-FILE.
005130 1400-EXIT.
005140     EXIT.
005150*
005160 1450-LOAD-ONE-EVENT.
005170     READ FEED-REGISTER-FILE
005180         AT END
005190             SET WS-FRG-EOF TO TRUE
005200     END-READ.
005210     IF WS-FRG-EOF
005220         GO TO 1450-EXIT
005230     END-IF.
005240     IF DT-FRG-ARRIVED AND DT-FRG-ROUTE-LATE
005250         PERFORM 1500-NOTE-LATE-ROUTE THRU 1500-EXIT
005260     END-IF.
005270     IF DT-FRG-CAUGHT-UP
005280         PERFORM 1550-NOTE-CAUGHT-UP THRU 1550-EXIT
005290     END-IF.
005300     IF DT-FRG-BUS-DATE NOT = WS-LOOK-DATE
005310         GO TO 1450-EXIT
005320     END-IF.
005330     MOVE DT-FRG-BRANCH-CODE TO WS-LOOKUP-CODE.
005340     PERFORM 1600-FIND-BRANCH THRU 1600-EXIT.
005350     IF NOT WS-BRM-FOUND
005360         GO TO 1450-EXIT
005370     END-IF.
005380*    THE LAST ARRIVAL ON FILE FOR THE DATE IS THE ONE THAT
005390*    STANDS - A RESEND BEFORE THE BATCH REPLACES THE FIRST.
005400     EVALUATE TRUE
005410         WHEN DT-FRG-ARRIVED
005420             MOVE 'Y' TO WS-BRM-ARRIVED (WS-BRM-SLOT)
005430             MOVE DT-FRG-EVENT-DATE
005440                 TO WS-BRM-ARR-DATE (WS-BRM-SLOT)
005450             MOVE DT-FRG-EVENT-TIME
005460                 TO WS-BRM-ARR-TIME (WS-BRM-SLOT)
005470             MOVE DT-FRG-LATE-FLAG
005480                 TO WS-BRM-LATE (WS-BRM-SLOT)
005490             MOVE DT-FRG-ROUTE
005500                 TO WS-BRM-ROUTE (WS-BRM-SLOT)
005510         WHEN DT-FRG-MISSING
005520             MOVE 'Y' TO WS-BRM-MISSING (WS-BRM-SLOT)
005530         WHEN DT-FRG-CAUGHT-UP
005540             MOVE 'Y' TO WS-BRM-CAUGHT (WS-BRM-SLOT)
005550     END-EVALUATE.
005560 1450-EXIT.
005570     EXIT.
005580*
005590 1500-NOTE-LATE-ROUTE.
005600     PERFORM 1560-FIND-CATCHUP THRU 1560-EXIT.
005610     IF NOT WS-CU-FOUND
005620         IF WS-CU-COUNT IS LESS THAN 100
005630             ADD 1 TO WS-CU-COUNT
005640             MOVE WS-CU-COUNT TO WS-CU-SLOT
005650             MOVE DT-FRG-BRANCH-CODE TO WS-CU-BRANCH (WS-CU-SLOT)
005660             MOVE DT-FRG-BUS-DATE    TO WS-CU-DATE (WS-CU-SLOT)
005670             MOVE 'N'                TO WS-CU-DONE (WS-CU-SLOT)
005680         ELSE
005690             DISPLAY "*** CATCH-UP TABLE FULL - LIMIT 100 ***"
005700             MOVE 16 TO RETURN-CODE
005710             STOP RUN
005720         END-IF
005730     END-IF.
005740     MOVE DT-FRG-EVENT-DATE TO WS-CU-ARR-DATE (WS-CU-SLOT).
005750     MOVE DT-FRG-EVENT-TIME TO WS-CU-ARR-TIME (WS-CU-SLOT).
005760 1500-EXIT.
005770     EXIT.
005780*
005790 1550-NOTE-CAUGHT-UP.
005800     PERFORM 1560-FIND-CATCHUP THRU 1560-EXIT.
005810     IF WS-CU-FOUND
005820         MOVE 'Y' TO WS-CU-DONE (WS-CU-SLOT)
005830     END-IF.
005840 1550-EXIT.
005850     EXIT.
005860*
005870 1560-FIND-CATCHUP.
005880     MOVE 'N' TO WS-CU-FOUND-SWITCH.
005890     PERFORM 1570-SCAN-CATCHUP THRU 1570-EXIT
005900         VARYING WS-CU-IDX FROM 1 BY 1
005910         UNTIL WS-CU-IDX > WS-CU-COUNT
005920             OR WS-CU-FOUND.
005930 1560-EXIT.
005940     EXIT.
005950*
005960 1570-SCAN-CATCHUP.
005970     IF WS-CU-BRANCH (WS-CU-IDX) = DT-FRG-BRANCH-CODE
005980             AND WS-CU-DATE (WS-CU-IDX) = DT-FRG-BUS-DATE
005990         SET WS-CU-FOUND TO TRUE
006000         MOVE WS-CU-IDX TO WS-CU-SLOT
006010     END-IF.
006020 1570-EXIT.
006030     EXIT.
006040*
006050******************************************************************
006060*   1600-FIND-BRANCH                                             *
006070*   LOCATES WS-LOOKUP-CODE ON THE BRANCH TABLE.                  *
006080******************************************************************
006090 1600-FIND-BRANCH.
006100     MOVE 'N' TO WS-BRM-FOUND-SWITCH.
006110     PERFORM 1650-SCAN-BRANCH THRU 1650-EXIT
006120         VARYING WS-BRM-IDX FROM 1 BY 1
006130         UNTIL WS-BRM-IDX > WS-BRM-COUNT
006140             OR WS-BRM-FOUND.
006150 1600-EXIT.
006160     EXIT.
006170*
006180 1650-SCAN-BRANCH.
006190     IF WS-BRM-CODE (WS-BRM-IDX) = WS-LOOKUP-CODE
006200         SET WS-BRM-FOUND TO TRUE
006210         MOVE WS-BRM-IDX TO WS-BRM-SLOT
006220     END-IF.
006230 1650-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270*   2000-REGISTER-ARRIVAL                                        *
006280*   ARRIVE MODE.  READS THE FEED'S CONTROLS, DECIDES WHERE IT    *
006290*   GOES, AND APPENDS THE 'A' RECORD.  A FEED THAT CANNOT BE     *
006300*   PLACED IS REFUSED WITH RC=16 AND NOTHING IS REGISTERED -     *
006310*   OPERATIONS TAKES IT UP WITH THE BRANCH.                      *
006320******************************************************************
006330 2000-REGISTER-ARRIVAL.
006340     PERFORM 2100-READ-FEED-CONTROLS THRU 2100-EXIT.
006350     MOVE WS-HDR-BRANCH TO WS-LOOKUP-CODE.
006360     PERFORM 1600-FIND-BRANCH THRU 1600-EXIT.
006370     IF NOT WS-BRM-FOUND
006380         DISPLAY "*** FEED BRANCH " WS-HDR-BRANCH
006390             " NOT ON BRANCH MASTER - NOT REGISTERED ***"
006400         MOVE 16 TO RETURN-CODE
006410         STOP RUN
006420     END-IF.
006430     IF WS-HDR-BUS-DATE IS NOT NUMERIC
006440             OR WS-HDR-BUS-DATE IS GREATER THAN WS-RUN-DATE
006450         DISPLAY "*** FEED BUSINESS DATE " WS-HDR-BUS-DATE
006460             " IS NOT A DATE UP TO TODAY - NOT REGISTERED ***"
006470         MOVE 16 TO RETURN-CODE
006480         STOP RUN
006490     END-IF.
006500     PERFORM 1300-RESOLVE-CUTOFF THRU 1300-EXIT.
006510     MOVE WS-HDR-BUS-DATE TO WS-LOOK-DATE.
006520     PERFORM 1400-LOAD-REGISTER THRU 1400-EXIT.
006530     PERFORM 2200-DECIDE-ROUTE THRU 2200-EXIT.
006540     PERFORM 2500-WRITE-ARRIVAL THRU 2500-EXIT.
006550 2000-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590*   2100-READ-FEED-CONTROLS                                      *
006600*   TAKES THE BRANCH AND BUSINESS DATE FROM THE HEADER AND THE   *
006610*   COUNT AND HASH TOTALS FROM THE TRAILER.  THE FULL CONTROL    *
006620*   PASS IS SAMPLE1B'S - ALL THIS STEP NEEDS IS A HEADER TO      *
006630*   FILE THE ARRIVAL UNDER.                                      *
006640******************************************************************
006650 2100-READ-FEED-CONTROLS.
006660     OPEN INPUT DAILY-TOTALS-FILE.
006670     IF WS-DLY-STATUS NOT = '00'
006680         DISPLAY "*** UNABLE TO OPEN DAILYTOT FOR INPUT - "
006690             "STATUS " WS-DLY-STATUS " ***"
006700         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006720     END-IF.
006730     PERFORM 2150-READ-ONE-FEED-RECORD THRU 2150-EXIT
006740         UNTIL WS-DLY-EOF.
006750     CLOSE DAILY-TOTALS-FILE.
006760     IF NOT WS-HDR-SEEN
006770         DISPLAY "*** FEED HAS NO HEADER RECORD - NOT "
006780             "REGISTERED ***"
006790         MOVE 16 TO RETURN-CODE
006800         STOP RUN
006810     END-IF.
006820     IF NOT WS-TRL-SEEN
006830         DISPLAY "FEED HAS NO TRAILER RECORD - REGISTERED, BUT "
006840             "THE BRANCH STEP WILL STOP ON IT"
006850     END-IF.
006860 2100-EXIT.
006870     EXIT.
006880*
006890 2150-READ-ONE-FEED-RECORD.
006900     READ DAILY-TOTALS-FILE
006910         AT END
006920             SET WS-DLY-EOF TO TRUE
006930     END-READ.
006940     IF WS-DLY-EOF
006950         GO TO 2150-EXIT
006960     END-IF.
006970     IF DT-HDR-RECORD
006980         IF NOT WS-HDR-SEEN
006990             SET WS-HDR-SEEN TO TRUE
007000             MOVE DT-HDR-BRANCH-CODE TO WS-HDR-BRANCH
007010             MOVE DT-HDR-BUS-DATE    TO WS-HDR-BUS-DATE
007020         END-IF
007030         GO TO 2150-EXIT
007040     END-IF.
007050     IF DT-TRL-RECORD
007060         SET WS-TRL-SEEN TO TRUE
007070         MOVE DT-TRL-RECORD-COUNT TO WS-TRL-COUNT
007080         MOVE DT-TRL-HASH-NUM1    TO WS-TRL-HASH1
007090         MOVE DT-TRL-HASH-NUM2    TO WS-TRL-HASH2
007100         GO TO 2150-EXIT
007110     END-IF.
007120     ADD 1 TO WS-FEED-REC-COUNT.
007130 2150-EXIT.
007140     EXIT.
007150*
007160******************************************************************
007170*   2200-DECIDE-ROUTE                                            *
007180*   A DATE ALREADY MARKED MISSING CAN ONLY POST AS A CATCH-UP -  *
007190*   ROUTE 'L', EVEN WHEN IT IS TONIGHT'S DATE ARRIVING AFTER     *
007200*   THE CHECK.  THE LATE DATASET HOLDS ONE FEED, SO A SECOND     *
007210*   DATE WAITS UNTIL THE FIRST HAS POSTED, AND A DATE ALREADY    *
007220*   CAUGHT UP IS A CORRECTION FOR JCL/FEEDBKO.JCL.  TONIGHT'S    *
007230*   FEED NOT MARKED MISSING ROUTES 'T', LATE WHEN STAMPED AFTER  *
007240*   THE CUTOFF.  ANY OTHER EARLIER DATE WAS EITHER POSTED OR     *
007250*   NEVER CHECKED - REFUSED.                                     *
007260******************************************************************
007270 2200-DECIDE-ROUTE.
007280     IF WS-BRM-MISSING (WS-BRM-SLOT) = 'Y'
007290         IF WS-BRM-CAUGHT (WS-BRM-SLOT) = 'Y'
007300             DISPLAY "*** " WS-HDR-BRANCH " BUSINESS DATE "
007310                 WS-HDR-BUS-DATE " WAS ALREADY CAUGHT UP - A "
007320                 "CORRECTION GOES THROUGH FEEDBKO ***"
007330             MOVE 16 TO RETURN-CODE
007340             STOP RUN
007350         END-IF
007360         PERFORM 2300-CHECK-WAITING THRU 2300-EXIT
007370         IF WS-WAITING-DATE NOT = SPACES
007380             DISPLAY "*** CATCH-UP FOR " WS-HDR-BRANCH
007390                 " BUSINESS DATE " WS-WAITING-DATE
007400                 " IS STILL WAITING - RESEND THIS FEED AFTER "
007410                 "TONIGHT'S RUN ***"
007420             MOVE 16 TO RETURN-CODE
007430             STOP RUN
007440         END-IF
007450         MOVE 'L' TO WS-ARR-ROUTE
007460         MOVE 'Y' TO WS-ARR-LATE
007470         DISPLAY "FEED FOR " WS-HDR-BRANCH " BUSINESS DATE "
007480             WS-HDR-BUS-DATE " WAS MARKED MISSING - ROUTED "
007490             "TO THE LATE DATASET FOR TONIGHT'S CATCH-UP"
007500         MOVE 8 TO RETURN-CODE
007510         GO TO 2200-EXIT
007520     END-IF.
007530     IF WS-HDR-BUS-DATE NOT = WS-RUN-DATE
007540         DISPLAY "*** FEED FOR " WS-HDR-BRANCH
007550             " BUSINESS DATE " WS-HDR-BUS-DATE
007560             " WAS NOT MARKED MISSING - ALREADY POSTED OR NEVER "
007570             "CHECKED - NOT REGISTERED ***"
007580         MOVE 16 TO RETURN-CODE
007590         STOP RUN
007600     END-IF.
007610     MOVE 'T' TO WS-ARR-ROUTE.
007620     IF WS-NOW-HHMM IS GREATER THAN WS-CUTOFF-X
007630         MOVE 'Y' TO WS-ARR-LATE
007640         DISPLAY "FEED FOR " WS-HDR-BRANCH " ARRIVED "
007650             WS-NOW-TIME " AFTER CUTOFF " WS-CUTOFF-X
007660             " - LATE, POSTS TONIGHT"
007670         MOVE 4 TO RETURN-CODE
007680     ELSE
007690         MOVE 'N' TO WS-ARR-LATE
007700         DISPLAY "FEED FOR " WS-HDR-BRANCH " ARRIVED "
007710             WS-NOW-TIME " - ON TIME, POSTS TONIGHT"
007720     END-IF.
007730 2200-EXIT.
007740     EXIT.
007750*
007760******************************************************************
007770*   2300-CHECK-WAITING                                           *
007780*   FINDS A LATE FEED FOR THE SAME BRANCH, FOR ANOTHER DATE,     *
007790*   STILL SITTING ON ITS LATE DATASET.  A RESEND FOR THE SAME    *
007800*   DATE SIMPLY REPLACES THE ONE WAITING.                        *
007810******************************************************************
007820 2300-CHECK-WAITING.
007830     MOVE SPACES TO WS-WAITING-DATE.
007840     PERFORM 2350-SCAN-WAITING THRU 2350-EXIT
007850         VARYING WS-CU-IDX FROM 1 BY 1
007860         UNTIL WS-CU-IDX > WS-CU-COUNT.
007870 2300-EXIT.
007880     EXIT.
007890*
007900 2350-SCAN-WAITING.
007910     IF WS-CU-BRANCH (WS-CU-IDX) = WS-HDR-BRANCH
007920             AND WS-CU-DATE (WS-CU-IDX) NOT = WS-HDR-BUS-DATE
007930             AND WS-CU-DONE (WS-CU-IDX) = 'N'
007940         MOVE WS-CU-DATE (WS-CU-IDX) TO WS-WAITING-DATE
007950     END-IF.
007960 2350-EXIT.
007970     EXIT.
007980*
007990******************************************************************
008000*   2500-WRITE-ARRIVAL                                           *
008010*   APPENDS THE 'A' RECORD - THE TRAILER'S COUNT AND HASH        *
008020*   TOTALS AS SENT.                                              *
008030******************************************************************
008040 2500-WRITE-ARRIVAL.
008050     MOVE SPACES TO DT-FEED-REGISTER-RECORD.
008060     MOVE WS-HDR-BRANCH      TO DT-FRG-BRANCH-CODE.
008070     MOVE WS-HDR-BUS-DATE    TO DT-FRG-BUS-DATE.
008080     SET DT-FRG-ARRIVED      TO TRUE.
008090     MOVE WS-RUN-DATE        TO DT-FRG-EVENT-DATE.
008100     MOVE WS-NOW-TIME        TO DT-FRG-EVENT-TIME.
008110     MOVE WS-CUTOFF-X        TO DT-FRG-CUTOFF-TIME.
008120     MOVE WS-ARR-LATE        TO DT-FRG-LATE-FLAG.
008130     MOVE WS-ARR-ROUTE       TO DT-FRG-ROUTE.
008140     MOVE WS-TRL-COUNT       TO DT-FRG-REC-COUNT.
008150     MOVE WS-TRL-HASH1       TO DT-FRG-NUM1-TOTAL.
008160     MOVE WS-TRL-HASH2       TO DT-FRG-NUM2-TOTAL.
008170     MOVE 'SAMPLE22'         TO DT-FRG-PROGRAM-ID.
008180     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
008190     DISPLAY "REGISTERED " WS-HDR-BRANCH " " WS-HDR-BUS-DATE
008200         " - " WS-FEED-REC-COUNT " DATA RECORDS, ROUTE "
008210         WS-ARR-ROUTE.
008220 2500-EXIT.
008230     EXIT.
008240*
008250******************************************************************
008260*   5000-CHECK-ARRIVALS                                          *
008270*   CHECK MODE - THE PRE-BATCH REPORT.  ON A NON-PROCESSING DAY  *
008280*   NO BRANCH IS EXPECTED AND NONE IS MARKED MISSING, BUT THE    *
008290*   CATCH-UPS WAITING ARE STILL LISTED - THEY RUN ANY NIGHT THE  *
008300*   BATCH DOES.                                                  *
008310******************************************************************
008320 5000-CHECK-ARRIVALS.
008330     OPEN OUTPUT PRINT-FILE.
008340     IF WS-PRT-STATUS NOT = '00'
008350         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
008360             "STATUS " WS-PRT-STATUS " ***"
008370         MOVE 16 TO RETURN-CODE
008380         STOP RUN
008390     END-IF.
008400     OPEN EXTEND RUN-LOG-FILE.
008410     IF WS-RLG-STATUS NOT = '00'
008420         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
008430             "STATUS " WS-RLG-STATUS " ***"
008440         MOVE 16 TO RETURN-CODE
008450         STOP RUN
008460     END-IF.
008470     PERFORM 5050-LOAD-CALENDAR THRU 5050-EXIT.
008480     MOVE WS-RUN-DATE TO WS-LOOK-DATE.
008490     PERFORM 1400-LOAD-REGISTER THRU 1400-EXIT.
008500     INITIATE FEED-ARRIVAL-REPORT.
008510     IF WS-CAL-PROC-DAY
008520         PERFORM 5100-CHECK-ONE-BRANCH THRU 5100-EXIT
008530             VARYING WS-BRM-IDX FROM 1 BY 1
008540             UNTIL WS-BRM-IDX > WS-BRM-COUNT
008550     ELSE
008560         MOVE 'NON-PROCESSING DAY - NO FEEDS EXPECTED'
008570             TO WS-DET-NOTE
008580         GENERATE RL-NOTE-LINE
008590     END-IF.
008600     PERFORM 5300-LIST-CATCHUPS THRU 5300-EXIT.
008610     TERMINATE FEED-ARRIVAL-REPORT.
008620     CLOSE PRINT-FILE.
008630     IF WS-CNT-LATE IS GREATER THAN 0
008640             OR WS-CNT-MISSING IS GREATER THAN 0
008650         MOVE 4 TO RETURN-CODE
008660     END-IF.
008670     DISPLAY "FEED ARRIVAL CHECK " WS-RUN-DATE " - EXPECTED "
008680         WS-CNT-EXPECTED " ON TIME " WS-CNT-ON-TIME " LATE "
008690         WS-CNT-LATE " MISSING " WS-CNT-MISSING.
008700*    THE RUN-LOG RECORD GOES LAST SO IT CARRIES THE RETURN CODE
008710*    THE STEP ACTUALLY ENDS WITH.
008720     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
008730     CLOSE RUN-LOG-FILE.
008740 5000-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780*   5050-LOAD-CALENDAR                                           *
008790*   A MISSING CALENDAR, OR A DATE WITH NO RECORD, MEANS A        *
008800*   PROCESSING DAY - EVERY ACTIVE BRANCH IS EXPECTED.            *
008810******************************************************************
008820 5050-LOAD-CALENDAR.
008830     OPEN INPUT CALENDAR-FILE.
008840     IF WS-CAL-STATUS NOT = '00'
008850         DISPLAY "CALFILE NOT AVAILABLE - EVERY ACTIVE BRANCH "
008860             "EXPECTED"
008870         GO TO 5050-EXIT
008880     END-IF.
008890     PERFORM 5060-SCAN-ONE-CAL THRU 5060-EXIT
008900         UNTIL WS-CAL-EOF.
008910     CLOSE CALENDAR-FILE.
008920 5050-EXIT.
008930     EXIT.
008940*
008950 5060-SCAN-ONE-CAL.
008960     READ CALENDAR-FILE
008970         AT END
008980             SET WS-CAL-EOF TO TRUE
008990     END-READ.
009000     IF NOT WS-CAL-EOF
009010         IF DT-CAL-DATE = WS-RUN-DATE
009020             MOVE DT-CAL-PROC-FLAG TO WS-CAL-PROC-BYTE
009030             SET WS-CAL-EOF TO TRUE
009040         END-IF
009050     END-IF.
009060 5060-EXIT.
009070     EXIT.
009080*
009090******************************************************************
009100*   5100-CHECK-ONE-BRANCH                                        *
009110*   A BRANCH IS EXPECTED WHEN IT IS ACTIVE AND TONIGHT IS        *
009120*   INSIDE ITS OPEN/CLOSE DATES.  ITS FEED IS ON TIME OR LATE    *
009130*   WHEN ONE ARRIVED FOR TONIGHT AND ROUTED TO TONIGHT'S STEP;   *
009140*   OTHERWISE IT IS MISSING, AND IS MARKED SO UNLESS AN EARLIER  *
009150*   CHECK TONIGHT ALREADY DID.                                   *
009160******************************************************************
009170 5100-CHECK-ONE-BRANCH.
009180     IF WS-BRM-STAT (WS-BRM-IDX) NOT = 'A'
009190         GO TO 5100-EXIT
009200     END-IF.
009210     IF WS-BRM-OPEN (WS-BRM-IDX) NOT = SPACES
009220             AND WS-RUN-DATE IS LESS THAN WS-BRM-OPEN (WS-BRM-IDX)
009230         GO TO 5100-EXIT
009240     END-IF.
009250     IF WS-BRM-CLOSE (WS-BRM-IDX) NOT = SPACES
009260             AND WS-RUN-DATE IS GREATER THAN
009270                 WS-BRM-CLOSE (WS-BRM-IDX)
009280         GO TO 5100-EXIT
009290     END-IF.
009300     ADD 1 TO WS-CNT-EXPECTED.
009310     MOVE WS-BRM-CODE (WS-BRM-IDX) TO WS-LOOKUP-CODE.
009320     PERFORM 1300-RESOLVE-CUTOFF THRU 1300-EXIT.
009330     MOVE WS-BRM-CODE (WS-BRM-IDX)     TO WS-DET-BRANCH.
009340     MOVE WS-BRM-NAME (WS-BRM-IDX)     TO WS-DET-NAME.
009350     MOVE WS-BRM-REGN (WS-BRM-IDX)     TO WS-DET-REGION.
009360     MOVE WS-CUTOFF-X                  TO WS-DET-CUTOFF.
009370     MOVE WS-BRM-ARR-DATE (WS-BRM-IDX) TO WS-DET-ARR-DATE.
009380     MOVE WS-BRM-ARR-TIME (WS-BRM-IDX) TO WS-DET-ARR-TIME.
009390     EVALUATE TRUE
009400         WHEN WS-BRM-MISSING (WS-BRM-IDX) = 'Y'
009410             MOVE 'MISSING' TO WS-DET-STATUS
009420             ADD 1 TO WS-CNT-MISSING
009430         WHEN WS-BRM-ARRIVED (WS-BRM-IDX) = 'Y'
009440                 AND WS-BRM-ROUTE (WS-BRM-IDX) = 'T'
009450                 AND WS-BRM-LATE (WS-BRM-IDX) = 'Y'
009460             MOVE 'LATE' TO WS-DET-STATUS
009470             ADD 1 TO WS-CNT-LATE
009480         WHEN WS-BRM-ARRIVED (WS-BRM-IDX) = 'Y'
009490                 AND WS-BRM-ROUTE (WS-BRM-IDX) = 'T'
009500             MOVE 'ON TIME' TO WS-DET-STATUS
009510             ADD 1 TO WS-CNT-ON-TIME
009520         WHEN OTHER
009530             MOVE 'MISSING' TO WS-DET-STATUS
009540             ADD 1 TO WS-CNT-MISSING
009550             PERFORM 5200-MARK-MISSING THRU 5200-EXIT
009560     END-EVALUATE.
009570     GENERATE RL-BRANCH-LINE.
009580 5100-EXIT.
009590     EXIT.
009600*
009610******************************************************************
009620*   5200-MARK-MISSING                                            *
009630*   APPENDS THE 'M' RECORD THAT TELLS TONIGHT'S BRANCH STEP TO   *
009640*   SKIP THE BRANCH AND SENDS THE FEED, WHEN IT COMES, TO THE    *
009650*   CATCH-UP.                                                    *
009660******************************************************************
009670 5200-MARK-MISSING.
009680     MOVE SPACES TO DT-FEED-REGISTER-RECORD.
009690     MOVE WS-BRM-CODE (WS-BRM-IDX) TO DT-FRG-BRANCH-CODE.
009700     MOVE WS-RUN-DATE        TO DT-FRG-BUS-DATE.
009710     SET DT-FRG-MISSING      TO TRUE.
009720     MOVE WS-RUN-DATE        TO DT-FRG-EVENT-DATE.
009730     MOVE WS-NOW-TIME        TO DT-FRG-EVENT-TIME.
009740     MOVE WS-CUTOFF-X        TO DT-FRG-CUTOFF-TIME.
009750     MOVE 'Y'                TO DT-FRG-LATE-FLAG.
009760     MOVE 0                  TO DT-FRG-REC-COUNT.
009770     MOVE 0                  TO DT-FRG-NUM1-TOTAL.
009780     MOVE 0                  TO DT-FRG-NUM2-TOTAL.
009790     MOVE 'SAMPLE22'         TO DT-FRG-PROGRAM-ID.
009800     PERFORM 7000-APPEND-REGISTER THRU 7000-EXIT.
009810     ADD 1 TO WS-CNT-MARKED.
009820     DISPLAY "*** NO FEED FROM BRANCH " DT-FRG-BRANCH-CODE
009830         " FOR " WS-RUN-DATE " - MARKED MISSING ***".
009840 5200-EXIT.
009850     EXIT.
009860*
009870******************************************************************
009880*   5300-LIST-CATCHUPS                                           *
009890*   EVERY LATE FEED ON A LATE DATASET NOT YET POSTED - EACH      *
009900*   BRANCH'S CATCH-UP STEP POSTS IT TONIGHT UNDER ITS OWN        *
009910*   BUSINESS DATE.                                               *
009920******************************************************************
009930 5300-LIST-CATCHUPS.
009940     PERFORM 5350-LIST-ONE-CATCHUP THRU 5350-EXIT
009950         VARYING WS-CU-IDX FROM 1 BY 1
009960         UNTIL WS-CU-IDX > WS-CU-COUNT.
009970 5300-EXIT.
009980     EXIT.
009990*
010000 5350-LIST-ONE-CATCHUP.
010010     IF WS-CU-DONE (WS-CU-IDX) NOT = 'N'
010020         GO TO 5350-EXIT
010030     END-IF.
010040     ADD 1 TO WS-CNT-WAITING.
010050     MOVE WS-CU-BRANCH (WS-CU-IDX) TO WS-LOOKUP-CODE.
010060     PERFORM 1600-FIND-BRANCH THRU 1600-EXIT.
010070     MOVE SPACES TO WS-DET-NAME.
010080     IF WS-BRM-FOUND
010090         MOVE WS-BRM-NAME (WS-BRM-SLOT) TO WS-DET-NAME
010100     END-IF.
010110     MOVE WS-CU-BRANCH (WS-CU-IDX)   TO WS-DET-BRANCH.
010120     MOVE WS-CU-DATE (WS-CU-IDX)     TO WS-DET-BUS-DATE.
010130     MOVE WS-CU-ARR-TIME (WS-CU-IDX) TO WS-DET-ARR-TIME.
010140     MOVE 'CATCH-UP'                 TO WS-DET-STATUS.
010150     GENERATE RL-CATCHUP-LINE.
010160 5350-EXIT.
010170     EXIT.
010180*
010190******************************************************************
010200*   7000-APPEND-REGISTER                                         *
010210*   APPENDS THE RECORD BUILT IN DT-FEED-REGISTER-RECORD.  THE    *
010220*   REGISTER IS OPENED FOR EACH WRITE - IT IS READ IN FULL       *
010230*   BEFORE ANY WRITE, AND THE WRITES ARE FEW.                    *
010240******************************************************************
010250 7000-APPEND-REGISTER.
010260     OPEN EXTEND FEED-REGISTER-FILE.
010270     IF WS-FRG-STATUS NOT = '00'
010280         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR OUTPUT - "
010290             "STATUS " WS-FRG-STATUS " ***"
010300         MOVE 16 TO RETURN-CODE
010310         STOP RUN
010320     END-IF.
010330     WRITE DT-FEED-REGISTER-RECORD.
010340     IF WS-FRG-STATUS NOT = '00'
010350         DISPLAY "*** ERROR WRITING FEEDREG - STATUS "
010360             WS-FRG-STATUS " ***"
010370         MOVE 16 TO RETURN-CODE
010380         STOP RUN
010390     END-IF.
010400     CLOSE FEED-REGISTER-FILE.
010410 7000-EXIT.
010420     EXIT.
010430*
010440******************************************************************
010450*   9950-WRITE-RUN-LOG                                           *
010460*   APPENDS THE CHECK'S RUN-STATUS RECORD FOR THE MORNING        *
010470*   STATUS SCREEN (SAMPLE11).  BANK-WIDE, SO '*ALL' IN THE       *
010480*   BRANCH FIELD; THE FEEDS THAT ARRIVED RIDE THE POSTED FIELD   *
010490*   AND THE FEEDS MISSING THE SUSPENDED FIELD.                   *
010500******************************************************************
010510 9950-WRITE-RUN-LOG.
010520     MOVE SPACES TO DT-RUN-LOG-RECORD.
010530     ACCEPT WS-TIME-WORK FROM TIME.
010540     MOVE 'SAMPLE22'        TO DT-RLG-PROGRAM-ID.
010550     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
010560     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
010570     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
010580     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
010590     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
010600     COMPUTE DT-RLG-REC-POSTED = WS-CNT-ON-TIME + WS-CNT-LATE.
010610     MOVE WS-CNT-MISSING    TO DT-RLG-REC-SUSPENDED.
010620     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
010630     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
010640     WRITE DT-RUN-LOG-RECORD.
010650     IF WS-RLG-STATUS NOT = '00'
010660         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
010670             WS-RLG-STATUS " ***"
010680         MOVE 16 TO RETURN-CODE
010690         STOP RUN
010700     END-IF.
010710 9950-EXIT.
010720     EXIT.
