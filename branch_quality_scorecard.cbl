000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE24.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE24 IS THE MONTHLY BRANCH DATA-QUALITY SCORECARD        *
000110*   (JCL/SCORECRD.JCL).  IT RANKS EVERY BRANCH ON THE BRANCH     *
000120*   MASTER ON HOW CLEAN ITS FEEDS WERE FOR THE MONTH ON THE      *
000130*   SYSIN CARD, WITH REGION SUBTOTALS AND THE SAME FIGURES FOR   *
000140*   THE MONTH BEFORE ALONGSIDE, SO THE REGIONAL MANAGERS CAN     *
000150*   GO AFTER THE WORST FEEDS AND SEE WHETHER THEY ARE MENDING.   *
000160*   EVERY FIGURE COMES FROM FILES THE NIGHT ALREADY KEEPS:       *
000170*                                                                *
000180*     SUSPENSIONS BY REASON (BAL/NUM/DUP) - THE RECORDS STILL    *
000190*       ON SUSPFILE PLUS THE ONES ALREADY RELEASED (THE          *
000200*       APPROVED 'SUS ' RECORDS ON PENDHIST, WHOSE BEFORE        *
000210*       IMAGE IS THE SUSPENSE RECORD), BY SUSPEND DATE.          *
000220*     REJECTED RECORDS, FEED STOPS (RC=16) AND VARIANCE FLAGS    *
000230*       - THE SAMPLE1B RECORDS ON RUNLOG, BY RUN DATE.           *
000240*     LATE AND MISSING FEEDS - THE FEED ARRIVAL REGISTER         *
000250*       (FEEDREG), BY BUSINESS DATE.  A LATE FEED IS ONE THAT    *
000260*       ARRIVED AFTER CUTOFF BUT STILL MADE THAT NIGHT; ONE THAT *
000270*       MISSED THE NIGHT COUNTS AS MISSING.  A RESENT FEED IS    *
000280*       ONE DAY - ONLY THE LAST ARRIVAL FOR THE DATE STANDS,     *
000290*       AS IN SAMPLE22.  WITHOUT THE REGISTER, MISSING COMES     *
000300*       FROM THE RUN LOG 'M' RECORDS AND LATE CANNOT BE          *
000310*       COUNTED.                                                 *
000320*     REPAIR TURNAROUND - THE APPROVED 'SUS ' RECORDS ON         *
000330*       PENDHIST ACTIONED IN THE MONTH, DAYS FROM THE ENTER      *
000340*       DATE TO THE ACTION DATE, AVERAGED PER BRANCH.            *
000350*                                                                *
000360*   THE SCORE STARTS AT 100 AND LOSES THE POINTS IN              *
000370*   WS-SCORE-WEIGHTS PER INCIDENT (AND PER DAY OF AVERAGE        *
000380*   TURNAROUND), NEVER BELOW 0.  RANK 1 IS THE BANK'S CLEANEST   *
000390*   BRANCH.  THE WEIGHTS PRINT AT THE FOOT OF THE REPORT.        *
000400*                                                                *
000410*   RC=0 CLEAN.  RC=4 FEEDREG OR PENDHIST DOES NOT EXIST, SO     *
000420*   PART OF THE SCORE IS MISSING (THE REPORT SAYS WHICH).        *
000430*   RC=16 A BAD CARD OR A FILE ERROR - ANY INPUT THAT EXISTS     *
000440*   BUT CANNOT BE OPENED STOPS THE RUN RATHER THAN SCORE A       *
000450*   BRANCH ON PART OF ITS RECORD.                                *
000460*                                                                *
000470******************************************************************
000480*
000490*    MODIFICATION HISTORY
000500*    DATE       INIT  DESCRIPTION
000510*    ---------  ----  --------------------------------------------
000520*    2026-10-15  RM   ORIGINAL PROGRAM.
000530*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.   IBM-370.
000570 OBJECT-COMPUTER.   IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-BRM-STATUS.
000630     SELECT SUSPENSE-FILE       ASSIGN TO SUSPFILE
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-SUS-STATUS.
000660     SELECT PENDING-HIST-FILE   ASSIGN TO PENDHIST
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PNH-STATUS.
000690     SELECT FEED-REGISTER-FILE  ASSIGN TO FEEDREG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FRG-STATUS.
000720     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-RLG-STATUS.
000750     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-PRT-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  BRANCH-MASTER-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 48 CHARACTERS.
000840 COPY DTBRMST.
000850*
000860 FD  SUSPENSE-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 72 CHARACTERS.
000890 COPY DTSUSP.
000900*
000910 FD  PENDING-HIST-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 200 CHARACTERS.
000940 COPY DTPEND.
000950*
000960 FD  FEED-REGISTER-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 80 CHARACTERS.
000990 COPY DTFEEDRG.
001000*
001010 FD  RUN-LOG-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 80 CHARACTERS.
001040 COPY DTRUNLOG.
001050*
001060 FD  PRINT-FILE
001070     LABEL RECORDS ARE STANDARD
001080     REPORT IS BRANCH-SCORECARD-REPORT.
001090*
001100 WORKING-STORAGE SECTION.
001110*
001120 01  WS-SWITCHES.
001130     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001140         88  WS-BRM-EOF                      VALUE 'Y'.
001150     05  WS-SUS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001160         88  WS-SUS-EOF                      VALUE 'Y'.
001170     05  WS-PNH-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001180         88  WS-PNH-EOF                      VALUE 'Y'.
001190     05  WS-FRG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001200         88  WS-FRG-EOF                      VALUE 'Y'.
001210     05  WS-RLG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001220         88  WS-RLG-EOF                      VALUE 'Y'.
001230     05  WS-SCB-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001240         88  WS-SCB-FOUND                    VALUE 'Y'.
001250*        WITHOUT THE REGISTER, MISSING FEEDS ARE TAKEN FROM THE
001260*        RUN LOG INSTEAD AND LATE FEEDS ARE NOT COUNTED.
001270     05  WS-FRG-AVAIL-SWITCH     PIC X(01)   VALUE 'N'.
001280         88  WS-FRG-AVAILABLE                VALUE 'Y'.
001290     05  WS-PNH-AVAIL-SWITCH     PIC X(01)   VALUE 'N'.
001300         88  WS-PNH-AVAILABLE                VALUE 'Y'.
001310*
001320 01  WS-RUN-DATE                 PIC X(08).
001330 01  WS-REQUEST-MONTH            PIC X(06).
001340 01  WS-REQUEST-MONTH-R REDEFINES WS-REQUEST-MONTH.
001350     05  WS-REQ-YYYY             PIC 9(04).
001360     05  WS-REQ-MM               PIC 9(02).
001370*
001380*    MONTH 1 IS THE MONTH SCORED, MONTH 2 THE ONE BEFORE IT.
001390 01  WS-MONTH-FIELDS.
001400     05  WS-MONTH-KEY            PIC X(06)   OCCURS 2 TIMES.
001410     05  WS-PRIOR-MONTH          PIC X(06).
001420     05  WS-PRIOR-MONTH-R REDEFINES WS-PRIOR-MONTH.
001430         10  WS-PRI-YYYY         PIC 9(04).
001440         10  WS-PRI-MM           PIC 9(02).
001450     05  WS-MON-SLOT             PIC 9(01)   VALUE 0.
001460     05  WS-CLR-SLOT             PIC 9(01)   VALUE 0.
001470     05  WS-EVENT-DATE           PIC X(08).
001480     05  WS-MONTH-FIRST          PIC X(08).
001490     05  WS-MONTH-LAST           PIC X(08).
001500*
001510 01  WS-BRM-STATUS               PIC X(02).
001520 01  WS-SUS-STATUS               PIC X(02).
001530 01  WS-PNH-STATUS               PIC X(02).
001540 01  WS-FRG-STATUS               PIC X(02).
001550 01  WS-RLG-STATUS               PIC X(02).
001560 01  WS-PRT-STATUS               PIC X(02).
001570*
001580 01  WS-START-TIME               PIC X(06).
001590 01  WS-TIME-WORK                PIC X(08).
001600*
001610*    POINTS OFF THE 100 PER INCIDENT IN THE MONTH.  TURNAROUND
001620*    COSTS WS-WGT-TURN PER WHOLE DAY OF THE BRANCH'S AVERAGE.
001630 01  WS-SCORE-WEIGHTS.
001640     05  WS-WGT-BAL              PIC 9(02)   VALUE 02.
001650     05  WS-WGT-NUM              PIC 9(02)   VALUE 01.
001660     05  WS-WGT-DUP              PIC 9(02)   VALUE 01.
001670     05  WS-WGT-REJ              PIC 9(02)   VALUE 01.
001680     05  WS-WGT-STOP             PIC 9(02)   VALUE 10.
001690     05  WS-WGT-VAR              PIC 9(02)   VALUE 02.
001700     05  WS-WGT-LATE             PIC 9(02)   VALUE 03.
001710     05  WS-WGT-MISS             PIC 9(02)   VALUE 10.
001720     05  WS-WGT-TURN             PIC 9(02)   VALUE 02.
001730*
001740*    ONE SLOT PER BRANCH, SEEDED FROM THE BRANCH MASTER - THE
001750*    SAME SHAPE AS THE SAMPLE15 POSITION TABLE - WITH ONE SET
001760*    OF COUNTS PER MONTH.  WS-SWAP-ENTRY MUST MATCH THE ENTRY.
001770 01  WS-SCB-TABLE.
001780     05  WS-SCB-COUNT            PIC 9(03)   COMP  VALUE 0.
001790     05  WS-SCB-ENTRY            OCCURS 50 TIMES.
001800         10  WS-SCB-CODE         PIC X(04).
001810         10  WS-SCB-NAME         PIC X(20).
001820         10  WS-SCB-REGN         PIC X(04).
001830         10  WS-SCB-STAT         PIC X(01).
001840         10  WS-SCB-OPEN         PIC X(08).
001850         10  WS-SCB-CLOSE        PIC X(08).
001860         10  WS-SCB-PRINT        PIC X(01).
001870         10  WS-SCB-HAS-PRIOR    PIC X(01).
001880         10  WS-SCB-RANK         PIC 9(03).
001890         10  WS-SCB-MONTH        OCCURS 2 TIMES.
001900             15  WS-SCM-BAL      PIC 9(04).
001910             15  WS-SCM-NUM      PIC 9(04).
001920             15  WS-SCM-DUP      PIC 9(04).
001930             15  WS-SCM-REJ      PIC 9(05).
001940             15  WS-SCM-STOP     PIC 9(03).
001950             15  WS-SCM-VAR      PIC 9(03).
001960             15  WS-SCM-LATE     PIC 9(03).
001970             15  WS-SCM-MISS     PIC 9(03).
001980             15  WS-SCM-TURN-DAYS PIC 9(05).
001990             15  WS-SCM-TURN-CNT PIC 9(04).
002000             15  WS-SCM-TURN-AVG PIC 9(03)V9.
002010             15  WS-SCM-PENALTY  PIC 9(05).
002020             15  WS-SCM-SCORE    PIC 9(03).
002030*
002040*    THE LAST ARRIVAL ON THE REGISTER PER BRANCH AND BUSINESS
002050*    DATE IN THE TWO MONTHS - 50 BRANCHES BY 62 DAYS.  A RESEND
002060*    REPLACES THE EARLIER ARRIVAL, SO A DAY IS LATE ONCE AT MOST.
002070 01  WS-ARR-TABLE.
002080     05  WS-ARR-COUNT            PIC 9(04)   COMP  VALUE 0.
002090     05  WS-ARR-ENTRY            OCCURS 3100 TIMES.
002100         10  WS-ARR-E-BRANCH     PIC X(04).
002110         10  WS-ARR-E-DATE       PIC X(08).
002120         10  WS-ARR-E-LATE       PIC X(01).
002130         10  WS-ARR-E-ROUTE      PIC X(01).
002140*
002150 01  WS-ARR-IDX                  PIC 9(04)   COMP.
002160 01  WS-ARR-SLOT                 PIC 9(04)   COMP.
002170*
002180 01  WS-SCB-IDX                  PIC 9(03)   COMP.
002190 01  WS-SCB-JDX                  PIC 9(03)   COMP.
002200 01  WS-SCB-SLOT                 PIC 9(03)   COMP.
002210 01  WS-SWAP-ENTRY               PIC X(150).
002220 01  WS-LOOKUP-CODE              PIC X(04).
002230 01  WS-NEXT-RANK                PIC 9(03)   VALUE 0.
002240*
002250*    A SUSPENSE RECORD AS IT SITS IN A PENDHIST BEFORE IMAGE.
002260 01  WS-PNH-SUS-IMAGE.
002270     05  WS-IMG-SUSPEND-DATE     PIC X(08).
002280     05  WS-IMG-REASON-CODE      PIC X(04).
002290     05  WS-IMG-BRANCH-CODE      PIC X(04).
002300     05  FILLER                  PIC X(56).
002310*
002320 01  WS-DATE-SERIAL-FIELDS.
002330*        YYYYMMDD TO A SERIAL DAY NUMBER SO TWO DATES SUBTRACT
002340*        TO DAYS - THE SAME FORM SAMPLE12 AGES SUSPENSE WITH.
002350     05  WS-DTS-DATE             PIC X(08).
002360     05  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
002370         10  WS-DTS-YYYY         PIC 9(04).
002380         10  WS-DTS-MM           PIC 9(02).
002390         10  WS-DTS-DD           PIC 9(02).
002400     05  WS-DTS-WORK-Y           PIC 9(05)   VALUE 0.
002410     05  WS-DTS-WORK-M           PIC 9(02)   VALUE 0.
002420     05  WS-DTS-SERIAL           PIC 9(07)   VALUE 0.
002430*
002440 01  WS-TURNAROUND-FIELDS.
002450     05  WS-ENTER-SERIAL         PIC 9(07)   VALUE 0.
002460     05  WS-ACTION-SERIAL        PIC 9(07)   VALUE 0.
002470     05  WS-TURN-DAYS            PIC 9(05)   VALUE 0.
002480*
002490 01  WS-SCORE-WORK.
002500     05  WS-PEN-WORK             PIC 9(07)   VALUE 0.
002510     05  WS-TURN-WHOLE           PIC 9(03)   VALUE 0.
002520*
002530*    RUNNING REGION AND BANK FIGURES FOR THE FOOTINGS - THE
002540*    AVERAGES CANNOT BE SUMMED BY THE REPORT WRITER.
002550 01  WS-ACCUM-FIELDS.
002560     05  WS-PREV-REGION          PIC X(04)   VALUE SPACES.
002570     05  WS-RGN-BRANCHES         PIC 9(03)   VALUE 0.
002580     05  WS-RGN-SCORE-SUM        PIC 9(06)   VALUE 0.
002590     05  WS-RGN-PRIOR-CNT        PIC 9(03)   VALUE 0.
002600     05  WS-RGN-PRIOR-SUM        PIC 9(06)   VALUE 0.
002610     05  WS-RGN-TURN-DAYS        PIC 9(07)   VALUE 0.
002620     05  WS-RGN-TURN-CNT         PIC 9(05)   VALUE 0.
002630     05  WS-BNK-BRANCHES         PIC 9(03)   VALUE 0.
002640     05  WS-BNK-SCORE-SUM        PIC 9(06)   VALUE 0.
002650     05  WS-BNK-PRIOR-CNT        PIC 9(03)   VALUE 0.
002660     05  WS-BNK-PRIOR-SUM        PIC 9(06)   VALUE 0.
002670     05  WS-BNK-TURN-DAYS        PIC 9(07)   VALUE 0.
002680     05  WS-BNK-TURN-CNT         PIC 9(05)   VALUE 0.
002690     05  WS-BNK-SUSPENDED        PIC 9(06)   VALUE 0.
002700*
002710 01  WS-FOOTING-FIELDS.
002720     05  WS-FTG-TURN             PIC 9(03)V9 VALUE 0.
002730     05  WS-FTG-SCORE            PIC 9(03)   VALUE 0.
002740     05  WS-FTG-PRIOR            PIC 9(03)   VALUE 0.
002750     05  WS-FTG-CHG              PIC S9(03)  VALUE 0.
002760     05  WS-BNK-TURN             PIC 9(03)V9 VALUE 0.
002770     05  WS-BNK-SCORE            PIC 9(03)   VALUE 0.
002780     05  WS-BNK-PRIOR            PIC 9(03)   VALUE 0.
002790     05  WS-BNK-CHG              PIC S9(03)  VALUE 0.
002800*
002810 01  WS-DETAIL-FIELDS.
002820     05  WS-DET-RANK             PIC 9(03).
002830     05  WS-DET-BRANCH           PIC X(04).
002840     05  WS-DET-NAME             PIC X(20).
002850     05  WS-DET-BAL              PIC 9(04).
002860     05  WS-DET-NUM              PIC 9(04).
002870     05  WS-DET-DUP              PIC 9(04).
002880     05  WS-DET-REJ              PIC 9(04).
002890     05  WS-DET-STOP             PIC 9(03).
002900     05  WS-DET-VAR              PIC 9(03).
002910     05  WS-DET-LATE             PIC 9(03).
002920     05  WS-DET-MISS             PIC 9(03).
002930     05  WS-DET-TURN             PIC 9(03)V9.
002940     05  WS-DET-SCORE            PIC 9(03).
002950     05  WS-DET-PRIOR            PIC 9(03).
002960     05  WS-DET-CHG              PIC S9(03).
002970     05  WS-DET-TREND            PIC X(06).
002980*
002990 01  WS-NOTE-FIELDS.
003000     05  WS-NOTE-FRG             PIC X(70)   VALUE SPACES.
003010     05  WS-NOTE-PNH             PIC X(70)   VALUE SPACES.
003020*
003030 01  WS-CTL-REGION               PIC X(04).
003040*
003050 REPORT SECTION.
003060 RD  BRANCH-SCORECARD-REPORT
003070     CONTROLS ARE FINAL WS-CTL-REGION
003080     PAGE LIMIT 60 LINES
003090     HEADING 1
003100     FIRST DETAIL 6
003110     LAST DETAIL 50
003120     FOOTING 58.
003130*
003140 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
003150     05  LINE 1.
003160         10  COLUMN  1   PIC X(32)
003170                 VALUE "FIRST STATE BANK - DATA PROCESS".
003180         10  COLUMN 45   PIC X(30)
003190                 VALUE "BRANCH DATA-QUALITY SCORECARD".
003200     05  LINE 2.
003210         10  COLUMN  1   PIC X(10)  VALUE "RUN DATE:".
003220         10  COLUMN 12   PIC X(08)  SOURCE IS WS-RUN-DATE.
003230         10  COLUMN 45   PIC X(06)  VALUE "MONTH:".
003240         10  COLUMN 52   PIC X(06)  SOURCE IS WS-MONTH-KEY (1).
003250         10  COLUMN 60   PIC X(06)  VALUE "PRIOR:".
003260         10  COLUMN 67   PIC X(06)  SOURCE IS WS-MONTH-KEY (2).
003270     05  LINE 3.
003280         10  COLUMN  1   PIC X(80)  VALUE ALL "-".
003290     05  LINE 4.
003300         10  COLUMN  1   PIC X(03)  VALUE "RNK".
003310         10  COLUMN  5   PIC X(04)  VALUE "BRCH".
003320         10  COLUMN 10   PIC X(04)  VALUE "NAME".
003330         10  COLUMN 22   PIC X(03)  VALUE "BAL".
003340         10  COLUMN 27   PIC X(03)  VALUE "NUM".
003350         10  COLUMN 32   PIC X(03)  VALUE "DUP".
003360         10  COLUMN 37   PIC X(03)  VALUE "REJ".
003370         10  COLUMN 41   PIC X(03)  VALUE "STP".
003380         10  COLUMN 45   PIC X(03)  VALUE "VAR".
003390         10  COLUMN 49   PIC X(03)  VALUE "LAT".
003400         10  COLUMN 53   PIC X(03)  VALUE "MIS".
003410         10  COLUMN 57   PIC X(04)  VALUE "TURN".
003420         10  COLUMN 62   PIC X(03)  VALUE "SCR".
003430         10  COLUMN 66   PIC X(03)  VALUE "PRI".
003440         10  COLUMN 70   PIC X(04)  VALUE " CHG".
003450         10  COLUMN 75   PIC X(05)  VALUE "TREND".
003460*
003470 01  RL-BRANCH-LINE      TYPE DETAIL LINE PLUS 1.
003480     05  COLUMN  1       PIC ZZ9    SOURCE IS WS-DET-RANK.
003490     05  COLUMN  5       PIC X(04)  SOURCE IS WS-DET-BRANCH.
003500     05  COLUMN 10       PIC X(10)  SOURCE IS WS-DET-NAME.
003510     05  COLUMN 21       PIC ZZZ9   SOURCE IS WS-DET-BAL.
003520     05  COLUMN 26       PIC ZZZ9   SOURCE IS WS-DET-NUM.
003530     05  COLUMN 31       PIC ZZZ9   SOURCE IS WS-DET-DUP.
003540     05  COLUMN 36       PIC ZZZ9   SOURCE IS WS-DET-REJ.
003550     05  COLUMN 41       PIC ZZ9    SOURCE IS WS-DET-STOP.
003560     05  COLUMN 45       PIC ZZ9    SOURCE IS WS-DET-VAR.
003570     05  COLUMN 49       PIC ZZ9    SOURCE IS WS-DET-LATE.
003580     05  COLUMN 53       PIC ZZ9    SOURCE IS WS-DET-MISS.
003590     05  COLUMN 57       PIC Z9.9   SOURCE IS WS-DET-TURN.
003600     05  COLUMN 62       PIC ZZ9    SOURCE IS WS-DET-SCORE.
003610     05  COLUMN 66       PIC ZZ9    SOURCE IS WS-DET-PRIOR.
003620     05  COLUMN 70       PIC -(3)9  SOURCE IS WS-DET-CHG.
003630     05  COLUMN 75       PIC X(06)  SOURCE IS WS-DET-TREND.
003640*
003650 01  RL-REGION-TOTAL     TYPE CONTROL FOOTING WS-CTL-REGION
003660                         NEXT GROUP PLUS 1.
003670     05  LINE PLUS 1.
003680         10  COLUMN  1   PIC X(06)  VALUE "REGION".
003690         10  COLUMN  8   PIC X(04)  SOURCE IS WS-CTL-REGION.
003700         10  COLUMN 13   PIC X(08)  VALUE "SUBTOTAL".
003710         10  COLUMN 21   PIC ZZZ9   SUM WS-DET-BAL.
003720         10  COLUMN 26   PIC ZZZ9   SUM WS-DET-NUM.
003730         10  COLUMN 31   PIC ZZZ9   SUM WS-DET-DUP.
003740         10  COLUMN 36   PIC ZZZ9   SUM WS-DET-REJ.
003750         10  COLUMN 41   PIC ZZ9    SUM WS-DET-STOP.
003760         10  COLUMN 45   PIC ZZ9    SUM WS-DET-VAR.
003770         10  COLUMN 49   PIC ZZ9    SUM WS-DET-LATE.
003780         10  COLUMN 53   PIC ZZ9    SUM WS-DET-MISS.
003790         10  COLUMN 57   PIC Z9.9   SOURCE IS WS-FTG-TURN.
003800         10  COLUMN 62   PIC ZZ9    SOURCE IS WS-FTG-SCORE.
003810         10  COLUMN 66   PIC ZZ9    SOURCE IS WS-FTG-PRIOR.
003820         10  COLUMN 70   PIC -(3)9  SOURCE IS WS-FTG-CHG.
003830*
003840 01  RL-GRAND-TOTAL      TYPE CONTROL FOOTING FINAL.
003850     05  LINE PLUS 2.
003860         10  COLUMN  1   PIC X(10)  VALUE "BANK TOTAL".
003870         10  COLUMN 21   PIC ZZZ9   SUM WS-DET-BAL.
003880         10  COLUMN 26   PIC ZZZ9   SUM WS-DET-NUM.
003890         10  COLUMN 31   PIC ZZZ9   SUM WS-DET-DUP.
003900         10  COLUMN 36   PIC ZZZ9   SUM WS-DET-REJ.
003910         10  COLUMN 41   PIC ZZ9    SUM WS-DET-STOP.
003920         10  COLUMN 45   PIC ZZ9    SUM WS-DET-VAR.
003930         10  COLUMN 49   PIC ZZ9    SUM WS-DET-LATE.
003940         10  COLUMN 53   PIC ZZ9    SUM WS-DET-MISS.
003950         10  COLUMN 57   PIC Z9.9   SOURCE IS WS-BNK-TURN.
003960         10  COLUMN 62   PIC ZZ9    SOURCE IS WS-BNK-SCORE.
003970         10  COLUMN 66   PIC ZZ9    SOURCE IS WS-BNK-PRIOR.
003980         10  COLUMN 70   PIC -(3)9  SOURCE IS WS-BNK-CHG.
003990     05  LINE PLUS 2.
004000         10  COLUMN  1   PIC X(16)  VALUE "BRANCHES SCORED".
004010         10  COLUMN 20   PIC 9(03)  SOURCE IS WS-BNK-BRANCHES.
004020     05  LINE PLUS 2.
004030         10  COLUMN  1   PIC X(22)
004040                 VALUE "SCORE = 100 LESS  BAL".
004050         10  COLUMN 23   PIC Z9     SOURCE IS WS-WGT-BAL.
004060         10  COLUMN 27   PIC X(03)  VALUE "NUM".
004070         10  COLUMN 31   PIC Z9     SOURCE IS WS-WGT-NUM.
004080         10  COLUMN 35   PIC X(03)  VALUE "DUP".
004090         10  COLUMN 39   PIC Z9     SOURCE IS WS-WGT-DUP.
004100         10  COLUMN 43   PIC X(03)  VALUE "REJ".
004110         10  COLUMN 47   PIC Z9     SOURCE IS WS-WGT-REJ.
004120         10  COLUMN 51   PIC X(03)  VALUE "STP".
004130         10  COLUMN 55   PIC Z9     SOURCE IS WS-WGT-STOP.
004140     05  LINE PLUS 1.
004150         10  COLUMN 19   PIC X(03)  VALUE "VAR".
004160         10  COLUMN 23   PIC Z9     SOURCE IS WS-WGT-VAR.
004170         10  COLUMN 27   PIC X(03)  VALUE "LAT".
004180         10  COLUMN 31   PIC Z9     SOURCE IS WS-WGT-LATE.
004190         10  COLUMN 35   PIC X(03)  VALUE "MIS".
004200         10  COLUMN 39   PIC Z9     SOURCE IS WS-WGT-MISS.
004210         10  COLUMN 43   PIC X(14)  VALUE "PER TURN DAY".
004220         10  COLUMN 57   PIC Z9     SOURCE IS WS-WGT-TURN.
004230         10  COLUMN 61   PIC X(13)  VALUE "- NOT BELOW 0".
004240     05  LINE PLUS 1.
004250         10  COLUMN  1   PIC X(40)
004260                 VALUE "TOTALS SUM COUNTS, AVERAGE THE REST".
004270     05  LINE PLUS 2.
004280         10  COLUMN  1   PIC X(70)  SOURCE IS WS-NOTE-FRG.
004290     05  LINE PLUS 1.
004300         10  COLUMN  1   PIC X(70)  SOURCE IS WS-NOTE-PNH.
004310*
004320 PROCEDURE DIVISION.
004330*
004340 0000-MAINLINE.
004350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004360     PERFORM 2000-LOAD-BRANCH-MASTER THRU 2000-EXIT.
004370     PERFORM 3000-COUNT-SUSPENSE THRU 3000-EXIT.
004380     PERFORM 3200-COUNT-RELEASES THRU 3200-EXIT.
004390     PERFORM 3400-COUNT-FEED-REGISTER THRU 3400-EXIT.
004400     PERFORM 3600-COUNT-RUN-LOG THRU 3600-EXIT.
004410     PERFORM 5000-SCORE-BRANCHES THRU 5000-EXIT.
004420     PERFORM 6000-RANK-BRANCHES THRU 6000-EXIT.
004430     PERFORM 6500-SORT-BY-REGION THRU 6500-EXIT.
004440     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
004450     PERFORM 9900-TERMINATE THRU 9900-EXIT.
004460     STOP RUN.
004470*
004480******************************************************************
004490*   1000-INITIALIZE                                              *
004500*   ACCEPTS THE MONTH TO SCORE (YYYYMM) FROM SYSIN - THE SAME    *
004510*   CARD SAMPLE5 TAKES - AND WORKS OUT THE MONTH BEFORE IT.  A   *
004520*   MONTH THAT IS NOT SIX NUMERIC DIGITS OR HAS NO SUCH MONTH    *
004530*   NUMBER IS A MISPUNCHED CARD - ABEND WITH A DIAGNOSTIC.       *
004540******************************************************************
004550 1000-INITIALIZE.
004560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004570     ACCEPT WS-TIME-WORK FROM TIME.
004580     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
004590     ACCEPT WS-REQUEST-MONTH.
004600     IF WS-REQUEST-MONTH IS NOT NUMERIC
004610         DISPLAY "*** REQUEST MONTH '" WS-REQUEST-MONTH
004620             "' IS NOT YYYYMM ***"
004630         MOVE 16 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     IF WS-REQ-MM IS LESS THAN 1 OR WS-REQ-MM IS GREATER THAN 12
004670         DISPLAY "*** REQUEST MONTH '" WS-REQUEST-MONTH
004680             "' IS NOT YYYYMM ***"
004690         MOVE 16 TO RETURN-CODE
004700         STOP RUN
004710     END-IF.
004720     MOVE WS-REQUEST-MONTH TO WS-MONTH-KEY (1).
004730     IF WS-REQ-MM = 1
004740         COMPUTE WS-PRI-YYYY = WS-REQ-YYYY - 1
004750         MOVE 12 TO WS-PRI-MM
004760     ELSE
004770         MOVE WS-REQ-YYYY TO WS-PRI-YYYY
004780         COMPUTE WS-PRI-MM = WS-REQ-MM - 1
004790     END-IF.
004800     MOVE WS-PRIOR-MONTH TO WS-MONTH-KEY (2).
004810     OPEN OUTPUT PRINT-FILE.
004820     IF WS-PRT-STATUS NOT = '00'
004830         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
004840             "STATUS " WS-PRT-STATUS " ***"
004850         MOVE 16 TO RETURN-CODE
004860         STOP RUN
004870     END-IF.
004880 1000-EXIT.
004890     EXIT.
004900*
004910******************************************************************
004920*   2000-LOAD-BRANCH-MASTER                                      *
004930*   SEEDS THE SCORECARD TABLE WITH EVERY BRANCH ON THE MASTER,   *
004940*   SO A BRANCH WITH A CLEAN MONTH STILL GETS ITS LINE AND ITS   *
004950*   RANK.  A MISSING BRANCH MASTER MEANS THE BRANCHES CANNOT BE  *
004960*   RANKED - ABEND.                                              *
004970******************************************************************
004980 2000-LOAD-BRANCH-MASTER.
004990     OPEN INPUT BRANCH-MASTER-FILE.
005000     IF WS-BRM-STATUS NOT = '00'
005010         DISPLAY "*** UNABLE TO OPEN BRNCHMST FOR INPUT - "
005020             "STATUS " WS-BRM-STATUS " ***"
005030         MOVE 16 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     PERFORM 2100-LOAD-BRM-RECORD THRU 2100-EXIT
005070         UNTIL WS-BRM-EOF.
005080     CLOSE BRANCH-MASTER-FILE.
005090 2000-EXIT.
005100     EXIT.
005110*
005120 2100-LOAD-BRM-RECORD.
005130     READ BRANCH-MASTER-FILE
005140         AT END
005150             SET WS-BRM-EOF TO TRUE
005160     END-READ.
005170     IF WS-BRM-EOF
005180         GO TO 2100-EXIT
005190     END-IF.
005200     IF WS-SCB-COUNT IS NOT LESS THAN 50
005210         DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
005220         MOVE 16 TO RETURN-CODE
005230         STOP RUN
005240     END-IF.
005250     ADD 1 TO WS-SCB-COUNT.
005260     MOVE WS-SCB-COUNT TO WS-SCB-SLOT.
005270     PERFORM 2200-CLEAR-SLOT THRU 2200-EXIT.
005280     MOVE DT-BRM-BRANCH-CODE TO WS-SCB-CODE (WS-SCB-SLOT).
005290     MOVE DT-BRM-BRANCH-NAME TO WS-SCB-NAME (WS-SCB-SLOT).
005300     MOVE DT-BRM-REGION      TO WS-SCB-REGN (WS-SCB-SLOT).
005310     MOVE DT-BRM-STATUS      TO WS-SCB-STAT (WS-SCB-SLOT).
005320     MOVE DT-BRM-OPEN-DATE   TO WS-SCB-OPEN (WS-SCB-SLOT).
005330     MOVE DT-BRM-CLOSE-DATE  TO WS-SCB-CLOSE (WS-SCB-SLOT).
005340 2100-EXIT.
005350     EXIT.
005360*
005370 2200-CLEAR-SLOT.
005380     MOVE SPACES TO WS-SCB-ENTRY (WS-SCB-SLOT).
005390     MOVE 'N' TO WS-SCB-PRINT (WS-SCB-SLOT).
005400     MOVE 'N' TO WS-SCB-HAS-PRIOR (WS-SCB-SLOT).
005410     MOVE 0 TO WS-SCB-RANK (WS-SCB-SLOT).
005420     PERFORM 2250-CLEAR-ONE-MONTH THRU 2250-EXIT
005430         VARYING WS-CLR-SLOT FROM 1 BY 1
005440         UNTIL WS-CLR-SLOT > 2.
005450 2200-EXIT.
005460     EXIT.
005470*
005480 2250-CLEAR-ONE-MONTH.
005490     MOVE 0 TO WS-SCM-BAL (WS-SCB-SLOT WS-CLR-SLOT).
005500     MOVE 0 TO WS-SCM-NUM (WS-SCB-SLOT WS-CLR-SLOT).
005510     MOVE 0 TO WS-SCM-DUP (WS-SCB-SLOT WS-CLR-SLOT).
005520     MOVE 0 TO WS-SCM-REJ (WS-SCB-SLOT WS-CLR-SLOT).
005530     MOVE 0 TO WS-SCM-STOP (WS-SCB-SLOT WS-CLR-SLOT).
005540     MOVE 0 TO WS-SCM-VAR (WS-SCB-SLOT WS-CLR-SLOT).
005550     MOVE 0 TO WS-SCM-LATE (WS-SCB-SLOT WS-CLR-SLOT).
005560     MOVE 0 TO WS-SCM-MISS (WS-SCB-SLOT WS-CLR-SLOT).
005570     MOVE 0 TO WS-SCM-TURN-DAYS (WS-SCB-SLOT WS-CLR-SLOT).
005580     MOVE 0 TO WS-SCM-TURN-CNT (WS-SCB-SLOT WS-CLR-SLOT).
005590     MOVE 0 TO WS-SCM-TURN-AVG (WS-SCB-SLOT WS-CLR-SLOT).
005600     MOVE 0 TO WS-SCM-PENALTY (WS-SCB-SLOT WS-CLR-SLOT).
005610     MOVE 0 TO WS-SCM-SCORE (WS-SCB-SLOT WS-CLR-SLOT).
005620 2250-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660*   3000-COUNT-SUSPENSE                                          *
005670*   COUNTS THE RECORDS STILL ON SUSPFILE BY BRANCH AND REASON    *
005680*   CODE, BY THE MONTH OF THEIR SUSPEND DATE.  A FILE THAT DOES  *
005690*   NOT EXIST YET (STATUS 35) SIMPLY MEANS NOTHING IS SUSPENDED. *
005700*   ONE THAT CANNOT BE READ WOULD SHOW EVERY BRANCH CLEAN, SO    *
005710*   IT ENDS THE RUN WITH RC=16.                                  *
005720******************************************************************
005730 3000-COUNT-SUSPENSE.
005740     OPEN INPUT SUSPENSE-FILE.
005750     IF WS-SUS-STATUS = '35'
005760         GO TO 3000-EXIT
005770     END-IF.
005780     IF WS-SUS-STATUS NOT = '00'
005790         DISPLAY "*** UNABLE TO OPEN SUSPFILE FOR INPUT - "
005800             "STATUS " WS-SUS-STATUS " ***"
005810         MOVE 16 TO RETURN-CODE
005820         STOP RUN
005830     END-IF.
005840     PERFORM 3100-COUNT-ONE-SUSPENSE THRU 3100-EXIT
005850         UNTIL WS-SUS-EOF.
005860     CLOSE SUSPENSE-FILE.
005870 3000-EXIT.
005880     EXIT.
005890*
005900 3100-COUNT-ONE-SUSPENSE.
005910     READ SUSPENSE-FILE
005920         AT END
005930             SET WS-SUS-EOF TO TRUE
005940     END-READ.
005950     IF WS-SUS-EOF
005960         GO TO 3100-EXIT
005970     END-IF.
005980     MOVE DT-SUS-SUSPEND-DATE TO WS-EVENT-DATE.
005990     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
006000     IF WS-MON-SLOT = 0
006010         GO TO 3100-EXIT
006020     END-IF.
006030     MOVE DT-SUS-BRANCH-CODE TO WS-LOOKUP-CODE.
006040     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
006050     EVALUATE TRUE
006060         WHEN DT-SUS-OUT-OF-BAL
006070             ADD 1 TO WS-SCM-BAL (WS-SCB-SLOT WS-MON-SLOT)
006080         WHEN DT-SUS-BAD-NUMERIC
006090             ADD 1 TO WS-SCM-NUM (WS-SCB-SLOT WS-MON-SLOT)
006100         WHEN DT-SUS-DUP-SEQ
006110             ADD 1 TO WS-SCM-DUP (WS-SCB-SLOT WS-MON-SLOT)
006120         WHEN OTHER
006130             CONTINUE
006140     END-EVALUATE.
006150 3100-EXIT.
006160     EXIT.
006170*
006180******************************************************************
006190*   3200-COUNT-RELEASES                                          *
006200*   A RELEASED SUSPENSE RECORD HAS LEFT SUSPFILE, SO ITS         *
006210*   APPROVED 'SUS ' RECORD ON PENDHIST STANDS IN FOR IT - THE    *
006220*   BEFORE IMAGE IS THE SUSPENSE RECORD AS IT WAS SUSPENDED.     *
006230*   THE SAME RECORD GIVES THE REPAIR TURNAROUND, IN THE MONTH    *
006240*   OF ITS ACTION DATE.  A REJECTED RELEASE LEFT THE RECORD ON   *
006250*   SUSPFILE, WHERE 3000 ALREADY COUNTED IT.  NO PENDHIST        *
006260*   (STATUS 35) MEANS RELEASED SUSPENSIONS AND TURNAROUND CANNOT *
006270*   BE COUNTED - SAID ON THE REPORT, RC=4.  ANY OTHER OPEN       *
006280*   FAILURE ENDS THE RUN WITH RC=16.                             *
006290******************************************************************
006300 3200-COUNT-RELEASES.
006310     OPEN INPUT PENDING-HIST-FILE.
006320     IF WS-PNH-STATUS = '35'
006330         DISPLAY "PENDHIST NOT AVAILABLE - RELEASED SUSPENSIONS "
006340             "AND TURNAROUND NOT COUNTED"
006350         MOVE 'NO PENDHIST - RELEASES AND TURNAROUND NOT COUNTED'
006360             TO WS-NOTE-PNH
006370         GO TO 3200-EXIT
006380     END-IF.
006390     IF WS-PNH-STATUS NOT = '00'
006400         DISPLAY "*** UNABLE TO OPEN PENDHIST FOR INPUT - "
006410             "STATUS " WS-PNH-STATUS " ***"
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF.
006450     SET WS-PNH-AVAILABLE TO TRUE.
006460     PERFORM 3300-COUNT-ONE-RELEASE THRU 3300-EXIT
006470         UNTIL WS-PNH-EOF.
006480     CLOSE PENDING-HIST-FILE.
006490 3200-EXIT.
006500     EXIT.
006510*
006520 3300-COUNT-ONE-RELEASE.
006530     READ PENDING-HIST-FILE
006540         AT END
006550             SET WS-PNH-EOF TO TRUE
006560     END-READ.
006570     IF WS-PNH-EOF
006580         GO TO 3300-EXIT
006590     END-IF.
006600     IF NOT DT-PEND-SUSPENSE OR NOT DT-PEND-APPROVED
006610         GO TO 3300-EXIT
006620     END-IF.
006630     MOVE DT-PEND-BEFORE-IMAGE TO WS-PNH-SUS-IMAGE.
006640     MOVE WS-IMG-BRANCH-CODE TO WS-LOOKUP-CODE.
006650     MOVE WS-IMG-SUSPEND-DATE TO WS-EVENT-DATE.
006660     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
006670     IF WS-MON-SLOT NOT = 0
006680         PERFORM 3900-FIND-BRANCH THRU 3900-EXIT
006690         EVALUATE WS-IMG-REASON-CODE
006700             WHEN 'BAL '
006710                 ADD 1 TO WS-SCM-BAL (WS-SCB-SLOT WS-MON-SLOT)
006720             WHEN 'NUM '
006730                 ADD 1 TO WS-SCM-NUM (WS-SCB-SLOT WS-MON-SLOT)
006740             WHEN 'DUP '
006750                 ADD 1 TO WS-SCM-DUP (WS-SCB-SLOT WS-MON-SLOT)
006760             WHEN OTHER
006770                 CONTINUE
006780         END-EVALUATE
006790     END-IF.
006800     MOVE DT-PEND-ACTION-DATE TO WS-EVENT-DATE.
006810     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
006820     IF WS-MON-SLOT = 0
006830         GO TO 3300-EXIT
006840     END-IF.
006850     IF DT-PEND-ENTER-DATE IS NOT NUMERIC
006860             OR DT-PEND-ACTION-DATE IS NOT NUMERIC
006870         GO TO 3300-EXIT
006880     END-IF.
006890     MOVE DT-PEND-ENTER-DATE TO WS-DTS-DATE.
006900     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
006910     MOVE WS-DTS-SERIAL TO WS-ENTER-SERIAL.
006920     MOVE DT-PEND-ACTION-DATE TO WS-DTS-DATE.
006930     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
006940     MOVE WS-DTS-SERIAL TO WS-ACTION-SERIAL.
006950     IF WS-ACTION-SERIAL IS GREATER THAN WS-ENTER-SERIAL
006960         COMPUTE WS-TURN-DAYS = WS-ACTION-SERIAL - WS-ENTER-SERIAL
006970     ELSE
006980         MOVE 0 TO WS-TURN-DAYS
006990     END-IF.
007000     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
007010     ADD WS-TURN-DAYS
007020         TO WS-SCM-TURN-DAYS (WS-SCB-SLOT WS-MON-SLOT).
007030     ADD 1 TO WS-SCM-TURN-CNT (WS-SCB-SLOT WS-MON-SLOT).
007040 3300-EXIT.
007050     EXIT.
007060*
007070******************************************************************
007080*   3400-COUNT-FEED-REGISTER                                     *
007090*   COUNTS EACH BRANCH'S LATE AND MISSING FEEDS BY THE MONTH OF  *
007100*   THE BUSINESS DATE.  LATE IS A DAY WHOSE LAST ARRIVAL WAS     *
007110*   STAMPED LATE AND STILL ROUTED TO THAT NIGHT'S STEP - A       *
007120*   RESEND REPLACES THE ARRIVAL BEFORE IT, SO THE ARRIVALS ARE   *
007130*   TABLED (3550) AND COUNTED ONCE THE REGISTER IS READ (3580).  *
007140*   A FEED THAT MISSED THE NIGHT HAS ITS 'M' RECORD AND COUNTS   *
007150*   AS MISSING ONLY.  NO REGISTER (STATUS 35) MEANS 3600 COUNTS  *
007160*   MISSING FROM THE RUN LOG AND LATE IS NOT COUNTED - SAID ON   *
007170*   THE REPORT, RC=4.  ANY OTHER OPEN FAILURE ENDS THE RUN WITH  *
007180*   RC=16.                                                       *
007190******************************************************************
007200 3400-COUNT-FEED-REGISTER.
007210     OPEN INPUT FEED-REGISTER-FILE.
007220     IF WS-FRG-STATUS = '35'
007230         DISPLAY "FEEDREG NOT AVAILABLE - MISSING FEEDS TAKEN "
007240             "FROM RUNLOG, LATE FEEDS NOT COUNTED"
007250         MOVE 'NO FEEDREG - MISSING FROM RUNLOG, LATE NOT COUNTED'
007260             TO WS-NOTE-FRG
007270         GO TO 3400-EXIT
007280     END-IF.
007290     IF WS-FRG-STATUS NOT = '00'
007300         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR INPUT - "
007310             "STATUS " WS-FRG-STATUS " ***"
007320         MOVE 16 TO RETURN-CODE
007330         STOP RUN
007340     END-IF.
007350     SET WS-FRG-AVAILABLE TO TRUE.
007360     PERFORM 3500-COUNT-ONE-REGISTER THRU 3500-EXIT
007370         UNTIL WS-FRG-EOF.
007380     CLOSE FEED-REGISTER-FILE.
007390     PERFORM 3580-COUNT-ONE-ARRIVAL THRU 3580-EXIT
007400         VARYING WS-ARR-IDX FROM 1 BY 1
007410         UNTIL WS-ARR-IDX > WS-ARR-COUNT.
007420 3400-EXIT.
007430     EXIT.
007440*
007450 3500-COUNT-ONE-REGISTER.
007460     READ FEED-REGISTER-FILE
007470         AT END
007480             SET WS-FRG-EOF TO TRUE
007490     END-READ.
007500     IF WS-FRG-EOF
007510         GO TO 3500-EXIT
007520     END-IF.
007530     MOVE DT-FRG-BUS-DATE TO WS-EVENT-DATE.
007540     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
007550     IF WS-MON-SLOT = 0
007560         GO TO 3500-EXIT
007570     END-IF.
007580     IF DT-FRG-MISSING
007590         MOVE DT-FRG-BRANCH-CODE TO WS-LOOKUP-CODE
007600         PERFORM 3900-FIND-BRANCH THRU 3900-EXIT
007610         ADD 1 TO WS-SCM-MISS (WS-SCB-SLOT WS-MON-SLOT)
007620     END-IF.
007630     IF DT-FRG-ARRIVED
007640         PERFORM 3550-NOTE-ARRIVAL THRU 3550-EXIT
007650     END-IF.
007660 3500-EXIT.
007670     EXIT.
007680*
007690 3550-NOTE-ARRIVAL.
007700     MOVE 0 TO WS-ARR-SLOT.
007710     PERFORM 3560-SCAN-ARR-TABLE THRU 3560-EXIT
007720         VARYING WS-ARR-IDX FROM 1 BY 1
007730         UNTIL WS-ARR-IDX > WS-ARR-COUNT
007740             OR WS-ARR-SLOT NOT = 0.
007750     IF WS-ARR-SLOT = 0
007760         IF WS-ARR-COUNT IS NOT LESS THAN 3100
007770             DISPLAY "*** ARRIVAL TABLE FULL - LIMIT 3100 ***"
007780             MOVE 16 TO RETURN-CODE
007790             STOP RUN
007800         END-IF
007810         ADD 1 TO WS-ARR-COUNT
007820         MOVE WS-ARR-COUNT TO WS-ARR-SLOT
007830         MOVE DT-FRG-BRANCH-CODE TO WS-ARR-E-BRANCH (WS-ARR-SLOT)
007840         MOVE DT-FRG-BUS-DATE    TO WS-ARR-E-DATE (WS-ARR-SLOT)
007850     END-IF.
007860     MOVE DT-FRG-LATE-FLAG TO WS-ARR-E-LATE (WS-ARR-SLOT).
007870     MOVE DT-FRG-ROUTE     TO WS-ARR-E-ROUTE (WS-ARR-SLOT).
007880 3550-EXIT.
007890     EXIT.
007900*
007910 3560-SCAN-ARR-TABLE.
007920     IF WS-ARR-E-BRANCH (WS-ARR-IDX) = DT-FRG-BRANCH-CODE
007930             AND WS-ARR-E-DATE (WS-ARR-IDX) = DT-FRG-BUS-DATE
007940         MOVE WS-ARR-IDX TO WS-ARR-SLOT
007950     END-IF.
007960 3560-EXIT.
007970     EXIT.
007980*
007990 3580-COUNT-ONE-ARRIVAL.
008000     IF WS-ARR-E-LATE (WS-ARR-IDX) NOT = 'Y'
008010             OR WS-ARR-E-ROUTE (WS-ARR-IDX) NOT = 'T'
008020         GO TO 3580-EXIT
008030     END-IF.
008040     MOVE WS-ARR-E-DATE (WS-ARR-IDX) TO WS-EVENT-DATE.
008050     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
008060     MOVE WS-ARR-E-BRANCH (WS-ARR-IDX) TO WS-LOOKUP-CODE.
008070     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
008080     ADD 1 TO WS-SCM-LATE (WS-SCB-SLOT WS-MON-SLOT).
008090 3580-EXIT.
008100     EXIT.
008110*
008120******************************************************************
008130*   3600-COUNT-RUN-LOG                                           *
008140*   COUNTS THE BRANCH STEP (SAMPLE1B) RECORDS BY THE MONTH OF    *
008150*   THE RUN DATE - RECORDS REJECTED ON THE BRANCH MASTER, FEED   *
008160*   STOPS (RC=16) AND VARIANCE FLAGS.  RECORDS FROM BEFORE THE   *
008170*   RUN LOG CARRIED THE REJECT COUNT AND FLAG HAVE SPACES THERE  *
008180*   AND ADD NOTHING.  THE RUN LOG IS THE NIGHT'S OWN RECORD -    *
008190*   WITHOUT IT THERE IS NO SCORECARD, SO ABEND.                  *
008200******************************************************************
008210 3600-COUNT-RUN-LOG.
008220     OPEN INPUT RUN-LOG-FILE.
008230     IF WS-RLG-STATUS NOT = '00'
008240         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR INPUT - "
008250             "STATUS " WS-RLG-STATUS " ***"
008260         MOVE 16 TO RETURN-CODE
008270         STOP RUN
008280     END-IF.
008290     PERFORM 3700-COUNT-ONE-RUN THRU 3700-EXIT
008300         UNTIL WS-RLG-EOF.
008310     CLOSE RUN-LOG-FILE.
008320 3600-EXIT.
008330     EXIT.
008340*
008350 3700-COUNT-ONE-RUN.
008360     READ RUN-LOG-FILE
008370         AT END
008380             SET WS-RLG-EOF TO TRUE
008390     END-READ.
008400     IF WS-RLG-EOF
008410         GO TO 3700-EXIT
008420     END-IF.
008430     IF DT-RLG-PROGRAM-ID NOT = 'SAMPLE1B'
008440         GO TO 3700-EXIT
008450     END-IF.
008460     MOVE DT-RLG-RUN-DATE TO WS-EVENT-DATE.
008470     PERFORM 3950-SET-MONTH-SLOT THRU 3950-EXIT.
008480     IF WS-MON-SLOT = 0
008490         GO TO 3700-EXIT
008500     END-IF.
008510     MOVE DT-RLG-BRANCH-CODE TO WS-LOOKUP-CODE.
008520     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
008530     IF DT-RLG-RETURN-CODE = 16
008540         ADD 1 TO WS-SCM-STOP (WS-SCB-SLOT WS-MON-SLOT)
008550     END-IF.
008560     IF DT-RLG-VARIANCE-RAISED
008570         ADD 1 TO WS-SCM-VAR (WS-SCB-SLOT WS-MON-SLOT)
008580     END-IF.
008590     IF DT-RLG-REC-REJECTED IS NUMERIC
008600         ADD DT-RLG-REC-REJECTED
008610             TO WS-SCM-REJ (WS-SCB-SLOT WS-MON-SLOT)
008620     END-IF.
008630     IF DT-RLG-MISSING-SKIPPED AND NOT WS-FRG-AVAILABLE
008640         ADD 1 TO WS-SCM-MISS (WS-SCB-SLOT WS-MON-SLOT)
008650     END-IF.
008660 3700-EXIT.
008670     EXIT.
008680*
008690******************************************************************
008700*   3900-FIND-BRANCH                                             *
008710*   POINTS WS-SCB-SLOT AT WS-LOOKUP-CODE'S ENTRY.  ACTIVITY FOR  *
008720*   A BRANCH NOT ON THE MASTER OPENS ITS OWN SLOT IN REGION      *
008730*   ZZZZ SO IT PRINTS LAST, WHERE IT CANNOT BE MISSED.           *
008740******************************************************************
008750 3900-FIND-BRANCH.
008760     MOVE 'N' TO WS-SCB-FOUND-SWITCH.
008770     PERFORM 3910-SCAN-SCB-TABLE THRU 3910-EXIT
008780         VARYING WS-SCB-IDX FROM 1 BY 1
008790         UNTIL WS-SCB-IDX > WS-SCB-COUNT
008800             OR WS-SCB-FOUND.
008810     IF WS-SCB-FOUND
008820         GO TO 3900-EXIT
008830     END-IF.
008840     IF WS-SCB-COUNT IS NOT LESS THAN 50
008850         DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
008860         MOVE 16 TO RETURN-CODE
008870         STOP RUN
008880     END-IF.
008890     ADD 1 TO WS-SCB-COUNT.
008900     MOVE WS-SCB-COUNT TO WS-SCB-SLOT.
008910     PERFORM 2200-CLEAR-SLOT THRU 2200-EXIT.
008920     MOVE WS-LOOKUP-CODE    TO WS-SCB-CODE (WS-SCB-SLOT).
008930     MOVE '(NOT ON MASTER)' TO WS-SCB-NAME (WS-SCB-SLOT).
008940     MOVE 'ZZZZ'            TO WS-SCB-REGN (WS-SCB-SLOT).
008950     MOVE '?'               TO WS-SCB-STAT (WS-SCB-SLOT).
008960 3900-EXIT.
008970     EXIT.
008980*
008990 3910-SCAN-SCB-TABLE.
009000     IF WS-SCB-CODE (WS-SCB-IDX) = WS-LOOKUP-CODE
009010         SET WS-SCB-FOUND TO TRUE
009020         MOVE WS-SCB-IDX TO WS-SCB-SLOT
009030     END-IF.
009040 3910-EXIT.
009050     EXIT.
009060*
009070******************************************************************
009080*   3950-SET-MONTH-SLOT                                          *
009090*   1 WHEN WS-EVENT-DATE FALLS IN THE MONTH SCORED, 2 IN THE     *
009100*   MONTH BEFORE, OTHERWISE 0 (NOT COUNTED).                     *
009110******************************************************************
009120 3950-SET-MONTH-SLOT.
009130     EVALUATE WS-EVENT-DATE (1:6)
009140         WHEN WS-MONTH-KEY (1)
009150             MOVE 1 TO WS-MON-SLOT
009160         WHEN WS-MONTH-KEY (2)
009170             MOVE 2 TO WS-MON-SLOT
009180         WHEN OTHER
009190             MOVE 0 TO WS-MON-SLOT
009200     END-EVALUATE.
009210 3950-EXIT.
009220     EXIT.
009230*
009240******************************************************************
009250*   5000-SCORE-BRANCHES                                          *
009260*   SCORES EVERY BRANCH FOR BOTH MONTHS.  A BRANCH PRINTS WHEN   *
009270*   IT WAS OPEN AT ANY POINT IN THE MONTH SCORED (OR HAD         *
009280*   ACTIVITY IN IT ANYWAY); IT HAS A PRIOR SCORE WHEN IT WAS     *
009290*   OPEN IN THE MONTH BEFORE.  A CLOSED BRANCH WITH NO CLOSE     *
009300*   DATE IS TAKEN AS CLOSED BEFORE EITHER MONTH.                 *
009310******************************************************************
009320 5000-SCORE-BRANCHES.
009330     PERFORM 5100-SCORE-ONE-BRANCH THRU 5100-EXIT
009340         VARYING WS-SCB-SLOT FROM 1 BY 1
009350         UNTIL WS-SCB-SLOT > WS-SCB-COUNT.
009360 5000-EXIT.
009370     EXIT.
009380*
009390 5100-SCORE-ONE-BRANCH.
009400     PERFORM 5200-SCORE-ONE-MONTH THRU 5200-EXIT
009410         VARYING WS-MON-SLOT FROM 1 BY 1
009420         UNTIL WS-MON-SLOT > 2.
009430     MOVE 1 TO WS-MON-SLOT.
009440     PERFORM 5300-CHECK-OPEN-IN-MONTH THRU 5300-EXIT.
009450     IF WS-SCM-PENALTY (WS-SCB-SLOT 1) IS GREATER THAN 0
009460             OR WS-SCM-TURN-CNT (WS-SCB-SLOT 1) IS GREATER THAN 0
009470         MOVE 'Y' TO WS-SCB-PRINT (WS-SCB-SLOT)
009480     END-IF.
009490     MOVE 2 TO WS-MON-SLOT.
009500     PERFORM 5300-CHECK-OPEN-IN-MONTH THRU 5300-EXIT.
009510 5100-EXIT.
009520     EXIT.
009530*
009540 5200-SCORE-ONE-MONTH.
009550     IF WS-SCM-TURN-CNT (WS-SCB-SLOT WS-MON-SLOT)
009560             IS GREATER THAN 0
009570         COMPUTE WS-SCM-TURN-AVG (WS-SCB-SLOT WS-MON-SLOT) ROUNDED
009580             = WS-SCM-TURN-DAYS (WS-SCB-SLOT WS-MON-SLOT)
009590             / WS-SCM-TURN-CNT (WS-SCB-SLOT WS-MON-SLOT)
009600     END-IF.
009610     MOVE WS-SCM-TURN-AVG (WS-SCB-SLOT WS-MON-SLOT)
009620         TO WS-TURN-WHOLE.
009630     COMPUTE WS-PEN-WORK
009640         = WS-WGT-BAL  * WS-SCM-BAL (WS-SCB-SLOT WS-MON-SLOT)
009650         + WS-WGT-NUM  * WS-SCM-NUM (WS-SCB-SLOT WS-MON-SLOT)
009660         + WS-WGT-DUP  * WS-SCM-DUP (WS-SCB-SLOT WS-MON-SLOT)
009670         + WS-WGT-REJ  * WS-SCM-REJ (WS-SCB-SLOT WS-MON-SLOT)
009680         + WS-WGT-STOP * WS-SCM-STOP (WS-SCB-SLOT WS-MON-SLOT)
009690         + WS-WGT-VAR  * WS-SCM-VAR (WS-SCB-SLOT WS-MON-SLOT)
009700         + WS-WGT-LATE * WS-SCM-LATE (WS-SCB-SLOT WS-MON-SLOT)
009710         + WS-WGT-MISS * WS-SCM-MISS (WS-SCB-SLOT WS-MON-SLOT)
009720         + WS-WGT-TURN * WS-TURN-WHOLE.
009730     IF WS-PEN-WORK IS GREATER THAN 99999
009740         MOVE 99999 TO WS-SCM-PENALTY (WS-SCB-SLOT WS-MON-SLOT)
009750     ELSE
009760         MOVE WS-PEN-WORK
009770             TO WS-SCM-PENALTY (WS-SCB-SLOT WS-MON-SLOT)
009780     END-IF.
009790     IF WS-PEN-WORK IS NOT LESS THAN 100
009800         MOVE 0 TO WS-SCM-SCORE (WS-SCB-SLOT WS-MON-SLOT)
009810     ELSE
009820         COMPUTE WS-SCM-SCORE (WS-SCB-SLOT WS-MON-SLOT)
009830             = 100 - WS-PEN-WORK
009840     END-IF.
009850 5200-EXIT.
009860     EXIT.
009870*
009880******************************************************************
009890*   5300-CHECK-OPEN-IN-MONTH                                     *
009900*   MARKS THE BRANCH FOR PRINTING (MONTH 1) OR AS HAVING A       *
009910*   PRIOR SCORE (MONTH 2) WHEN IT WAS OPEN ON ANY DAY OF THE     *
009920*   MONTH IN WS-MON-SLOT.  A BRANCH NOT ON THE MASTER ONLY       *
009930*   SHOWS WHERE IT HAD ACTIVITY.                                 *
009940******************************************************************
009950 5300-CHECK-OPEN-IN-MONTH.
009960     IF WS-SCB-STAT (WS-SCB-SLOT) = '?'
009970         IF WS-MON-SLOT = 2 AND (WS-SCM-PENALTY (WS-SCB-SLOT 2)
009980                 IS GREATER THAN 0
009990                 OR WS-SCM-TURN-CNT (WS-SCB-SLOT 2)
010000                 IS GREATER THAN 0)
010010             MOVE 'Y' TO WS-SCB-HAS-PRIOR (WS-SCB-SLOT)
010020         END-IF
010030         GO TO 5300-EXIT
010040     END-IF.
010050     MOVE WS-MONTH-KEY (WS-MON-SLOT) TO WS-MONTH-FIRST.
010060     MOVE '01' TO WS-MONTH-FIRST (7:2).
010070     MOVE WS-MONTH-KEY (WS-MON-SLOT) TO WS-MONTH-LAST.
010080     MOVE '31' TO WS-MONTH-LAST (7:2).
010090     IF WS-SCB-OPEN (WS-SCB-SLOT) NOT = SPACES
010100             AND WS-SCB-OPEN (WS-SCB-SLOT) IS GREATER THAN
010110                 WS-MONTH-LAST
010120         GO TO 5300-EXIT
010130     END-IF.
010140     IF WS-SCB-CLOSE (WS-SCB-SLOT) NOT = SPACES
010150             AND WS-SCB-CLOSE (WS-SCB-SLOT) IS LESS THAN
010160                 WS-MONTH-FIRST
010170         GO TO 5300-EXIT
010180     END-IF.
010190     IF WS-SCB-STAT (WS-SCB-SLOT) = 'C'
010200             AND WS-SCB-CLOSE (WS-SCB-SLOT) = SPACES
010210         GO TO 5300-EXIT
010220     END-IF.
010230     IF WS-MON-SLOT = 1
010240         MOVE 'Y' TO WS-SCB-PRINT (WS-SCB-SLOT)
010250     ELSE
010260         MOVE 'Y' TO WS-SCB-HAS-PRIOR (WS-SCB-SLOT)
010270     END-IF.
010280 5300-EXIT.
010290     EXIT.
010300*
010310******************************************************************
010320*   6000-RANK-BRANCHES                                           *
010330*   ORDERS THE TABLE BY THE MONTH'S SCORE, HIGHEST FIRST (TIES   *
010340*   BY BRANCH CODE), WITH THE BRANCHES THAT DO NOT PRINT AT THE  *
010350*   END, AND NUMBERS THE PRINTING ONES 1 UP.  AN EXCHANGE SORT - *
010360*   THE TABLE TOPS OUT AT 50 ENTRIES.                            *
010370******************************************************************
010380 6000-RANK-BRANCHES.
010390     IF WS-SCB-COUNT IS GREATER THAN 1
010400         PERFORM 6100-RANK-OUTER-PASS THRU 6100-EXIT
010410             VARYING WS-SCB-IDX FROM 1 BY 1
010420             UNTIL WS-SCB-IDX IS NOT LESS THAN WS-SCB-COUNT
010430     END-IF.
010440     MOVE 0 TO WS-NEXT-RANK.
010450     PERFORM 6300-ASSIGN-RANK THRU 6300-EXIT
010460         VARYING WS-SCB-IDX FROM 1 BY 1
010470         UNTIL WS-SCB-IDX > WS-SCB-COUNT.
010480 6000-EXIT.
010490     EXIT.
010500*
010510 6100-RANK-OUTER-PASS.
010520     COMPUTE WS-SCB-JDX = WS-SCB-IDX + 1.
010530     PERFORM 6200-RANK-COMPARE THRU 6200-EXIT
010540         UNTIL WS-SCB-JDX IS GREATER THAN WS-SCB-COUNT.
010550 6100-EXIT.
010560     EXIT.
010570*
010580 6200-RANK-COMPARE.
010590     IF (WS-SCB-PRINT (WS-SCB-JDX) = 'Y'
010600             AND WS-SCB-PRINT (WS-SCB-IDX) NOT = 'Y')
010610         OR (WS-SCB-PRINT (WS-SCB-JDX) = WS-SCB-PRINT (WS-SCB-IDX)
010620             AND WS-SCM-SCORE (WS-SCB-JDX 1) IS GREATER THAN
010630                 WS-SCM-SCORE (WS-SCB-IDX 1))
010640         OR (WS-SCB-PRINT (WS-SCB-JDX) = WS-SCB-PRINT (WS-SCB-IDX)
010650             AND WS-SCM-SCORE (WS-SCB-JDX 1) =
010660                 WS-SCM-SCORE (WS-SCB-IDX 1)
010670             AND WS-SCB-CODE (WS-SCB-JDX) IS LESS THAN
010680                 WS-SCB-CODE (WS-SCB-IDX))
010690         MOVE WS-SCB-ENTRY (WS-SCB-IDX) TO WS-SWAP-ENTRY
010700         MOVE WS-SCB-ENTRY (WS-SCB-JDX)
010710             TO WS-SCB-ENTRY (WS-SCB-IDX)
010720         MOVE WS-SWAP-ENTRY TO WS-SCB-ENTRY (WS-SCB-JDX)
010730     END-IF.
010740     ADD 1 TO WS-SCB-JDX.
010750 6200-EXIT.
010760     EXIT.
010770*
010780 6300-ASSIGN-RANK.
010790     IF WS-SCB-PRINT (WS-SCB-IDX) = 'Y'
010800         ADD 1 TO WS-NEXT-RANK
010810         MOVE WS-NEXT-RANK TO WS-SCB-RANK (WS-SCB-IDX)
010820     END-IF.
010830 6300-EXIT.
010840     EXIT.
010850*
010860******************************************************************
010870*   6500-SORT-BY-REGION                                          *
010880*   REORDERS THE TABLE BY REGION THEN RANK SO THE REPORT WRITER  *
010890*   REGION CONTROL BREAK COMES OUT RIGHT AND EACH REGION READS   *
010900*   BEST TO WORST.                                               *
010910******************************************************************
010920 6500-SORT-BY-REGION.
010930     IF WS-SCB-COUNT IS LESS THAN 2
010940         GO TO 6500-EXIT
010950     END-IF.
010960     PERFORM 6600-SORT-OUTER-PASS THRU 6600-EXIT
010970         VARYING WS-SCB-IDX FROM 1 BY 1
010980         UNTIL WS-SCB-IDX IS NOT LESS THAN WS-SCB-COUNT.
010990 6500-EXIT.
011000     EXIT.
011010*
011020 6600-SORT-OUTER-PASS.
011030     COMPUTE WS-SCB-JDX = WS-SCB-IDX + 1.
011040     PERFORM 6700-SORT-COMPARE THRU 6700-EXIT
011050         UNTIL WS-SCB-JDX IS GREATER THAN WS-SCB-COUNT.
011060 6600-EXIT.
011070     EXIT.
011080*
011090 6700-SORT-COMPARE.
011100     IF WS-SCB-REGN (WS-SCB-JDX) IS LESS THAN
011110             WS-SCB-REGN (WS-SCB-IDX)
011120         OR (WS-SCB-REGN (WS-SCB-JDX) = WS-SCB-REGN (WS-SCB-IDX)
011130             AND WS-SCB-RANK (WS-SCB-JDX) IS LESS THAN
011140                 WS-SCB-RANK (WS-SCB-IDX))
011150         MOVE WS-SCB-ENTRY (WS-SCB-IDX) TO WS-SWAP-ENTRY
011160         MOVE WS-SCB-ENTRY (WS-SCB-JDX)
011170             TO WS-SCB-ENTRY (WS-SCB-IDX)
011180         MOVE WS-SWAP-ENTRY TO WS-SCB-ENTRY (WS-SCB-JDX)
011190     END-IF.
011200     ADD 1 TO WS-SCB-JDX.
011210 6700-EXIT.
011220     EXIT.
011230*
011240******************************************************************
011250*   7000-DATE-TO-SERIAL                                          *
011260*   CONVERTS WS-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER IN    *
011270*   WS-DTS-SERIAL.  THE STANDARD INTEGER JULIAN FORM - ONLY      *
011280*   DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.               *
011290******************************************************************
011300 7000-DATE-TO-SERIAL.
011310     IF WS-DTS-MM IS GREATER THAN 2
011320         MOVE WS-DTS-YYYY TO WS-DTS-WORK-Y
011330         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 1
011340     ELSE
011350         COMPUTE WS-DTS-WORK-Y = WS-DTS-YYYY - 1
011360         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 13
011370     END-IF.
011380     COMPUTE WS-DTS-SERIAL
011390         = (1461 * WS-DTS-WORK-Y) / 4
011400         + (306001 * WS-DTS-WORK-M) / 10000
011410         + WS-DTS-DD.
011420 7000-EXIT.
011430     EXIT.
011440*
011450******************************************************************
011460*   8000-PRODUCE-REPORT                                          *
011470*   ONE LINE PER PRINTING BRANCH IN REGION ORDER, BEST FIRST     *
011480*   WITHIN THE REGION, CARRYING ITS BANK-WIDE RANK.  THE REGION  *
011490*   AND BANK AVERAGES ARE KEPT HERE: EACH REGION'S FOOTING       *
011500*   FIELDS ARE SET AFTER ITS OWN DETAIL LINES GENERATE, SO THE   *
011510*   BREAK THE NEXT REGION'S FIRST LINE TRIGGERS PRINTS THEM      *
011520*   BEFORE THEY ARE RESET.                                       *
011530******************************************************************
011540 8000-PRODUCE-REPORT.
011550     INITIATE BRANCH-SCORECARD-REPORT.
011560     PERFORM 8100-REPORT-ONE-BRANCH THRU 8100-EXIT
011570         VARYING WS-SCB-IDX FROM 1 BY 1
011580         UNTIL WS-SCB-IDX > WS-SCB-COUNT.
011590     PERFORM 8400-SET-BANK-AVERAGES THRU 8400-EXIT.
011600     TERMINATE BRANCH-SCORECARD-REPORT.
011610 8000-EXIT.
011620     EXIT.
011630*
011640 8100-REPORT-ONE-BRANCH.
011650     IF WS-SCB-PRINT (WS-SCB-IDX) NOT = 'Y'
011660         GO TO 8100-EXIT
011670     END-IF.
011680     IF WS-SCB-REGN (WS-SCB-IDX) NOT = WS-PREV-REGION
011690         MOVE WS-SCB-REGN (WS-SCB-IDX) TO WS-PREV-REGION
011700         MOVE 0 TO WS-RGN-BRANCHES
011710         MOVE 0 TO WS-RGN-SCORE-SUM
011720         MOVE 0 TO WS-RGN-PRIOR-CNT
011730         MOVE 0 TO WS-RGN-PRIOR-SUM
011740         MOVE 0 TO WS-RGN-TURN-DAYS
011750         MOVE 0 TO WS-RGN-TURN-CNT
011760     END-IF.
011770     MOVE WS-SCB-REGN (WS-SCB-IDX)   TO WS-CTL-REGION.
011780     MOVE WS-SCB-RANK (WS-SCB-IDX)   TO WS-DET-RANK.
011790     MOVE WS-SCB-CODE (WS-SCB-IDX)   TO WS-DET-BRANCH.
011800     MOVE WS-SCB-NAME (WS-SCB-IDX)   TO WS-DET-NAME.
011810     MOVE WS-SCM-BAL (WS-SCB-IDX 1)  TO WS-DET-BAL.
011820     MOVE WS-SCM-NUM (WS-SCB-IDX 1)  TO WS-DET-NUM.
011830     MOVE WS-SCM-DUP (WS-SCB-IDX 1)  TO WS-DET-DUP.
011840     IF WS-SCM-REJ (WS-SCB-IDX 1) IS GREATER THAN 9999
011850         MOVE 9999 TO WS-DET-REJ
011860     ELSE
011870         MOVE WS-SCM-REJ (WS-SCB-IDX 1) TO WS-DET-REJ
011880     END-IF.
011890     MOVE WS-SCM-STOP (WS-SCB-IDX 1) TO WS-DET-STOP.
011900     MOVE WS-SCM-VAR (WS-SCB-IDX 1)  TO WS-DET-VAR.
011910     MOVE WS-SCM-LATE (WS-SCB-IDX 1) TO WS-DET-LATE.
011920     MOVE WS-SCM-MISS (WS-SCB-IDX 1) TO WS-DET-MISS.
011930     MOVE WS-SCM-TURN-AVG (WS-SCB-IDX 1) TO WS-DET-TURN.
011940     MOVE WS-SCM-SCORE (WS-SCB-IDX 1) TO WS-DET-SCORE.
011950     PERFORM 8200-SET-TREND THRU 8200-EXIT.
011960     GENERATE RL-BRANCH-LINE.
011970     PERFORM 8300-ACCUMULATE THRU 8300-EXIT.
011980 8100-EXIT.
011990     EXIT.
012000*
012010******************************************************************
012020*   8200-SET-TREND                                               *
012030*   THE MONTH-OVER-MONTH COLUMNS.  A BRANCH THAT WAS NOT OPEN    *
012040*   LAST MONTH HAS NO PRIOR SCORE TO COMPARE AND SHOWS NEW.      *
012050******************************************************************
012060 8200-SET-TREND.
012070     IF WS-SCB-HAS-PRIOR (WS-SCB-IDX) NOT = 'Y'
012080         MOVE 0 TO WS-DET-PRIOR
012090         MOVE 0 TO WS-DET-CHG
012100         MOVE 'NEW' TO WS-DET-TREND
012110         GO TO 8200-EXIT
012120     END-IF.
012130     MOVE WS-SCM-SCORE (WS-SCB-IDX 2) TO WS-DET-PRIOR.
012140     COMPUTE WS-DET-CHG = WS-DET-SCORE - WS-DET-PRIOR.
012150     EVALUATE TRUE
012160         WHEN WS-DET-CHG IS GREATER THAN 0
012170             MOVE 'BETTER' TO WS-DET-TREND
012180         WHEN WS-DET-CHG IS LESS THAN 0
012190             MOVE 'WORSE' TO WS-DET-TREND
012200         WHEN OTHER
012210             MOVE 'SAME' TO WS-DET-TREND
012220     END-EVALUATE.
012230 8200-EXIT.
012240     EXIT.
012250*
012260******************************************************************
012270*   8300-ACCUMULATE                                              *
012280*   ADDS THE BRANCH JUST PRINTED TO ITS REGION AND THE BANK AND  *
012290*   RESETS THE REGION FOOTING FIELDS FROM THE REGION SO FAR.     *
012300*   TURNAROUND AVERAGES OVER RELEASES, NOT BRANCHES, SO A        *
012310*   BRANCH WITH ONE SLOW RELEASE DOES NOT OUTWEIGH A BUSY ONE.   *
012320******************************************************************
012330 8300-ACCUMULATE.
012340     ADD 1 TO WS-RGN-BRANCHES.
012350     ADD 1 TO WS-BNK-BRANCHES.
012360     ADD WS-DET-SCORE TO WS-RGN-SCORE-SUM.
012370     ADD WS-DET-SCORE TO WS-BNK-SCORE-SUM.
012380     IF WS-SCB-HAS-PRIOR (WS-SCB-IDX) = 'Y'
012390         ADD 1 TO WS-RGN-PRIOR-CNT
012400         ADD 1 TO WS-BNK-PRIOR-CNT
012410         ADD WS-DET-PRIOR TO WS-RGN-PRIOR-SUM
012420         ADD WS-DET-PRIOR TO WS-BNK-PRIOR-SUM
012430     END-IF.
012440     ADD WS-SCM-TURN-DAYS (WS-SCB-IDX 1) TO WS-RGN-TURN-DAYS.
012450     ADD WS-SCM-TURN-DAYS (WS-SCB-IDX 1) TO WS-BNK-TURN-DAYS.
012460     ADD WS-SCM-TURN-CNT (WS-SCB-IDX 1) TO WS-RGN-TURN-CNT.
012470     ADD WS-SCM-TURN-CNT (WS-SCB-IDX 1) TO WS-BNK-TURN-CNT.
012480     ADD WS-SCM-BAL (WS-SCB-IDX 1) TO WS-BNK-SUSPENDED.
012490     ADD WS-SCM-NUM (WS-SCB-IDX 1) TO WS-BNK-SUSPENDED.
012500     ADD WS-SCM-DUP (WS-SCB-IDX 1) TO WS-BNK-SUSPENDED.
012510     COMPUTE WS-FTG-SCORE ROUNDED
012520         = WS-RGN-SCORE-SUM / WS-RGN-BRANCHES.
012530     MOVE 0 TO WS-FTG-PRIOR.
012540     MOVE 0 TO WS-FTG-CHG.
012550     IF WS-RGN-PRIOR-CNT IS GREATER THAN 0
012560         COMPUTE WS-FTG-PRIOR ROUNDED
012570             = WS-RGN-PRIOR-SUM / WS-RGN-PRIOR-CNT
012580         COMPUTE WS-FTG-CHG = WS-FTG-SCORE - WS-FTG-PRIOR
012590     END-IF.
012600     MOVE 0 TO WS-FTG-TURN.
012610     IF WS-RGN-TURN-CNT IS GREATER THAN 0
012620         COMPUTE WS-FTG-TURN ROUNDED
012630             = WS-RGN-TURN-DAYS / WS-RGN-TURN-CNT
012640     END-IF.
012650 8300-EXIT.
012660     EXIT.
012670*
012680 8400-SET-BANK-AVERAGES.
012690     IF WS-BNK-BRANCHES IS GREATER THAN 0
012700         COMPUTE WS-BNK-SCORE ROUNDED
012710             = WS-BNK-SCORE-SUM / WS-BNK-BRANCHES
012720     END-IF.
012730     IF WS-BNK-PRIOR-CNT IS GREATER THAN 0
012740         COMPUTE WS-BNK-PRIOR ROUNDED
012750             = WS-BNK-PRIOR-SUM / WS-BNK-PRIOR-CNT
012760         COMPUTE WS-BNK-CHG = WS-BNK-SCORE - WS-BNK-PRIOR
012770     END-IF.
012780     IF WS-BNK-TURN-CNT IS GREATER THAN 0
012790         COMPUTE WS-BNK-TURN ROUNDED
012800             = WS-BNK-TURN-DAYS / WS-BNK-TURN-CNT
012810     END-IF.
012820 8400-EXIT.
012830     EXIT.
012840*
012850******************************************************************
012860*   9900-TERMINATE                                               *
012870*   RC=4 WHEN AN OPTIONAL INPUT WAS MISSING AND PART OF THE      *
012880*   SCORE COULD NOT BE COUNTED.  THE RUN-STATUS RECORD GOES ON   *
012890*   THE RUN LOG, WHICH WAS CLOSED AFTER 3600 READ IT.            *
012900******************************************************************
012910 9900-TERMINATE.
012920     CLOSE PRINT-FILE.
012930     IF (NOT WS-FRG-AVAILABLE OR NOT WS-PNH-AVAILABLE)
012940             AND RETURN-CODE = 0
012950         MOVE 4 TO RETURN-CODE
012960     END-IF.
012970     OPEN EXTEND RUN-LOG-FILE.
012980     IF WS-RLG-STATUS NOT = '00'
012990         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
013000             "STATUS " WS-RLG-STATUS " ***"
013010         MOVE 16 TO RETURN-CODE
013020         STOP RUN
013030     END-IF.
013040     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
013050     CLOSE RUN-LOG-FILE.
013060 9900-EXIT.
013070     EXIT.
013080*
013090******************************************************************
013100*   9950-WRITE-RUN-LOG                                           *
013110*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
013120*   SCREEN (SAMPLE11) - THE POSTED FIELD CARRIES THE BRANCHES    *
013130*   SCORED, THE SUSPENDED FIELD THE MONTH'S SUSPENSIONS.         *
013140******************************************************************
013150 9950-WRITE-RUN-LOG.
013160     MOVE SPACES TO DT-RUN-LOG-RECORD.
013170     ACCEPT WS-TIME-WORK FROM TIME.
013180     MOVE 'SAMPLE24'        TO DT-RLG-PROGRAM-ID.
013190     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
013200     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
013210     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
013220     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
013230     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
013240     MOVE WS-BNK-BRANCHES   TO DT-RLG-REC-POSTED.
013250     MOVE WS-BNK-SUSPENDED  TO DT-RLG-REC-SUSPENDED.
013260     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
013270     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
013280     WRITE DT-RUN-LOG-RECORD.
013290     IF WS-RLG-STATUS NOT = '00'
013300         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
013310             WS-RLG-STATUS " ***"
013320         MOVE 16 TO RETURN-CODE
013330         STOP RUN
013340     END-IF.
013350 9950-EXIT.
013360     EXIT.
