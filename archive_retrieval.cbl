000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE23.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE23 IS THE ARCHIVE RETRIEVAL STEP (JCL/ARCHRTV.JCL).    *
000110*   IT BRINGS A MONTH THE MONTH-END ARCHIVE (SAMPLE10) HAS       *
000120*   PURGED BACK WITHIN REACH OF THE INQUIRY SCREEN (SAMPLE9)     *
000130*   AND THE TREND REPORT (SAMPLE5) WITHOUT TOUCHING THE LIVE     *
000140*   AUDIT MASTER.  THE SYSIN CARD GIVES A BRANCH (OR *ALL) AND   *
000150*   A FROM/TO BUSINESS DATE RANGE.                               *
000160*                                                                *
000170*   THE AUDIT AND GL HISTORY GDGS ARE EACH READ AS ONE           *
000180*   CONCATENATION, NEWEST GENERATION FIRST.  THE ARCHIVE INDEX   *
000190*   (ARCHIDX, SEE DTARCIDX) GIVES EACH GENERATION'S RECORD       *
000200*   COUNT AND DATE RANGE, SO EVERY RECORD IS CREDITED TO THE     *
000210*   GENERATION IT CAME FROM AND THE MANIFEST CAN SAY WHICH       *
000220*   GENERATIONS THE RANGE NEEDED AND HOW MANY RECORDS EACH       *
000230*   SUPPLIED.  MATCHING AUDIT RECORDS ARE LOADED TO THE KEYED    *
000240*   RETRIEVAL FILE (AUDRETR) IN THE DTAUDMST LAYOUT - SAMPLE9    *
000250*   AND SAMPLE5 READ IT BY POINTING THEIR AUDITMST DD AT IT.     *
000260*   MATCHING GL EXTRACT LINES GO TO A FLAT RETRIEVAL FILE        *
000270*   (GLRETR) IN THE DTGLEXT LAYOUT FOR THE LEDGER SIDE.          *
000280*                                                                *
000290*   RC=0 CLEAN.  RC=4 NOTHING MATCHED, NO ARCHIVE INDEX, OR      *
000300*   PART OF THE RANGE IS IN GENERATIONS NO LONGER ON FILE.       *
000310*   RC=8 A GENERATION DOES NOT AGREE WITH ITS INDEX RECORD -     *
000320*   THE RETRIEVAL IS COMPLETE BUT THE CREDITING ON THE MANIFEST  *
000330*   CANNOT BE TRUSTED.  RC=16 A BAD CARD OR A FILE ERROR.        *
000340*                                                                *
000350******************************************************************
000360*
000370*    MODIFICATION HISTORY
000380*    DATE       INIT  DESCRIPTION
000390*    ---------  ----  --------------------------------------------
000400*    2026-10-15  RM   ORIGINAL PROGRAM.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ARCHIVE-INDEX-FILE  ASSIGN TO ARCHIDX
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ARX-STATUS.
000510     SELECT AUDIT-HIST-FILE     ASSIGN TO AUDHIST
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-AUH-STATUS.
000540     SELECT GL-HIST-FILE        ASSIGN TO GLHIST
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-GLH-STATUS.
000570     SELECT AUDIT-RETRIEVE-FILE ASSIGN TO AUDRETR
000580         ORGANIZATION IS INDEXED
000590         ACCESS IS DYNAMIC
000600         RECORD KEY IS DT-AUM-KEY
000610         FILE STATUS IS WS-AUR-STATUS.
000620     SELECT GL-RETRIEVE-FILE    ASSIGN TO GLRETR
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GLR-STATUS.
000650     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PRT-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ARCHIVE-INDEX-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 80 CHARACTERS.
000740 COPY DTARCIDX.
000750*
000760 FD  AUDIT-HIST-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 42 CHARACTERS.
000790 01  AUD-HIST-RECORD             PIC X(42).
000800*
000810 FD  GL-HIST-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 48 CHARACTERS.
000840 COPY DTGLEXT.
000850*
000860 FD  AUDIT-RETRIEVE-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 42 CHARACTERS.
000890 COPY DTAUDMST.
000900*
000910 FD  GL-RETRIEVE-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 48 CHARACTERS.
000940 01  GL-RETR-RECORD              PIC X(48).
000950*
000960 FD  PRINT-FILE
000970     LABEL RECORDS ARE STANDARD
000980     REPORT IS RETRIEVAL-MANIFEST.
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020 01  WS-SWITCHES.
001030     05  WS-ARX-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001040         88  WS-ARX-EOF                      VALUE 'Y'.
001050     05  WS-AUH-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001060         88  WS-AUH-EOF                      VALUE 'Y'.
001070     05  WS-GLH-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001080         88  WS-GLH-EOF                      VALUE 'Y'.
001090     05  WS-INDEX-SWITCH         PIC X(01)   VALUE 'N'.
001100         88  WS-INDEX-LOADED                 VALUE 'Y'.
001110     05  WS-MATCH-SWITCH         PIC X(01)   VALUE 'N'.
001120         88  WS-RECORD-MATCHES               VALUE 'Y'.
001130*
001140*    THE SYSIN CARD - BRANCH (OR *ALL) IN COLUMNS 1-4, FROM
001150*    DATE IN COLUMNS 6-13, TO DATE IN COLUMNS 15-22 (BLANK
001160*    MEANS THE FROM DATE ONLY), ALL YYYYMMDD.
001170 01  WS-CONTROL-CARD.
001180     05  WS-REQ-BRANCH           PIC X(04).
001190         88  WS-REQ-ALL-BRANCHES             VALUE '*ALL'.
001200     05  FILLER                  PIC X(01).
001210     05  WS-REQ-FROM-DATE        PIC X(08).
001220     05  FILLER                  PIC X(01).
001230     05  WS-REQ-TO-DATE          PIC X(08).
001240     05  FILLER                  PIC X(58).
001250*
001260 01  WS-RUN-DATE                 PIC X(08).
001270 01  WS-START-TIME               PIC X(06).
001280 01  WS-TIME-WORK                PIC X(08).
001290 01  WS-STEP-RC                  PIC 9(02)   VALUE 0.
001300 01  WS-COMPARE-DATE             PIC X(08).
001310 01  WS-COMPARE-BRANCH           PIC X(04).
001320*
001330 01  WS-ARX-STATUS               PIC X(02).
001340 01  WS-AUH-STATUS               PIC X(02).
001350 01  WS-GLH-STATUS               PIC X(02).
001360 01  WS-AUR-STATUS               PIC X(02).
001370 01  WS-GLR-STATUS               PIC X(02).
001380 01  WS-PRT-STATUS               PIC X(02).
001390*
001400*    ONE ROW OF GENERATIONS PER HISTORY FILE - ROW 1 THE AUDIT
001410*    LOG, ROW 2 THE GL EXTRACT - IN ARCHIVE ORDER, OLDEST
001420*    FIRST, AS THE INDEX HOLDS THEM.  THE LAST ENTRY IN A ROW IS
001430*    GENERATION (0).  RECORDS PAST THE OLDEST INDEXED
001440*    GENERATION (ARCHIVED BEFORE THE INDEX WAS KEPT) ARE
001450*    CREDITED TO THE ROW'S NOT-INDEXED COUNTS.
001460 01  WS-GEN-TABLE.
001470     05  WS-GEN-FILE             OCCURS 2 TIMES.
001480         10  WS-GEN-COUNT        PIC 9(03)   COMP.
001490         10  WS-GEN-CURRENT      PIC 9(03)   COMP.
001500         10  WS-GEN-LEFT         PIC 9(07)   COMP.
001510         10  WS-UNX-READ         PIC 9(07).
001520         10  WS-UNX-MATCHED      PIC 9(07).
001530         10  WS-UNX-LOADED       PIC 9(07).
001540         10  WS-GEN-ENTRY        OCCURS 99 TIMES.
001550             15  WS-GEN-ARCH-DATE    PIC X(08).
001560             15  WS-GEN-OLDEST       PIC X(08).
001570             15  WS-GEN-NEWEST       PIC X(08).
001580             15  WS-GEN-INDEXED      PIC 9(07).
001590             15  WS-GEN-READ         PIC 9(07).
001600             15  WS-GEN-OUTSIDE      PIC 9(07).
001610             15  WS-GEN-MATCHED      PIC 9(07).
001620             15  WS-GEN-LOADED       PIC 9(07).
001630*
001640 01  WS-FX                       PIC 9(01)   COMP.
001650 01  WS-GX                       PIC 9(03)   COMP.
001660 01  WS-GX-NEXT                  PIC 9(03)   COMP.
001670 01  WS-AUDIT-ROW                PIC 9(01)   COMP  VALUE 1.
001680 01  WS-GL-ROW                   PIC 9(01)   COMP  VALUE 2.
001690*
001700 01  WS-RETRIEVAL-TOTALS.
001710     05  WS-AUD-LOADED           PIC 9(07)   VALUE 0.
001720     05  WS-AUD-DUPS             PIC 9(07)   VALUE 0.
001730     05  WS-AUD-NUM1-TOTAL       PIC 9(11)   VALUE 0.
001740     05  WS-AUD-NUM2-TOTAL       PIC 9(11)   VALUE 0.
001750     05  WS-GL-LOADED            PIC 9(07)   VALUE 0.
001760     05  WS-GL-AMOUNT-TOTAL      PIC S9(11)V99 VALUE 0.
001770     05  WS-MISMATCH-COUNT       PIC 9(03)   VALUE 0.
001780     05  WS-ROLLED-OFF-COUNT     PIC 9(03)   VALUE 0.
001790*
001800 01  WS-DETAIL-FIELDS.
001810     05  WS-DET-FILE             PIC X(05).
001820     05  WS-DET-REL-GEN          PIC S9(03).
001830     05  WS-DET-ARCH-DATE        PIC X(08).
001840     05  WS-DET-OLDEST           PIC X(08).
001850     05  WS-DET-NEWEST           PIC X(08).
001860     05  WS-DET-INDEXED          PIC 9(07).
001870     05  WS-DET-READ             PIC 9(07).
001880     05  WS-DET-MATCHED          PIC 9(07).
001890     05  WS-DET-LOADED           PIC 9(07).
001900     05  WS-DET-STATUS           PIC X(09).
001910     05  WS-DET-NOTE             PIC X(72).
001920*
001930 REPORT SECTION.
001940 RD  RETRIEVAL-MANIFEST
001950     CONTROLS ARE FINAL
001960     PAGE LIMIT 60 LINES
001970     HEADING 1
001980     FIRST DETAIL 6
001990     LAST DETAIL 50
002000     FOOTING 58.
002010*
002020 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
002030     05  LINE 1.
002040         10  COLUMN  1   PIC X(32)
002050                 VALUE "FIRST STATE BANK - DATA PROCESS".
002060         10  COLUMN 45   PIC X(26)
002070                 VALUE "ARCHIVE RETRIEVAL MANIFEST".
002080     05  LINE 2.
002090         10  COLUMN  1   PIC X(07)  VALUE "BRANCH:".
002100         10  COLUMN  9   PIC X(04)  SOURCE IS WS-REQ-BRANCH.
002110         10  COLUMN 15   PIC X(06)  VALUE "RANGE:".
002120         10  COLUMN 22   PIC X(08)  SOURCE IS WS-REQ-FROM-DATE.
002130         10  COLUMN 31   PIC X(02)  VALUE "TO".
002140         10  COLUMN 34   PIC X(08)  SOURCE IS WS-REQ-TO-DATE.
002150         10  COLUMN 45   PIC X(09)  VALUE "RUN DATE:".
002160         10  COLUMN 55   PIC X(08)  SOURCE IS WS-RUN-DATE.
002170     05  LINE 3.
002180         10  COLUMN  1   PIC X(80)  VALUE ALL "-".
002190     05  LINE 4.
002200         10  COLUMN  1   PIC X(04)  VALUE "FILE".
002210         10  COLUMN  7   PIC X(04)  VALUE "GEN".
002220         10  COLUMN 13   PIC X(08)  VALUE "ARCHIVED".
002230         10  COLUMN 22   PIC X(06)  VALUE "OLDEST".
002240         10  COLUMN 31   PIC X(06)  VALUE "NEWEST".
002250         10  COLUMN 40   PIC X(07)  VALUE "INDEXED".
002260         10  COLUMN 48   PIC X(04)  VALUE "READ".
002270         10  COLUMN 56   PIC X(07)  VALUE "MATCHED".
002280         10  COLUMN 64   PIC X(06)  VALUE "LOADED".
002290         10  COLUMN 72   PIC X(06)  VALUE "STATUS".
002300*
002310 01  RL-GEN-LINE         TYPE DETAIL LINE PLUS 1.
002320     05  COLUMN  1       PIC X(05)  SOURCE IS WS-DET-FILE.
002330     05  COLUMN  7       PIC -(3)9  SOURCE IS WS-DET-REL-GEN.
002340     05  COLUMN 13       PIC X(08)  SOURCE IS WS-DET-ARCH-DATE.
002350     05  COLUMN 22       PIC X(08)  SOURCE IS WS-DET-OLDEST.
002360     05  COLUMN 31       PIC X(08)  SOURCE IS WS-DET-NEWEST.
002370     05  COLUMN 40       PIC 9(07)  SOURCE IS WS-DET-INDEXED.
002380     05  COLUMN 48       PIC 9(07)  SOURCE IS WS-DET-READ.
002390     05  COLUMN 56       PIC 9(07)  SOURCE IS WS-DET-MATCHED.
002400     05  COLUMN 64       PIC 9(07)  SOURCE IS WS-DET-LOADED.
002410     05  COLUMN 72       PIC X(09)  SOURCE IS WS-DET-STATUS.
002420*
002430 01  RL-UNINDEXED-LINE   TYPE DETAIL LINE PLUS 1.
002440     05  COLUMN  1       PIC X(05)  SOURCE IS WS-DET-FILE.
002450     05  COLUMN  7       PIC X(34)
002460             VALUE "ARCHIVED BEFORE THE INDEX WAS KEPT".
002470     05  COLUMN 48       PIC 9(07)  SOURCE IS WS-DET-READ.
002480     05  COLUMN 56       PIC 9(07)  SOURCE IS WS-DET-MATCHED.
002490     05  COLUMN 64       PIC 9(07)  SOURCE IS WS-DET-LOADED.
002500     05  COLUMN 72       PIC X(09)  SOURCE IS WS-DET-STATUS.
002510*
002520 01  RL-NOTE-LINE        TYPE DETAIL LINE PLUS 2.
002530     05  COLUMN  1       PIC X(72)  SOURCE IS WS-DET-NOTE.
002540*
002550 01  RL-MANIFEST-TOTALS  TYPE CONTROL FOOTING FINAL.
002560     05  LINE PLUS 2.
002570         10  COLUMN  1   PIC X(22)  VALUE "AUDIT RECORDS LOADED".
002580         10  COLUMN 24   PIC 9(07)  SOURCE IS WS-AUD-LOADED.
002590         10  COLUMN 34   PIC X(22)
002600                 VALUE "DUPLICATE KEYS SKIPPED".
002610         10  COLUMN 57   PIC 9(07)  SOURCE IS WS-AUD-DUPS.
002620     05  LINE PLUS 1.
002630         10  COLUMN  1   PIC X(22)  VALUE "NUM1 TOTAL LOADED".
002640         10  COLUMN 24   PIC 9(11)  SOURCE IS WS-AUD-NUM1-TOTAL.
002650         10  COLUMN 38   PIC X(18)  VALUE "NUM2 TOTAL LOADED".
002660         10  COLUMN 57   PIC 9(11)  SOURCE IS WS-AUD-NUM2-TOTAL.
002670     05  LINE PLUS 1.
002680         10  COLUMN  1   PIC X(22)  VALUE "GL LINES RETRIEVED".
002690         10  COLUMN 24   PIC 9(07)  SOURCE IS WS-GL-LOADED.
002700         10  COLUMN 34   PIC X(22)  VALUE "GL NET AMOUNT".
002710         10  COLUMN 57   PIC -(11)9.99
002720                 SOURCE IS WS-GL-AMOUNT-TOTAL.
002730*
002740 PROCEDURE DIVISION.
002750*
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 1100-LOAD-ARCHIVE-INDEX THRU 1100-EXIT.
002790     PERFORM 2000-RETRIEVE-AUDIT THRU 2000-EXIT.
002800     PERFORM 3000-RETRIEVE-GL THRU 3000-EXIT.
002810     PERFORM 8000-PRINT-MANIFEST THRU 8000-EXIT.
002820     PERFORM 9900-TERMINATE THRU 9900-EXIT.
002830     STOP RUN.
002840*
002850******************************************************************
002860*   1000-INITIALIZE                                              *
002870*   EDITS THE SYSIN CARD AND OPENS THE FILES.  A BLANK BRANCH,   *
002880*   A DATE THAT IS NOT YYYYMMDD OR A TO DATE BEFORE THE FROM     *
002890*   DATE STOPS THE STEP BEFORE THE RETRIEVAL FILE IS OPENED, SO  *
002900*   THE LAST GOOD RETRIEVAL IS STILL THERE.                      *
002910******************************************************************
002920 1000-INITIALIZE.
002930     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002940     ACCEPT WS-TIME-WORK FROM TIME.
002950     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
002960     MOVE SPACES TO WS-CONTROL-CARD.
002970     ACCEPT WS-CONTROL-CARD.
002980     IF WS-REQ-BRANCH = SPACES
002990         DISPLAY "*** RETRIEVAL CONTROL CARD IS BLANK ***"
003000         PERFORM 9800-REFUSE-RETRIEVAL THRU 9800-EXIT
003010     END-IF.
003020     IF WS-REQ-FROM-DATE IS NOT NUMERIC
003030         DISPLAY "*** FROM DATE '" WS-REQ-FROM-DATE
003040             "' IS NOT YYYYMMDD ***"
003050         PERFORM 9800-REFUSE-RETRIEVAL THRU 9800-EXIT
003060     END-IF.
003070     IF WS-REQ-TO-DATE = SPACES
003080         MOVE WS-REQ-FROM-DATE TO WS-REQ-TO-DATE
003090     END-IF.
003100     IF WS-REQ-TO-DATE IS NOT NUMERIC
003110         DISPLAY "*** TO DATE '" WS-REQ-TO-DATE
003120             "' IS NOT YYYYMMDD ***"
003130         PERFORM 9800-REFUSE-RETRIEVAL THRU 9800-EXIT
003140     END-IF.
003150     IF WS-REQ-TO-DATE IS LESS THAN WS-REQ-FROM-DATE
003160         DISPLAY "*** TO DATE " WS-REQ-TO-DATE
003170             " IS BEFORE FROM DATE " WS-REQ-FROM-DATE " ***"
003180         PERFORM 9800-REFUSE-RETRIEVAL THRU 9800-EXIT
003190     END-IF.
003200     DISPLAY "ARCHIVE RETRIEVAL - BRANCH " WS-REQ-BRANCH
003210         " FROM " WS-REQ-FROM-DATE " TO " WS-REQ-TO-DATE
003220         " - RUN DATE " WS-RUN-DATE.
003230     OPEN INPUT AUDIT-HIST-FILE.
003240     IF WS-AUH-STATUS NOT = '00'
003250         DISPLAY "*** UNABLE TO OPEN AUDHIST FOR INPUT - "
003260             "STATUS " WS-AUH-STATUS " ***"
003270         MOVE 16 TO RETURN-CODE
003280         STOP RUN
003290     END-IF.
003300     OPEN INPUT GL-HIST-FILE.
003310     IF WS-GLH-STATUS NOT = '00'
003320         DISPLAY "*** UNABLE TO OPEN GLHIST FOR INPUT - "
003330             "STATUS " WS-GLH-STATUS " ***"
003340         MOVE 16 TO RETURN-CODE
003350         STOP RUN
003360     END-IF.
003370*    THE RETRIEVAL FILE IS RELOADED FROM EMPTY EVERY RUN - IT
003380*    HOLDS ONE RETRIEVAL AT A TIME.
003390     OPEN OUTPUT AUDIT-RETRIEVE-FILE.
003400     IF WS-AUR-STATUS NOT = '00'
003410         DISPLAY "*** UNABLE TO OPEN AUDRETR FOR OUTPUT - "
003420             "STATUS " WS-AUR-STATUS " ***"
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460     OPEN OUTPUT GL-RETRIEVE-FILE.
003470     IF WS-GLR-STATUS NOT = '00'
003480         DISPLAY "*** UNABLE TO OPEN GLRETR FOR OUTPUT - "
003490             "STATUS " WS-GLR-STATUS " ***"
003500         MOVE 16 TO RETURN-CODE
003510         STOP RUN
003520     END-IF.
003530     OPEN OUTPUT PRINT-FILE.
003540     IF WS-PRT-STATUS NOT = '00'
003550         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
003560             "STATUS " WS-PRT-STATUS " ***"
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620*
003630******************************************************************
003640*   1100-LOAD-ARCHIVE-INDEX                                      *
003650*   LOADS EACH FILE'S GENERATIONS FROM THE ARCHIVE INDEX, THEN   *
003660*   POSITIONS EACH ROW ON GENERATION (0) - THE FIRST ONE IN THE  *
003670*   CONCATENATION.  WITH NO INDEX THE RETRIEVAL STILL RUNS, BUT  *
003680*   EVERY RECORD IS CREDITED AS NOT INDEXED (RC=4).              *
003690******************************************************************
003700 1100-LOAD-ARCHIVE-INDEX.
003710     MOVE 0 TO WS-GEN-COUNT (WS-AUDIT-ROW).
003720     MOVE 0 TO WS-GEN-COUNT (WS-GL-ROW).
003730     MOVE 0 TO WS-UNX-READ (WS-AUDIT-ROW).
003740     MOVE 0 TO WS-UNX-READ (WS-GL-ROW).
003750     MOVE 0 TO WS-UNX-MATCHED (WS-AUDIT-ROW).
003760     MOVE 0 TO WS-UNX-MATCHED (WS-GL-ROW).
003770     MOVE 0 TO WS-UNX-LOADED (WS-AUDIT-ROW).
003780     MOVE 0 TO WS-UNX-LOADED (WS-GL-ROW).
003790     OPEN INPUT ARCHIVE-INDEX-FILE.
003800     IF WS-ARX-STATUS NOT = '00'
003810         DISPLAY "ARCHIDX NOT AVAILABLE - GENERATIONS CANNOT "
003820             "BE TOLD APART"
003830         PERFORM 9700-RAISE-WARNING THRU 9700-EXIT
003840     ELSE
003850         SET WS-INDEX-LOADED TO TRUE
003860         PERFORM 1150-LOAD-ONE-INDEX THRU 1150-EXIT
003870             UNTIL WS-ARX-EOF
003880         CLOSE ARCHIVE-INDEX-FILE
003890     END-IF.
003900     MOVE WS-AUDIT-ROW TO WS-FX.
003910     PERFORM 1300-POSITION-NEWEST THRU 1300-EXIT.
003920     MOVE WS-GL-ROW TO WS-FX.
003930     PERFORM 1300-POSITION-NEWEST THRU 1300-EXIT.
003940 1100-EXIT.
003950     EXIT.
003960*
003970 1150-LOAD-ONE-INDEX.
003980     READ ARCHIVE-INDEX-FILE
003990         AT END
004000             SET WS-ARX-EOF TO TRUE
004010     END-READ.
004020     IF WS-ARX-EOF
004030         GO TO 1150-EXIT
004040     END-IF.
004050     IF DT-ARX-AUDIT-LOG
004060         MOVE WS-AUDIT-ROW TO WS-FX
004070     ELSE
004080         IF DT-ARX-GL-EXTRACT
004090             MOVE WS-GL-ROW TO WS-FX
004100         ELSE
004110             DISPLAY "*** ARCHIDX RECORD WITH FILE ID '"
004120                 DT-ARX-FILE-ID "' IGNORED ***"
004130             GO TO 1150-EXIT
004140         END-IF
004150     END-IF.
004160*    A FULL ROW DROPS ITS OLDEST GENERATION - THE GDG ROLLED
004170*    THAT ONE OFF LONG AGO.
004180     IF WS-GEN-COUNT (WS-FX) = 99
004190         PERFORM 1200-DROP-OLDEST THRU 1200-EXIT
004200     END-IF.
004210     ADD 1 TO WS-GEN-COUNT (WS-FX).
004220     MOVE WS-GEN-COUNT (WS-FX) TO WS-GX.
004230     MOVE DT-ARX-ARCHIVE-DATE TO WS-GEN-ARCH-DATE (WS-FX, WS-GX).
004240     MOVE DT-ARX-OLDEST-DATE  TO WS-GEN-OLDEST (WS-FX, WS-GX).
004250     MOVE DT-ARX-NEWEST-DATE  TO WS-GEN-NEWEST (WS-FX, WS-GX).
004260     MOVE DT-ARX-REC-COUNT    TO WS-GEN-INDEXED (WS-FX, WS-GX).
004270     MOVE 0 TO WS-GEN-READ (WS-FX, WS-GX).
004280     MOVE 0 TO WS-GEN-OUTSIDE (WS-FX, WS-GX).
004290     MOVE 0 TO WS-GEN-MATCHED (WS-FX, WS-GX).
004300     MOVE 0 TO WS-GEN-LOADED (WS-FX, WS-GX).
004310 1150-EXIT.
004320     EXIT.
004330*
004340 1200-DROP-OLDEST.
004350     PERFORM 1250-SHIFT-ONE-GEN THRU 1250-EXIT
004360         VARYING WS-GX FROM 1 BY 1
004370         UNTIL WS-GX = WS-GEN-COUNT (WS-FX).
004380     SUBTRACT 1 FROM WS-GEN-COUNT (WS-FX).
004390 1200-EXIT.
004400     EXIT.
004410*
004420 1250-SHIFT-ONE-GEN.
004430     COMPUTE WS-GX-NEXT = WS-GX + 1.
004440     MOVE WS-GEN-ENTRY (WS-FX, WS-GX-NEXT)
004450         TO WS-GEN-ENTRY (WS-FX, WS-GX).
004460 1250-EXIT.
004470     EXIT.
004480*
004490 1300-POSITION-NEWEST.
004500     MOVE WS-GEN-COUNT (WS-FX) TO WS-GEN-CURRENT (WS-FX).
004510     IF WS-GEN-CURRENT (WS-FX) IS GREATER THAN 0
004520         MOVE WS-GEN-INDEXED (WS-FX, WS-GEN-CURRENT (WS-FX))
004530             TO WS-GEN-LEFT (WS-FX)
004540     ELSE
004550         MOVE 0 TO WS-GEN-LEFT (WS-FX)
004560     END-IF.
004570 1300-EXIT.
004580     EXIT.
004590*
004600******************************************************************
004610*   1400-NEXT-GENERATION                                         *
004620*   CALLED BEFORE EACH HISTORY RECORD IS CREDITED.  WHEN THE     *
004630*   CURRENT GENERATION HAS SUPPLIED ALL THE RECORDS ITS INDEX    *
004640*   ENTRY SAYS IT HOLDS, MOVE TO THE NEXT OLDER ONE, STEPPING    *
004650*   OVER EMPTY GENERATIONS.  PAST THE OLDEST INDEXED GENERATION  *
004660*   THE CURRENT ENTRY IS ZERO - NOT INDEXED.                     *
004670******************************************************************
004680 1400-NEXT-GENERATION.
004690     IF WS-GEN-CURRENT (WS-FX) = 0
004700         GO TO 1400-EXIT
004710     END-IF.
004720     IF WS-GEN-LEFT (WS-FX) IS GREATER THAN 0
004730         GO TO 1400-EXIT
004740     END-IF.
004750     SUBTRACT 1 FROM WS-GEN-CURRENT (WS-FX).
004760     IF WS-GEN-CURRENT (WS-FX) IS GREATER THAN 0
004770         MOVE WS-GEN-INDEXED (WS-FX, WS-GEN-CURRENT (WS-FX))
004780             TO WS-GEN-LEFT (WS-FX)
004790     END-IF.
004800     GO TO 1400-NEXT-GENERATION.
004810 1400-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850*   1500-CREDIT-RECORD                                           *
004860*   CREDITS THE RECORD IN WS-COMPARE-DATE/WS-COMPARE-BRANCH TO   *
004870*   ITS GENERATION AND DECIDES WHETHER IT MATCHES THE CARD.  A   *
004880*   DATE OUTSIDE THE GENERATION'S INDEXED RANGE MEANS THE        *
004890*   GENERATIONS AND THE INDEX HAVE FALLEN OUT OF STEP.           *
004900******************************************************************
004910 1500-CREDIT-RECORD.
004920     PERFORM 1400-NEXT-GENERATION THRU 1400-EXIT.
004930     MOVE 'N' TO WS-MATCH-SWITCH.
004940     IF WS-COMPARE-DATE IS NOT LESS THAN WS-REQ-FROM-DATE
004950             AND WS-COMPARE-DATE IS NOT GREATER THAN
004960                 WS-REQ-TO-DATE
004970         IF WS-REQ-ALL-BRANCHES
004980                 OR WS-COMPARE-BRANCH = WS-REQ-BRANCH
004990             SET WS-RECORD-MATCHES TO TRUE
005000         END-IF
005010     END-IF.
005020     MOVE WS-GEN-CURRENT (WS-FX) TO WS-GX.
005030     IF WS-GX = 0
005040         ADD 1 TO WS-UNX-READ (WS-FX)
005050         IF WS-RECORD-MATCHES
005060             ADD 1 TO WS-UNX-MATCHED (WS-FX)
005070         END-IF
005080         GO TO 1500-EXIT
005090     END-IF.
005100     SUBTRACT 1 FROM WS-GEN-LEFT (WS-FX).
005110     ADD 1 TO WS-GEN-READ (WS-FX, WS-GX).
005120     IF WS-COMPARE-DATE IS LESS THAN WS-GEN-OLDEST (WS-FX, WS-GX)
005130             OR WS-COMPARE-DATE IS GREATER THAN
005140                 WS-GEN-NEWEST (WS-FX, WS-GX)
005150         ADD 1 TO WS-GEN-OUTSIDE (WS-FX, WS-GX)
005160     END-IF.
005170     IF WS-RECORD-MATCHES
005180         ADD 1 TO WS-GEN-MATCHED (WS-FX, WS-GX)
005190     END-IF.
005200 1500-EXIT.
005210     EXIT.
005220*
005230 1600-CREDIT-LOADED.
005240     MOVE WS-GEN-CURRENT (WS-FX) TO WS-GX.
005250     IF WS-GX = 0
005260         ADD 1 TO WS-UNX-LOADED (WS-FX)
005270     ELSE
005280         ADD 1 TO WS-GEN-LOADED (WS-FX, WS-GX)
005290     END-IF.
005300 1600-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340*   2000-RETRIEVE-AUDIT                                          *
005350*   READS THE WHOLE AUDIT HISTORY CONCATENATION AND LOADS EACH   *
005360*   MATCHING RECORD TO THE KEYED RETRIEVAL FILE.  A DUPLICATE    *
005370*   KEY (THE SAME RECORD IN TWO GENERATIONS) IS COUNTED AND      *
005380*   SKIPPED, AS IN THE CONVERSION LOAD.                          *
005390******************************************************************
005400 2000-RETRIEVE-AUDIT.
005410     MOVE WS-AUDIT-ROW TO WS-FX.
005420     PERFORM 2100-RETRIEVE-ONE-AUDIT THRU 2100-EXIT
005430         UNTIL WS-AUH-EOF.
005440 2000-EXIT.
005450     EXIT.
005460*
005470 2100-RETRIEVE-ONE-AUDIT.
005480     READ AUDIT-HIST-FILE
005490         AT END
005500             SET WS-AUH-EOF TO TRUE
005510     END-READ.
005520     IF WS-AUH-EOF
005530         GO TO 2100-EXIT
005540     END-IF.
005550     MOVE AUD-HIST-RECORD    TO DT-AUDIT-MASTER-RECORD.
005560     MOVE DT-AUM-RUN-DATE    TO WS-COMPARE-DATE.
005570     MOVE DT-AUM-BRANCH-CODE TO WS-COMPARE-BRANCH.
005580     PERFORM 1500-CREDIT-RECORD THRU 1500-EXIT.
005590     IF NOT WS-RECORD-MATCHES
005600         GO TO 2100-EXIT
005610     END-IF.
005620     WRITE DT-AUDIT-MASTER-RECORD.
005630     IF WS-AUR-STATUS = '22'
005640         ADD 1 TO WS-AUD-DUPS
005650         GO TO 2100-EXIT
005660     END-IF.
005670     IF WS-AUR-STATUS NOT = '00'
005680         DISPLAY "*** ERROR WRITING AUDRETR - STATUS "
005690             WS-AUR-STATUS " ***"
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     ADD 1 TO WS-AUD-LOADED.
005740     ADD DT-AUM-NUM1 TO WS-AUD-NUM1-TOTAL.
005750     ADD DT-AUM-NUM2 TO WS-AUD-NUM2-TOTAL.
005760     PERFORM 1600-CREDIT-LOADED THRU 1600-EXIT.
005770 2100-EXIT.
005780     EXIT.
005790*
005800******************************************************************
005810*   3000-RETRIEVE-GL                                             *
005820*   THE SAME PASS OVER THE GL HISTORY.  A GL LINE BELONGS TO     *
005830*   THE BUSINESS DATE IN ITS RUN DATE, SO A BACKOUT OR CATCH-UP  *
005840*   LINE FOR A DATE IN THE RANGE IS RETRIEVED WITH IT WHICHEVER  *
005850*   NIGHT IT WAS POSTED.                                         *
005860******************************************************************
005870 3000-RETRIEVE-GL.
005880     MOVE WS-GL-ROW TO WS-FX.
005890     PERFORM 3100-RETRIEVE-ONE-GL THRU 3100-EXIT
005900         UNTIL WS-GLH-EOF.
005910 3000-EXIT.
005920     EXIT.
005930*
005940 3100-RETRIEVE-ONE-GL.
005950     READ GL-HIST-FILE
005960         AT END
005970             SET WS-GLH-EOF TO TRUE
005980     END-READ.
005990     IF WS-GLH-EOF
006000         GO TO 3100-EXIT
006010     END-IF.
006020     MOVE DT-GL-RUN-DATE    TO WS-COMPARE-DATE.
006030     MOVE DT-GL-BRANCH-CODE TO WS-COMPARE-BRANCH.
006040     PERFORM 1500-CREDIT-RECORD THRU 1500-EXIT.
006050     IF NOT WS-RECORD-MATCHES
006060         GO TO 3100-EXIT
006070     END-IF.
006080     MOVE DT-GL-EXTRACT-RECORD TO GL-RETR-RECORD.
006090     WRITE GL-RETR-RECORD.
006100     IF WS-GLR-STATUS NOT = '00'
006110         DISPLAY "*** ERROR WRITING GLRETR - STATUS "
006120             WS-GLR-STATUS " ***"
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160     ADD 1 TO WS-GL-LOADED.
006170     ADD DT-GL-AMOUNT TO WS-GL-AMOUNT-TOTAL.
006180     PERFORM 1600-CREDIT-LOADED THRU 1600-EXIT.
006190 3100-EXIT.
006200     EXIT.
006210*
006220******************************************************************
006230*   8000-PRINT-MANIFEST                                          *
006240*   ONE LINE PER GENERATION, NEWEST FIRST, FOR EACH FILE:        *
006250*     SUPPLIED  - RECORDS FOR THE REQUEST CAME FROM IT           *
006260*     NO MATCH  - ITS DATES COVER THE RANGE BUT NOTHING FOR THE  *
006270*                 BRANCH WAS IN IT                               *
006280*     NOT USED  - ITS DATES ARE OUTSIDE THE RANGE                *
006290*     EMPTY     - NOTHING WAS ARCHIVED THAT MONTH                *
006300*     OFF FILE  - THE GDG HAS ROLLED IT OFF (RC=4 IF THE RANGE   *
006310*                 NEEDED IT)                                     *
006320*     MISMATCH  - ITS CONTENTS DO NOT AGREE WITH ITS INDEX       *
006330*                 RECORD (RC=8)                                  *
006340*   THEN THE RECORDS ARCHIVED BEFORE THE INDEX WAS KEPT, AND     *
006350*   THE TOTALS OF WHAT WAS LOADED.                               *
006360******************************************************************
006370 8000-PRINT-MANIFEST.
006380     INITIATE RETRIEVAL-MANIFEST.
006390     MOVE WS-AUDIT-ROW TO WS-FX.
006400     MOVE "AUDIT" TO WS-DET-FILE.
006410     PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT.
006420     MOVE WS-GL-ROW TO WS-FX.
006430     MOVE "GL" TO WS-DET-FILE.
006440     PERFORM 8100-PRINT-ONE-FILE THRU 8100-EXIT.
006450     IF WS-MISMATCH-COUNT IS GREATER THAN 0
006460         MOVE "*** GENERATIONS DISAGREE WITH THE ARCHIVE INDEX"
006470             TO WS-DET-NOTE
006480         GENERATE RL-NOTE-LINE
006490         MOVE "    THE CREDITING ABOVE CANNOT BE TRUSTED ***"
006500             TO WS-DET-NOTE
006510         GENERATE RL-NOTE-LINE
006520         MOVE 8 TO WS-STEP-RC
006530     END-IF.
006540     IF WS-ROLLED-OFF-COUNT IS GREATER THAN 0
006550         MOVE "*** PART OF THE RANGE IS NO LONGER ON FILE ***"
006560             TO WS-DET-NOTE
006570         GENERATE RL-NOTE-LINE
006580         PERFORM 9700-RAISE-WARNING THRU 9700-EXIT
006590     END-IF.
006600     IF NOT WS-INDEX-LOADED
006610         MOVE "*** NO ARCHIVE INDEX - GENERATIONS NOT TOLD APART"
006620             TO WS-DET-NOTE
006630         GENERATE RL-NOTE-LINE
006640         MOVE "    EVERY RECORD IS SHOWN AS NOT INDEXED ***"
006650             TO WS-DET-NOTE
006660         GENERATE RL-NOTE-LINE
006670     END-IF.
006680     IF WS-AUD-LOADED = 0 AND WS-GL-LOADED = 0
006690         MOVE "*** NOTHING IN THE ARCHIVE MATCHES THE REQUEST ***"
006700             TO WS-DET-NOTE
006710         GENERATE RL-NOTE-LINE
006720         PERFORM 9700-RAISE-WARNING THRU 9700-EXIT
006730     END-IF.
006740     TERMINATE RETRIEVAL-MANIFEST.
006750 8000-EXIT.
006760     EXIT.
006770*
006780 8100-PRINT-ONE-FILE.
006790     PERFORM 8200-PRINT-ONE-GEN THRU 8200-EXIT
006800         VARYING WS-GX FROM WS-GEN-COUNT (WS-FX) BY -1
006810         UNTIL WS-GX = 0.
006820     IF WS-UNX-READ (WS-FX) IS GREATER THAN 0
006830         MOVE WS-UNX-READ (WS-FX)    TO WS-DET-READ
006840         MOVE WS-UNX-MATCHED (WS-FX) TO WS-DET-MATCHED
006850         MOVE WS-UNX-LOADED (WS-FX)  TO WS-DET-LOADED
006860         IF WS-UNX-MATCHED (WS-FX) IS GREATER THAN 0
006870             MOVE "SUPPLIED" TO WS-DET-STATUS
006880         ELSE
006890             MOVE "NOT USED" TO WS-DET-STATUS
006900         END-IF
006910         GENERATE RL-UNINDEXED-LINE
006920     END-IF.
006930 8100-EXIT.
006940     EXIT.
006950*
006960 8200-PRINT-ONE-GEN.
006970     COMPUTE WS-DET-REL-GEN = WS-GX - WS-GEN-COUNT (WS-FX).
006980     MOVE WS-GEN-ARCH-DATE (WS-FX, WS-GX) TO WS-DET-ARCH-DATE.
006990     MOVE WS-GEN-OLDEST (WS-FX, WS-GX)    TO WS-DET-OLDEST.
007000     MOVE WS-GEN-NEWEST (WS-FX, WS-GX)    TO WS-DET-NEWEST.
007010     MOVE WS-GEN-INDEXED (WS-FX, WS-GX)   TO WS-DET-INDEXED.
007020     MOVE WS-GEN-READ (WS-FX, WS-GX)      TO WS-DET-READ.
007030     MOVE WS-GEN-MATCHED (WS-FX, WS-GX)   TO WS-DET-MATCHED.
007040     MOVE WS-GEN-LOADED (WS-FX, WS-GX)    TO WS-DET-LOADED.
007050     EVALUATE TRUE
007060         WHEN WS-GEN-INDEXED (WS-FX, WS-GX) = 0
007070             MOVE "EMPTY" TO WS-DET-STATUS
007080         WHEN WS-GEN-READ (WS-FX, WS-GX) = 0
007090             MOVE "OFF FILE" TO WS-DET-STATUS
007100             IF WS-GEN-OLDEST (WS-FX, WS-GX)
007110                     IS NOT GREATER THAN WS-REQ-TO-DATE
007120                 AND WS-GEN-NEWEST (WS-FX, WS-GX)
007130                     IS NOT LESS THAN WS-REQ-FROM-DATE
007140                 ADD 1 TO WS-ROLLED-OFF-COUNT
007150             END-IF
007160         WHEN WS-GEN-READ (WS-FX, WS-GX)
007170                 NOT = WS-GEN-INDEXED (WS-FX, WS-GX)
007180             OR WS-GEN-OUTSIDE (WS-FX, WS-GX) IS GREATER THAN 0
007190             MOVE "MISMATCH" TO WS-DET-STATUS
007200             ADD 1 TO WS-MISMATCH-COUNT
007210         WHEN WS-GEN-MATCHED (WS-FX, WS-GX) IS GREATER THAN 0
007220             MOVE "SUPPLIED" TO WS-DET-STATUS
007230         WHEN WS-GEN-OLDEST (WS-FX, WS-GX)
007240                 IS NOT GREATER THAN WS-REQ-TO-DATE
007250             AND WS-GEN-NEWEST (WS-FX, WS-GX)
007260                 IS NOT LESS THAN WS-REQ-FROM-DATE
007270             MOVE "NO MATCH" TO WS-DET-STATUS
007280         WHEN OTHER
007290             MOVE "NOT USED" TO WS-DET-STATUS
007300     END-EVALUATE.
007310     GENERATE RL-GEN-LINE.
007320 8200-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360*   9700-RAISE-WARNING                                           *
007370*   RC=4 UNLESS SOMETHING WORSE IS ALREADY SET.                  *
007380******************************************************************
007390 9700-RAISE-WARNING.
007400     IF WS-STEP-RC IS LESS THAN 4
007410         MOVE 4 TO WS-STEP-RC
007420     END-IF.
007430 9700-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*   9800-REFUSE-RETRIEVAL                                        *
007480*   A CARD THAT CANNOT BE ACTED ON - NOTHING HAS BEEN OPENED.    *
007490******************************************************************
007500 9800-REFUSE-RETRIEVAL.
007510     DISPLAY "*** ARCHIVE RETRIEVAL REFUSED - CARD MUST BE "
007520         "BRANCH (OR *ALL), FROM DATE, TO DATE ***".
007530     MOVE 16 TO RETURN-CODE.
007540     STOP RUN.
007550 9800-EXIT.
007560     EXIT.
007570*
007580******************************************************************
007590*   9900-TERMINATE                                               *
007600******************************************************************
007610 9900-TERMINATE.
007620     CLOSE AUDIT-HIST-FILE.
007630     CLOSE GL-HIST-FILE.
007640     CLOSE AUDIT-RETRIEVE-FILE.
007650     CLOSE GL-RETRIEVE-FILE.
007660     CLOSE PRINT-FILE.
007670     DISPLAY "ARCHIVE RETRIEVAL - " WS-AUD-LOADED
007680         " AUDIT RECORDS LOADED, " WS-GL-LOADED
007690         " GL LINES RETRIEVED".
007700     MOVE WS-STEP-RC TO RETURN-CODE.
007710 9900-EXIT.
007720     EXIT.
