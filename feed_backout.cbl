000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE19.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE19 IS THE FEED BACKOUT STEP (SEE JCL/FEEDBKO.JCL).     *
000110*   WHEN A BRANCH TRANSMITS A BAD FILE THAT STILL PASSES THE     *
000120*   HEADER/TRAILER CONTROLS, THE NIGHT POSTS - AND UNTIL NOW     *
000130*   THE ONLY WAY OUT WAS HAND-EDITING THE AUDIT MASTER, THE GL   *
000140*   EXTRACT AND THE CONTROL FILES.  THIS STEP TAKES ONE BRANCH   *
000150*   AND BUSINESS DATE OFF THE SYSIN CARD AND REVERSES THAT       *
000160*   NIGHT'S FEED POSTING UNDER CONTROL:                          *
000170*                                                                *
000180*     - THE FEED'S AUDITMST RECORDS (SEQ BELOW 500000) ARE       *
000190*       DELETED.  RECYCLED RELEASES THAT POSTED THE SAME NIGHT   *
000200*       (SEQ 500000 AND UP) WERE APPROVED UNDER DUAL CONTROL     *
000210*       ON THEIR OWN AND STAY.                                   *
000220*     - THE GL EXTRACT IS NEVER TRIMMED - THE LEDGER MAY         *
000230*       ALREADY HAVE TAKEN THE NIGHT'S LINES.  EACH REVERSED     *
000240*       RECORD GETS A MIRRORING NEGATIVE DLYNUM1/DLYNUM2 PAIR    *
000250*       FLAGGED AS A BACKOUT ENTRY, DATED WITH THE BUSINESS      *
000260*       DATE IT CORRECTS.                                        *
000270*     - THE BRANCH'S STEPCTL RECORD FOR THE NIGHT IS CUT BACK    *
000280*       TO THE RECYCLED SHARE, WITH THE OFFSET LINES ADDED TO    *
000290*       ITS GL COUNT, SO SAMPLE6 STILL TIES THE PAIR.  STEPCTL   *
000300*       IS FLAT, SO IT IS REWRITTEN TO STEPNEW AND THE NEXT      *
000310*       JCL STEP COPIES IT BACK - THE MTHEND PATTERN.            *
000320*     - THE FEED'S SHARE COMES OUT OF THE MONTH-TO-DATE          *
000330*       POSITION, THE NIGHT'S PRIORTOT BASELINE IS DROPPED,      *
000340*       AND ITS STILL-SUSPENDED RECORDS COME OFF SUSPFILE.       *
000350*     - A 'B' RECORD GOES ON THE BACKOUT CONTROL FILE            *
000360*       (BKOUTCTL, SEE DTBKOUT).  THAT RECORD IS WHAT LETS       *
000370*       SAMPLE1B ACCEPT THE CORRECTED REPLACEMENT FEED FOR THE   *
000380*       BACKED-OUT DATE UNDER THE SAME HEADER/TRAILER CONTROLS.  *
000390*                                                                *
000400*   EVERY CHECK IS MADE BEFORE ANYTHING IS TOUCHED - A BRANCH    *
000410*   MID-RESTART, A NIGHT ALREADY BACKED OUT, A SUSPENDED RECORD  *
000420*   FROM THE NIGHT AWAITING A CHECKER OR APPROVED BUT NOT YET    *
000430*   POSTED OFF RECYCFIL, OR PER-BRANCH DD'S POINTED AT ANOTHER   *
000440*   BRANCH ALL REFUSE THE BACKOUT WITH RC=16 AND NOTHING         *
000450*   CHANGED.  THE BEFORE/AFTER REPORT ON SYSOUT IS THE AUDIT     *
000460*   RECORD OF WHAT WAS REVERSED.  RC=4 WHEN THE BACKOUT RAN BUT  *
000470*   SOMETHING DID NOT LOOK AS EXPECTED (SEE THE WARNINGS ON THE  *
000480*   REPORT).                                                     *
000490*                                                                *
000500******************************************************************
000510*
000520*    MODIFICATION HISTORY
000530*    DATE       INIT  DESCRIPTION
000540*    ---------  ----  --------------------------------------------
000550*    2026-10-15  RM   ORIGINAL PROGRAM.
000560*    2026-10-15  RM   ADDED PERIOD-CONTROL-FILE (PRDCTL, SEE
000570*                     DTPERIOD).  A BACKOUT OF A BUSINESS DATE IN
000580*                     A CLOSED MONTH IS REFUSED - ITS REVERSALS
000590*                     WOULD POST INTO THE CLOSED MONTH.  A
000600*                     CORRECTION THERE GOES THROUGH A PRIOR-PERIOD
000610*                     ADJUSTMENT ON SAMPLE30.
000620*    2026-10-15  RM   ADDED PENDING-HIST-FILE (PENDHIST) AND
000630*                     RECYCLE-FILE (RECYCFIL).  A RELEASE OF A
000640*                     SUSPENDED RECORD FROM THE NIGHT THAT THE
000650*                     CHECKER HAS APPROVED BUT SAMPLE1B HAS NOT
000660*                     YET POSTED OFF RECYCFIL ALSO REFUSES THE
000670*                     BACKOUT.  PENDFILE MISSING IS NOW TOLERATED
000680*                     ONLY ON STATUS 35.
000690*
000700 ENVIRONMENT DIVISION.
000710 CONFIGURATION SECTION.
000720 SOURCE-COMPUTER.   IBM-370.
000730 OBJECT-COMPUTER.   IBM-370.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT AUDIT-MASTER-FILE   ASSIGN TO AUDITMST
000770         ORGANIZATION IS INDEXED
000780         ACCESS IS DYNAMIC
000790         RECORD KEY IS DT-AUM-KEY
000800         FILE STATUS IS WS-AUM-STATUS.
000810     SELECT GL-EXTRACT-FILE     ASSIGN TO GLEXTRCT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-GL-STATUS.
000840     SELECT STEP-CONTROL-FILE   ASSIGN TO STEPCTL
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-STP-STATUS.
000870     SELECT STEP-NEW-FILE       ASSIGN TO STEPNEW
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-STN-STATUS.
000900     SELECT SUSPENSE-FILE       ASSIGN TO SUSPFILE
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SUS-STATUS.
000930     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDFILE
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-PND-STATUS.
000960     SELECT MTD-POSITION-FILE   ASSIGN TO MTDTOT
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-MTD-STATUS.
000990     SELECT PRIOR-TOTALS-FILE   ASSIGN TO PRIORTOT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-PRI-STATUS.
001020     SELECT CHECKPOINT-FILE     ASSIGN TO CHKPTFIL
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-CKPT-STATUS.
001050     SELECT BACKOUT-CONTROL-FILE ASSIGN TO BKOUTCTL
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-BKO-STATUS.
001080     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
001090         ORGANIZATION IS LINE SEQUENTIAL
001100         FILE STATUS IS WS-BRM-STATUS.
001110     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-RLG-STATUS.
001140     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-PRD-STATUS.
001170     SELECT PENDING-HIST-FILE   ASSIGN TO PENDHIST
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-PNH-STATUS.
001200     SELECT RECYCLE-FILE        ASSIGN TO RECYCFIL
001210         ORGANIZATION IS LINE SEQUENTIAL
001220         FILE STATUS IS WS-RCY-STATUS.
001230*
001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  AUDIT-MASTER-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 42 CHARACTERS.
001290 COPY DTAUDMST.
001300*
001310 FD  GL-EXTRACT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 48 CHARACTERS.
001340 COPY DTGLEXT.
001350*
001360 FD  STEP-CONTROL-FILE
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 60 CHARACTERS.
001390 COPY DTSTPCTL.
001400*
001410 FD  STEP-NEW-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORD CONTAINS 60 CHARACTERS.
001440 01  STEP-NEW-RECORD             PIC X(60).
001450*
001460 FD  SUSPENSE-FILE
001470     LABEL RECORDS ARE STANDARD
001480     RECORD CONTAINS 72 CHARACTERS.
001490 COPY DTSUSP.
001500*
001510 FD  PENDING-CHANGE-FILE
001520     LABEL RECORDS ARE STANDARD
001530     RECORD CONTAINS 200 CHARACTERS.
001540 COPY DTPEND.
001550*
001560 FD  MTD-POSITION-FILE
001570     LABEL RECORDS ARE STANDARD
001580     RECORD CONTAINS 60 CHARACTERS.
001590 COPY DTMTD.
001600*
001610 FD  PRIOR-TOTALS-FILE
001620     LABEL RECORDS ARE STANDARD
001630     RECORD CONTAINS 40 CHARACTERS.
001640 COPY DTPRIOR.
001650*
001660 FD  CHECKPOINT-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 20 CHARACTERS.
001690 COPY DTCKPT.
001700*
001710 FD  BACKOUT-CONTROL-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 80 CHARACTERS.
001740 COPY DTBKOUT.
001750*
001760 FD  BRANCH-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 48 CHARACTERS.
001790 COPY DTBRMST.
001800*
001810 FD  RUN-LOG-FILE
001820     LABEL RECORDS ARE STANDARD
001830     RECORD CONTAINS 80 CHARACTERS.
001840 COPY DTRUNLOG.
001850*
001860 FD  PERIOD-CONTROL-FILE
001870     LABEL RECORDS ARE STANDARD
001880     RECORD CONTAINS 60 CHARACTERS.
001890 COPY DTPERIOD.
001900*
001910 FD  PENDING-HIST-FILE
001920     LABEL RECORDS ARE STANDARD
001930     RECORD CONTAINS 200 CHARACTERS.
001940 01  PEND-HIST-RECORD            PIC X(200).
001950*
001960 FD  RECYCLE-FILE
001970     LABEL RECORDS ARE STANDARD
001980     RECORD CONTAINS 52 CHARACTERS.
001990 COPY DTRCYREC.
002000*
002010 WORKING-STORAGE SECTION.
002020*
002030 01  WS-SWITCHES.
002040     05  WS-AUM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002050         88  WS-AUM-EOF                      VALUE 'Y'.
002060     05  WS-GL-EOF-SWITCH        PIC X(01)   VALUE 'N'.
002070         88  WS-GL-EOF                       VALUE 'Y'.
002080     05  WS-STP-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002090         88  WS-STP-EOF                      VALUE 'Y'.
002100     05  WS-SUS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002110         88  WS-SUS-EOF                      VALUE 'Y'.
002120     05  WS-PND-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002130         88  WS-PND-EOF                      VALUE 'Y'.
002140     05  WS-PNH-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002150         88  WS-PNH-EOF                      VALUE 'Y'.
002160     05  WS-RCY-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002170         88  WS-RCY-EOF                      VALUE 'Y'.
002180     05  WS-PRI-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002190         88  WS-PRI-EOF                      VALUE 'Y'.
002200     05  WS-BKO-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002210         88  WS-BKO-EOF                      VALUE 'Y'.
002220     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002230         88  WS-BRM-EOF                      VALUE 'Y'.
002240     05  WS-BRM-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
002250         88  WS-BRM-FOUND                    VALUE 'Y'.
002260     05  WS-STP-FIRST-SWITCH     PIC X(01)   VALUE 'N'.
002270         88  WS-STP-FIRST-DONE               VALUE 'Y'.
002280     05  WS-MTD-ADJUST-SWITCH    PIC X(01)   VALUE 'N'.
002290         88  WS-MTD-ADJUST                   VALUE 'Y'.
002300     05  WS-WARNING-SWITCH       PIC X(01)   VALUE 'N'.
002310         88  WS-WARNING-RAISED               VALUE 'Y'.
002320*
002330*    THE SYSIN CARD - BRANCH IN COLUMNS 1-4, BUSINESS DATE
002340*    (YYYYMMDD) IN COLUMNS 6-13.
002350 01  WS-CONTROL-CARD.
002360     05  WS-REQ-BRANCH           PIC X(04).
002370     05  FILLER                  PIC X(01).
002380     05  WS-REQ-BUS-DATE         PIC X(08).
002390     05  FILLER                  PIC X(67).
002400*
002410 01  WS-RUN-DATE                 PIC X(08).
002420 01  WS-BRANCH-NAME              PIC X(20)   VALUE SPACES.
002430*
002440 01  WS-AUM-STATUS               PIC X(02).
002450 01  WS-GL-STATUS                PIC X(02).
002460 01  WS-STP-STATUS               PIC X(02).
002470 01  WS-STN-STATUS               PIC X(02).
002480 01  WS-SUS-STATUS               PIC X(02).
002490 01  WS-PND-STATUS               PIC X(02).
002500 01  WS-MTD-STATUS               PIC X(02).
002510 01  WS-PRI-STATUS               PIC X(02).
002520 01  WS-CKPT-STATUS              PIC X(02).
002530 01  WS-BKO-STATUS               PIC X(02).
002540 01  WS-BRM-STATUS               PIC X(02).
002550 01  WS-RLG-STATUS               PIC X(02).
002560 01  WS-PRD-STATUS               PIC X(02).
002570 01  WS-PNH-STATUS               PIC X(02).
002580 01  WS-RCY-STATUS               PIC X(02).
002590*
002600 01  WS-START-TIME               PIC X(06).
002610 01  WS-TIME-WORK                PIC X(08).
002620*
002630*    THE LAST BACKOUT CONTROL ACTION ON FILE FOR THE PAIR -
002640*    'B' MEANS A BACKOUT IS ALREADY OPEN.
002650 01  WS-BKO-LAST-ACTION          PIC X(01)   VALUE SPACE.
002660*
002670*    THE NIGHT AS IT STANDS ON THE AUDIT MASTER - THE FEED'S
002680*    RECORDS (WHICH COME OFF) AND THE RECYCLED RELEASES (WHICH
002690*    STAY).
002700 01  WS-AUDIT-FIGURES.
002710     05  WS-AUD-FEED-COUNT       PIC 9(07)   VALUE 0.
002720     05  WS-AUD-FEED-NUM1        PIC 9(11)   VALUE 0.
002730     05  WS-AUD-FEED-NUM2        PIC 9(11)   VALUE 0.
002740     05  WS-AUD-RCY-COUNT        PIC 9(07)   VALUE 0.
002750     05  WS-AUD-RCY-NUM1         PIC 9(11)   VALUE 0.
002760     05  WS-AUD-RCY-NUM2         PIC 9(11)   VALUE 0.
002770     05  WS-AUD-DEL-COUNT        PIC 9(07)   VALUE 0.
002780     05  WS-AUD-DEL-NUM1         PIC 9(11)   VALUE 0.
002790     05  WS-AUD-DEL-NUM2         PIC 9(11)   VALUE 0.
002800*
002810*    THE PAIR'S GL EXTRACT LINES - NET OF ANY EARLIER BACKOUT
002820*    AND REPLACEMENT - AND THE OFFSETS THIS RUN ADDS.
002830 01  WS-GL-FIGURES.
002840     05  WS-GL-BEF-COUNT         PIC 9(07)   VALUE 0.
002850     05  WS-GL-BEF-NUM1          PIC S9(11)V99  VALUE 0.
002860     05  WS-GL-BEF-NUM2          PIC S9(11)V99  VALUE 0.
002870     05  WS-GL-OFS-COUNT         PIC 9(07)   VALUE 0.
002880     05  WS-GL-OFS-NUM1          PIC S9(11)V99  VALUE 0.
002890     05  WS-GL-OFS-NUM2          PIC S9(11)V99  VALUE 0.
002900     05  WS-AUD-ALL-NUM1         PIC S9(11)V99  VALUE 0.
002910     05  WS-AUD-ALL-NUM2         PIC S9(11)V99  VALUE 0.
002920*
002930 01  WS-STEP-FIGURES.
002940     05  WS-STP-MATCH-COUNT      PIC 9(03)   VALUE 0.
002950     05  WS-STP-COPY-COUNT       PIC 9(07)   VALUE 0.
002960     05  WS-STP-BEF-RECS         PIC 9(07)   VALUE 0.
002970     05  WS-STP-BEF-GL           PIC 9(07)   VALUE 0.
002980     05  WS-STP-BEF-NUM1         PIC 9(11)   VALUE 0.
002990     05  WS-STP-BEF-NUM2         PIC 9(11)   VALUE 0.
003000     05  WS-STP-AFT-RECS         PIC 9(07)   VALUE 0.
003010     05  WS-STP-AFT-GL           PIC 9(07)   VALUE 0.
003020     05  WS-STP-AFT-NUM1         PIC 9(11)   VALUE 0.
003030     05  WS-STP-AFT-NUM2         PIC 9(11)   VALUE 0.
003040     05  WS-STP-RCY1-WORK        PIC 9(07)   VALUE 0.
003050     05  WS-STP-RCY2-WORK        PIC 9(07)   VALUE 0.
003060*
003070*    THE BRANCH'S MONTH-TO-DATE POSITION BEFORE AND AFTER.
003080 01  WS-MTD-FIELDS.
003090     05  WS-MTD-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
003100         88  WS-MTD-FOUND                    VALUE 'Y'.
003110     05  WS-MTD-BRANCH           PIC X(04)   VALUE SPACES.
003120     05  WS-MTD-MONTH            PIC X(06)   VALUE SPACES.
003130     05  WS-MTD-LAST-DATE        PIC X(08)   VALUE SPACES.
003140     05  WS-MTD-BEF-DAYS         PIC 9(03)   VALUE 0.
003150     05  WS-MTD-BEF-RECS         PIC 9(07)   VALUE 0.
003160     05  WS-MTD-BEF-NUM1         PIC 9(13)   VALUE 0.
003170     05  WS-MTD-BEF-NUM2         PIC 9(13)   VALUE 0.
003180     05  WS-MTD-AFT-DAYS         PIC 9(03)   VALUE 0.
003190     05  WS-MTD-AFT-RECS         PIC 9(07)   VALUE 0.
003200     05  WS-MTD-AFT-NUM1         PIC 9(13)   VALUE 0.
003210     05  WS-MTD-AFT-NUM2         PIC 9(13)   VALUE 0.
003220*
003230*    EVERY PRIORTOT RECORD - THE ONE DATED WITH THE BACKED-OUT
003240*    NIGHT IS DROPPED ON THE REWRITE.
003250 01  WS-PRI-TABLE.
003260     05  WS-PRI-TBL-COUNT        PIC 9(03)   COMP  VALUE 0.
003270     05  WS-PRI-ENTRY            OCCURS 8 TIMES.
003280         10  WS-PRI-E-DATA       PIC X(40).
003290         10  WS-PRI-E-KEEP       PIC X(01).
003300*
003310 01  WS-PRI-IDX                  PIC 9(03)   COMP.
003320 01  WS-PRI-DROP-COUNT           PIC 9(03)   VALUE 0.
003330*
003340*    THE WHOLE SUSPENSE FILE - THE BACKED-OUT NIGHT'S ITEMS
003350*    COME OFF ON THE REWRITE, THE SAME LOAD-AND-REWRITE
003360*    SAMPLE7 USES.
003370 01  WS-SUS-TABLE.
003380     05  WS-SUS-COUNT            PIC 9(03)   COMP  VALUE 0.
003390     05  WS-SUS-ENTRY            OCCURS 100 TIMES.
003400         10  WS-SUS-E-DATA       PIC X(72).
003410         10  WS-SUS-E-KEEP       PIC X(01).
003420*
003430 01  WS-SUS-IDX                  PIC 9(03)   COMP.
003440 01  WS-SUS-DROP-COUNT           PIC 9(03)   VALUE 0.
003450 01  WS-PND-HELD-COUNT           PIC 9(03)   VALUE 0.
003460*
003470*    A PENDHIST RECORD, LAID OUT AS DTPEND.
003480 01  WS-PNH-RECORD.
003490     05  WS-PNH-TYPE             PIC X(04).
003500         88  WS-PNH-SUSPENSE                 VALUE 'SUS '.
003510     05  WS-PNH-ACTION           PIC X(01).
003520         88  WS-PNH-APPROVED                 VALUE 'A'.
003530     05  FILLER                  PIC X(38).
003540     05  WS-PNH-BEFORE-IMAGE     PIC X(72).
003550     05  WS-PNH-AFTER-IMAGE      PIC X(72).
003560     05  FILLER                  PIC X(13).
003570*
003580*    THE NIGHT'S APPROVED RELEASES - BRANCH AND SEQUENCE NUMBER,
003590*    THE FIRST TEN BYTES OF THE RECORD SAMPLE16 WRITES TO
003600*    RECYCFIL.
003610 01  WS-REL-TABLE.
003620     05  WS-REL-COUNT            PIC 9(03)   COMP  VALUE 0.
003630     05  WS-REL-ENTRY            OCCURS 100 TIMES.
003640         10  WS-REL-E-KEY        PIC X(10).
003650*
003660 01  WS-REL-IDX                  PIC 9(03)   COMP.
003670 01  WS-RCY-HELD-COUNT           PIC 9(03)   VALUE 0.
003680*
003690 01  WS-REPORT-FIELDS.
003700     05  WS-RPT-BEFORE           PIC S9(13)V99  VALUE 0.
003710     05  WS-RPT-AFTER            PIC S9(13)V99  VALUE 0.
003720     05  WS-RPT-CHANGE           PIC S9(13)V99  VALUE 0.
003730*
003740 01  WS-RPT-LINE.
003750     05  WS-RPT-LABEL            PIC X(24).
003760     05  WS-RPT-BEFORE-ED        PIC -9(13).
003770     05  FILLER                  PIC X(02)   VALUE SPACES.
003780     05  WS-RPT-CHANGE-ED        PIC -9(13).
003790     05  FILLER                  PIC X(02)   VALUE SPACES.
003800     05  WS-RPT-AFTER-ED         PIC -9(13).
003810*
003820 01  WS-EDIT-FIELDS.
003830     05  WS-EDIT-NUM1            PIC 9(07).
003840     05  WS-EDIT-NUM2            PIC 9(07).
003850*
003860*    THE STATUS OF EACH MONTH ON THE PERIOD CONTROL FILE (SEE
003870*    DTPERIOD).  A MONTH THAT IS NOT ON FILE IS OPEN.
003880 01  WS-PERIOD-FIELDS.
003890     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
003900         88  WS-PRD-EOF                      VALUE 'Y'.
003910     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
003920     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
003930         10  WS-PRD-E-MONTH      PIC X(06).
003940         10  WS-PRD-E-STATUS     PIC X(01).
003950     05  WS-PRD-CHECK-DATE       PIC X(08).
003960     05  WS-PRD-MONTH-STATUS     PIC X(01).
003970         88  WS-PRD-MONTH-OPEN               VALUE 'O'.
003980         88  WS-PRD-MONTH-CLOSING            VALUE 'P'.
003990         88  WS-PRD-MONTH-CLOSED             VALUE 'C'.
004000*
004010 01  WS-PRD-IDX                  PIC 9(03)   COMP.
004020*
004030 PROCEDURE DIVISION.
004040*
004050 0000-MAINLINE.
004060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004070     PERFORM 1100-LOAD-BRANCH THRU 1100-EXIT.
004080     PERFORM 1200-CHECK-CHECKPOINT THRU 1200-EXIT.
004090     PERFORM 1300-CHECK-BACKOUT-CONTROL THRU 1300-EXIT.
004100     PERFORM 1400-CHECK-PENDING-RELEASES THRU 1400-EXIT.
004110     PERFORM 1500-LOAD-PRIOR-TOTALS THRU 1500-EXIT.
004120     PERFORM 1600-LOAD-MTD-POSITION THRU 1600-EXIT.
004130     PERFORM 1700-LOAD-SUSPENSE THRU 1700-EXIT.
004140     PERFORM 2000-TALLY-AUDIT-MASTER THRU 2000-EXIT.
004150     PERFORM 2500-TALLY-GL-EXTRACT THRU 2500-EXIT.
004160*    EVERYTHING ABOVE ONLY READS - FROM HERE ON THE NIGHT IS
004170*    BEING REVERSED.
004180     PERFORM 3000-REVERSE-AUDIT-MASTER THRU 3000-EXIT.
004190     PERFORM 4000-REBUILD-STEP-CONTROL THRU 4000-EXIT.
004200     PERFORM 4500-WITHDRAW-SUSPENSE THRU 4500-EXIT.
004210     PERFORM 5000-ADJUST-MTD-POSITION THRU 5000-EXIT.
004220     PERFORM 5500-REWRITE-PRIOR-TOTALS THRU 5500-EXIT.
004230     PERFORM 6000-WRITE-BACKOUT-CONTROL THRU 6000-EXIT.
004240     PERFORM 8000-PRINT-BACKOUT-REPORT THRU 8000-EXIT.
004250     PERFORM 9900-TERMINATE THRU 9900-EXIT.
004260     STOP RUN.
004270*
004280******************************************************************
004290*   1000-INITIALIZE                                              *
004300*   ACCEPTS THE BRANCH AND BUSINESS DATE FROM SYSIN AND OPENS    *
004310*   THE AUDIT MASTER AND RUN LOG.  A BLANK OR MISPUNCHED CARD,   *
004320*   OR A BUSINESS DATE LATER THAN TODAY, IS REFUSED.             *
004330*   SO IS A BUSINESS DATE IN A MONTH CLOSED ON THE PERIOD        *
004340*   CONTROL FILE.                                                *
004350******************************************************************
004360 1000-INITIALIZE.
004370     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004380     ACCEPT WS-TIME-WORK FROM TIME.
004390     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
004400     MOVE SPACES TO WS-CONTROL-CARD.
004410     ACCEPT WS-CONTROL-CARD.
004420     IF WS-REQ-BRANCH = SPACES
004430         DISPLAY "*** BACKOUT CONTROL CARD IS BLANK ***"
004440         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
004450     END-IF.
004460     IF WS-REQ-BUS-DATE IS NOT NUMERIC
004470         DISPLAY "*** BUSINESS DATE '" WS-REQ-BUS-DATE
004480             "' IS NOT YYYYMMDD ***"
004490         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
004500     END-IF.
004510     IF WS-REQ-BUS-DATE IS GREATER THAN WS-RUN-DATE
004520         DISPLAY "*** BUSINESS DATE " WS-REQ-BUS-DATE
004530             " IS LATER THAN TODAY " WS-RUN-DATE " ***"
004540         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
004550     END-IF.
004560     PERFORM 1800-LOAD-PERIOD-CONTROL THRU 1800-EXIT.
004570     MOVE WS-REQ-BUS-DATE TO WS-PRD-CHECK-DATE.
004580     PERFORM 1820-CHECK-PERIOD THRU 1820-EXIT.
004590     IF WS-PRD-MONTH-CLOSED
004600         DISPLAY "*** BUSINESS DATE " WS-REQ-BUS-DATE
004610             " IS IN A CLOSED PERIOD ***"
004620         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
004630     END-IF.
004640     DISPLAY "FEED BACKOUT - BRANCH " WS-REQ-BRANCH
004650         " BUSINESS DATE " WS-REQ-BUS-DATE
004660         " - RUN DATE " WS-RUN-DATE.
004670     OPEN I-O AUDIT-MASTER-FILE.
004680     IF WS-AUM-STATUS NOT = '00'
004690         DISPLAY "*** UNABLE TO OPEN AUDITMST FOR I-O - "
004700             "STATUS " WS-AUM-STATUS " ***"
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     OPEN EXTEND RUN-LOG-FILE.
004750     IF WS-RLG-STATUS NOT = '00'
004760         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
004770             "STATUS " WS-RLG-STATUS " ***"
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850*   1100-LOAD-BRANCH                                             *
004860*   THE BRANCH ON THE CARD MUST BE ON THE BRANCH MASTER - ITS    *
004870*   NAME HEADS THE REPORT.                                       *
004880******************************************************************
004890 1100-LOAD-BRANCH.
004900     OPEN INPUT BRANCH-MASTER-FILE.
004910     IF WS-BRM-STATUS NOT = '00'
004920         DISPLAY "*** UNABLE TO OPEN BRNCHMST FOR INPUT - "
004930             "STATUS " WS-BRM-STATUS " ***"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970     PERFORM 1150-SCAN-ONE-BRANCH THRU 1150-EXIT
004980         UNTIL WS-BRM-EOF OR WS-BRM-FOUND.
004990     CLOSE BRANCH-MASTER-FILE.
005000     IF NOT WS-BRM-FOUND
005010         DISPLAY "*** BRANCH " WS-REQ-BRANCH
005020             " NOT ON BRANCH MASTER ***"
005030         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
005040     END-IF.
005050 1100-EXIT.
005060     EXIT.
005070*
005080 1150-SCAN-ONE-BRANCH.
005090     READ BRANCH-MASTER-FILE
005100         AT END
005110             SET WS-BRM-EOF TO TRUE
005120     END-READ.
005130     IF NOT WS-BRM-EOF
005140         IF DT-BRM-BRANCH-CODE = WS-REQ-BRANCH
005150             SET WS-BRM-FOUND TO TRUE
005160             MOVE DT-BRM-BRANCH-NAME TO WS-BRANCH-NAME
005170         END-IF
005180     END-IF.
005190 1150-EXIT.
005200     EXIT.
005210*
005220******************************************************************
005230*   1200-CHECK-CHECKPOINT                                        *
005240*   A CHECKPOINT SHOWING A SEQ MEANS THE BRANCH'S STEP ABENDED   *
005250*   AND IS WAITING FOR A RESTART - BACKING OUT UNDER IT WOULD    *
005260*   LET THE RESTART POST THE REST OF A NIGHT THAT IS NO LONGER   *
005270*   THERE.  A CHECKPOINT FOR ANOTHER BRANCH MEANS THE PER-       *
005280*   BRANCH DD'S ARE POINTED AT THE WRONG DATASETS.               *
005290******************************************************************
005300 1200-CHECK-CHECKPOINT.
005310     OPEN INPUT CHECKPOINT-FILE.
005320     IF WS-CKPT-STATUS NOT = '00'
005330         GO TO 1200-EXIT
005340     END-IF.
005350     READ CHECKPOINT-FILE
005360         AT END
005370             CONTINUE
005380     END-READ.
005390     IF WS-CKPT-STATUS = '00'
005400         IF DT-CKPT-BRANCH-CODE NOT = WS-REQ-BRANCH
005410             DISPLAY "*** CHKPTFIL BELONGS TO BRANCH "
005420                 DT-CKPT-BRANCH-CODE " - CHECK THE DD'S ***"
005430             PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
005440         END-IF
005450         IF DT-CKPT-LAST-SEQ IS NUMERIC
005460                 AND DT-CKPT-LAST-SEQ IS GREATER THAN 0
005470             DISPLAY "*** BRANCH " WS-REQ-BRANCH
005480                 " HAS A RESTART PENDING AT SEQ "
005490                 DT-CKPT-LAST-SEQ " ***"
005500             PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
005510         END-IF
005520     END-IF.
005530     CLOSE CHECKPOINT-FILE.
005540 1200-EXIT.
005550     EXIT.
005560*
005570******************************************************************
005580*   1300-CHECK-BACKOUT-CONTROL                                   *
005590*   THE LAST ACTION ON FILE FOR THE BRANCH AND DATE DECIDES -    *
005600*   'B' MEANS THE NIGHT IS ALREADY BACKED OUT AND WAITING FOR    *
005610*   ITS REPLACEMENT.  A NIGHT WHOSE REPLACEMENT HAS POSTED MAY   *
005620*   BE BACKED OUT AGAIN.  NO FILE MEANS NO BACKOUT EVER RAN.     *
005630******************************************************************
005640 1300-CHECK-BACKOUT-CONTROL.
005650     OPEN INPUT BACKOUT-CONTROL-FILE.
005660     IF WS-BKO-STATUS NOT = '00'
005670         GO TO 1300-EXIT
005680     END-IF.
005690     PERFORM 1350-SCAN-ONE-BACKOUT THRU 1350-EXIT
005700         UNTIL WS-BKO-EOF.
005710     CLOSE BACKOUT-CONTROL-FILE.
005720     IF WS-BKO-LAST-ACTION = 'B'
005730         DISPLAY "*** BRANCH " WS-REQ-BRANCH " "
005740             WS-REQ-BUS-DATE " IS ALREADY BACKED OUT AND "
005750             "AWAITING ITS REPLACEMENT FEED ***"
005760         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
005770     END-IF.
005780 1300-EXIT.
005790     EXIT.
005800*
005810 1350-SCAN-ONE-BACKOUT.
005820     READ BACKOUT-CONTROL-FILE
005830         AT END
005840             SET WS-BKO-EOF TO TRUE
005850     END-READ.
005860     IF NOT WS-BKO-EOF
005870         IF DT-BKO-BRANCH-CODE = WS-REQ-BRANCH
005880                 AND DT-BKO-BUS-DATE = WS-REQ-BUS-DATE
005890             MOVE DT-BKO-ACTION TO WS-BKO-LAST-ACTION
005900         END-IF
005910     END-IF.
005920 1350-EXIT.
005930     EXIT.
005940*
005950******************************************************************
005960*   1400-CHECK-PENDING-RELEASES                                  *
005970*   A SUSPENDED RECORD FROM THE NIGHT THAT IS SITTING ON         *
005980*   PENDFILE WAITING FOR A CHECKER WOULD POST AS A RECYCLED      *
005990*   RELEASE OF A FEED THAT NO LONGER EXISTS.  THE CHECKER MUST   *
006000*   REJECT IT (SAMPLE16) BEFORE THE BACKOUT CAN RUN.             *
006010*   ONE THE CHECKER HAS ALREADY APPROVED SITS ON RECYCFIL UNTIL  *
006020*   THE NEXT SAMPLE1B NIGHTLY STEP POSTS IT, AND WOULD DO THE    *
006030*   SAME.  RECYCFIL CARRIES NO BUSINESS DATE, SO THE NIGHT'S     *
006040*   APPROVED RELEASES ARE TAKEN FROM PENDHIST AND ANY STILL ON   *
006050*   RECYCFIL (SAME BRANCH AND SEQUENCE NUMBER) ALSO REFUSE THE   *
006060*   BACKOUT WITH RC=16 AND NOTHING CHANGED.  A FILE THAT DOES    *
006070*   NOT EXIST (STATUS 35) HOLDS NOTHING FOR THE NIGHT; ANY       *
006080*   OTHER OPEN FAILURE STOPS THE RUN WITH RC=16.                 *
006090******************************************************************
006100 1400-CHECK-PENDING-RELEASES.
006110     OPEN INPUT PENDING-CHANGE-FILE.
006120     IF WS-PND-STATUS = '35'
006130         GO TO 1400-CHECK-RELEASED
006140     END-IF.
006150     IF WS-PND-STATUS NOT = '00'
006160         DISPLAY "*** UNABLE TO OPEN PENDFILE FOR INPUT - "
006170             "STATUS " WS-PND-STATUS " ***"
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210     PERFORM 1450-SCAN-ONE-PENDING THRU 1450-EXIT
006220         UNTIL WS-PND-EOF.
006230     CLOSE PENDING-CHANGE-FILE.
006240     IF WS-PND-HELD-COUNT IS GREATER THAN 0
006250         DISPLAY "*** " WS-PND-HELD-COUNT " RELEASE(S) FROM "
006260             "THE NIGHT ARE AWAITING A CHECKER - REJECT "
006270             "THEM ON SAMPLE16 FIRST ***"
006280         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
006290     END-IF.
006300 1400-CHECK-RELEASED.
006310     PERFORM 1460-LOAD-NIGHT-RELEASES THRU 1460-EXIT.
006320     IF WS-REL-COUNT = 0
006330         GO TO 1400-EXIT
006340     END-IF.
006350     PERFORM 1470-CHECK-RECYCLE-FILE THRU 1470-EXIT.
006360     IF WS-RCY-HELD-COUNT IS GREATER THAN 0
006370         DISPLAY "*** " WS-RCY-HELD-COUNT " RELEASE(S) FROM "
006380             "THE NIGHT ARE APPROVED BUT STILL ON RECYCFIL - "
006390             "LET SAMPLE1B POST THEM FIRST ***"
006400         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
006410     END-IF.
006420 1400-EXIT.
006430     EXIT.
006440*
006450 1450-SCAN-ONE-PENDING.
006460     READ PENDING-CHANGE-FILE
006470         AT END
006480             SET WS-PND-EOF TO TRUE
006490     END-READ.
006500     IF NOT WS-PND-EOF
006510*        THE BEFORE IMAGE IS THE SUSPENSE RECORD AS SUSPENDED -
006520*        SUSPEND DATE IN 1-8, BRANCH IN 13-16 (SEE DTSUSP).
006530         IF DT-PEND-SUSPENSE AND DT-PEND-PENDING
006540                 AND DT-PEND-BEFORE-IMAGE (1:8)
006550                     = WS-REQ-BUS-DATE
006560                 AND DT-PEND-BEFORE-IMAGE (13:4)
006570                     = WS-REQ-BRANCH
006580             ADD 1 TO WS-PND-HELD-COUNT
006590         END-IF
006600     END-IF.
006610 1450-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650*   1460-LOAD-NIGHT-RELEASES                                     *
006660*   TABLES THE BRANCH AND SEQUENCE NUMBER OF EVERY SUSPENDED     *
006670*   RECORD FROM THE NIGHT THAT THE CHECKER APPROVED FOR RELEASE. *
006680*   THE KEY COMES FROM THE AFTER IMAGE - THE CORRECTED SUSPENSE  *
006690*   RECORD, WHOSE TOTALS DATA (13-64) IS WHAT GOES TO RECYCFIL.  *
006700******************************************************************
006710 1460-LOAD-NIGHT-RELEASES.
006720     OPEN INPUT PENDING-HIST-FILE.
006730     IF WS-PNH-STATUS = '35'
006740         GO TO 1460-EXIT
006750     END-IF.
006760     IF WS-PNH-STATUS NOT = '00'
006770         DISPLAY "*** UNABLE TO OPEN PENDHIST FOR INPUT - "
006780             "STATUS " WS-PNH-STATUS " ***"
006790         MOVE 16 TO RETURN-CODE
006800         STOP RUN
006810     END-IF.
006820     PERFORM 1465-LOAD-ONE-RELEASE THRU 1465-EXIT
006830         UNTIL WS-PNH-EOF.
006840     CLOSE PENDING-HIST-FILE.
006850 1460-EXIT.
006860     EXIT.
006870*
006880 1465-LOAD-ONE-RELEASE.
006890     READ PENDING-HIST-FILE
006900         AT END
006910             SET WS-PNH-EOF TO TRUE
006920             GO TO 1465-EXIT
006930     END-READ.
006940     MOVE PEND-HIST-RECORD TO WS-PNH-RECORD.
006950     IF NOT WS-PNH-SUSPENSE OR NOT WS-PNH-APPROVED
006960         GO TO 1465-EXIT
006970     END-IF.
006980     IF WS-PNH-BEFORE-IMAGE (1:8) NOT = WS-REQ-BUS-DATE
006990             OR WS-PNH-BEFORE-IMAGE (13:4) NOT = WS-REQ-BRANCH
007000         GO TO 1465-EXIT
007010     END-IF.
007020     IF WS-REL-COUNT NOT < 100
007030         DISPLAY "*** RELEASE TABLE FULL - LIMIT 100 ***"
007040         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
007050     END-IF.
007060     ADD 1 TO WS-REL-COUNT.
007070     MOVE WS-PNH-AFTER-IMAGE (13:10)
007080         TO WS-REL-E-KEY (WS-REL-COUNT).
007090 1465-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*   1470-CHECK-RECYCLE-FILE                                      *
007140*   COUNTS THE RECYCFIL RECORDS STILL WAITING TO POST FOR ONE    *
007150*   OF THE NIGHT'S APPROVED RELEASES.  READ ONLY.                *
007160******************************************************************
007170 1470-CHECK-RECYCLE-FILE.
007180     OPEN INPUT RECYCLE-FILE.
007190     IF WS-RCY-STATUS = '35'
007200         GO TO 1470-EXIT
007210     END-IF.
007220     IF WS-RCY-STATUS NOT = '00'
007230         DISPLAY "*** UNABLE TO OPEN RECYCFIL FOR INPUT - "
007240             "STATUS " WS-RCY-STATUS " ***"
007250         MOVE 16 TO RETURN-CODE
007260         STOP RUN
007270     END-IF.
007280     PERFORM 1475-CHECK-ONE-RECYCLE THRU 1475-EXIT
007290         UNTIL WS-RCY-EOF.
007300     CLOSE RECYCLE-FILE.
007310 1470-EXIT.
007320     EXIT.
007330*
007340 1475-CHECK-ONE-RECYCLE.
007350     READ RECYCLE-FILE
007360         AT END
007370             SET WS-RCY-EOF TO TRUE
007380             GO TO 1475-EXIT
007390     END-READ.
007400     PERFORM 1480-MATCH-ONE-RELEASE THRU 1480-EXIT
007410         VARYING WS-REL-IDX FROM 1 BY 1
007420         UNTIL WS-REL-IDX > WS-REL-COUNT.
007430 1475-EXIT.
007440     EXIT.
007450*
007460 1480-MATCH-ONE-RELEASE.
007470     IF DT-RECYCLE-RECORD (1:10) = WS-REL-E-KEY (WS-REL-IDX)
007480         ADD 1 TO WS-RCY-HELD-COUNT
007490     END-IF.
007500 1480-EXIT.
007510     EXIT.
007520*
007530******************************************************************
007540*   1500-LOAD-PRIOR-TOTALS                                       *
007550*   LOADS THE BRANCH'S PRIORTOT RECORDS AND MARKS THE ONE DATED  *
007560*   WITH THE BACKED-OUT NIGHT TO DROP - A BASELINE BUILT FROM    *
007570*   BAD DATA WOULD SKEW THE NEXT VARIANCE CHECK OF THAT CLASS.   *
007580******************************************************************
007590 1500-LOAD-PRIOR-TOTALS.
007600     OPEN INPUT PRIOR-TOTALS-FILE.
007610     IF WS-PRI-STATUS NOT = '00'
007620         GO TO 1500-EXIT
007630     END-IF.
007640     PERFORM 1550-LOAD-ONE-PRIOR THRU 1550-EXIT
007650         UNTIL WS-PRI-EOF.
007660     CLOSE PRIOR-TOTALS-FILE.
007670 1500-EXIT.
007680     EXIT.
007690*
007700 1550-LOAD-ONE-PRIOR.
007710     READ PRIOR-TOTALS-FILE
007720         AT END
007730             SET WS-PRI-EOF TO TRUE
007740     END-READ.
007750     IF WS-PRI-EOF
007760         GO TO 1550-EXIT
007770     END-IF.
007780     IF DT-PRI-BRANCH-CODE NOT = WS-REQ-BRANCH
007790         DISPLAY "*** PRIORTOT BELONGS TO BRANCH "
007800             DT-PRI-BRANCH-CODE " - CHECK THE DD'S ***"
007810         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
007820     END-IF.
007830     IF WS-PRI-TBL-COUNT IS LESS THAN 8
007840         ADD 1 TO WS-PRI-TBL-COUNT
007850         MOVE DT-PRIOR-TOTALS-RECORD
007860             TO WS-PRI-E-DATA (WS-PRI-TBL-COUNT)
007870         MOVE 'Y' TO WS-PRI-E-KEEP (WS-PRI-TBL-COUNT)
007880         IF DT-PRI-RUN-DATE = WS-REQ-BUS-DATE
007890             MOVE 'N' TO WS-PRI-E-KEEP (WS-PRI-TBL-COUNT)
007900             ADD 1 TO WS-PRI-DROP-COUNT
007910         END-IF
007920     ELSE
007930         DISPLAY "*** PRIOR TABLE FULL - LIMIT 8 ***"
007940         MOVE 16 TO RETURN-CODE
007950         STOP RUN
007960     END-IF.
007970 1550-EXIT.
007980     EXIT.
007990*
008000******************************************************************
008010*   1600-LOAD-MTD-POSITION                                       *
008020*   PICKS UP THE MONTH-TO-DATE POSITION.  IT IS ONLY ADJUSTED    *
008030*   WHEN IT IS STILL THE BACKED-OUT NIGHT'S MONTH - ONCE THE     *
008040*   MONTH HAS TURNED THE OLD MONTH'S POSITION IS GONE AND        *
008050*   THE REPORT SAYS SO.                                          *
008060******************************************************************
008070 1600-LOAD-MTD-POSITION.
008080     OPEN INPUT MTD-POSITION-FILE.
008090     IF WS-MTD-STATUS NOT = '00'
008100         GO TO 1600-EXIT
008110     END-IF.
008120     READ MTD-POSITION-FILE
008130         AT END
008140             CONTINUE
008150     END-READ.
008160     IF WS-MTD-STATUS = '00'
008170         IF DT-MTD-BRANCH-CODE NOT = WS-REQ-BRANCH
008180             DISPLAY "*** MTDTOT BELONGS TO BRANCH "
008190                 DT-MTD-BRANCH-CODE " - CHECK THE DD'S ***"
008200             PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
008210         END-IF
008220         IF DT-MTD-DAYS-REPORTED IS NUMERIC
008230                 AND DT-MTD-REC-COUNT IS NUMERIC
008240                 AND DT-MTD-NUM1-TOTAL IS NUMERIC
008250                 AND DT-MTD-NUM2-TOTAL IS NUMERIC
008260             SET WS-MTD-FOUND TO TRUE
008270             MOVE DT-MTD-BRANCH-CODE   TO WS-MTD-BRANCH
008280             MOVE DT-MTD-MONTH         TO WS-MTD-MONTH
008290             MOVE DT-MTD-LAST-DATE     TO WS-MTD-LAST-DATE
008300             MOVE DT-MTD-DAYS-REPORTED TO WS-MTD-BEF-DAYS
008310             MOVE DT-MTD-REC-COUNT     TO WS-MTD-BEF-RECS
008320             MOVE DT-MTD-NUM1-TOTAL    TO WS-MTD-BEF-NUM1
008330             MOVE DT-MTD-NUM2-TOTAL    TO WS-MTD-BEF-NUM2
008340         END-IF
008350     END-IF.
008360     CLOSE MTD-POSITION-FILE.
008370     IF WS-MTD-FOUND
008380             AND WS-MTD-MONTH = WS-REQ-BUS-DATE (1:6)
008390         SET WS-MTD-ADJUST TO TRUE
008400     END-IF.
008410 1600-EXIT.
008420     EXIT.
008430*
008440******************************************************************
008450*   1700-LOAD-SUSPENSE                                           *
008460*   LOADS THE SUSPENSE FILE AND MARKS THE BACKED-OUT NIGHT'S     *
008470*   ITEMS FOR THE BRANCH TO DROP - THE REPLACEMENT FEED WILL     *
008480*   SUSPEND WHATEVER IS STILL WRONG WITH IT ON ITS OWN.          *
008490******************************************************************
008500 1700-LOAD-SUSPENSE.
008510     OPEN INPUT SUSPENSE-FILE.
008520     IF WS-SUS-STATUS NOT = '00'
008530         GO TO 1700-EXIT
008540     END-IF.
008550     PERFORM 1750-LOAD-ONE-SUSPENSE THRU 1750-EXIT
008560         UNTIL WS-SUS-EOF.
008570     CLOSE SUSPENSE-FILE.
008580 1700-EXIT.
008590     EXIT.
008600*
008610 1750-LOAD-ONE-SUSPENSE.
008620     READ SUSPENSE-FILE
008630         AT END
008640             SET WS-SUS-EOF TO TRUE
008650     END-READ.
008660     IF WS-SUS-EOF
008670         GO TO 1750-EXIT
008680     END-IF.
008690     IF WS-SUS-COUNT IS LESS THAN 100
008700         ADD 1 TO WS-SUS-COUNT
008710         MOVE DT-SUSPENSE-RECORD
008720             TO WS-SUS-E-DATA (WS-SUS-COUNT)
008730         MOVE 'Y' TO WS-SUS-E-KEEP (WS-SUS-COUNT)
008740         IF DT-SUS-SUSPEND-DATE = WS-REQ-BUS-DATE
008750                 AND DT-SUS-BRANCH-CODE = WS-REQ-BRANCH
008760             MOVE 'N' TO WS-SUS-E-KEEP (WS-SUS-COUNT)
008770             ADD 1 TO WS-SUS-DROP-COUNT
008780         END-IF
008790     ELSE
008800         DISPLAY "*** SUSPENSE TABLE FULL - LIMIT 100 ***"
008810         MOVE 16 TO RETURN-CODE
008820         STOP RUN
008830     END-IF.
008840 1750-EXIT.
008850     EXIT.
008860*
008870******************************************************************
008880*   1800-LOAD-PERIOD-CONTROL                                     *
008890*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
008900*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
008910*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE STOPS THE STEP - A  *
008920*   CLOSED MONTH MUST NOT BE CHANGED JUST BECAUSE ITS CONTROL    *
008930*   FILE COULD NOT BE READ.                                      *
008940******************************************************************
008950 1800-LOAD-PERIOD-CONTROL.
008960     MOVE 0 TO WS-PRD-COUNT.
008970     MOVE 'N' TO WS-PRD-EOF-SWITCH.
008980     OPEN INPUT PERIOD-CONTROL-FILE.
008990     IF WS-PRD-STATUS = '35'
009000         GO TO 1800-EXIT
009010     END-IF.
009020     IF WS-PRD-STATUS NOT = '00'
009030         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
009040             "STATUS " WS-PRD-STATUS " ***"
009050         MOVE 16 TO RETURN-CODE
009060         STOP RUN
009070     END-IF.
009080     PERFORM 1810-LOAD-ONE-PERIOD THRU 1810-EXIT
009090         UNTIL WS-PRD-EOF.
009100     CLOSE PERIOD-CONTROL-FILE.
009110 1800-EXIT.
009120     EXIT.
009130*
009140 1810-LOAD-ONE-PERIOD.
009150     READ PERIOD-CONTROL-FILE
009160         AT END
009170             SET WS-PRD-EOF TO TRUE
009180     END-READ.
009190     IF NOT WS-PRD-EOF
009200         IF WS-PRD-COUNT IS LESS THAN 120
009210             ADD 1 TO WS-PRD-COUNT
009220             MOVE DT-PRD-MONTH
009230                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
009240             MOVE DT-PRD-STATUS
009250                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
009260         ELSE
009270             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
009280             MOVE 16 TO RETURN-CODE
009290             STOP RUN
009300         END-IF
009310     END-IF.
009320 1810-EXIT.
009330     EXIT.
009340*
009350******************************************************************
009360*   1820-CHECK-PERIOD                                            *
009370*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
009380*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
009390******************************************************************
009400 1820-CHECK-PERIOD.
009410     SET WS-PRD-MONTH-OPEN TO TRUE.
009420     PERFORM 1830-SCAN-ONE-PERIOD THRU 1830-EXIT
009430         VARYING WS-PRD-IDX FROM 1 BY 1
009440         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
009450 1820-EXIT.
009460     EXIT.
009470*
009480 1830-SCAN-ONE-PERIOD.
009490     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
009500         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
009510             TO WS-PRD-MONTH-STATUS
009520     END-IF.
009530 1830-EXIT.
009540     EXIT.
009550*
009560******************************************************************
009570*   2000-TALLY-AUDIT-MASTER                                      *
009580*   FIRST PASS OVER THE PAIR'S KEY RANGE - READ ONLY.  SPLITS    *
009590*   THE NIGHT INTO THE FEED'S RECORDS AND THE RECYCLED RELEASES. *
009600*   A NIGHT WITH NO FEED RECORDS HAS NOTHING TO BACK OUT - IT    *
009610*   WAS NEVER POSTED, WAS ALREADY BACKED OUT, OR HAS BEEN        *
009620*   ARCHIVED OFF THE MASTER.                                     *
009630******************************************************************
009640 2000-TALLY-AUDIT-MASTER.
009650     MOVE 'N' TO WS-AUM-EOF-SWITCH.
009660     PERFORM 2050-START-AUDIT-PAIR THRU 2050-EXIT.
009670     PERFORM 2100-TALLY-ONE-AUDIT THRU 2100-EXIT
009680         UNTIL WS-AUM-EOF.
009690     IF WS-AUD-FEED-COUNT = 0
009700         DISPLAY "*** NO FEED RECORDS ON AUDITMST FOR BRANCH "
009710             WS-REQ-BRANCH " " WS-REQ-BUS-DATE
009720             " - NOTHING TO BACK OUT ***"
009730         PERFORM 9800-REFUSE-BACKOUT THRU 9800-EXIT
009740     END-IF.
009750 2000-EXIT.
009760     EXIT.
009770*
009780 2050-START-AUDIT-PAIR.
009790     MOVE WS-REQ-BUS-DATE TO DT-AUM-RUN-DATE.
009800     MOVE WS-REQ-BRANCH   TO DT-AUM-BRANCH-CODE.
009810     MOVE 0               TO DT-AUM-SEQ-NO.
009820     START AUDIT-MASTER-FILE
009830         KEY IS NOT LESS THAN DT-AUM-KEY
009840         INVALID KEY
009850             SET WS-AUM-EOF TO TRUE
009860     END-START.
009870 2050-EXIT.
009880     EXIT.
009890*
009900 2100-TALLY-ONE-AUDIT.
009910     READ AUDIT-MASTER-FILE NEXT RECORD
009920         AT END
009930             SET WS-AUM-EOF TO TRUE
009940     END-READ.
009950     IF WS-AUM-EOF
009960         GO TO 2100-EXIT
009970     END-IF.
009980     IF DT-AUM-RUN-DATE NOT = WS-REQ-BUS-DATE
009990             OR DT-AUM-BRANCH-CODE NOT = WS-REQ-BRANCH
010000         SET WS-AUM-EOF TO TRUE
010010         GO TO 2100-EXIT
010020     END-IF.
010030     IF DT-AUM-SEQ-NO IS LESS THAN 500000
010040         ADD 1           TO WS-AUD-FEED-COUNT
010050         ADD DT-AUM-NUM1 TO WS-AUD-FEED-NUM1
010060         ADD DT-AUM-NUM2 TO WS-AUD-FEED-NUM2
010070     ELSE
010080         ADD 1           TO WS-AUD-RCY-COUNT
010090         ADD DT-AUM-NUM1 TO WS-AUD-RCY-NUM1
010100         ADD DT-AUM-NUM2 TO WS-AUD-RCY-NUM2
010110     END-IF.
010120 2100-EXIT.
010130     EXIT.
010140*
010150******************************************************************
010160*   2500-TALLY-GL-EXTRACT                                        *
010170*   NETS EVERY GL EXTRACT LINE ON FILE FOR THE PAIR - THE        *
010180*   ORIGINAL POSTING PLUS ANY EARLIER BACKOUT AND REPLACEMENT -  *
010190*   AND PROVES IT AGAINST WHAT THE AUDIT MASTER HOLDS.  A        *
010200*   DIFFERENCE IS WARNED ON, NOT REFUSED - THE NIGHT STILL       *
010210*   NEEDS REVERSING, BUT SOMEONE HAS TO LOOK AT WHY.             *
010220******************************************************************
010230 2500-TALLY-GL-EXTRACT.
010240     OPEN INPUT GL-EXTRACT-FILE.
010250     IF WS-GL-STATUS NOT = '00'
010260         DISPLAY "*** UNABLE TO OPEN GLEXTRCT FOR INPUT - "
010270             "STATUS " WS-GL-STATUS " ***"
010280         MOVE 16 TO RETURN-CODE
010290         STOP RUN
010300     END-IF.
010310     PERFORM 2600-TALLY-ONE-GL THRU 2600-EXIT
010320         UNTIL WS-GL-EOF.
010330     CLOSE GL-EXTRACT-FILE.
010340     COMPUTE WS-AUD-ALL-NUM1 = WS-AUD-FEED-NUM1 + WS-AUD-RCY-NUM1.
010350     COMPUTE WS-AUD-ALL-NUM2 = WS-AUD-FEED-NUM2 + WS-AUD-RCY-NUM2.
010360     IF WS-GL-BEF-NUM1 NOT = WS-AUD-ALL-NUM1
010370             OR WS-GL-BEF-NUM2 NOT = WS-AUD-ALL-NUM2
010380         SET WS-WARNING-RAISED TO TRUE
010390         DISPLAY "*** WARNING - GL EXTRACT NET FOR THE NIGHT "
010400             "DOES NOT TIE TO AUDITMST BEFORE BACKOUT ***"
010410     END-IF.
010420 2500-EXIT.
010430     EXIT.
010440*
010450 2600-TALLY-ONE-GL.
010460     READ GL-EXTRACT-FILE
010470         AT END
010480             SET WS-GL-EOF TO TRUE
010490     END-READ.
010500     IF WS-GL-EOF
010510         GO TO 2600-EXIT
010520     END-IF.
010530     IF DT-GL-RUN-DATE = WS-REQ-BUS-DATE
010540             AND DT-GL-BRANCH-CODE = WS-REQ-BRANCH
010550         ADD 1 TO WS-GL-BEF-COUNT
010560         IF DT-GL-CONTROL-ACCT = 'DLYNUM1   '
010570             ADD DT-GL-AMOUNT TO WS-GL-BEF-NUM1
010580         END-IF
010590         IF DT-GL-CONTROL-ACCT = 'DLYNUM2   '
010600             ADD DT-GL-AMOUNT TO WS-GL-BEF-NUM2
010610         END-IF
010620     END-IF.
010630 2600-EXIT.
010640     EXIT.
010650*
010660******************************************************************
010670*   3000-REVERSE-AUDIT-MASTER                                    *
010680*   SECOND PASS OVER THE PAIR'S KEY RANGE.  EACH FEED RECORD     *
010690*   GETS ITS OFFSETTING GL PAIR WRITTEN FIRST AND IS THEN        *
010700*   DELETED FROM THE MASTER, AND IS LISTED ON THE REPORT.        *
010710*   RECYCLED RELEASES ARE LEFT WHERE THEY ARE.                   *
010720******************************************************************
010730 3000-REVERSE-AUDIT-MASTER.
010740     OPEN EXTEND GL-EXTRACT-FILE.
010750     IF WS-GL-STATUS NOT = '00'
010760         DISPLAY "*** UNABLE TO OPEN GLEXTRCT FOR OUTPUT - "
010770             "STATUS " WS-GL-STATUS " ***"
010780         MOVE 16 TO RETURN-CODE
010790         STOP RUN
010800     END-IF.
010810     DISPLAY " ".
010820     DISPLAY "RECORDS REVERSED".
010830     DISPLAY "  SEQ        NUM1     NUM2".
010840     MOVE 'N' TO WS-AUM-EOF-SWITCH.
010850     PERFORM 2050-START-AUDIT-PAIR THRU 2050-EXIT.
010860     PERFORM 3100-REVERSE-ONE-AUDIT THRU 3100-EXIT
010870         UNTIL WS-AUM-EOF.
010880     CLOSE GL-EXTRACT-FILE.
010890 3000-EXIT.
010900     EXIT.
010910*
010920 3100-REVERSE-ONE-AUDIT.
010930     READ AUDIT-MASTER-FILE NEXT RECORD
010940         AT END
010950             SET WS-AUM-EOF TO TRUE
010960     END-READ.
010970     IF WS-AUM-EOF
010980         GO TO 3100-EXIT
010990     END-IF.
011000     IF DT-AUM-RUN-DATE NOT = WS-REQ-BUS-DATE
011010             OR DT-AUM-BRANCH-CODE NOT = WS-REQ-BRANCH
011020         SET WS-AUM-EOF TO TRUE
011030         GO TO 3100-EXIT
011040     END-IF.
011050     IF DT-AUM-SEQ-NO IS NOT LESS THAN 500000
011060         GO TO 3100-EXIT
011070     END-IF.
011080     PERFORM 3200-WRITE-GL-OFFSET THRU 3200-EXIT.
011090*    THE OFFSET IS SAFELY ON THE EXTRACT - NOW THE RECORD
011100*    COMES OFF THE MASTER.
011110     DELETE AUDIT-MASTER-FILE RECORD
011120     END-DELETE.
011130     IF WS-AUM-STATUS NOT = '00'
011140         DISPLAY "*** ERROR DELETING FROM AUDITMST - "
011150             "STATUS " WS-AUM-STATUS " ***"
011160         MOVE 16 TO RETURN-CODE
011170         STOP RUN
011180     END-IF.
011190     ADD 1           TO WS-AUD-DEL-COUNT.
011200     ADD DT-AUM-NUM1 TO WS-AUD-DEL-NUM1.
011210     ADD DT-AUM-NUM2 TO WS-AUD-DEL-NUM2.
011220     MOVE DT-AUM-NUM1 TO WS-EDIT-NUM1.
011230     MOVE DT-AUM-NUM2 TO WS-EDIT-NUM2.
011240     DISPLAY "  " DT-AUM-SEQ-NO "  " WS-EDIT-NUM1
011250         "  " WS-EDIT-NUM2.
011260 3100-EXIT.
011270     EXIT.
011280*
011290******************************************************************
011300*   3200-WRITE-GL-OFFSET                                         *
011310*   MIRRORS THE RECORD'S ORIGINAL DLYNUM1/DLYNUM2 PAIR WITH      *
011320*   NEGATIVE AMOUNTS, UNDER THE BUSINESS DATE THE ORIGINAL       *
011330*   CARRIED, FLAGGED AS A BACKOUT ENTRY AND STAMPED WITH THE     *
011340*   DATE IT WAS WRITTEN SO THE GL BALANCING STEP (SAMPLE6) AND   *
011350*   THE ACKNOWLEDGMENT MATCH-OFF (SAMPLE13) PICK IT UP WITH      *
011360*   THE NIGHT IT WAS SENT.                                       *
011370******************************************************************
011380 3200-WRITE-GL-OFFSET.
011390     MOVE SPACES TO DT-GL-EXTRACT-RECORD.
011400     MOVE WS-REQ-BUS-DATE  TO DT-GL-RUN-DATE.
011410     MOVE WS-REQ-BRANCH    TO DT-GL-BRANCH-CODE.
011420     SET DT-GL-BACKOUT-ENTRY TO TRUE.
011430     MOVE WS-RUN-DATE      TO DT-GL-POST-DATE.
011440     MOVE 'DLYNUM1   ' TO DT-GL-CONTROL-ACCT.
011450     COMPUTE DT-GL-AMOUNT = 0 - DT-AUM-NUM1.
011460     WRITE DT-GL-EXTRACT-RECORD.
011470     IF WS-GL-STATUS NOT = '00'
011480         DISPLAY "*** ERROR WRITING GLEXTRCT - STATUS "
011490             WS-GL-STATUS " ***"
011500         MOVE 16 TO RETURN-CODE
011510         STOP RUN
011520     END-IF.
011530     ADD DT-GL-AMOUNT TO WS-GL-OFS-NUM1.
011540     MOVE 'DLYNUM2   ' TO DT-GL-CONTROL-ACCT.
011550     COMPUTE DT-GL-AMOUNT = 0 - DT-AUM-NUM2.
011560     WRITE DT-GL-EXTRACT-RECORD.
011570     IF WS-GL-STATUS NOT = '00'
011580         DISPLAY "*** ERROR WRITING GLEXTRCT - STATUS "
011590             WS-GL-STATUS " ***"
011600         MOVE 16 TO RETURN-CODE
011610         STOP RUN
011620     END-IF.
011630     ADD DT-GL-AMOUNT TO WS-GL-OFS-NUM2.
011640     ADD 2 TO WS-GL-OFS-COUNT.
011650 3200-EXIT.
011660     EXIT.
011670*
011680******************************************************************
011690*   4000-REBUILD-STEP-CONTROL                                    *
011700*   COPIES STEPCTL TO STEPNEW, CUTTING THE PAIR'S CONTROL        *
011710*   RECORD(S) BACK TO WHAT IS STILL POSTED - THE RECYCLED        *
011720*   SHARE - AND ADDING THE OFFSET LINES TO THE GL COUNT, SO      *
011730*   THE EXTRACT STILL TIES TO STEPCTL LINE FOR LINE.  THE        *
011740*   FOLLOWING JCL STEP COPIES STEPNEW BACK OVER STEPCTL.  A      *
011750*   PAIR WITH NO CONTROL RECORD GETS ONE CARRYING THE OFFSETS,   *
011760*   AND THE REPORT WARNS.                                        *
011770******************************************************************
011780 4000-REBUILD-STEP-CONTROL.
011790     OPEN INPUT STEP-CONTROL-FILE.
011800     IF WS-STP-STATUS NOT = '00'
011810         DISPLAY "*** UNABLE TO OPEN STEPCTL FOR INPUT - "
011820             "STATUS " WS-STP-STATUS " ***"
011830         MOVE 16 TO RETURN-CODE
011840         STOP RUN
011850     END-IF.
011860     OPEN OUTPUT STEP-NEW-FILE.
011870     IF WS-STN-STATUS NOT = '00'
011880         DISPLAY "*** UNABLE TO OPEN STEPNEW FOR OUTPUT - "
011890             "STATUS " WS-STN-STATUS " ***"
011900         MOVE 16 TO RETURN-CODE
011910         STOP RUN
011920     END-IF.
011930     PERFORM 4100-COPY-ONE-STEP THRU 4100-EXIT
011940         UNTIL WS-STP-EOF.
011950     IF WS-STP-MATCH-COUNT = 0
011960         SET WS-WARNING-RAISED TO TRUE
011970         DISPLAY "*** WARNING - NO STEPCTL RECORD FOR THE "
011980             "NIGHT - ONE ADDED FOR THE OFFSETS ***"
011990         MOVE SPACES TO DT-STEP-CONTROL-RECORD
012000         MOVE WS-REQ-BRANCH   TO DT-STP-BRANCH-CODE
012010         MOVE WS-REQ-BUS-DATE TO DT-STP-RUN-DATE
012020         MOVE 0               TO DT-STP-REC-COUNT
012030         MOVE WS-GL-OFS-COUNT TO DT-STP-GL-COUNT
012040         MOVE 0               TO DT-STP-NUM1-TOTAL
012050         MOVE 0               TO DT-STP-NUM2-TOTAL
012060         MOVE 0               TO DT-STP-RCY-NUM1
012070         MOVE 0               TO DT-STP-RCY-NUM2
012080         MOVE WS-GL-OFS-COUNT TO WS-STP-AFT-GL
012090         PERFORM 4200-WRITE-STEP-NEW THRU 4200-EXIT
012100     END-IF.
012110     CLOSE STEP-CONTROL-FILE.
012120     CLOSE STEP-NEW-FILE.
012130 4000-EXIT.
012140     EXIT.
012150*
012160 4100-COPY-ONE-STEP.
012170     READ STEP-CONTROL-FILE
012180         AT END
012190             SET WS-STP-EOF TO TRUE
012200     END-READ.
012210     IF WS-STP-EOF
012220         GO TO 4100-EXIT
012230     END-IF.
012240     IF DT-STP-BRANCH-CODE = WS-REQ-BRANCH
012250             AND DT-STP-RUN-DATE = WS-REQ-BUS-DATE
012260         PERFORM 4150-ADJUST-ONE-STEP THRU 4150-EXIT
012270     END-IF.
012280     PERFORM 4200-WRITE-STEP-NEW THRU 4200-EXIT.
012290 4100-EXIT.
012300     EXIT.
012310*
012320 4150-ADJUST-ONE-STEP.
012330     ADD 1 TO WS-STP-MATCH-COUNT.
012340     ADD DT-STP-REC-COUNT  TO WS-STP-BEF-RECS.
012350     ADD DT-STP-GL-COUNT   TO WS-STP-BEF-GL.
012360     ADD DT-STP-NUM1-TOTAL TO WS-STP-BEF-NUM1.
012370     ADD DT-STP-NUM2-TOTAL TO WS-STP-BEF-NUM2.
012380*    RECORDS WRITTEN BEFORE THE RECYCLED SHARE WAS BROKEN OUT
012390*    CARRY SPACES THERE - THEY HAD NO RECYCLED SHARE.
012400     MOVE 0 TO WS-STP-RCY1-WORK.
012410     MOVE 0 TO WS-STP-RCY2-WORK.
012420     IF DT-STP-RCY-NUM1 IS NUMERIC
012430         MOVE DT-STP-RCY-NUM1 TO WS-STP-RCY1-WORK
012440     END-IF.
012450     IF DT-STP-RCY-NUM2 IS NUMERIC
012460         MOVE DT-STP-RCY-NUM2 TO WS-STP-RCY2-WORK
012470     END-IF.
012480     MOVE WS-STP-RCY1-WORK TO DT-STP-RCY-NUM1.
012490     MOVE WS-STP-RCY2-WORK TO DT-STP-RCY-NUM2.
012500     MOVE WS-STP-RCY1-WORK TO DT-STP-NUM1-TOTAL.
012510     MOVE WS-STP-RCY2-WORK TO DT-STP-NUM2-TOTAL.
012520*    THE RECYCLED RECORD COUNT AND THE OFFSET LINES GO ON THE
012530*    FIRST MATCHING RECORD - A RERUN NIGHT CAN CARRY MORE THAN
012540*    ONE, AND THE SUM IS WHAT THE BALANCING STEP TIES TO.
012550     IF NOT WS-STP-FIRST-DONE
012560         SET WS-STP-FIRST-DONE TO TRUE
012570         MOVE WS-AUD-RCY-COUNT TO DT-STP-REC-COUNT
012580         ADD WS-GL-OFS-COUNT   TO DT-STP-GL-COUNT
012590     ELSE
012600         MOVE 0 TO DT-STP-REC-COUNT
012610     END-IF.
012620     ADD DT-STP-REC-COUNT  TO WS-STP-AFT-RECS.
012630     ADD DT-STP-GL-COUNT   TO WS-STP-AFT-GL.
012640     ADD DT-STP-NUM1-TOTAL TO WS-STP-AFT-NUM1.
012650     ADD DT-STP-NUM2-TOTAL TO WS-STP-AFT-NUM2.
012660 4150-EXIT.
012670     EXIT.
012680*
012690 4200-WRITE-STEP-NEW.
012700     MOVE DT-STEP-CONTROL-RECORD TO STEP-NEW-RECORD.
012710     WRITE STEP-NEW-RECORD.
012720     IF WS-STN-STATUS NOT = '00'
012730         DISPLAY "*** ERROR WRITING STEPNEW - STATUS "
012740             WS-STN-STATUS " ***"
012750         MOVE 16 TO RETURN-CODE
012760         STOP RUN
012770     END-IF.
012780     ADD 1 TO WS-STP-COPY-COUNT.
012790 4200-EXIT.
012800     EXIT.
012810*
012820******************************************************************
012830*   4500-WITHDRAW-SUSPENSE                                       *
012840*   REWRITES THE SUSPENSE FILE WITHOUT THE BACKED-OUT NIGHT'S    *
012850*   ITEMS FOR THE BRANCH.  NOTHING TO DROP LEAVES IT ALONE.      *
012860******************************************************************
012870 4500-WITHDRAW-SUSPENSE.
012880     IF WS-SUS-DROP-COUNT = 0
012890         GO TO 4500-EXIT
012900     END-IF.
012910     OPEN OUTPUT SUSPENSE-FILE.
012920     IF WS-SUS-STATUS NOT = '00'
012930         DISPLAY "*** UNABLE TO OPEN SUSPFILE FOR OUTPUT - "
012940             "STATUS " WS-SUS-STATUS " ***"
012950         MOVE 16 TO RETURN-CODE
012960         STOP RUN
012970     END-IF.
012980     PERFORM 4550-WRITE-ONE-SUSPENSE THRU 4550-EXIT
012990         VARYING WS-SUS-IDX FROM 1 BY 1
013000         UNTIL WS-SUS-IDX > WS-SUS-COUNT.
013010     CLOSE SUSPENSE-FILE.
013020 4500-EXIT.
013030     EXIT.
013040*
013050 4550-WRITE-ONE-SUSPENSE.
013060     IF WS-SUS-E-KEEP (WS-SUS-IDX) = 'Y'
013070         MOVE WS-SUS-E-DATA (WS-SUS-IDX) TO DT-SUSPENSE-RECORD
013080         WRITE DT-SUSPENSE-RECORD
013090         IF WS-SUS-STATUS NOT = '00'
013100             DISPLAY "*** ERROR WRITING SUSPFILE - STATUS "
013110                 WS-SUS-STATUS " ***"
013120             MOVE 16 TO RETURN-CODE
013130             STOP RUN
013140         END-IF
013150     END-IF.
013160 4550-EXIT.
013170     EXIT.
013180*
013190******************************************************************
013200*   5000-ADJUST-MTD-POSITION                                     *
013210*   TAKES THE FEED'S SHARE BACK OUT OF THE MONTH-TO-DATE         *
013220*   POSITION - THE RECYCLED SHARE STAYS POSTED - AND THE DAY     *
013230*   COMES OFF THE DAYS-REPORTED COUNT UNTIL THE REPLACEMENT      *
013240*   PUTS IT BACK.  A POSITION THAT WOULD GO BELOW ZERO IS        *
013250*   HELD AT ZERO AND WARNED ON.                                  *
013260******************************************************************
013270 5000-ADJUST-MTD-POSITION.
013280     MOVE WS-MTD-BEF-DAYS TO WS-MTD-AFT-DAYS.
013290     MOVE WS-MTD-BEF-RECS TO WS-MTD-AFT-RECS.
013300     MOVE WS-MTD-BEF-NUM1 TO WS-MTD-AFT-NUM1.
013310     MOVE WS-MTD-BEF-NUM2 TO WS-MTD-AFT-NUM2.
013320     IF NOT WS-MTD-ADJUST
013330         GO TO 5000-EXIT
013340     END-IF.
013350     IF WS-MTD-AFT-DAYS IS GREATER THAN 0
013360         SUBTRACT 1 FROM WS-MTD-AFT-DAYS
013370     END-IF.
013380     IF WS-MTD-BEF-RECS IS LESS THAN WS-AUD-DEL-COUNT
013390             OR WS-MTD-BEF-NUM1 IS LESS THAN WS-AUD-DEL-NUM1
013400             OR WS-MTD-BEF-NUM2 IS LESS THAN WS-AUD-DEL-NUM2
013410         SET WS-WARNING-RAISED TO TRUE
013420         DISPLAY "*** WARNING - MTD POSITION SMALLER THAN THE "
013430             "NIGHT BEING REVERSED - HELD AT ZERO ***"
013440     END-IF.
013450     IF WS-MTD-BEF-RECS IS LESS THAN WS-AUD-DEL-COUNT
013460         MOVE 0 TO WS-MTD-AFT-RECS
013470     ELSE
013480         SUBTRACT WS-AUD-DEL-COUNT FROM WS-MTD-AFT-RECS
013490     END-IF.
013500     IF WS-MTD-BEF-NUM1 IS LESS THAN WS-AUD-DEL-NUM1
013510         MOVE 0 TO WS-MTD-AFT-NUM1
013520     ELSE
013530         SUBTRACT WS-AUD-DEL-NUM1 FROM WS-MTD-AFT-NUM1
013540     END-IF.
013550     IF WS-MTD-BEF-NUM2 IS LESS THAN WS-AUD-DEL-NUM2
013560         MOVE 0 TO WS-MTD-AFT-NUM2
013570     ELSE
013580         SUBTRACT WS-AUD-DEL-NUM2 FROM WS-MTD-AFT-NUM2
013590     END-IF.
013600     MOVE SPACES TO DT-MTD-POSITION-RECORD.
013610     MOVE WS-MTD-BRANCH     TO DT-MTD-BRANCH-CODE.
013620     MOVE WS-MTD-MONTH      TO DT-MTD-MONTH.
013630     MOVE WS-MTD-LAST-DATE  TO DT-MTD-LAST-DATE.
013640     MOVE WS-MTD-AFT-DAYS   TO DT-MTD-DAYS-REPORTED.
013650     MOVE WS-MTD-AFT-RECS   TO DT-MTD-REC-COUNT.
013660     MOVE WS-MTD-AFT-NUM1   TO DT-MTD-NUM1-TOTAL.
013670     MOVE WS-MTD-AFT-NUM2   TO DT-MTD-NUM2-TOTAL.
013680     OPEN OUTPUT MTD-POSITION-FILE.
013690     IF WS-MTD-STATUS NOT = '00'
013700         DISPLAY "*** UNABLE TO OPEN MTDTOT FOR OUTPUT - "
013710             "STATUS " WS-MTD-STATUS " ***"
013720         MOVE 16 TO RETURN-CODE
013730         STOP RUN
013740     END-IF.
013750     WRITE DT-MTD-POSITION-RECORD.
013760     IF WS-MTD-STATUS NOT = '00'
013770         DISPLAY "*** ERROR WRITING MTDTOT - STATUS "
013780             WS-MTD-STATUS " ***"
013790         MOVE 16 TO RETURN-CODE
013800         STOP RUN
013810     END-IF.
013820     CLOSE MTD-POSITION-FILE.
013830 5000-EXIT.
013840     EXIT.
013850*
013860******************************************************************
013870*   5500-REWRITE-PRIOR-TOTALS                                    *
013880*   REWRITES PRIORTOT WITHOUT THE BACKED-OUT NIGHT'S BASELINE.   *
013890*   THE NEXT RUN OF THAT DAY CLASS FINDS NO BASELINE AND SKIPS   *
013900*   ITS VARIANCE CHECK UNTIL THE REPLACEMENT SETS A NEW ONE.     *
013910******************************************************************
013920 5500-REWRITE-PRIOR-TOTALS.
013930     IF WS-PRI-DROP-COUNT = 0
013940         GO TO 5500-EXIT
013950     END-IF.
013960     OPEN OUTPUT PRIOR-TOTALS-FILE.
013970     IF WS-PRI-STATUS NOT = '00'
013980         DISPLAY "*** UNABLE TO OPEN PRIORTOT FOR OUTPUT - "
013990             "STATUS " WS-PRI-STATUS " ***"
014000         MOVE 16 TO RETURN-CODE
014010         STOP RUN
014020     END-IF.
014030     PERFORM 5550-WRITE-ONE-PRIOR THRU 5550-EXIT
014040         VARYING WS-PRI-IDX FROM 1 BY 1
014050         UNTIL WS-PRI-IDX > WS-PRI-TBL-COUNT.
014060     CLOSE PRIOR-TOTALS-FILE.
014070 5500-EXIT.
014080     EXIT.
014090*
014100 5550-WRITE-ONE-PRIOR.
014110     IF WS-PRI-E-KEEP (WS-PRI-IDX) = 'Y'
014120         MOVE WS-PRI-E-DATA (WS-PRI-IDX)
014130             TO DT-PRIOR-TOTALS-RECORD
014140         WRITE DT-PRIOR-TOTALS-RECORD
014150         IF WS-PRI-STATUS NOT = '00'
014160             DISPLAY "*** ERROR WRITING PRIORTOT - STATUS "
014170                 WS-PRI-STATUS " ***"
014180             MOVE 16 TO RETURN-CODE
014190             STOP RUN
014200         END-IF
014210     END-IF.
014220 5550-EXIT.
014230     EXIT.
014240*
014250******************************************************************
014260*   6000-WRITE-BACKOUT-CONTROL                                   *
014270*   APPENDS THE 'B' RECORD THAT OPENS THE PAIR FOR ITS           *
014280*   REPLACEMENT FEED.                                            *
014290******************************************************************
014300 6000-WRITE-BACKOUT-CONTROL.
014310     OPEN EXTEND BACKOUT-CONTROL-FILE.
014320     IF WS-BKO-STATUS NOT = '00'
014330         DISPLAY "*** UNABLE TO OPEN BKOUTCTL FOR OUTPUT - "
014340             "STATUS " WS-BKO-STATUS " ***"
014350         MOVE 16 TO RETURN-CODE
014360         STOP RUN
014370     END-IF.
014380     ACCEPT WS-TIME-WORK FROM TIME.
014390     MOVE SPACES TO DT-BACKOUT-CONTROL-RECORD.
014400     MOVE WS-REQ-BRANCH      TO DT-BKO-BRANCH-CODE.
014410     MOVE WS-REQ-BUS-DATE    TO DT-BKO-BUS-DATE.
014420     SET DT-BKO-BACKED-OUT   TO TRUE.
014430     MOVE WS-RUN-DATE        TO DT-BKO-ACTION-DATE.
014440     MOVE WS-TIME-WORK (1:6) TO DT-BKO-ACTION-TIME.
014450     MOVE WS-AUD-DEL-COUNT   TO DT-BKO-REC-COUNT.
014460     MOVE WS-AUD-DEL-NUM1    TO DT-BKO-NUM1-TOTAL.
014470     MOVE WS-AUD-DEL-NUM2    TO DT-BKO-NUM2-TOTAL.
014480     MOVE WS-GL-OFS-COUNT    TO DT-BKO-GL-COUNT.
014490     WRITE DT-BACKOUT-CONTROL-RECORD.
014500     IF WS-BKO-STATUS NOT = '00'
014510         DISPLAY "*** ERROR WRITING BKOUTCTL - STATUS "
014520             WS-BKO-STATUS " ***"
014530         MOVE 16 TO RETURN-CODE
014540         STOP RUN
014550     END-IF.
014560     CLOSE BACKOUT-CONTROL-FILE.
014570 6000-EXIT.
014580     EXIT.
014590*
014600******************************************************************
014610*   8000-PRINT-BACKOUT-REPORT                                    *
014620*   THE BEFORE/AFTER REPORT FOR AUDIT - EVERY FILE THE BACKOUT   *
014630*   TOUCHED, WHAT IT HELD BEFORE, WHAT CHANGED, AND WHAT IT      *
014640*   HOLDS NOW.  THE GL LINE SHOWS THE NET OF THE EXTRACT - THE   *
014650*   ORIGINAL LINES ARE STILL THERE, OFFSET.                      *
014660******************************************************************
014670 8000-PRINT-BACKOUT-REPORT.
014680     DISPLAY " ".
014690     DISPLAY "FEED BACKOUT REPORT - BRANCH " WS-REQ-BRANCH
014700         " " WS-BRANCH-NAME.
014710     DISPLAY "BUSINESS DATE " WS-REQ-BUS-DATE
014720         "   RUN DATE " WS-RUN-DATE.
014730     DISPLAY " ".
014740     DISPLAY "                                 BEFORE"
014750         "          CHANGE           AFTER".
014760     MOVE 'AUDITMST FEED RECORDS' TO WS-RPT-LABEL.
014770     MOVE WS-AUD-FEED-COUNT TO WS-RPT-BEFORE.
014780     COMPUTE WS-RPT-AFTER = WS-AUD-FEED-COUNT - WS-AUD-DEL-COUNT.
014790     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014800     MOVE 'AUDITMST FEED NUM1' TO WS-RPT-LABEL.
014810     MOVE WS-AUD-FEED-NUM1 TO WS-RPT-BEFORE.
014820     COMPUTE WS-RPT-AFTER = WS-AUD-FEED-NUM1 - WS-AUD-DEL-NUM1.
014830     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014840     MOVE 'AUDITMST FEED NUM2' TO WS-RPT-LABEL.
014850     MOVE WS-AUD-FEED-NUM2 TO WS-RPT-BEFORE.
014860     COMPUTE WS-RPT-AFTER = WS-AUD-FEED-NUM2 - WS-AUD-DEL-NUM2.
014870     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014880     MOVE 'AUDITMST RECYCLED (KEPT)' TO WS-RPT-LABEL.
014890     MOVE WS-AUD-RCY-COUNT TO WS-RPT-BEFORE.
014900     MOVE WS-AUD-RCY-COUNT TO WS-RPT-AFTER.
014910     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014920     MOVE 'GLEXTRCT LINES' TO WS-RPT-LABEL.
014930     MOVE WS-GL-BEF-COUNT TO WS-RPT-BEFORE.
014940     COMPUTE WS-RPT-AFTER = WS-GL-BEF-COUNT + WS-GL-OFS-COUNT.
014950     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
014960     MOVE 'GLEXTRCT NET DLYNUM1' TO WS-RPT-LABEL.
014970     MOVE WS-GL-BEF-NUM1 TO WS-RPT-BEFORE.
014980     COMPUTE WS-RPT-AFTER = WS-GL-BEF-NUM1 + WS-GL-OFS-NUM1.
014990     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015000     MOVE 'GLEXTRCT NET DLYNUM2' TO WS-RPT-LABEL.
015010     MOVE WS-GL-BEF-NUM2 TO WS-RPT-BEFORE.
015020     COMPUTE WS-RPT-AFTER = WS-GL-BEF-NUM2 + WS-GL-OFS-NUM2.
015030     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015040     MOVE 'STEPCTL RECORD COUNT' TO WS-RPT-LABEL.
015050     MOVE WS-STP-BEF-RECS TO WS-RPT-BEFORE.
015060     MOVE WS-STP-AFT-RECS TO WS-RPT-AFTER.
015070     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015080     MOVE 'STEPCTL GL COUNT' TO WS-RPT-LABEL.
015090     MOVE WS-STP-BEF-GL TO WS-RPT-BEFORE.
015100     MOVE WS-STP-AFT-GL TO WS-RPT-AFTER.
015110     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015120     MOVE 'STEPCTL NUM1 TOTAL' TO WS-RPT-LABEL.
015130     MOVE WS-STP-BEF-NUM1 TO WS-RPT-BEFORE.
015140     MOVE WS-STP-AFT-NUM1 TO WS-RPT-AFTER.
015150     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015160     MOVE 'STEPCTL NUM2 TOTAL' TO WS-RPT-LABEL.
015170     MOVE WS-STP-BEF-NUM2 TO WS-RPT-BEFORE.
015180     MOVE WS-STP-AFT-NUM2 TO WS-RPT-AFTER.
015190     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015200     MOVE 'MTD DAYS REPORTED' TO WS-RPT-LABEL.
015210     MOVE WS-MTD-BEF-DAYS TO WS-RPT-BEFORE.
015220     MOVE WS-MTD-AFT-DAYS TO WS-RPT-AFTER.
015230     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015240     MOVE 'MTD RECORD COUNT' TO WS-RPT-LABEL.
015250     MOVE WS-MTD-BEF-RECS TO WS-RPT-BEFORE.
015260     MOVE WS-MTD-AFT-RECS TO WS-RPT-AFTER.
015270     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015280     MOVE 'MTD NUM1 TOTAL' TO WS-RPT-LABEL.
015290     MOVE WS-MTD-BEF-NUM1 TO WS-RPT-BEFORE.
015300     MOVE WS-MTD-AFT-NUM1 TO WS-RPT-AFTER.
015310     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015320     MOVE 'MTD NUM2 TOTAL' TO WS-RPT-LABEL.
015330     MOVE WS-MTD-BEF-NUM2 TO WS-RPT-BEFORE.
015340     MOVE WS-MTD-AFT-NUM2 TO WS-RPT-AFTER.
015350     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015360     MOVE 'PRIORTOT RECORDS' TO WS-RPT-LABEL.
015370     MOVE WS-PRI-TBL-COUNT TO WS-RPT-BEFORE.
015380     COMPUTE WS-RPT-AFTER = WS-PRI-TBL-COUNT - WS-PRI-DROP-COUNT.
015390     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015400     MOVE 'SUSPFILE RECORDS' TO WS-RPT-LABEL.
015410     MOVE WS-SUS-COUNT TO WS-RPT-BEFORE.
015420     COMPUTE WS-RPT-AFTER = WS-SUS-COUNT - WS-SUS-DROP-COUNT.
015430     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
015440     DISPLAY " ".
015450     IF NOT WS-MTD-FOUND
015460         DISPLAY "NO MTD POSITION ON FILE - NOTHING TO ADJUST"
015470     ELSE
015480         IF NOT WS-MTD-ADJUST
015490             DISPLAY "MTD POSITION IS FOR " WS-MTD-MONTH
015500                 " - MONTH HAS TURNED, NOT ADJUSTED"
015510         END-IF
015520     END-IF.
015530     IF WS-PRI-DROP-COUNT IS GREATER THAN 0
015540         DISPLAY "PRIORTOT BASELINE FOR " WS-REQ-BUS-DATE
015550             " DROPPED - ITS DAY CLASS HAS NO BASELINE UNTIL "
015560             "THE NEXT POST"
015570     END-IF.
015580     DISPLAY "STEPCTL REWRITTEN TO STEPNEW - " WS-STP-COPY-COUNT
015590         " RECORDS".
015600     DISPLAY " ".
015610     DISPLAY "BRANCH " WS-REQ-BRANCH " " WS-REQ-BUS-DATE
015620         " IS BACKED OUT - SUBMIT THE CORRECTED FEED AS "
015630         "ITS REPLACEMENT".
015640     IF WS-WARNING-RAISED
015650         DISPLAY "*** BACKOUT COMPLETE WITH WARNINGS - "
015660             "SEE ABOVE ***"
015670     END-IF.
015680 8000-EXIT.
015690     EXIT.
015700*
015710 8100-PRINT-ONE-LINE.
015720     COMPUTE WS-RPT-CHANGE = WS-RPT-AFTER - WS-RPT-BEFORE.
015730     MOVE WS-RPT-BEFORE TO WS-RPT-BEFORE-ED.
015740     MOVE WS-RPT-CHANGE TO WS-RPT-CHANGE-ED.
015750     MOVE WS-RPT-AFTER  TO WS-RPT-AFTER-ED.
015760     DISPLAY WS-RPT-LINE.
015770 8100-EXIT.
015780     EXIT.
015790*
015800******************************************************************
015810*   9800-REFUSE-BACKOUT                                          *
015820*   EVERY PRE-CHECK FAILURE COMES HERE BEFORE ANYTHING HAS BEEN  *
015830*   CHANGED, SO THE STEP CAN STOP WITHOUT LEAVING A HALF-        *
015840*   REVERSED NIGHT BEHIND IT.                                    *
015850******************************************************************
015860 9800-REFUSE-BACKOUT.
015870     DISPLAY "*** BACKOUT REFUSED - NOTHING HAS BEEN CHANGED ***".
015880     MOVE 16 TO RETURN-CODE.
015890     STOP RUN.
015900 9800-EXIT.
015910     EXIT.
015920*
015930******************************************************************
015940*   9900-TERMINATE                                               *
015950*   RC=4 WHEN THE BACKOUT RAN WITH WARNINGS.                     *
015960******************************************************************
015970 9900-TERMINATE.
015980     CLOSE AUDIT-MASTER-FILE.
015990     IF WS-WARNING-RAISED
016000         MOVE 4 TO RETURN-CODE
016010     END-IF.
016020*    THE RUN-LOG RECORD GOES LAST SO IT CARRIES THE RETURN CODE
016030*    THE STEP ACTUALLY ENDS WITH.
016040     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
016050     CLOSE RUN-LOG-FILE.
016060 9900-EXIT.
016070     EXIT.
016080*
016090******************************************************************
016100*   9950-WRITE-RUN-LOG                                           *
016110*   APPENDS THE STEP'S RUN-STATUS RECORD, DATED WITH THE         *
016120*   BUSINESS DATE BACKED OUT AND MARKED AS A BACKOUT RUN.  THE   *
016130*   POSTED FIELD CARRIES THE RECORDS REVERSED, THE SUSPENDED     *
016140*   FIELD THE SUSPENSE ITEMS WITHDRAWN, AND THE TOTALS WHAT      *
016150*   CAME OFF THE AUDIT MASTER.                                   *
016160******************************************************************
016170 9950-WRITE-RUN-LOG.
016180     MOVE SPACES TO DT-RUN-LOG-RECORD.
016190     ACCEPT WS-TIME-WORK FROM TIME.
016200     MOVE 'SAMPLE19'        TO DT-RLG-PROGRAM-ID.
016210     MOVE WS-REQ-BRANCH     TO DT-RLG-BRANCH-CODE.
016220     MOVE WS-REQ-BUS-DATE   TO DT-RLG-RUN-DATE.
016230     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
016240     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
016250     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
016260     MOVE WS-AUD-DEL-COUNT  TO DT-RLG-REC-POSTED.
016270     MOVE WS-SUS-DROP-COUNT TO DT-RLG-REC-SUSPENDED.
016280     MOVE WS-AUD-DEL-NUM1   TO DT-RLG-NUM1-TOTAL.
016290     MOVE WS-AUD-DEL-NUM2   TO DT-RLG-NUM2-TOTAL.
016300     SET DT-RLG-BACKOUT-RUN TO TRUE.
016310     WRITE DT-RUN-LOG-RECORD.
016320     IF WS-RLG-STATUS NOT = '00'
016330         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
016340             WS-RLG-STATUS " ***"
016350         MOVE 16 TO RETURN-CODE
016360         STOP RUN
016370     END-IF.
016380 9950-EXIT.
016390     EXIT.
