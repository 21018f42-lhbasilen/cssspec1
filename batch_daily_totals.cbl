001560*                     RERUN REPROCESSING A POSTED RECORD) NOW
001570*                     REWRITES THE IDENTICAL ENTRY - THE SAMPLE1
001580*                     POLICY - INSTEAD OF ABENDING MID-RUN.
001581*    2026-10-15  RM   REPLACEMENT FEEDS - A HEADER DATED FOR A
001582*                     NIGHT SAMPLE19 HAS BACKED OUT (BKOUTCTL,
001583*                     SEE DTBKOUT) IS ACCEPTED AND POSTS UNDER
001584*                     THAT BUSINESS DATE.  GL LINES CARRY THE
001585*                     POSTING DATE AND THE REPLACEMENT FLAG, THE
001586*                     RUN LOG THE RUN TYPE, RECYCLED RELEASES
001587*                     WAIT FOR THE NIGHTLY RUN, AND AN 'R'
001588*                     RECORD CLOSES THE BACKOUT.
001589*    2026-10-15  RM   VALIDATION-ONLY RUN - A 'VALIDATE' CARD ON
001590*                     SYSIN RUNS THE FEED THROUGH THE CONTROL
001591*                     PASS AND EVERY RECORD EDIT, THE TOLERANCE
001592*                     AND THE VARIANCE CHECK, BUT POSTS NOTHING -
001593*                     NO AUDITMST, GLEXTRCT, SUSPFILE, MTDTOT,
001594*                     PRIORTOT, STEPCTL, CHECKPOINT OR RUNLOG
001595*                     WRITE.  THE PRE-VALIDATION REPORT ON
001596*                     PRTFILE LISTS WHAT EACH RECORD WOULD DO AND
001597*                     WHY.  NIGHTLY STEPS RUN WITH SYSIN DUMMY.
001598*    2026-10-15  RM   ADDED FEED-REGISTER-FILE (FEEDREG, SEE
001599*                     DTFEEDRG).  A BRANCH THE PRE-BATCH CHECK
001600*                     (SAMPLE22) MARKED MISSING FOR TONIGHT IS
001601*                     SKIPPED CLEANLY - RC=4, RUN LOG TYPE 'M',
001602*                     NOTHING POSTED - INSTEAD OF STOPPING ON
001603*                     WHATEVER SITS IN ITS FEED DATASET.  A
001604*                     'CATCHUP' CARD ON SYSIN POSTS THE BRANCH'S
001605*                     LATE DATASET UNDER THE MISSED BUSINESS DATE
001606*                     THE WAY A REPLACEMENT DOES, WITH GL ENTRY
001607*                     TYPE AND RUN TYPE 'L', AND APPENDS A 'C'
001608*                     RECORD TO THE REGISTER.  AN EMPTY LATE
001609*                     DATASET OR A DATE ALREADY CAUGHT UP ENDS
001610*                     RC=0 WITHOUT POSTING.  A VALIDATE RUN
001611*                     ACCEPTS A LATE FEED THE SAME WAY.
001612*    2026-10-15  RM   THE RUN LOG RECORD NOW CARRIES THE VARIANCE
001613*                     FLAG AND THE COUNT OF RECORDS REJECTED ON
001614*                     THE BRANCH MASTER (SEE DTRUNLOG), AND A FEED
001615*                     STOPPED BY THE CONTROL PASS NOW WRITES AN
001616*                     RC=16 RUN LOG RECORD BEFORE THE STOP, SO THE
001617*                     MONTHLY BRANCH SCORECARD (SAMPLE24) SEES ALL
001618*                     THREE.
001619*    2026-10-15  RM   ADDED PERIOD-CONTROL-FILE (PRDCTL, SEE
001620*                     DTPERIOD).  A FEED WHOSE BUSINESS DATE FALLS
001621*                     IN A MONTH FINANCE HAS CLOSED NOW STOPS THE
001622*                     STEP - A CORRECTION TO A CLOSED MONTH GOES
001623*                     IN ONLY AS A PRIOR-PERIOD ADJUSTMENT
001624*                     (SAMPLE31).  RECYCLED RELEASES POST ONLY ON
001625*                     THE NIGHTLY RUN, UNDER TONIGHT'S DATE, SO
001626*                     THAT ONE CHECK COVERS THEM.  A MONTH STILL
001627*                     CLOSING TAKES POSTINGS WITH A WARNING SO ITS
001628*                     LAST FEEDS CAN LAND.
001629*
001630 ENVIRONMENT DIVISION.
001631 CONFIGURATION SECTION.
001632 SOURCE-COMPUTER.   IBM-370.
001633 OBJECT-COMPUTER.   IBM-370.
001640 INPUT-OUTPUT SECTION.
001650 FILE-CONTROL.
001660     SELECT DAILY-TOTALS-FILE   ASSIGN TO DAILYTOT
002030     SELECT MTD-POSITION-FILE   ASSIGN TO MTDTOT
002040         ORGANIZATION IS LINE SEQUENTIAL
002050         FILE STATUS IS WS-MTD-STATUS.
002052     SELECT BACKOUT-CONTROL-FILE ASSIGN TO BKOUTCTL
002054         ORGANIZATION IS LINE SEQUENTIAL
002056         FILE STATUS IS WS-BKO-STATUS.
002057     SELECT PRINT-FILE          ASSIGN TO PRTFILE
002058         ORGANIZATION IS LINE SEQUENTIAL
002059         FILE STATUS IS WS-PRT-STATUS.
002061     SELECT FEED-REGISTER-FILE  ASSIGN TO FEEDREG
002063         ORGANIZATION IS LINE SEQUENTIAL
002065         FILE STATUS IS WS-FRG-STATUS.
002066     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
002067         ORGANIZATION IS LINE SEQUENTIAL
002068         FILE STATUS IS WS-PRD-STATUS.
002069*
002070 DATA DIVISION.
002080 FILE SECTION.
002090 FD  DAILY-TOTALS-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 60 CHARACTERS.
002730 COPY DTMTD.
002731*
002732 FD  BACKOUT-CONTROL-FILE
002733     LABEL RECORDS ARE STANDARD
002734     RECORD CONTAINS 80 CHARACTERS.
002735 COPY DTBKOUT.
002736*
002737 FD  PRINT-FILE
002738     LABEL RECORDS ARE STANDARD
002739     REPORT IS FEED-VALIDATION-REPORT.
002740*
002741 FD  FEED-REGISTER-FILE
002742     LABEL RECORDS ARE STANDARD
002743     RECORD CONTAINS 80 CHARACTERS.
002744 COPY DTFEEDRG.
002745*
002747 FD  PERIOD-CONTROL-FILE
002749     LABEL RECORDS ARE STANDARD
002751     RECORD CONTAINS 60 CHARACTERS.
002753 COPY DTPERIOD.
002755*
002757 WORKING-STORAGE SECTION.
002760*
002770 01  WS-SWITCHES.
002780     05  WS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
002940         88  WS-RECYCLE-MODE                 VALUE 'Y'.
002950     05  WS-RCY-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002960         88  WS-RCY-EOF                      VALUE 'Y'.
002962     05  WS-REPLACEMENT-SWITCH   PIC X(01)   VALUE 'N'.
002964         88  WS-REPLACEMENT-RUN              VALUE 'Y'.
002966     05  WS-BKO-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002968         88  WS-BKO-EOF                      VALUE 'Y'.
002971     05  WS-VALIDATE-SWITCH      PIC X(01)   VALUE 'N'.
002974         88  WS-VALIDATE-RUN                 VALUE 'Y'.
002975     05  WS-CATCHUP-SWITCH       PIC X(01)   VALUE 'N'.
002976         88  WS-CATCHUP-RUN                  VALUE 'Y'.
002977     05  WS-FRG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
002978         88  WS-FRG-EOF                      VALUE 'Y'.
002979     05  WS-FRG-MISS-TONIGHT-SW  PIC X(01)   VALUE 'N'.
002980         88  WS-FRG-MISSING-TONIGHT          VALUE 'Y'.
002981     05  WS-FRG-BUS-MISSING-SW   PIC X(01)   VALUE 'N'.
002982         88  WS-FRG-BUS-MISSING              VALUE 'Y'.
002983     05  WS-FRG-BUS-CAUGHT-SW    PIC X(01)   VALUE 'N'.
002984         88  WS-FRG-BUS-CAUGHT               VALUE 'Y'.
002985*        SET WHEN THE STEP IS TO END WITHOUT POSTING - THE
002986*        BRANCH WAS MARKED MISSING TONIGHT, OR A CATCH-UP FINDS
002987*        NOTHING LEFT TO CATCH UP.
002988     05  WS-MISSING-SKIP-SWITCH  PIC X(01)   VALUE 'N'.
002989         88  WS-MISSING-SKIP                 VALUE 'Y'.
002990     05  WS-NO-POST-SWITCH       PIC X(01)   VALUE 'N'.
002991         88  WS-END-NO-POST                  VALUE 'Y'.
002992*
002993 01  WS-OLD-FORMAT-FIELDS.
002994     05  WS-NUM1-OLD-FMT         PIC 9(03).
003000     05  WS-NUM2-OLD-FMT         PIC 9(03).
003010*
003020 01  WS-RECONCILE-FIELDS.
003070     05  WS-DEFAULT-TOLERANCE    PIC 9(07)   VALUE 0000005.
003080*
003090 01  WS-RUN-DATE                 PIC X(08).
003091*    ON A REPLACEMENT RUN WS-RUN-DATE IS THE BACKED-OUT BUSINESS
003092*    DATE - THE POSTING DATE STAYS THE NIGHT THE STEP RAN.
003093 01  WS-BUS-DATE                 PIC X(08)   VALUE SPACES.
003094 01  WS-POST-DATE                PIC X(08)   VALUE SPACES.
003095 01  WS-BKO-STATUS               PIC X(02).
003096 01  WS-BKO-LAST-ACTION          PIC X(01)   VALUE SPACE.
003097 01  WS-FRG-STATUS               PIC X(02).
003098 01  WS-FRG-BRANCH               PIC X(04)   VALUE SPACES.
003099*
003100*    'VALIDATE' IN COLUMNS 1-8 OF THE SYSIN CARD MAKES THIS A
003101*    VALIDATION-ONLY RUN - THE NIGHTLY STEPS RUN WITH SYSIN DUMMY.
003102*    'CATCHUP' MAKES IT A CATCH-UP OF A LATE FEED THE REGISTER
003103*    MARKED MISSING - THE BRANCH'S CU STEP IN NIGHTBAT.
003104 01  WS-CONTROL-CARD             PIC X(80)   VALUE SPACES.
003105 01  WS-PRT-STATUS               PIC X(02).
003106*
003107*    PRE-VALIDATION REPORT FIELDS - THE DETAIL LINE IS BUILT
003108*    FROM THE RAW RECORD SO A NON-NUMERIC FIELD PRINTS AS SENT.
003109 01  WS-VAL-FIELDS.
003110     05  WS-VAL-SEQ              PIC X(06)   VALUE SPACES.
003111     05  WS-VAL-NUM1             PIC X(07)   VALUE SPACES.
003112     05  WS-VAL-NUM2             PIC X(07)   VALUE SPACES.
003113     05  WS-VAL-DIFF             PIC X(07)   VALUE SPACES.
003114     05  WS-VAL-TOL              PIC X(07)   VALUE SPACES.
003115     05  WS-VAL-EDIT             PIC Z(06)9.
003116     05  WS-VAL-ACTION           PIC X(07)   VALUE SPACES.
003117     05  WS-VAL-REASON           PIC X(04)   VALUE SPACES.
003118     05  WS-VAL-TEXT             PIC X(22)   VALUE SPACES.
003119     05  WS-VAL-STOP-REASON      PIC X(50)   VALUE SPACES.
003120     05  WS-VAL-VAR-RESULT       PIC X(40)   VALUE SPACES.
003121     05  WS-VAL-VERDICT          PIC X(50)   VALUE SPACES.
003122     05  WS-VAL-REJ-COUNT        PIC 9(06)   VALUE 0.
003123*        ONE-OR-ZERO COUNTERS THE REPORT FOOTING SUMS.
003124     05  WS-VAL-DET-READ         PIC 9(01)   VALUE 0.
003125     05  WS-VAL-DET-POST         PIC 9(01)   VALUE 0.
003126     05  WS-VAL-DET-SUS          PIC 9(01)   VALUE 0.
003127     05  WS-VAL-DET-REJ          PIC 9(01)   VALUE 0.
003128     05  WS-VAL-DET-BAL          PIC 9(01)   VALUE 0.
003129     05  WS-VAL-DET-NUM          PIC 9(01)   VALUE 0.
003130     05  WS-VAL-DET-DUP          PIC 9(01)   VALUE 0.
003131*
003132 01  WS-CKPT-STATUS              PIC X(02).
003133 01  WS-AUM-STATUS               PIC X(02).
003134 01  WS-GL-STATUS                PIC X(02).
003140 01  WS-BRM-STATUS               PIC X(02).
003150 01  WS-STP-STATUS               PIC X(02).
003160*
003410*        FOR THE CONSOL BALANCING STEP (SAMPLE18).
003420     05  WS-STP-RCY-NUM1         PIC 9(07)   VALUE 0.
003430     05  WS-STP-RCY-NUM2         PIC 9(07)   VALUE 0.
003432*        RECORDS TURNED AWAY ON THE BRANCH MASTER - NEITHER
003434*        POSTED NOR SUSPENDED, SO ONLY THE RUN LOG SHOWS THEM.
003436     05  WS-STP-REJ-COUNT        PIC 9(06)   VALUE 0.
003440*
003450 01  WS-FEED-BRANCH              PIC X(04)   VALUE SPACES.
003460*
003470 01  WS-SUS-STATUS               PIC X(02).
003480 01  WS-RCY-STATUS               PIC X(02).
003485 01  WS-PRD-STATUS               PIC X(02).
003490*
003500 01  WS-SUS-REASON               PIC X(04).
003510 01  WS-PREV-SEQ-NO              PIC 9(06)   VALUE 0.
003580*
003590 01  WS-RCY-IDX                  PIC 9(03)   COMP.
003600*
003601*    THE STATUS OF EACH MONTH ON THE PERIOD CONTROL FILE (SEE
003602*    DTPERIOD).  A MONTH THAT IS NOT ON FILE IS OPEN.
003605 01  WS-PERIOD-FIELDS.
003606     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
003607         88  WS-PRD-EOF                      VALUE 'Y'.
003608     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
003609     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
003610         10  WS-PRD-E-MONTH      PIC X(06).
003611         10  WS-PRD-E-STATUS     PIC X(01).
003612     05  WS-PRD-CHECK-DATE       PIC X(08).
003613     05  WS-PRD-MONTH-STATUS     PIC X(01).
003614         88  WS-PRD-MONTH-OPEN               VALUE 'O'.
003615         88  WS-PRD-MONTH-CLOSING            VALUE 'P'.
003616         88  WS-PRD-MONTH-CLOSED             VALUE 'C'.
003617*
003618 01  WS-PRD-IDX                  PIC 9(03)   COMP.
003619*
003620 01  WS-PRM-STATUS               PIC X(02).
003621*
003630 01  WS-PRM-TABLE.
003640     05  WS-PRM-COUNT            PIC 9(03)   COMP  VALUE 0.
003650     05  WS-PRM-ENTRY            OCCURS 30 TIMES.
004320 01  WS-PRI-EOF-SWITCH           PIC X(01)   VALUE 'N'.
004330     88  WS-PRI-EOF                          VALUE 'Y'.
004340 01  WS-PRI-WANT-CLASS           PIC X(01)   VALUE SPACE.
004343 01  WS-PRI-NEWER-SWITCH         PIC X(01)   VALUE 'N'.
004346     88  WS-PRI-NEWER                        VALUE 'Y'.
004350*
004360*    THE BRANCH'S MONTH-TO-DATE POSITION AS LOADED AT START-UP -
004370*    REBUILT WITH TONIGHT'S FIGURES AT END OF RUN.  A RECORD FROM A
004410     05  WS-MTD-RECS             PIC 9(07)   VALUE 0.
004420     05  WS-MTD-NUM1             PIC 9(13)   VALUE 0.
004430     05  WS-MTD-NUM2             PIC 9(13)   VALUE 0.
004431     05  WS-MTD-LAST-DATE        PIC X(08)   VALUE SPACES.
004432*        SET WHEN THE POSITION ON FILE IS ALREADY FOR A LATER
004433*        MONTH THAN A REPLACEMENT'S BUSINESS DATE.
004434     05  WS-MTD-SKIP-SWITCH      PIC X(01)   VALUE 'N'.
004435         88  WS-MTD-SKIP                     VALUE 'Y'.
004440*
004450 01  WS-FEED-CONTROL-FIELDS.
004460     05  WS-CTL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
004750     05  WS-CKPT-INTERVAL        PIC 9(03)   VALUE 050.
004760     05  WS-RECORDS-SINCE-CKPT   PIC 9(03)   VALUE 0.
004770     05  WS-LAST-CKPT-SEQ        PIC 9(06)   VALUE 0.
004771*
004772 REPORT SECTION.
004773 RD  FEED-VALIDATION-REPORT
004774     CONTROLS ARE FINAL
004775     PAGE LIMIT 60 LINES
004776     HEADING 1
004777     FIRST DETAIL 7
004778     LAST DETAIL 50
004779     FOOTING 58.
004780*
004781 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
004782     05  LINE 1.
004783         10  COLUMN  1   PIC X(32)
004784                 VALUE "FIRST STATE BANK - DATA PROCESS".
004785         10  COLUMN 45   PIC X(26)
004786                 VALUE "FEED PRE-VALIDATION REPORT".
004787     05  LINE 2.
004788         10  COLUMN  1   PIC X(07)  VALUE "BRANCH:".
004789         10  COLUMN  9   PIC X(04)  SOURCE IS WS-HDR-BRANCH.
004790         10  COLUMN 15   PIC X(12)  VALUE "HEADER DATE:".
004791         10  COLUMN 28   PIC X(08)  SOURCE IS WS-BUS-DATE.
004792         10  COLUMN 38   PIC X(10)  VALUE "VALIDATED:".
004793         10  COLUMN 49   PIC X(08)  SOURCE IS WS-POST-DATE.
004794         10  COLUMN 59   PIC X(14)  VALUE "NOTHING POSTED".
004795     05  LINE 3.
004796         10  COLUMN  1   PIC X(80)  VALUE ALL "-".
004797     05  LINE 4.
004798         10  COLUMN  1   PIC X(03)  VALUE "SEQ".
004799         10  COLUMN  9   PIC X(04)  VALUE "NUM1".
004800         10  COLUMN 18   PIC X(04)  VALUE "NUM2".
004801         10  COLUMN 27   PIC X(04)  VALUE "DIFF".
004802         10  COLUMN 36   PIC X(03)  VALUE "TOL".
004803         10  COLUMN 45   PIC X(06)  VALUE "ACTION".
004804         10  COLUMN 53   PIC X(04)  VALUE "RSN".
004805         10  COLUMN 59   PIC X(03)  VALUE "WHY".
004806*
004807 01  RL-RECORD-LINE      TYPE DETAIL LINE PLUS 1.
004808     05  COLUMN  1       PIC X(06)  SOURCE IS WS-VAL-SEQ.
004809     05  COLUMN  9       PIC X(07)  SOURCE IS WS-VAL-NUM1.
004810     05  COLUMN 18       PIC X(07)  SOURCE IS WS-VAL-NUM2.
004811     05  COLUMN 27       PIC X(07)  SOURCE IS WS-VAL-DIFF.
004812     05  COLUMN 36       PIC X(07)  SOURCE IS WS-VAL-TOL.
004813     05  COLUMN 45       PIC X(07)  SOURCE IS WS-VAL-ACTION.
004814     05  COLUMN 53       PIC X(04)  SOURCE IS WS-VAL-REASON.
004815     05  COLUMN 59       PIC X(22)  SOURCE IS WS-VAL-TEXT.
004816*
004817 01  RL-FEED-LINE        TYPE DETAIL LINE PLUS 1.
004818     05  COLUMN  1       PIC X(19)  VALUE "FEED CONTROL CHECK:".
004819     05  COLUMN 21       PIC X(50)  SOURCE IS WS-VAL-STOP-REASON.
004820*
004821 01  RL-FEED-SUMMARY     TYPE CONTROL FOOTING FINAL.
004822     05  LINE PLUS 2.
004823         10  COLUMN  1   PIC X(12)  VALUE "RECORDS READ".
004824         10  COLUMN 14   PIC 9(06)  SUM WS-VAL-DET-READ.
004825         10  COLUMN 22   PIC X(10)  VALUE "WOULD POST".
004826         10  COLUMN 33   PIC 9(06)  SUM WS-VAL-DET-POST.
004827         10  COLUMN 41   PIC X(13)  VALUE "WOULD SUSPEND".
004828         10  COLUMN 55   PIC 9(06)  SUM WS-VAL-DET-SUS.
004829         10  COLUMN 63   PIC X(08)  VALUE "REJECTED".
004830         10  COLUMN 72   PIC 9(06)  SUM WS-VAL-DET-REJ.
004831     05  LINE PLUS 1.
004832         10  COLUMN  3   PIC X(07)  VALUE "REASON:".
004833         10  COLUMN 12   PIC X(03)  VALUE "BAL".
004834         10  COLUMN 16   PIC 9(06)  SUM WS-VAL-DET-BAL.
004835         10  COLUMN 24   PIC X(03)  VALUE "NUM".
004836         10  COLUMN 28   PIC 9(06)  SUM WS-VAL-DET-NUM.
004837         10  COLUMN 36   PIC X(03)  VALUE "DUP".
004838         10  COLUMN 40   PIC 9(06)  SUM WS-VAL-DET-DUP.
004839     05  LINE PLUS 2.
004840         10  COLUMN  1   PIC X(18)  VALUE "WOULD POST   NUM1".
004841         10  COLUMN 20   PIC Z(10)9 SOURCE IS WS-STP-NUM1-TOTAL.
004842         10  COLUMN 33   PIC X(04)  VALUE "NUM2".
004843         10  COLUMN 38   PIC Z(10)9 SOURCE IS WS-STP-NUM2-TOTAL.
004844     05  LINE PLUS 1.
004845         10  COLUMN  1   PIC X(18)  VALUE "PRIOR BASE   NUM1".
004846         10  COLUMN 20   PIC Z(10)9 SOURCE IS WS-PRI-NUM1.
004847         10  COLUMN 33   PIC X(04)  VALUE "NUM2".
004848         10  COLUMN 38   PIC Z(10)9 SOURCE IS WS-PRI-NUM2.
004849     05  LINE PLUS 1.
004850         10  COLUMN  1   PIC X(15)  VALUE "VARIANCE CHECK:".
004851         10  COLUMN 17   PIC X(40)  SOURCE IS WS-VAL-VAR-RESULT.
004852         10  COLUMN 58   PIC X(06)  VALUE "LIMIT".
004853         10  COLUMN 64   PIC ZZ9    SOURCE IS WS-VARIANCE-PCT.
004854         10  COLUMN 68   PIC X(03)  VALUE "PCT".
004855     05  LINE PLUS 2.
004856         10  COLUMN  1   PIC X(07)  VALUE "RESULT:".
004857         10  COLUMN  9   PIC X(50)  SOURCE IS WS-VAL-VERDICT.
004858*
004859 PROCEDURE DIVISION.
004860*
004861 0000-MAINLINE.
004862     ACCEPT WS-TIME-WORK FROM TIME.
004863     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
004864     PERFORM 1900-LOAD-PERIOD-CONTROL THRU 1900-EXIT.
004865     ACCEPT WS-CONTROL-CARD.
004866     IF WS-CONTROL-CARD (1:8) = 'VALIDATE'
004867         SET WS-VALIDATE-RUN TO TRUE
004868         PERFORM 2000-VALIDATE-FEED THRU 2000-EXIT
004869         STOP RUN
004870     END-IF.
004871     IF WS-CONTROL-CARD (1:8) = 'CATCHUP '
004872         SET WS-CATCHUP-RUN TO TRUE
004873     END-IF.
004874     OPEN I-O AUDIT-MASTER-FILE.
004875*    STATUS 35 IS A FIRST-EVER RUN - CREATE THE MASTER RATHER
004876*    THAN REQUIRING A PRIOR LOAD.
004877     IF WS-AUM-STATUS = '35'
004880         OPEN OUTPUT AUDIT-MASTER-FILE
004890     END-IF.
004900     IF WS-AUM-STATUS NOT = '00'
005280     PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
005290     PERFORM 1000-LOAD-CHECKPOINT THRU 1000-EXIT.
005300     PERFORM 1600-VERIFY-FEED-CONTROLS THRU 1600-EXIT.
005302     IF WS-REPLACEMENT-RUN OR WS-CATCHUP-RUN
005304         PERFORM 1800-RELOAD-FOR-REPLACEMENT THRU 1800-EXIT
005306     END-IF.
005310     OPEN INPUT DAILY-TOTALS-FILE.
005320     PERFORM 6000-READ-DAILY-TOTALS THRU 6000-EXIT.
005330     PERFORM 6500-PROCESS-ALL-RECORDS THRU 6500-EXIT
005370     PERFORM 9820-CHECK-VARIANCE THRU 9820-EXIT.
005380     PERFORM 9830-WRITE-PRIOR-TOTALS THRU 9830-EXIT.
005390     PERFORM 9845-WRITE-MTD-POSITION THRU 9845-EXIT.
005392     IF WS-REPLACEMENT-RUN
005394         PERFORM 9860-CLOSE-BACKOUT THRU 9860-EXIT
005396     END-IF.
005397     IF WS-CATCHUP-RUN
005398         PERFORM 9870-CLOSE-CATCHUP THRU 9870-EXIT
005399     END-IF.
005400     PERFORM 9600-CLEAR-CHECKPOINT THRU 9600-EXIT.
005410     CLOSE DAILY-TOTALS-FILE.
005420     CLOSE AUDIT-MASTER-FILE.
005570*   1000-LOAD-CHECKPOINT                                         *
005580*   ON RESTART, PICKS UP THE LAST DT-SEQ-NO SUCCESSFULLY          *
005590*   PROCESSED SO THOSE RECORDS ARE SKIPPED RATHER THAN REDONE.    *
005600*   NO CHECKPOINT FILE MEANS THIS IS A FRESH RUN - START AT ZERO.*
005610******************************************************************
005620 1000-LOAD-CHECKPOINT.
005630     MOVE 0 TO WS-LAST-CKPT-SEQ.
007180*   THE VARIANCE CHECK COMPARES AGAINST THE LAST RUN.            *
007190******************************************************************
007200 1400-LOAD-CALENDAR.
007210     PERFORM 9010-SET-RUN-DATE THRU 9010-EXIT.
007220     OPEN INPUT CALENDAR-FILE.
007230     IF WS-CAL-STATUS NOT = '00'
007240         DISPLAY "CALFILE NOT AVAILABLE - CALENDAR CONTROLS "
008420******************************************************************
008430 1600-VERIFY-FEED-CONTROLS.
008440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008445     MOVE WS-RUN-DATE TO WS-POST-DATE.
008450     OPEN INPUT DAILY-TOTALS-FILE.
008460     PERFORM 1650-VERIFY-ONE-RECORD THRU 1650-EXIT
008470         UNTIL WS-CTL-EOF.
008480     CLOSE DAILY-TOTALS-FILE.
008481     IF WS-MISSING-SKIP OR WS-END-NO-POST
008482         PERFORM 1695-END-WITHOUT-POSTING THRU 1695-EXIT
008483     END-IF.
008484*    A CATCH-UP STEP RUNS EVERY NIGHT - AN EMPTY LATE DATASET
008485*    JUST MEANS NO BRANCH FEED IS WAITING.
008486     IF WS-CATCHUP-RUN
008487             AND WS-CTL-REC-COUNT = 0
008488             AND NOT WS-HDR-SEEN
008489             AND NOT WS-TRL-SEEN
008490         DISPLAY "NO LATE FEED WAITING - NOTHING TO CATCH UP"
008491         SET WS-END-NO-POST TO TRUE
008492         PERFORM 1695-END-WITHOUT-POSTING THRU 1695-EXIT
008493     END-IF.
008494*    A FEED WITH NO RECORDS AT ALL ON A NON-PROCESSING DAY IS
008500*    A BRANCH LEGITIMATELY CLOSED FOR A HOLIDAY, NOT A FAILED
008510*    TRANSMISSION - LOG THE RUN AND END CLEAN.  ON A
008520*    PROCESSING DAY THE SAME EMPTY FEED STILL STOPS THE STEP.
008550             AND NOT WS-TRL-SEEN
008560             AND WS-CAL-FOUND
008570             AND NOT WS-CAL-PROC-DAY
008571         IF WS-VALIDATE-RUN
008572             MOVE 'FEED EMPTY ON A NON-PROCESSING DAY'
008573                 TO WS-VAL-STOP-REASON
008574             MOVE 'HOLIDAY CLOSE - NOTHING WOULD POST'
008575                 TO WS-VAL-VERDICT
008576             GENERATE RL-FEED-LINE
008577             PERFORM 2950-END-REPORT THRU 2950-EXIT
008578             STOP RUN
008579         END-IF
008580         MOVE WS-CKPT-BRANCH TO WS-FEED-BRANCH
008590         DISPLAY "FEED EMPTY ON NON-PROCESSING DAY - BRANCH "
008600             WS-FEED-BRANCH " CLOSED FOR HOLIDAY"
008670         STOP RUN
008680     END-IF.
008690     IF NOT WS-HDR-SEEN
008691*        A FEED THAT NEVER CAME IS SKIPPED, NOT STOPPED, ONCE
008692*        THE PRE-BATCH CHECK HAS MARKED THE BRANCH MISSING.
008693         IF NOT WS-VALIDATE-RUN
008694                 AND NOT WS-CATCHUP-RUN
008695                 AND WS-CKPT-BRANCH NOT = SPACES
008696             MOVE WS-CKPT-BRANCH TO WS-FRG-BRANCH
008697             PERFORM 1685-CHECK-FEED-REGISTER THRU 1685-EXIT
008698             IF WS-FRG-MISSING-TONIGHT
008699                 SET WS-MISSING-SKIP TO TRUE
008700                 PERFORM 1695-END-WITHOUT-POSTING THRU 1695-EXIT
008701             END-IF
008702         END-IF
008703         IF WS-CAL-FOUND AND WS-CAL-PROC-DAY
008710             DISPLAY "*** CALENDAR SAYS PROCESSING DAY - FEED "
008720                 "DID NOT ARRIVE ***"
008730         END-IF
008740         DISPLAY "*** FEED HAS NO HEADER RECORD - STEP "
008750             "STOPPED ***"
008753         MOVE 'FEED HAS NO HEADER RECORD' TO WS-VAL-STOP-REASON
008756         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
008760         MOVE 16 TO RETURN-CODE
008770         STOP RUN
008780     END-IF.
008790     IF NOT WS-TRL-SEEN
008800         DISPLAY "*** FEED HAS NO TRAILER RECORD - STEP "
008810             "STOPPED ***"
008813         MOVE 'FEED HAS NO TRAILER RECORD' TO WS-VAL-STOP-REASON
008816         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
008820         MOVE 16 TO RETURN-CODE
008830         STOP RUN
008840     END-IF.
008860         DISPLAY "*** TRAILER COUNT " WS-TRL-COUNT
008870             " BUT " WS-CTL-REC-COUNT " RECORDS READ - "
008880             "STEP STOPPED ***"
008882         MOVE 'TRAILER COUNT DOES NOT MATCH RECORDS READ'
008884             TO WS-VAL-STOP-REASON
008886         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
008890         MOVE 16 TO RETURN-CODE
008900         STOP RUN
008910     END-IF.
008930             OR WS-TRL-HASH2 NOT = WS-HASH-NUM2-LOW
008940         DISPLAY "*** TRAILER HASH TOTALS DO NOT MATCH FEED - "
008950             "STEP STOPPED ***"
008952         MOVE 'TRAILER HASH TOTALS DO NOT MATCH FEED'
008954             TO WS-VAL-STOP-REASON
008956         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
008960         MOVE 16 TO RETURN-CODE
008970         STOP RUN
008980     END-IF.
009160         IF WS-TRL-SEEN
009170             DISPLAY "*** FEED HAS A SECOND TRAILER - STEP "
009180                 "STOPPED ***"
009183             MOVE 'FEED HAS A SECOND TRAILER'
009184                 TO WS-VAL-STOP-REASON
009186             PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009190             MOVE 16 TO RETURN-CODE
009200             STOP RUN
009210         END-IF
009280     IF NOT WS-HDR-SEEN
009290         DISPLAY "*** FEED DOES NOT START WITH A HEADER - "
009300             "STEP STOPPED ***"
009302         MOVE 'FEED DOES NOT START WITH A HEADER'
009304             TO WS-VAL-STOP-REASON
009306         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009310         MOVE 16 TO RETURN-CODE
009320         STOP RUN
009330     END-IF.
009340     IF WS-TRL-SEEN
009350         DISPLAY "*** DATA RECORD AFTER THE TRAILER - STEP "
009360             "STOPPED ***"
009363         MOVE 'DATA RECORD AFTER THE TRAILER'
009364             TO WS-VAL-STOP-REASON
009366         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009370         MOVE 16 TO RETURN-CODE
009380         STOP RUN
009390     END-IF.
009410         DISPLAY "*** SEQ " DT-SEQ-NO " CARRIES BRANCH "
009420             DT-BRANCH-CODE " BUT HEADER SAYS " WS-HDR-BRANCH
009430             " - STEP STOPPED ***"
009432         MOVE 'DATA RECORD CARRIES ANOTHER BRANCH'
009434             TO WS-VAL-STOP-REASON
009436         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009440         MOVE 16 TO RETURN-CODE
009450         STOP RUN
009460     END-IF.
009520             AND DT-SEQ-NO IS NOT LESS THAN 500000
009530         DISPLAY "*** SEQ " DT-SEQ-NO " IS IN THE RESERVED "
009540             "RECYCLE RANGE (500000+) - STEP STOPPED ***"
009542         MOVE 'SEQ IN THE RESERVED RECYCLE RANGE (500000+)'
009544             TO WS-VAL-STOP-REASON
009546         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009550         MOVE 16 TO RETURN-CODE
009560         STOP RUN
009570     END-IF.
009680******************************************************************
009690*   1660-VERIFY-HEADER                                           *
009700*   ONE HEADER, FIRST ON THE FEED, FOR AN ACTIVE BRANCH, DATED   *
009710*   WITH TONIGHT'S BUSINESS DATE - OR WITH THE DATE OF A NIGHT   *
009715*   SAMPLE19 HAS BACKED OUT, WHICH MAKES IT A REPLACEMENT.       *
009720******************************************************************
009730 1660-VERIFY-HEADER.
009740     IF WS-HDR-SEEN
009750         DISPLAY "*** FEED HAS A SECOND HEADER - STEP "
009760             "STOPPED ***"
009763         MOVE 'FEED HAS A SECOND HEADER' TO WS-VAL-STOP-REASON
009766         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009770         MOVE 16 TO RETURN-CODE
009780         STOP RUN
009790     END-IF.
009800     IF WS-TRL-SEEN OR WS-CTL-REC-COUNT IS GREATER THAN 0
009810         DISPLAY "*** HEADER IS NOT THE FIRST RECORD - STEP "
009820             "STOPPED ***"
009822         MOVE 'HEADER IS NOT THE FIRST RECORD'
009824             TO WS-VAL-STOP-REASON
009826         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009830         MOVE 16 TO RETURN-CODE
009840         STOP RUN
009850     END-IF.
009860     SET WS-HDR-SEEN TO TRUE.
009870     MOVE DT-HDR-BRANCH-CODE TO WS-HDR-BRANCH.
009871*    A NIGHT SAMPLE19 HAS BACKED OUT TAKES ITS REPLACEMENT FEED
009872*    UNDER THE BACKED-OUT BUSINESS DATE - EVERYTHING THE STEP
009873*    POSTS FROM HERE ON IS DATED WITH IT.
009874     MOVE DT-HDR-BUS-DATE TO WS-BUS-DATE.
009875     PERFORM 1680-CHECK-REPLACEMENT THRU 1680-EXIT.
009876     IF WS-REPLACEMENT-RUN
009877         MOVE WS-BUS-DATE TO WS-RUN-DATE
009878     END-IF.
009879*    THE FEED REGISTER SAYS WHETHER THE PRE-BATCH CHECK MARKED
009880*    THE BRANCH MISSING TONIGHT - IT IS THEN SKIPPED, WHATEVER
009881*    DATE THE DATASET HOLDS - AND WHETHER THE HEADER'S DATE IS
009882*    A LATE FEED WAITING TO BE CAUGHT UP.  A CATCH-UP POSTS
009883*    UNDER THAT DATE THE SAME WAY A REPLACEMENT DOES.
009884     MOVE WS-HDR-BRANCH TO WS-FRG-BRANCH.
009885     PERFORM 1685-CHECK-FEED-REGISTER THRU 1685-EXIT.
009886     IF NOT WS-VALIDATE-RUN
009887             AND NOT WS-CATCHUP-RUN
009888             AND NOT WS-REPLACEMENT-RUN
009889             AND WS-FRG-MISSING-TONIGHT
009890         SET WS-MISSING-SKIP TO TRUE
009891         GO TO 1660-EXIT
009892     END-IF.
009893     IF WS-CATCHUP-RUN
009894         IF NOT WS-FRG-BUS-MISSING
009895             DISPLAY "*** " WS-HDR-BRANCH " BUSINESS DATE "
009896                 WS-BUS-DATE " WAS NOT MARKED MISSING - "
009897                 "CATCH-UP STOPPED ***"
009898             MOVE 'BUSINESS DATE NOT MARKED MISSING'
009899                 TO WS-VAL-STOP-REASON
009900             PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009901             MOVE 16 TO RETURN-CODE
009902             STOP RUN
009903         END-IF
009904         IF WS-FRG-BUS-CAUGHT
009905             DISPLAY "BRANCH " WS-HDR-BRANCH " BUSINESS DATE "
009906                 WS-BUS-DATE " ALREADY CAUGHT UP - NOTHING "
009907                 "POSTED"
009908             SET WS-END-NO-POST TO TRUE
009909             GO TO 1660-EXIT
009910         END-IF
009911         MOVE WS-BUS-DATE TO WS-RUN-DATE
009912         DISPLAY "CATCH-UP FEED - BRANCH " WS-HDR-BRANCH
009913             " POSTING UNDER BUSINESS DATE " WS-BUS-DATE
009914     END-IF.
009915     IF WS-VALIDATE-RUN
009916             AND NOT WS-REPLACEMENT-RUN
009917             AND WS-FRG-BUS-MISSING
009918             AND NOT WS-FRG-BUS-CAUGHT
009919         SET WS-CATCHUP-RUN TO TRUE
009920         MOVE WS-BUS-DATE TO WS-RUN-DATE
009921         DISPLAY "LATE FEED - VALIDATED AS A CATCH-UP UNDER "
009922             "BUSINESS DATE " WS-BUS-DATE
009923     END-IF.
009924     IF DT-HDR-BUS-DATE NOT = WS-RUN-DATE
009925         DISPLAY "*** HEADER BUSINESS DATE " DT-HDR-BUS-DATE
009926             " IS NOT TONIGHT'S " WS-RUN-DATE
009927             " - STEP STOPPED ***"
009928         MOVE 'HEADER BUSINESS DATE IS NOT TONIGHT''S'
009929             TO WS-VAL-STOP-REASON
009930         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009931         MOVE 16 TO RETURN-CODE
009932         STOP RUN
009940     END-IF.
009941*    A MONTH FINANCE HAS CLOSED TAKES NO MORE POSTINGS - A
009942*    CORRECTION TO IT GOES IN AS A PRIOR-PERIOD ADJUSTMENT.  A
009943*    MONTH STILL CLOSING TAKES THE FEED SO ITS LAST DAYS CAN
009944*    LAND.
009945     MOVE WS-RUN-DATE TO WS-PRD-CHECK-DATE.
009946     PERFORM 1920-CHECK-PERIOD THRU 1920-EXIT.
009947     IF WS-PRD-MONTH-CLOSED
009948         DISPLAY "*** BUSINESS DATE " WS-RUN-DATE
009949             " IS IN A CLOSED PERIOD - STEP STOPPED ***"
009950         MOVE 'BUSINESS DATE IS IN A CLOSED PERIOD'
009951             TO WS-VAL-STOP-REASON
009952         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
009953         MOVE 16 TO RETURN-CODE
009954         STOP RUN
009955     END-IF.
009956     IF WS-PRD-MONTH-CLOSING
009957         DISPLAY "PERIOD " WS-RUN-DATE (1:6)
009958             " IS CLOSING - POSTING ACCEPTED"
009959     END-IF.
009960     MOVE 'N' TO WS-HDR-FOUND-SWITCH.
009961     PERFORM 1670-SCAN-HEADER-BRANCH THRU 1670-EXIT
009970         VARYING WS-BRM-IDX FROM 1 BY 1
009980         UNTIL WS-BRM-IDX > WS-BRM-COUNT
009990             OR WS-HDR-ON-MASTER.
010000     IF NOT WS-HDR-ON-MASTER
010010         DISPLAY "*** HEADER BRANCH " WS-HDR-BRANCH
010020             " NOT ON BRANCH MASTER - STEP STOPPED ***"
010022         MOVE 'HEADER BRANCH NOT ON BRANCH MASTER'
010024             TO WS-VAL-STOP-REASON
010026         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
010030         MOVE 16 TO RETURN-CODE
010040         STOP RUN
010050     END-IF.
010060     IF WS-HDR-STATUS-BYTE = 'C'
010070         DISPLAY "*** HEADER BRANCH " WS-HDR-BRANCH
010080             " IS CLOSED - STEP STOPPED ***"
010083         MOVE 'HEADER BRANCH IS CLOSED' TO WS-VAL-STOP-REASON
010086         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
010090         MOVE 16 TO RETURN-CODE
010100         STOP RUN
010110     END-IF.
010170         DISPLAY "*** HEADER BRANCH " WS-HDR-BRANCH
010180             " CLOSED EFFECTIVE " WS-HDR-CLOSE-DATE
010190             " - STEP STOPPED ***"
010192         MOVE 'HEADER BRANCH PAST ITS CLOSE DATE'
010194             TO WS-VAL-STOP-REASON
010196         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
010200         MOVE 16 TO RETURN-CODE
010210         STOP RUN
010220     END-IF.
010250         DISPLAY "*** HEADER BRANCH " WS-HDR-BRANCH
010260             " NOT OPEN UNTIL " WS-HDR-OPEN-DATE
010270             " - STEP STOPPED ***"
010273         MOVE 'HEADER BRANCH NOT YET OPEN' TO WS-VAL-STOP-REASON
010276         PERFORM 2900-REPORT-FEED-STOPPED THRU 2900-EXIT
010280         MOVE 16 TO RETURN-CODE
010290         STOP RUN
010300     END-IF.
010410 1670-EXIT.
010420     EXIT.
010430*
010431******************************************************************
010432*   2000-VALIDATE-FEED                                           *
010433*   THE VALIDATION-ONLY RUN.  LOADS THE SAME PARAMETERS,         *
010434*   CALENDAR, PRIOR TOTALS AND BRANCH MASTER THE NIGHTLY RUN     *
010435*   DOES, RUNS THE SAME FEED CONTROL PASS (1600) AND PUTS EVERY  *
010436*   DATA RECORD THROUGH THE SAME EDITS (6550), THEN THE VARIANCE *
010437*   CHECK (9820).  NOTHING IS WRITTEN BUT THE PRE-VALIDATION     *
010438*   REPORT - NO CHECKPOINT IS READ EITHER, SO EVERY RECORD ON    *
010439*   THE FEED IS LISTED.  ENDS RC=0 CLEAN, RC=4 WHEN ANY RECORD   *
010440*   WOULD SUSPEND OR BE REJECTED OR THE VARIANCE CHECK WOULD     *
010441*   FLAG, RC=16 WHEN THE NIGHTLY STEP WOULD STOP ON THE FEED.    *
010442******************************************************************
010443 2000-VALIDATE-FEED.
010444     OPEN OUTPUT PRINT-FILE.
010445     IF WS-PRT-STATUS NOT = '00'
010446         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
010447             "STATUS " WS-PRT-STATUS " ***"
010448         MOVE 16 TO RETURN-CODE
010449         STOP RUN
010450     END-IF.
010451     INITIATE FEED-VALIDATION-REPORT.
010452     DISPLAY "VALIDATION-ONLY RUN - NOTHING WILL BE POSTED".
010453     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
010454     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
010455     PERFORM 1500-LOAD-PRIOR-TOTALS THRU 1500-EXIT.
010456     PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT.
010457     PERFORM 1600-VERIFY-FEED-CONTROLS THRU 1600-EXIT.
010458     IF WS-REPLACEMENT-RUN OR WS-CATCHUP-RUN
010459         PERFORM 1800-RELOAD-FOR-REPLACEMENT THRU 1800-EXIT
010460     END-IF.
010461     OPEN INPUT DAILY-TOTALS-FILE.
010462     PERFORM 6000-READ-DAILY-TOTALS THRU 6000-EXIT.
010463     PERFORM 6500-PROCESS-ALL-RECORDS THRU 6500-EXIT
010464         UNTIL WS-EOF.
010465     CLOSE DAILY-TOTALS-FILE.
010466     PERFORM 9820-CHECK-VARIANCE THRU 9820-EXIT.
010467     PERFORM 2700-SET-VARIANCE-RESULT THRU 2700-EXIT.
010468     PERFORM 2800-SET-VERDICT THRU 2800-EXIT.
010469     PERFORM 2950-END-REPORT THRU 2950-EXIT.
010470 2000-EXIT.
010471     EXIT.
010472*
010473******************************************************************
010474*   2600-REPORT-RECORD                                           *
010475*   ONE REPORT LINE FOR A RECORD THAT CLEARED THE BRANCH EDIT -  *
010476*   POST, OR SUSPEND WITH THE SUSPFILE REASON CODE THE NIGHT     *
010477*   WOULD GIVE IT.  A RECORD THAT WOULD POST IS ROLLED INTO THE  *
010478*   STEP TOTALS SO THE VARIANCE CHECK SEES TONIGHT'S FIGURES.    *
010479******************************************************************
010480 2600-REPORT-RECORD.
010481     PERFORM 2610-SET-RECORD-FIELDS THRU 2610-EXIT.
010482     IF WS-SUS-REASON = SPACES OR WS-SUS-REASON = 'BAL '
010483         MOVE WS-TIE-OUT-DIFFERENCE TO WS-VAL-EDIT
010484         MOVE WS-VAL-EDIT           TO WS-VAL-DIFF
010485         MOVE WS-TOLERANCE          TO WS-VAL-EDIT
010486         MOVE WS-VAL-EDIT           TO WS-VAL-TOL
010487     END-IF.
010488     IF WS-SUSPEND-RECORD
010489         MOVE 'SUSPEND'     TO WS-VAL-ACTION
010490         MOVE WS-SUS-REASON TO WS-VAL-REASON
010491         MOVE 1             TO WS-VAL-DET-SUS
010492         ADD 1 TO WS-STP-SUS-COUNT
010493         IF WS-SUS-REASON = 'BAL '
010494             MOVE 1 TO WS-VAL-DET-BAL
010495             MOVE 'DIFF OVER TOLERANCE' TO WS-VAL-TEXT
010496         END-IF
010497         IF WS-SUS-REASON = 'NUM '
010498             MOVE 1 TO WS-VAL-DET-NUM
010499             MOVE 'SEQ/NUM1/NUM2 NOT NUM' TO WS-VAL-TEXT
010500         END-IF
010501         IF WS-SUS-REASON = 'DUP '
010502             MOVE 1 TO WS-VAL-DET-DUP
010503             MOVE 'SEQ DOES NOT ADVANCE' TO WS-VAL-TEXT
010504         END-IF
010505     ELSE
010506         MOVE 'POST'        TO WS-VAL-ACTION
010507         MOVE 1             TO WS-VAL-DET-POST
010508         MOVE 'PASSED ALL EDITS' TO WS-VAL-TEXT
010509         IF WS-OVERFLOW-DETECTED
010510             MOVE 'PASSED - 3-DIGIT OVFL' TO WS-VAL-TEXT
010511         END-IF
010512         PERFORM 9750-ACCUMULATE-STEP-TOTALS THRU 9750-EXIT
010513     END-IF.
010514     GENERATE RL-RECORD-LINE.
010515 2600-EXIT.
010516     EXIT.
010517*
010518 2610-SET-RECORD-FIELDS.
010519*    THE RAW BYTES AS SENT - A NON-NUMERIC FIELD IS THE POINT
010520*    OF THE LINE, SO IT IS NOT EDITED.
010521     MOVE SPACES TO WS-VAL-DIFF WS-VAL-TOL WS-VAL-ACTION
010522         WS-VAL-REASON WS-VAL-TEXT.
010523     MOVE 0 TO WS-VAL-DET-POST WS-VAL-DET-SUS WS-VAL-DET-REJ
010524         WS-VAL-DET-BAL WS-VAL-DET-NUM WS-VAL-DET-DUP.
010525     MOVE 1 TO WS-VAL-DET-READ.
010526     MOVE DT-TOTALS-RECORD (5:6)  TO WS-VAL-SEQ.
010527     MOVE DT-TOTALS-RECORD (11:7) TO WS-VAL-NUM1.
010528     MOVE DT-TOTALS-RECORD (18:7) TO WS-VAL-NUM2.
010529 2610-EXIT.
010530     EXIT.
010531*
010532******************************************************************
010533*   2650-REPORT-REJECT                                           *
010534*   A RECORD 6600 TURNED AWAY ON THE BRANCH MASTER - THE NIGHT   *
010535*   NEITHER POSTS NOR SUSPENDS IT, SO IT WOULD BE LOST.          *
010536******************************************************************
010537 2650-REPORT-REJECT.
010538     PERFORM 2610-SET-RECORD-FIELDS THRU 2610-EXIT.
010539     MOVE 'REJECT'      TO WS-VAL-ACTION.
010540     MOVE 'BRCH'        TO WS-VAL-REASON.
010541     MOVE 'BRANCH FAILED MASTER' TO WS-VAL-TEXT.
010542     MOVE 1             TO WS-VAL-DET-REJ.
010543     ADD 1 TO WS-VAL-REJ-COUNT.
010544     GENERATE RL-RECORD-LINE.
010545 2650-EXIT.
010546     EXIT.
010547*
010548******************************************************************
010549*   2700-SET-VARIANCE-RESULT                                     *
010550*   STATES ON THE REPORT WHAT 9820 DID WITH THE FEED'S TOTALS -  *
010551*   THE SAME TESTS IN THE SAME ORDER.                            *
010552******************************************************************
010553 2700-SET-VARIANCE-RESULT.
010554     IF WS-VARIANCE-FLAGGED
010555         MOVE 'OUTSIDE LIMIT - NIGHT WOULD END RC=4'
010556             TO WS-VAL-VAR-RESULT
010557     ELSE IF WS-CAL-FOUND AND (WS-CAL-VAR-TREAT = 'S'
010558             OR WS-CAL-MONTH-END = 'Y')
010559         MOVE 'SUPPRESSED BY CALENDAR' TO WS-VAL-VAR-RESULT
010560     ELSE IF NOT WS-PRIOR-FOUND
010561         MOVE 'NO PRIOR BASELINE - NOT CHECKED'
010562             TO WS-VAL-VAR-RESULT
010563     ELSE IF WS-PRI-BRANCH NOT = WS-FEED-BRANCH
010564         MOVE 'PRIORTOT IS ANOTHER BRANCH - NOT CHECKED'
010565             TO WS-VAL-VAR-RESULT
010566     ELSE
010567         MOVE 'WITHIN LIMIT' TO WS-VAL-VAR-RESULT
010568     END-IF.
010569 2700-EXIT.
010570     EXIT.
010571*
010572******************************************************************
010573*   2800-SET-VERDICT                                             *
010574******************************************************************
010575 2800-SET-VERDICT.
010576     IF WS-STP-SUS-COUNT IS GREATER THAN 0
010577             OR WS-VAL-REJ-COUNT IS GREATER THAN 0
010578         MOVE 'EXCEPTIONS - CORRECT AND RESEND BEFORE THE BATCH'
010579             TO WS-VAL-VERDICT
010580         MOVE 4 TO RETURN-CODE
010581     ELSE IF WS-VARIANCE-FLAGGED
010582         MOVE 'CLEAN BUT OUTSIDE VARIANCE - CONFIRM THE FIGURES'
010583             TO WS-VAL-VERDICT
010584         MOVE 4 TO RETURN-CODE
010585     ELSE
010586         MOVE 'CLEAN - EVERY RECORD WOULD POST' TO WS-VAL-VERDICT
010587         MOVE 0 TO RETURN-CODE
010588     END-IF.
010589 2800-EXIT.
010590     EXIT.
010591*
010592******************************************************************
010593*   2900-REPORT-FEED-STOPPED                                     *
010594*   CALLED AT EVERY POINT WHERE THE CONTROL PASS STOPS THE STEP  *
010595*   - ON A VALIDATION RUN THE REASON GOES ON THE REPORT AND THE  *
010596*   REPORT IS CLOSED BEFORE THE CALLER'S STOP RUN.  ON THE       *
010597*   NIGHTLY RUN THE STOP GOES ON THE RUN LOG AS AN RC=16 RECORD  *
010598*   FOR THE HEADER'S BRANCH (THE CHECKPOINT'S WHEN THE HEADER    *
010599*   WAS NEVER READ) - NOTHING HAS POSTED YET, SO THE COUNTS AND  *
010600*   TOTALS ARE ZERO.                                             *
010601******************************************************************
010602 2900-REPORT-FEED-STOPPED.
010603     IF NOT WS-VALIDATE-RUN
010604         IF WS-HDR-BRANCH NOT = SPACES
010605             MOVE WS-HDR-BRANCH TO WS-FEED-BRANCH
010606         ELSE
010607             MOVE WS-CKPT-BRANCH TO WS-FEED-BRANCH
010608         END-IF
010609         MOVE 16 TO RETURN-CODE
010610         PERFORM 9840-WRITE-RUN-LOG THRU 9840-EXIT
010611         CLOSE RUN-LOG-FILE
010612         GO TO 2900-EXIT
010613     END-IF.
010614     MOVE 'FEED WOULD BE STOPPED - NOTHING WOULD POST'
010615         TO WS-VAL-VERDICT.
010616     GENERATE RL-FEED-LINE.
010617     PERFORM 2950-END-REPORT THRU 2950-EXIT.
010618 2900-EXIT.
010619     EXIT.
010620*
010621 2950-END-REPORT.
010622     TERMINATE FEED-VALIDATION-REPORT.
010623     CLOSE PRINT-FILE.
010624 2950-EXIT.
010625     EXIT.
010626*
010627******************************************************************
010628*   6000-READ-DAILY-TOTALS                                       *
010629******************************************************************
010630 6000-READ-DAILY-TOTALS.
010631     READ DAILY-TOTALS-FILE
010632         AT END
010633             SET WS-EOF TO TRUE
010634     END-READ.
010635 6000-EXIT.
010636     EXIT.
010637*
010638******************************************************************
010639*   6500-PROCESS-ALL-RECORDS                                     *
010640*   SKIPS RECORDS THE CHECKPOINT SAYS ARE ALREADY DONE; OTHERWISE*
010641*   RUNS THE FULL OVERFLOW/RECONCILE/PRINT/AUDIT/CHECKPOINT      *
010642*   SEQUENCE FOR THE CURRENT RECORD, THEN READS THE NEXT ONE.    *
010643******************************************************************
010644 6500-PROCESS-ALL-RECORDS.
010645*    THE HEADER AND TRAILER WERE VERIFIED IN 1600 - THE MAIN
010646*    PASS JUST STEPS OVER THEM.
010647     IF DT-BRANCH-CODE = 'HDR ' OR DT-BRANCH-CODE = 'TRL '
010650         CONTINUE
010660     ELSE IF DT-SEQ-NO IS GREATER THAN WS-LAST-CKPT-SEQ
010670         PERFORM 6550-PROCESS-ONE-RECORD THRU 6550-EXIT
010675         IF NOT WS-VALIDATE-RUN
010680             PERFORM 9500-UPDATE-CHECKPOINT THRU 9500-EXIT
010685         END-IF
010690     END-IF.
010700     PERFORM 6000-READ-DAILY-TOTALS THRU 6000-EXIT.
010710 6500-EXIT.
010810 6550-PROCESS-ONE-RECORD.
010820     PERFORM 6600-VALIDATE-BRANCH THRU 6600-EXIT.
010830     IF NOT WS-BRANCH-VALID
010832         IF WS-VALIDATE-RUN
010834             PERFORM 2650-REPORT-REJECT THRU 2650-EXIT
010835         ELSE
010836             ADD 1 TO WS-STP-REJ-COUNT
010837         END-IF
010840         GO TO 6550-EXIT
010850     END-IF.
010860*    THE FEED'S BRANCH ANCHORS THE RECYCLE PASS - TAKEN FROM ANY
010970             MOVE 'BAL ' TO WS-SUS-REASON
010980         END-IF
010990     END-IF.
010991*    A VALIDATION RUN STOPS HERE - IT REPORTS WHAT THE RECORD
010992*    WOULD DO AND WRITES NOTHING.
010993     IF WS-VALIDATE-RUN
010994         PERFORM 2600-REPORT-RECORD THRU 2600-EXIT
010995         GO TO 6550-EXIT
010996     END-IF.
011000     IF WS-SUSPEND-RECORD
011010         PERFORM 9850-WRITE-SUSPENSE THRU 9850-EXIT
011020     ELSE
012040******************************************************************
012050 6800-PROCESS-RECYCLE.
012060     MOVE 0 TO WS-RCY-COUNT.
012061*    RELEASES BELONG TO THE NIGHT THEY ARE POSTED ON - A
012062*    REPLACEMENT OR CATCH-UP RUN LEAVES THEM FOR THE NEXT
012063*    NIGHTLY STEP.
012064     IF WS-REPLACEMENT-RUN OR WS-CATCHUP-RUN
012065         GO TO 6800-EXIT
012066     END-IF.
012070     OPEN INPUT RECYCLE-FILE.
012080     IF WS-RCY-STATUS NOT = '00'
012090         GO TO 6800-EXIT
013890******************************************************************
013900 9000-WRITE-AUDIT-RECORD.
013910     MOVE SPACES TO DT-AUDIT-MASTER-RECORD.
013920     PERFORM 9010-SET-RUN-DATE THRU 9010-EXIT.
013930     MOVE WS-RUN-DATE    TO DT-AUM-RUN-DATE.
013940     MOVE DT-BRANCH-CODE TO DT-AUM-BRANCH-CODE.
013950     MOVE DT-SEQ-NO      TO DT-AUM-SEQ-NO.
014210     MOVE SPACES TO DT-GL-EXTRACT-RECORD.
014220     MOVE WS-RUN-DATE      TO DT-GL-RUN-DATE.
014230     MOVE DT-BRANCH-CODE   TO DT-GL-BRANCH-CODE.
014232     MOVE WS-POST-DATE     TO DT-GL-POST-DATE.
014234     IF WS-REPLACEMENT-RUN
014236         SET DT-GL-REPLACEMENT-ENTRY TO TRUE
014238     END-IF.
014240     IF WS-CATCHUP-RUN
014242         SET DT-GL-CATCHUP-ENTRY TO TRUE
014244     END-IF.
014246     MOVE 'DLYNUM1   ' TO DT-GL-CONTROL-ACCT.
014250     MOVE DT-NUM1          TO DT-GL-AMOUNT.
014260     WRITE DT-GL-EXTRACT-RECORD.
014270     IF WS-GL-STATUS NOT = '00'
014680******************************************************************
014690 9800-WRITE-STEP-CONTROL.
014700     MOVE SPACES TO DT-STEP-CONTROL-RECORD.
014710     PERFORM 9010-SET-RUN-DATE THRU 9010-EXIT.
014720     MOVE WS-FEED-BRANCH      TO DT-STP-BRANCH-CODE.
014730     MOVE WS-RUN-DATE         TO DT-STP-RUN-DATE.
014740     MOVE WS-STP-REC-COUNT    TO DT-STP-REC-COUNT.
016130     IF WS-STP-REC-COUNT = 0
016140         GO TO 9830-EXIT
016150     END-IF.
016151*    A REPLACEMENT OR CATCH-UP FOR AN OLDER NIGHT DOES NOT
016152*    DISPLACE A BASELINE THE CLASS HAS SINCE TAKEN FROM A LATER
016153*    RUN.
016154     IF WS-REPLACEMENT-RUN OR WS-CATCHUP-RUN
016155         PERFORM 9831-CHECK-NEWER-PRIOR THRU 9831-EXIT
016156     END-IF.
016157     IF WS-PRI-NEWER
016158         GO TO 9830-EXIT
016159     END-IF.
016160     OPEN OUTPUT PRIOR-TOTALS-FILE.
016170     IF WS-PRI-STATUS NOT = '00'
016180         DISPLAY "*** UNABLE TO OPEN PRIORTOT FOR OUTPUT - "
016730******************************************************************
016740 9850-WRITE-SUSPENSE.
016750     MOVE SPACES TO DT-SUSPENSE-RECORD.
016760     PERFORM 9010-SET-RUN-DATE THRU 9010-EXIT.
016770     MOVE WS-RUN-DATE        TO DT-SUS-SUSPEND-DATE.
016780     MOVE WS-SUS-REASON      TO DT-SUS-REASON-CODE.
016790     MOVE DT-TOTALS-RECORD   TO DT-SUS-TOTALS-DATA.
017730     MOVE WS-STP-SUS-COUNT  TO DT-RLG-REC-SUSPENDED.
017740     MOVE WS-STP-NUM1-TOTAL TO DT-RLG-NUM1-TOTAL.
017750     MOVE WS-STP-NUM2-TOTAL TO DT-RLG-NUM2-TOTAL.
017751     IF WS-VARIANCE-FLAGGED
017752         SET DT-RLG-VARIANCE-RAISED TO TRUE
017753     END-IF.
017754     IF WS-STP-REJ-COUNT IS GREATER THAN 9999
017755         MOVE 9999 TO DT-RLG-REC-REJECTED
017756     ELSE
017757         MOVE WS-STP-REJ-COUNT TO DT-RLG-REC-REJECTED
017758     END-IF.
017759     IF WS-REPLACEMENT-RUN
017760         SET DT-RLG-REPLACEMENT-RUN TO TRUE
017761     END-IF.
017762     IF WS-CATCHUP-RUN
017763         SET DT-RLG-CATCHUP-RUN TO TRUE
017764     END-IF.
017765     IF WS-MISSING-SKIP
017766         SET DT-RLG-MISSING-SKIPPED TO TRUE
017767     END-IF.
017768     WRITE DT-RUN-LOG-RECORD.
017770     IF WS-RLG-STATUS NOT = '00'
017780         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
017790             WS-RLG-STATUS " ***"
017990         AT END
018000             CONTINUE
018010     END-READ.
018011*    ONLY A REPLACEMENT FOR AN EARLIER MONTH CAN FIND THE
018012*    POSITION ALREADY ROLLED PAST ITS BUSINESS DATE.
018013     IF WS-MTD-STATUS = '00'
018014             AND DT-MTD-MONTH IS GREATER THAN WS-RUN-DATE (1:6)
018015         SET WS-MTD-SKIP TO TRUE
018016     END-IF.
018020     IF WS-MTD-STATUS = '00'
018030             AND DT-MTD-MONTH = WS-RUN-DATE (1:6)
018040             AND DT-MTD-DAYS-REPORTED IS NUMERIC
018090         MOVE DT-MTD-REC-COUNT     TO WS-MTD-RECS
018100         MOVE DT-MTD-NUM1-TOTAL    TO WS-MTD-NUM1
018110         MOVE DT-MTD-NUM2-TOTAL    TO WS-MTD-NUM2
018115         MOVE DT-MTD-LAST-DATE     TO WS-MTD-LAST-DATE
018120     END-IF.
018130     CLOSE MTD-POSITION-FILE.
018140 1700-EXIT.
018250     IF WS-STP-REC-COUNT = 0
018260         GO TO 9845-EXIT
018270     END-IF.
018271     IF WS-MTD-SKIP
018272         DISPLAY "MTD POSITION ALREADY IN A LATER MONTH - "
018273             WS-RUN-DATE " NOT ROLLED IN"
018274         GO TO 9845-EXIT
018275     END-IF.
018280     ADD 1                  TO WS-MTD-DAYS.
018290     ADD WS-STP-REC-COUNT   TO WS-MTD-RECS.
018300     ADD WS-STP-NUM1-TOTAL  TO WS-MTD-NUM1.
018330     MOVE WS-FEED-BRANCH    TO DT-MTD-BRANCH-CODE.
018340     MOVE WS-RUN-DATE (1:6) TO DT-MTD-MONTH.
018350     MOVE WS-RUN-DATE       TO DT-MTD-LAST-DATE.
018351*    A REPLACEMENT FOR AN EARLIER DAY DOES NOT WIND THE LAST
018352*    REPORTED DATE BACK.
018353     IF WS-MTD-LAST-DATE IS GREATER THAN WS-RUN-DATE
018354         MOVE WS-MTD-LAST-DATE TO DT-MTD-LAST-DATE
018355     END-IF.
018360     MOVE WS-MTD-DAYS       TO DT-MTD-DAYS-REPORTED.
018370     MOVE WS-MTD-RECS       TO DT-MTD-REC-COUNT.
018380     MOVE WS-MTD-NUM1       TO DT-MTD-NUM1-TOTAL.
018540     CLOSE MTD-POSITION-FILE.
018550 9845-EXIT.
018560     EXIT.
018570*
018580******************************************************************
018590*   1680-CHECK-REPLACEMENT                                       *
018600*   LOOKS THE HEADER'S BRANCH AND BUSINESS DATE UP ON THE        *
018610*   BACKOUT CONTROL FILE (BKOUTCTL).  WHEN THE LAST ACTION ON    *
018620*   FILE IS A BACKOUT ('B') THIS FEED IS THAT NIGHT'S            *
018630*   REPLACEMENT.  NO FILE MEANS NO NIGHT HAS EVER BEEN BACKED    *
018640*   OUT - THE HEADER DATE CHECK STANDS AS BEFORE.                *
018650******************************************************************
018660 1680-CHECK-REPLACEMENT.
018670     MOVE SPACE TO WS-BKO-LAST-ACTION.
018680     OPEN INPUT BACKOUT-CONTROL-FILE.
018690     IF WS-BKO-STATUS NOT = '00'
018700         GO TO 1680-EXIT
018710     END-IF.
018720     PERFORM 1690-SCAN-ONE-BACKOUT THRU 1690-EXIT
018730         UNTIL WS-BKO-EOF.
018740     CLOSE BACKOUT-CONTROL-FILE.
018750     IF WS-BKO-LAST-ACTION = 'B'
018760         SET WS-REPLACEMENT-RUN TO TRUE
018770         DISPLAY "REPLACEMENT FEED - BRANCH " WS-HDR-BRANCH
018780             " BUSINESS DATE " WS-BUS-DATE
018790             " WAS BACKED OUT - POSTING UNDER THAT DATE"
018800     END-IF.
018810 1680-EXIT.
018820     EXIT.
018830*
018840 1690-SCAN-ONE-BACKOUT.
018850     READ BACKOUT-CONTROL-FILE
018860         AT END
018870             SET WS-BKO-EOF TO TRUE
018880     END-READ.
018890     IF NOT WS-BKO-EOF
018900         IF DT-BKO-BRANCH-CODE = WS-HDR-BRANCH
018910                 AND DT-BKO-BUS-DATE = WS-BUS-DATE
018920             MOVE DT-BKO-ACTION TO WS-BKO-LAST-ACTION
018930         END-IF
018940     END-IF.
018950 1690-EXIT.
018960     EXIT.
018970*
018971******************************************************************
018972*   1685-CHECK-FEED-REGISTER                                     *
018973*   SCANS THE FEED ARRIVAL REGISTER (FEEDREG, KEPT BY SAMPLE22)  *
018974*   FOR THE BRANCH IN WS-FRG-BRANCH - WHETHER IT WAS MARKED      *
018975*   MISSING TONIGHT, AND WHETHER THE HEADER'S BUSINESS DATE WAS  *
018976*   MARKED MISSING AND HAS SINCE BEEN CAUGHT UP.  NO REGISTER    *
018977*   (STATUS 35) MEANS NO BRANCH WAS EVER MARKED - THE HEADER     *
018978*   DATE CHECK STANDS AS BEFORE.  A REGISTER THAT CANNOT BE READ *
018979*   STOPS THE STEP - POSTING A BRANCH MARKED MISSING WOULD LEAVE *
018980*   ITS CATCH-UP FEED WITH NOWHERE TO GO.                        *
018981******************************************************************
018982 1685-CHECK-FEED-REGISTER.
018983     MOVE 'N' TO WS-FRG-EOF-SWITCH.
018984     MOVE 'N' TO WS-FRG-MISS-TONIGHT-SW.
018985     MOVE 'N' TO WS-FRG-BUS-MISSING-SW.
018986     MOVE 'N' TO WS-FRG-BUS-CAUGHT-SW.
018987     OPEN INPUT FEED-REGISTER-FILE.
018988     IF WS-FRG-STATUS = '35'
018989         GO TO 1685-EXIT
018990     END-IF.
018991     IF WS-FRG-STATUS NOT = '00'
018992         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR INPUT - "
018993             "STATUS " WS-FRG-STATUS " ***"
018994         MOVE 16 TO RETURN-CODE
018995         STOP RUN
018996     END-IF.
018997     PERFORM 1687-SCAN-ONE-REGISTER THRU 1687-EXIT
018998         UNTIL WS-FRG-EOF.
018999     CLOSE FEED-REGISTER-FILE.
019000 1685-EXIT.
019001     EXIT.
019002*
019003 1687-SCAN-ONE-REGISTER.
019004     READ FEED-REGISTER-FILE
019005         AT END
019006             SET WS-FRG-EOF TO TRUE
019007     END-READ.
019008     IF WS-FRG-EOF
019009         GO TO 1687-EXIT
019010     END-IF.
019011     IF DT-FRG-BRANCH-CODE NOT = WS-FRG-BRANCH
019012         GO TO 1687-EXIT
019013     END-IF.
019014     IF DT-FRG-MISSING
019015             AND DT-FRG-BUS-DATE = WS-POST-DATE
019016         SET WS-FRG-MISSING-TONIGHT TO TRUE
019017     END-IF.
019018     IF DT-FRG-BUS-DATE = WS-BUS-DATE
019019         IF DT-FRG-MISSING
019020             SET WS-FRG-BUS-MISSING TO TRUE
019021         END-IF
019022         IF DT-FRG-CAUGHT-UP
019023             SET WS-FRG-BUS-CAUGHT TO TRUE
019024         END-IF
019025     END-IF.
019026 1687-EXIT.
019027     EXIT.
019028*
019029******************************************************************
019030*   1695-END-WITHOUT-POSTING                                     *
019031*   ENDS THE STEP BEFORE ANYTHING POSTS.  A BRANCH MARKED        *
019032*   MISSING TONIGHT ENDS RC=4 WITH A RUN LOG RECORD OF TYPE 'M'  *
019033*   SO THE MORNING STATUS SCREEN SHOWS IT SKIPPED - ITS FEED     *
019034*   POSTS AS A CATCH-UP WHEN IT COMES.  A CATCH-UP WITH NOTHING  *
019035*   TO CATCH UP ENDS RC=0 AND LOGS NOTHING.                      *
019036******************************************************************
019037 1695-END-WITHOUT-POSTING.
019038     IF WS-MISSING-SKIP
019039         MOVE WS-FRG-BRANCH TO WS-FEED-BRANCH
019040         DISPLAY "BRANCH " WS-FEED-BRANCH " MARKED MISSING FOR "
019041             WS-POST-DATE " - SKIPPED, THE FEED POSTS AS A "
019042             "CATCH-UP"
019043         MOVE 4 TO RETURN-CODE
019044         PERFORM 9840-WRITE-RUN-LOG THRU 9840-EXIT
019045     END-IF.
019046     CLOSE AUDIT-MASTER-FILE.
019047     CLOSE GL-EXTRACT-FILE.
019048     CLOSE STEP-CONTROL-FILE.
019049     CLOSE SUSPENSE-FILE.
019050     CLOSE RUN-LOG-FILE.
019051     STOP RUN.
019052 1695-EXIT.
019053     EXIT.
019054*
019055******************************************************************
019056*   1800-RELOAD-FOR-REPLACEMENT                                  *
019057*   THE CALENDAR, PRIOR TOTALS AND MONTH-TO-DATE POSITION WERE   *
019058*   LOADED FOR TONIGHT BEFORE THE HEADER WAS READ.  A            *
019059*   REPLACEMENT POSTS UNDER THE BACKED-OUT BUSINESS DATE, SO     *
019060*   ALL THREE ARE LOADED AGAIN FOR THAT DATE - ITS DAY CLASS,    *
019061*   ITS BASELINE AND ITS MONTH.                                  *
019062******************************************************************
019063 1800-RELOAD-FOR-REPLACEMENT.
019070     MOVE 'N'    TO WS-CAL-EOF-SWITCH.
019080     MOVE 'N'    TO WS-CAL-FOUND-SWITCH.
019090     MOVE 'Y'    TO WS-CAL-PROC-BYTE.
019100     MOVE SPACE  TO WS-CAL-DOW-CLASS.
019110     MOVE 'N'    TO WS-CAL-MONTH-END.
019120     MOVE 'N'    TO WS-CAL-VAR-TREAT.
019130     PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
019140     MOVE 0      TO WS-PRI-TBL-COUNT.
019150     MOVE 'N'    TO WS-PRI-EOF-SWITCH.
019160     MOVE 'N'    TO WS-PRIOR-FOUND-SWITCH.
019170     MOVE 0      TO WS-PRI-NUM1.
019180     MOVE 0      TO WS-PRI-NUM2.
019190     MOVE SPACES TO WS-PRI-BRANCH.
019200     PERFORM 1500-LOAD-PRIOR-TOTALS THRU 1500-EXIT.
019210     MOVE 0      TO WS-MTD-DAYS.
019220     MOVE 0      TO WS-MTD-RECS.
019230     MOVE 0      TO WS-MTD-NUM1.
019240     MOVE 0      TO WS-MTD-NUM2.
019250     MOVE SPACES TO WS-MTD-LAST-DATE.
019260     MOVE 'N'    TO WS-MTD-SKIP-SWITCH.
019270     PERFORM 1700-LOAD-MTD-POSITION THRU 1700-EXIT.
019280 1800-EXIT.
019290     EXIT.
019300*
019310******************************************************************
019320*   9010-SET-RUN-DATE                                            *
019330*   THE DATE EVERYTHING THE STEP WRITES IS FILED UNDER -         *
019340*   TONIGHT, OR THE BACKED-OUT BUSINESS DATE ON A REPLACEMENT,   *
019345*   OR THE MISSED BUSINESS DATE ON A CATCH-UP.                   *
019350******************************************************************
019360 9010-SET-RUN-DATE.
019370     IF WS-REPLACEMENT-RUN OR WS-CATCHUP-RUN
019380         MOVE WS-BUS-DATE TO WS-RUN-DATE
019390     ELSE
019400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
019410     END-IF.
019420 9010-EXIT.
019430     EXIT.
019440*
019450******************************************************************
019460*   9831-CHECK-NEWER-PRIOR                                       *
019470*   ON A REPLACEMENT, FINDS WHETHER TONIGHT'S DAY CLASS ALREADY  *
019480*   HOLDS A BASELINE FROM A RUN LATER THAN THE BUSINESS DATE     *
019490*   BEING REPLACED - IF SO IT STAYS.                             *
019500******************************************************************
019510 9831-CHECK-NEWER-PRIOR.
019520     MOVE 'N' TO WS-PRI-NEWER-SWITCH.
019530     PERFORM 9832-SCAN-NEWER-PRIOR THRU 9832-EXIT
019540         VARYING WS-PRI-IDX FROM 1 BY 1
019550         UNTIL WS-PRI-IDX > WS-PRI-TBL-COUNT.
019560     IF WS-PRI-NEWER
019570         DISPLAY "PRIORTOT HOLDS A LATER BASELINE FOR DAY "
019580             "CLASS " WS-CAL-DOW-CLASS " - NOT REPLACED"
019590     END-IF.
019600 9831-EXIT.
019610     EXIT.
019620*
019630 9832-SCAN-NEWER-PRIOR.
019640     IF WS-PRI-E-CLASS (WS-PRI-IDX) = WS-CAL-DOW-CLASS
019650             AND WS-PRI-E-DATE (WS-PRI-IDX)
019660                 IS GREATER THAN WS-RUN-DATE
019670         SET WS-PRI-NEWER TO TRUE
019680     END-IF.
019690 9832-EXIT.
019700     EXIT.
019710*
019720******************************************************************
019730*   9860-CLOSE-BACKOUT                                           *
019740*   APPENDS THE 'R' RECORD TO THE BACKOUT CONTROL FILE ONCE THE  *
019750*   REPLACEMENT HAS POSTED, SO THE BACKED-OUT NIGHT IS CLOSED    *
019760*   AND THE SAME DATE CANNOT BE POSTED A SECOND TIME.            *
019770******************************************************************
019780 9860-CLOSE-BACKOUT.
019790     OPEN EXTEND BACKOUT-CONTROL-FILE.
019800     IF WS-BKO-STATUS NOT = '00'
019810         DISPLAY "*** UNABLE TO OPEN BKOUTCTL FOR OUTPUT - "
019820             "STATUS " WS-BKO-STATUS " ***"
019830         MOVE 16 TO RETURN-CODE
019840         STOP RUN
019850     END-IF.
019860     ACCEPT WS-TIME-WORK FROM TIME.
019870     MOVE SPACES TO DT-BACKOUT-CONTROL-RECORD.
019880     MOVE WS-FEED-BRANCH     TO DT-BKO-BRANCH-CODE.
019890     MOVE WS-BUS-DATE        TO DT-BKO-BUS-DATE.
019900     SET DT-BKO-REPLACED     TO TRUE.
019910     MOVE WS-POST-DATE       TO DT-BKO-ACTION-DATE.
019920     MOVE WS-TIME-WORK (1:6) TO DT-BKO-ACTION-TIME.
019930     MOVE WS-STP-REC-COUNT   TO DT-BKO-REC-COUNT.
019940     MOVE WS-STP-NUM1-TOTAL  TO DT-BKO-NUM1-TOTAL.
019950     MOVE WS-STP-NUM2-TOTAL  TO DT-BKO-NUM2-TOTAL.
019960     MOVE WS-STP-GL-COUNT    TO DT-BKO-GL-COUNT.
019970     WRITE DT-BACKOUT-CONTROL-RECORD.
019980     IF WS-BKO-STATUS NOT = '00'
019990         DISPLAY "*** ERROR WRITING BKOUTCTL - STATUS "
020000             WS-BKO-STATUS " ***"
020010         MOVE 16 TO RETURN-CODE
020020         STOP RUN
020030     END-IF.
020040     CLOSE BACKOUT-CONTROL-FILE.
020050     DISPLAY "BACKOUT OF " WS-BUS-DATE " CLOSED - REPLACEMENT "
020060         "POSTED " WS-STP-REC-COUNT " RECORDS".
020070 9860-EXIT.
020080     EXIT.
020090*
020100******************************************************************
020110*   9870-CLOSE-CATCHUP                                           *
020120*   APPENDS THE 'C' RECORD TO THE FEED ARRIVAL REGISTER ONCE     *
020130*   THE LATE FEED HAS POSTED - THE MISSED DATE IS CAUGHT UP, THE *
020140*   CONSOLIDATION (SAMPLE8) AMENDS THAT DATE'S FIGURES, AND THE  *
020150*   SAME FEED CANNOT BE CAUGHT UP A SECOND TIME.                 *
020160******************************************************************
020170 9870-CLOSE-CATCHUP.
020180     OPEN EXTEND FEED-REGISTER-FILE.
020190     IF WS-FRG-STATUS NOT = '00'
020200         DISPLAY "*** UNABLE TO OPEN FEEDREG FOR OUTPUT - "
020210             "STATUS " WS-FRG-STATUS " ***"
020220         MOVE 16 TO RETURN-CODE
020230         STOP RUN
020240     END-IF.
020250     ACCEPT WS-TIME-WORK FROM TIME.
020260     MOVE SPACES TO DT-FEED-REGISTER-RECORD.
020270     MOVE WS-FEED-BRANCH     TO DT-FRG-BRANCH-CODE.
020280     MOVE WS-BUS-DATE        TO DT-FRG-BUS-DATE.
020290     SET DT-FRG-CAUGHT-UP    TO TRUE.
020300     MOVE WS-POST-DATE       TO DT-FRG-EVENT-DATE.
020310     MOVE WS-TIME-WORK (1:6) TO DT-FRG-EVENT-TIME.
020320     MOVE 'Y'                TO DT-FRG-LATE-FLAG.
020330     SET DT-FRG-ROUTE-LATE   TO TRUE.
020340     MOVE WS-STP-REC-COUNT   TO DT-FRG-REC-COUNT.
020350     MOVE WS-STP-NUM1-TOTAL  TO DT-FRG-NUM1-TOTAL.
020360     MOVE WS-STP-NUM2-TOTAL  TO DT-FRG-NUM2-TOTAL.
020370     MOVE 'SAMPLE1B'         TO DT-FRG-PROGRAM-ID.
020380     WRITE DT-FEED-REGISTER-RECORD.
020390     IF WS-FRG-STATUS NOT = '00'
020400         DISPLAY "*** ERROR WRITING FEEDREG - STATUS "
020410             WS-FRG-STATUS " ***"
020420         MOVE 16 TO RETURN-CODE
020430         STOP RUN
020440     END-IF.
020450     CLOSE FEED-REGISTER-FILE.
020460     DISPLAY "BRANCH " WS-FEED-BRANCH " BUSINESS DATE "
020470         WS-BUS-DATE " CAUGHT UP - POSTED " WS-STP-REC-COUNT
020480         " RECORDS".
020490 9870-EXIT.
020500     EXIT.
020510*
020520******************************************************************
020530*   1900-LOAD-PERIOD-CONTROL                                     *
020540*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
020550*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
020560*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE STOPS THE STEP - A  *
020570*   CLOSED MONTH MUST NOT TAKE POSTINGS JUST BECAUSE ITS         *
020580*   CONTROL FILE COULD NOT BE READ.                              *
020590******************************************************************
020600 1900-LOAD-PERIOD-CONTROL.
020610     MOVE 0 TO WS-PRD-COUNT.
020620     OPEN INPUT PERIOD-CONTROL-FILE.
020630     IF WS-PRD-STATUS = '35'
020640         GO TO 1900-EXIT
020650     END-IF.
020660     IF WS-PRD-STATUS NOT = '00'
020670         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
020680             "STATUS " WS-PRD-STATUS " ***"
020690         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020710     END-IF.
020720     PERFORM 1910-LOAD-ONE-PERIOD THRU 1910-EXIT
020730         UNTIL WS-PRD-EOF.
020740     CLOSE PERIOD-CONTROL-FILE.
020750 1900-EXIT.
020760     EXIT.
020770*
020780 1910-LOAD-ONE-PERIOD.
020790     READ PERIOD-CONTROL-FILE
020800         AT END
020810             SET WS-PRD-EOF TO TRUE
020820     END-READ.
020830     IF NOT WS-PRD-EOF
020840         IF WS-PRD-COUNT IS LESS THAN 120
020850             ADD 1 TO WS-PRD-COUNT
020860             MOVE DT-PRD-MONTH
020870                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
020880             MOVE DT-PRD-STATUS
020890                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
020900         ELSE
020910             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
020920             MOVE 16 TO RETURN-CODE
020930             STOP RUN
020940         END-IF
020950     END-IF.
020960 1910-EXIT.
020970     EXIT.
020980*
020990******************************************************************
021000*   1920-CHECK-PERIOD                                            *
021010*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
021020*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
021030******************************************************************
021040 1920-CHECK-PERIOD.
021050     SET WS-PRD-MONTH-OPEN TO TRUE.
021060     PERFORM 1930-SCAN-ONE-PERIOD THRU 1930-EXIT
021070         VARYING WS-PRD-IDX FROM 1 BY 1
021080         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
021090 1920-EXIT.
021100     EXIT.
021110*
021120 1930-SCAN-ONE-PERIOD.
021130     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
021140         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
021150             TO WS-PRD-MONTH-STATUS
021160     END-IF.
021170 1930-EXIT.
021180     EXIT.
