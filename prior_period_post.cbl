000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE31.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE31 POSTS THE APPROVED PRIOR-PERIOD ADJUSTMENTS (SEE    *
000110*   DTPPADJ AND JCL/NIGHTBAT.JCL).  EACH ADJUSTMENT ON PPADJFIL  *
000120*   STILL AT STATUS 'A' WHOSE MONTH IS CLOSED ON THE PERIOD      *
000130*   CONTROL FILE (SEE DTPERIOD) IS WRITTEN TO THE GL EXTRACT AS  *
000140*   A DLYNUM1/DLYNUM2 PAIR UNDER THE BUSINESS DATE IT CORRECTS,  *
000150*   FLAGGED AS A PRIOR-PERIOD ENTRY AND STAMPED WITH TONIGHT AS  *
000160*   ITS POSTING DATE, AND IS MARKED POSTED ('P').  AN APPROVED   *
000170*   ADJUSTMENT WHOSE MONTH THE FILE DOES NOT SHOW CLOSED IS      *
000180*   HELD AT 'A' FOR FINANCE TO LOOK AT - THE MONTH'S OWN         *
000190*   POSTINGS ARE THE PLACE FOR IT WHILE IT IS OPEN - AND THE     *
000200*   STEP ENDS RC=4.                                              *
000210*                                                                *
000220*   EVERY ADJUSTMENT POSTED OR HELD PRINTS ON THE PRIOR-PERIOD   *
000230*   ADJUSTMENTS REPORT WITH ITS MAKER, CHECKER AND REASON.  THE  *
000240*   ADJUSTMENTS DO NOT TOUCH AUDITMST - THE CLOSED MONTH'S       *
000250*   AUDIT TRAIL STAYS AS IT WAS SIGNED OFF, AND THE GL BALANCING *
000260*   STEP (SAMPLE6) REPORTS THE PRIOR-PERIOD LINES APART FROM THE *
000270*   NIGHT'S STEP CONTROL TOTALS.                                 *
000280*                                                                *
000290*   THE STEP RUNS BEFORE GLBAL.  PPADJFIL IS REWRITTEN ONLY      *
000300*   AFTER EVERY GL LINE IS SAFELY WRITTEN - A STEP THAT FAILS    *
000310*   BETWEEN THE TWO MUST NOT SIMPLY BE RERUN, OR THE NIGHT'S     *
000320*   ADJUSTMENTS POST TWICE.  CHECK THE EXTRACT FIRST.            *
000330*                                                                *
000340******************************************************************
000350*
000360*    MODIFICATION HISTORY
000370*    DATE       INIT  DESCRIPTION
000380*    ---------  ----  --------------------------------------------
000390*    2026-10-15  RM   ORIGINAL PROGRAM.
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PRD-STATUS.
000500     SELECT PRIOR-PERIOD-ADJ-FILE ASSIGN TO PPADJFIL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PPA-STATUS.
000530     SELECT GL-EXTRACT-FILE     ASSIGN TO GLEXTRCT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-GL-STATUS.
000560     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRT-STATUS.
000590     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RLG-STATUS.
000620*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PERIOD-CONTROL-FILE
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 60 CHARACTERS.
000680 COPY DTPERIOD.
000690*
000700 FD  PRIOR-PERIOD-ADJ-FILE
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 120 CHARACTERS.
000730 COPY DTPPADJ.
000740*
000750 FD  GL-EXTRACT-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 48 CHARACTERS.
000780 COPY DTGLEXT.
000790*
000800 FD  PRINT-FILE
000810     LABEL RECORDS ARE STANDARD
000820     REPORT IS PRIOR-PERIOD-REPORT.
000830*
000840 FD  RUN-LOG-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870 COPY DTRUNLOG.
000880*
000890 WORKING-STORAGE SECTION.
000900*
000910 01  WS-SWITCHES.
000920     05  WS-PPA-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000930         88  WS-PPA-EOF                      VALUE 'Y'.
000940*
000950 01  WS-RUN-DATE                 PIC X(08).
000960*
000970 01  WS-PPA-STATUS               PIC X(02).
000980 01  WS-GL-STATUS                PIC X(02).
000990 01  WS-PRT-STATUS               PIC X(02).
001000 01  WS-RLG-STATUS               PIC X(02).
001010 01  WS-PRD-STATUS               PIC X(02).
001020*
001030 01  WS-START-TIME               PIC X(06).
001040 01  WS-TIME-WORK                PIC X(08).
001050*
001060*    THE STATUS OF EACH MONTH ON THE PERIOD CONTROL FILE (SEE
001070*    DTPERIOD).  A MONTH THAT IS NOT ON FILE IS OPEN.
001080 01  WS-PERIOD-FIELDS.
001090     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001100         88  WS-PRD-EOF                      VALUE 'Y'.
001110     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
001120     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
001130         10  WS-PRD-E-MONTH      PIC X(06).
001140         10  WS-PRD-E-STATUS     PIC X(01).
001150     05  WS-PRD-CHECK-DATE       PIC X(08).
001160     05  WS-PRD-MONTH-STATUS     PIC X(01).
001170         88  WS-PRD-MONTH-OPEN               VALUE 'O'.
001180         88  WS-PRD-MONTH-CLOSING            VALUE 'P'.
001190         88  WS-PRD-MONTH-CLOSED             VALUE 'C'.
001200*
001210 01  WS-PRD-IDX                  PIC 9(03)   COMP.
001220*
001230*    EVERY RECORD ON THE PRIOR-PERIOD ADJUSTMENT FILE, POSTED
001240*    ONES INCLUDED - THE WHOLE FILE IS WRITTEN BACK.
001250 01  WS-PPA-TABLE.
001260     05  WS-PPA-COUNT            PIC 9(04)   COMP  VALUE 0.
001270     05  WS-PPA-ENTRY            OCCURS 1000 TIMES.
001280         10  WS-PPA-DATA         PIC X(120).
001290*
001300 01  WS-PPA-IDX                  PIC 9(04)   COMP.
001310 01  WS-PPA-WAITING              PIC 9(04)   COMP  VALUE 0.
001320*
001330 01  WS-POSTING-TOTALS.
001340     05  WS-PPA-POSTED           PIC 9(06)   VALUE 0.
001350     05  WS-PPA-HELD             PIC 9(06)   VALUE 0.
001360     05  WS-PPA-NUM1-NET         PIC S9(11)  VALUE 0.
001370     05  WS-PPA-NUM2-NET         PIC S9(11)  VALUE 0.
001380     05  WS-GL-LINES             PIC 9(06)   VALUE 0.
001390*
001400 01  WS-DETAIL-FIELDS.
001410     05  WS-DET-BRANCH           PIC X(04).
001420     05  WS-DET-BUS-DATE         PIC X(08).
001430     05  WS-DET-NUM1             PIC S9(07).
001440     05  WS-DET-NUM2             PIC S9(07).
001450     05  WS-DET-MAKER            PIC X(08).
001460     05  WS-DET-CHECKER          PIC X(08).
001470     05  WS-DET-ACTION           PIC X(06).
001480     05  WS-DET-REASON           PIC X(40).
001490*
001500 REPORT SECTION.
001510 RD  PRIOR-PERIOD-REPORT
001520     CONTROLS ARE FINAL
001530     PAGE LIMIT 60 LINES
001540     HEADING 1
001550     FIRST DETAIL 7
001560     LAST DETAIL 50
001570     FOOTING 58.
001580*
001590 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
001600     05  LINE 1.
001610         10  COLUMN  1   PIC X(32)
001620                 VALUE "FIRST STATE BANK - DATA PROCESS".
001630         10  COLUMN 45   PIC X(24)
001640                 VALUE "PRIOR-PERIOD ADJUSTMENTS".
001650     05  LINE 2.
001660         10  COLUMN  1   PIC X(10)  VALUE "RUN DATE:".
001670         10  COLUMN 12   PIC X(08)  SOURCE IS WS-RUN-DATE.
001680     05  LINE 3.
001690         10  COLUMN  1   PIC X(106) VALUE ALL "-".
001700     05  LINE 4.
001710         10  COLUMN  1   PIC X(04)  VALUE "BRCH".
001720         10  COLUMN  7   PIC X(08)  VALUE "BUS DATE".
001730         10  COLUMN 17   PIC X(10)  VALUE "  NUM1 ADJ".
001740         10  COLUMN 29   PIC X(10)  VALUE "  NUM2 ADJ".
001750         10  COLUMN 41   PIC X(08)  VALUE "MAKER".
001760         10  COLUMN 50   PIC X(08)  VALUE "CHECKER".
001770         10  COLUMN 59   PIC X(06)  VALUE "ACTION".
001780         10  COLUMN 67   PIC X(06)  VALUE "REASON".
001790*
001800 01  RL-ADJ-LINE         TYPE DETAIL LINE PLUS 1.
001810     05  COLUMN  1       PIC X(04)  SOURCE IS WS-DET-BRANCH.
001820     05  COLUMN  7       PIC X(08)  SOURCE IS WS-DET-BUS-DATE.
001830     05  COLUMN 17       PIC -,---,--9 SOURCE IS WS-DET-NUM1.
001840     05  COLUMN 29       PIC -,---,--9 SOURCE IS WS-DET-NUM2.
001850     05  COLUMN 41       PIC X(08)  SOURCE IS WS-DET-MAKER.
001860     05  COLUMN 50       PIC X(08)  SOURCE IS WS-DET-CHECKER.
001870     05  COLUMN 59       PIC X(06)  SOURCE IS WS-DET-ACTION.
001880     05  COLUMN 67       PIC X(40)  SOURCE IS WS-DET-REASON.
001890*
001900 01  RL-GRAND-TOTAL      TYPE CONTROL FOOTING FINAL.
001910     05  LINE PLUS 2.
001920         10  COLUMN  1   PIC X(06)  VALUE "POSTED".
001930         10  COLUMN  8   PIC 9(06)  SOURCE IS WS-PPA-POSTED.
001940         10  COLUMN 16   PIC X(08)  VALUE "NUM1 NET".
001950         10  COLUMN 25   PIC -(10)9 SOURCE IS WS-PPA-NUM1-NET.
001960         10  COLUMN 38   PIC X(08)  VALUE "NUM2 NET".
001970         10  COLUMN 47   PIC -(10)9 SOURCE IS WS-PPA-NUM2-NET.
001980         10  COLUMN 60   PIC X(04)  VALUE "HELD".
001990         10  COLUMN 65   PIC 9(06)  SOURCE IS WS-PPA-HELD.
002000     05  LINE PLUS 1.
002010         10  COLUMN  1   PIC X(40)
002020                 VALUE "AMOUNTS ARE SIGNED CHANGES TO THE MONTH".
002030     05  LINE PLUS 1.
002040         10  COLUMN  1   PIC X(40)
002050                 VALUE "HELD - MONTH NOT CLOSED ON PRDCTL".
002060*
002070 PROCEDURE DIVISION.
002080*
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 1800-LOAD-PERIOD-CONTROL THRU 1800-EXIT.
002120     PERFORM 2000-LOAD-ADJUSTMENTS THRU 2000-EXIT.
002130     PERFORM 3000-POST-ADJUSTMENTS THRU 3000-EXIT.
002140     IF WS-PPA-POSTED IS GREATER THAN 0
002150         PERFORM 5000-REWRITE-ADJUSTMENTS THRU 5000-EXIT
002160     END-IF.
002170     PERFORM 9900-TERMINATE THRU 9900-EXIT.
002180     STOP RUN.
002190*
002200******************************************************************
002210*   1000-INITIALIZE                                              *
002220******************************************************************
002230 1000-INITIALIZE.
002240     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002250     ACCEPT WS-TIME-WORK FROM TIME.
002260     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
002270     OPEN OUTPUT PRINT-FILE.
002280     IF WS-PRT-STATUS NOT = '00'
002290         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
002300             "STATUS " WS-PRT-STATUS " ***"
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     OPEN EXTEND RUN-LOG-FILE.
002350     IF WS-RLG-STATUS NOT = '00'
002360         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
002370             "STATUS " WS-RLG-STATUS " ***"
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430*
002440******************************************************************
002450*   1800-LOAD-PERIOD-CONTROL                                     *
002460*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
002470*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
002480*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE STOPS THE STEP - AN *
002490*   ADJUSTMENT POSTS ONLY INTO A MONTH THE FILE SHOWS CLOSED.    *
002500******************************************************************
002510 1800-LOAD-PERIOD-CONTROL.
002520     MOVE 0 TO WS-PRD-COUNT.
002530     MOVE 'N' TO WS-PRD-EOF-SWITCH.
002540     OPEN INPUT PERIOD-CONTROL-FILE.
002550     IF WS-PRD-STATUS = '35'
002560         GO TO 1800-EXIT
002570     END-IF.
002580     IF WS-PRD-STATUS NOT = '00'
002590         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
002600             "STATUS " WS-PRD-STATUS " ***"
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     PERFORM 1810-LOAD-ONE-PERIOD THRU 1810-EXIT
002650         UNTIL WS-PRD-EOF.
002660     CLOSE PERIOD-CONTROL-FILE.
002670 1800-EXIT.
002680     EXIT.
002690*
002700 1810-LOAD-ONE-PERIOD.
002710     READ PERIOD-CONTROL-FILE
002720         AT END
002730             SET WS-PRD-EOF TO TRUE
002740     END-READ.
002750     IF NOT WS-PRD-EOF
002760         IF WS-PRD-COUNT IS LESS THAN 120
002770             ADD 1 TO WS-PRD-COUNT
002780             MOVE DT-PRD-MONTH
002790                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
002800             MOVE DT-PRD-STATUS
002810                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
002820         ELSE
002830             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
002840             MOVE 16 TO RETURN-CODE
002850             STOP RUN
002860         END-IF
002870     END-IF.
002880 1810-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920*   1820-CHECK-PERIOD                                            *
002930*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
002940*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
002950******************************************************************
002960 1820-CHECK-PERIOD.
002970     SET WS-PRD-MONTH-OPEN TO TRUE.
002980     PERFORM 1830-SCAN-ONE-PERIOD THRU 1830-EXIT
002990         VARYING WS-PRD-IDX FROM 1 BY 1
003000         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
003010 1820-EXIT.
003020     EXIT.
003030*
003040 1830-SCAN-ONE-PERIOD.
003050     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
003060         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
003070             TO WS-PRD-MONTH-STATUS
003080     END-IF.
003090 1830-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130*   2000-LOAD-ADJUSTMENTS                                        *
003140*   LOADS THE WHOLE PRIOR-PERIOD ADJUSTMENT FILE AND COUNTS THE  *
003150*   ADJUSTMENTS STILL WAITING TO POST.  A FILE THAT DOES NOT     *
003160*   EXIST YET MEANS NO ADJUSTMENT HAS EVER BEEN APPROVED.        *
003170******************************************************************
003180 2000-LOAD-ADJUSTMENTS.
003190     MOVE 0 TO WS-PPA-COUNT.
003200     MOVE 0 TO WS-PPA-WAITING.
003210     OPEN INPUT PRIOR-PERIOD-ADJ-FILE.
003220     IF WS-PPA-STATUS = '35'
003230         GO TO 2000-EXIT
003240     END-IF.
003250     IF WS-PPA-STATUS NOT = '00'
003260         DISPLAY "*** UNABLE TO OPEN PPADJFIL FOR INPUT - "
003270             "STATUS " WS-PPA-STATUS " ***"
003280         MOVE 16 TO RETURN-CODE
003290         STOP RUN
003300     END-IF.
003310     PERFORM 2100-LOAD-ONE-ADJUSTMENT THRU 2100-EXIT
003320         UNTIL WS-PPA-EOF.
003330     CLOSE PRIOR-PERIOD-ADJ-FILE.
003340 2000-EXIT.
003350     EXIT.
003360*
003370 2100-LOAD-ONE-ADJUSTMENT.
003380     READ PRIOR-PERIOD-ADJ-FILE
003390         AT END
003400             SET WS-PPA-EOF TO TRUE
003410     END-READ.
003420     IF WS-PPA-EOF
003430         GO TO 2100-EXIT
003440     END-IF.
003450     IF WS-PPA-COUNT IS NOT LESS THAN 1000
003460         DISPLAY "*** ADJUSTMENT TABLE FULL - LIMIT 1000 ***"
003470         MOVE 16 TO RETURN-CODE
003480         STOP RUN
003490     END-IF.
003500     ADD 1 TO WS-PPA-COUNT.
003510     MOVE DT-PPADJ-RECORD TO WS-PPA-DATA (WS-PPA-COUNT).
003520     IF DT-PPA-APPROVED
003530         ADD 1 TO WS-PPA-WAITING
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570*
003580******************************************************************
003590*   3000-POST-ADJUSTMENTS                                        *
003600*   POSTS OR HOLDS EACH ADJUSTMENT WAITING AT 'A', IN FILE       *
003610*   ORDER, AND PRINTS IT.  THE GL EXTRACT IS OPENED ONLY WHEN    *
003620*   SOMETHING IS WAITING.                                        *
003630******************************************************************
003640 3000-POST-ADJUSTMENTS.
003650     INITIATE PRIOR-PERIOD-REPORT.
003660     IF WS-PPA-WAITING = 0
003670         GO TO 3000-REPORT-DONE
003680     END-IF.
003690     OPEN EXTEND GL-EXTRACT-FILE.
003700     IF WS-GL-STATUS NOT = '00'
003710         DISPLAY "*** UNABLE TO OPEN GLEXTRCT FOR OUTPUT - "
003720             "STATUS " WS-GL-STATUS " ***"
003730         MOVE 16 TO RETURN-CODE
003740         STOP RUN
003750     END-IF.
003760     PERFORM 3100-POST-ONE-ADJUSTMENT THRU 3100-EXIT
003770         VARYING WS-PPA-IDX FROM 1 BY 1
003780         UNTIL WS-PPA-IDX > WS-PPA-COUNT.
003790     CLOSE GL-EXTRACT-FILE.
003800 3000-REPORT-DONE.
003810     TERMINATE PRIOR-PERIOD-REPORT.
003820 3000-EXIT.
003830     EXIT.
003840*
003850 3100-POST-ONE-ADJUSTMENT.
003860     MOVE WS-PPA-DATA (WS-PPA-IDX) TO DT-PPADJ-RECORD.
003870     IF NOT DT-PPA-APPROVED
003880         GO TO 3100-EXIT
003890     END-IF.
003900     MOVE DT-PPA-BRANCH-CODE TO WS-DET-BRANCH.
003910     MOVE DT-PPA-BUS-DATE    TO WS-DET-BUS-DATE.
003920     MOVE DT-PPA-NUM1-ADJ    TO WS-DET-NUM1.
003930     MOVE DT-PPA-NUM2-ADJ    TO WS-DET-NUM2.
003940     MOVE DT-PPA-MAKER-ID    TO WS-DET-MAKER.
003950     MOVE DT-PPA-CHECKER-ID  TO WS-DET-CHECKER.
003960     MOVE DT-PPA-REASON      TO WS-DET-REASON.
003970     MOVE DT-PPA-BUS-DATE TO WS-PRD-CHECK-DATE.
003980     PERFORM 1820-CHECK-PERIOD THRU 1820-EXIT.
003990     IF NOT WS-PRD-MONTH-CLOSED
004000         MOVE 'HELD'   TO WS-DET-ACTION
004010         ADD 1 TO WS-PPA-HELD
004020         GENERATE RL-ADJ-LINE
004030         GO TO 3100-EXIT
004040     END-IF.
004050     PERFORM 3200-WRITE-GL-PAIR THRU 3200-EXIT.
004060     MOVE 'P'          TO DT-PPA-STATUS.
004070     MOVE WS-RUN-DATE  TO DT-PPA-POST-DATE.
004080     MOVE DT-PPADJ-RECORD TO WS-PPA-DATA (WS-PPA-IDX).
004090     ADD 1 TO WS-PPA-POSTED.
004100     ADD DT-PPA-NUM1-ADJ TO WS-PPA-NUM1-NET.
004110     ADD DT-PPA-NUM2-ADJ TO WS-PPA-NUM2-NET.
004120     MOVE 'POSTED' TO WS-DET-ACTION.
004130     GENERATE RL-ADJ-LINE.
004140 3100-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180*   3200-WRITE-GL-PAIR                                           *
004190*   WRITES THE ADJUSTMENT'S DLYNUM1/DLYNUM2 PAIR UNDER THE       *
004200*   BUSINESS DATE IT CORRECTS, FLAGGED AS A PRIOR-PERIOD ENTRY   *
004210*   AND STAMPED WITH TONIGHT'S DATE SO THE GL BALANCING STEP     *
004220*   (SAMPLE6) AND THE ACKNOWLEDGMENT MATCH-OFF (SAMPLE13) PICK   *
004230*   IT UP WITH THE NIGHT IT WAS SENT.  A ZERO SIDE STILL WRITES  *
004240*   ITS LINE SO EVERY ADJUSTMENT IS A PAIR, LIKE EVERY NIGHT.    *
004250******************************************************************
004260 3200-WRITE-GL-PAIR.
004270     MOVE SPACES TO DT-GL-EXTRACT-RECORD.
004280     MOVE DT-PPA-BUS-DATE    TO DT-GL-RUN-DATE.
004290     MOVE DT-PPA-BRANCH-CODE TO DT-GL-BRANCH-CODE.
004300     SET DT-GL-PRIOR-PERIOD-ENTRY TO TRUE.
004310     MOVE WS-RUN-DATE        TO DT-GL-POST-DATE.
004320     MOVE 'DLYNUM1   '       TO DT-GL-CONTROL-ACCT.
004330     MOVE DT-PPA-NUM1-ADJ    TO DT-GL-AMOUNT.
004340     WRITE DT-GL-EXTRACT-RECORD.
004350     IF WS-GL-STATUS NOT = '00'
004360         DISPLAY "*** ERROR WRITING GLEXTRCT - STATUS "
004370             WS-GL-STATUS " ***"
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410     MOVE 'DLYNUM2   '       TO DT-GL-CONTROL-ACCT.
004420     MOVE DT-PPA-NUM2-ADJ    TO DT-GL-AMOUNT.
004430     WRITE DT-GL-EXTRACT-RECORD.
004440     IF WS-GL-STATUS NOT = '00'
004450         DISPLAY "*** ERROR WRITING GLEXTRCT - STATUS "
004460             WS-GL-STATUS " ***"
004470         MOVE 16 TO RETURN-CODE
004480         STOP RUN
004490     END-IF.
004500     ADD 2 TO WS-GL-LINES.
004510 3200-EXIT.
004520     EXIT.
004530*
004540******************************************************************
004550*   5000-REWRITE-ADJUSTMENTS                                     *
004560*   WRITES THE WHOLE ADJUSTMENT FILE BACK WITH TONIGHT'S         *
004570*   POSTINGS MARKED 'P'.  POSTED RECORDS STAY ON FILE AS THE     *
004580*   TRAIL OF WHO KEYED AND APPROVED EACH ONE.                    *
004590******************************************************************
004600 5000-REWRITE-ADJUSTMENTS.
004610     OPEN OUTPUT PRIOR-PERIOD-ADJ-FILE.
004620     IF WS-PPA-STATUS NOT = '00'
004630         DISPLAY "*** UNABLE TO OPEN PPADJFIL FOR OUTPUT - "
004640             "STATUS " WS-PPA-STATUS " ***"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680     PERFORM 5100-WRITE-ONE-ADJUSTMENT THRU 5100-EXIT
004690         VARYING WS-PPA-IDX FROM 1 BY 1
004700         UNTIL WS-PPA-IDX > WS-PPA-COUNT.
004710     CLOSE PRIOR-PERIOD-ADJ-FILE.
004720 5000-EXIT.
004730     EXIT.
004740*
004750 5100-WRITE-ONE-ADJUSTMENT.
004760     MOVE WS-PPA-DATA (WS-PPA-IDX) TO DT-PPADJ-RECORD.
004770     WRITE DT-PPADJ-RECORD.
004780     IF WS-PPA-STATUS NOT = '00'
004790         DISPLAY "*** ERROR WRITING PPADJFIL - STATUS "
004800             WS-PPA-STATUS " ***"
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840 5100-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880*   9900-TERMINATE                                               *
004890*   SETS THE STEP RETURN CODE - 4 WHEN AN APPROVED ADJUSTMENT IS *
004900*   BEING HELD - AND APPENDS THE RUN-STATUS RECORD FOR THE       *
004910*   STATUS SCREEN.                                               *
004920******************************************************************
004930 9900-TERMINATE.
004940     CLOSE PRINT-FILE.
004950     DISPLAY "SAMPLE31 POSTED " WS-PPA-POSTED
004960         " HELD " WS-PPA-HELD
004970         " GL LINES " WS-GL-LINES.
004980     IF WS-PPA-HELD IS GREATER THAN 0
004990             AND RETURN-CODE = 0
005000         MOVE 4 TO RETURN-CODE
005010     END-IF.
005020     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
005030     CLOSE RUN-LOG-FILE.
005040 9900-EXIT.
005050     EXIT.
005060*
005070******************************************************************
005080*   9950-WRITE-RUN-LOG                                           *
005090*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
005100*   SCREEN (SAMPLE11) - THE POSTED FIELD CARRIES THE ADJUSTMENTS *
005110*   POSTED, THE SUSPENDED FIELD THOSE HELD.  THE AMOUNTS ARE     *
005120*   SIGNED, SO THE UNSIGNED TOTALS ARE LEFT ZERO - THE REPORT    *
005130*   CARRIES THE NET.                                             *
005140******************************************************************
005150 9950-WRITE-RUN-LOG.
005160     MOVE SPACES TO DT-RUN-LOG-RECORD.
005170     ACCEPT WS-TIME-WORK FROM TIME.
005180     MOVE 'SAMPLE31'        TO DT-RLG-PROGRAM-ID.
005190     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
005200     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
005210     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
005220     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
005230     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
005240     MOVE WS-PPA-POSTED     TO DT-RLG-REC-POSTED.
005250     MOVE WS-PPA-HELD       TO DT-RLG-REC-SUSPENDED.
005260     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
005270     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
005280     WRITE DT-RUN-LOG-RECORD.
005290     IF WS-RLG-STATUS NOT = '00'
005300         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
005310             WS-RLG-STATUS " ***"
005320         MOVE 16 TO RETURN-CODE
005330         STOP RUN
005340     END-IF.
005350 9950-EXIT.
005360     EXIT.
