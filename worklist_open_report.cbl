000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE29.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE29 IS THE END-OF-DAY OPEN EXCEPTIONS REPORT (SEE       *
000110*   JCL/WORKEOD.JCL).  IT PRINTS ONE LINE FOR EVERY ITEM STILL   *
000120*   OPEN OR TAKEN ON THE EXCEPTION WORKLIST (SEE DTWRKLST) -     *
000130*   ITS SOURCE, BRANCH, THE DATE OF THE EXCEPTION, ITS AGE IN    *
000140*   DAYS, HOW LONG IT HAS BEEN ON THE WORKLIST, WHO OWNS IT,     *
000150*   AND WHETHER THE SOURCE STILL REPORTS IT.  THE FOOTING GIVES  *
000160*   THE COUNTS UNTAKEN, TAKEN AND CLOSED TODAY.  THE STEP ENDS   *
000170*   RC=4 WHEN ANYTHING IS STILL OUTSTANDING.  THE WORKLIST IS    *
000180*   READ ONLY.                                                   *
000190*                                                                *
000200******************************************************************
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT  DESCRIPTION
000240*    ---------  ----  --------------------------------------------
000250*    2026-10-15  RM   ORIGINAL PROGRAM.
000260*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT WORKLIST-FILE       ASSIGN TO WORKLIST
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-WRK-STATUS.
000360     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PRT-STATUS.
000390     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RLG-STATUS.
000420*
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  WORKLIST-FILE
000460     LABEL RECORDS ARE STANDARD
000470     RECORD CONTAINS 300 CHARACTERS.
000480 COPY DTWRKLST.
000490*
000500 FD  PRINT-FILE
000510     LABEL RECORDS ARE STANDARD
000520     REPORT IS OPEN-EXCEPTIONS-REPORT.
000530*
000540 FD  RUN-LOG-FILE
000550     LABEL RECORDS ARE STANDARD
000560     RECORD CONTAINS 80 CHARACTERS.
000570 COPY DTRUNLOG.
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610 01  WS-SWITCHES.
000620     05  WS-WRK-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000630         88  WS-WRK-EOF                      VALUE 'Y'.
000640*
000650 01  WS-RUN-DATE                 PIC X(08).
000660*
000670 01  WS-WRK-STATUS               PIC X(02).
000680 01  WS-PRT-STATUS               PIC X(02).
000690 01  WS-RLG-STATUS               PIC X(02).
000700*
000710 01  WS-START-TIME               PIC X(06).
000720 01  WS-TIME-WORK                PIC X(08).
000730*
000740 01  WS-DATE-SERIAL-FIELDS.
000750*        YYYYMMDD TO A SERIAL DAY NUMBER SO TWO DATES SUBTRACT
000760*        TO DAYS OUTSTANDING.  THE USUAL INTEGER JULIAN FORM -
000770*        ONLY DIFFERENCES ARE USED, SO NO ERA OFFSET IS NEEDED.
000780     05  WS-DTS-DATE             PIC X(08).
000790     05  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
000800         10  WS-DTS-YYYY         PIC 9(04).
000810         10  WS-DTS-MM           PIC 9(02).
000820         10  WS-DTS-DD           PIC 9(02).
000830     05  WS-DTS-WORK-Y           PIC 9(05)   VALUE 0.
000840     05  WS-DTS-WORK-M           PIC 9(02)   VALUE 0.
000850     05  WS-DTS-SERIAL           PIC 9(07)   VALUE 0.
000860*
000870 01  WS-AGING-FIELDS.
000880     05  WS-RUN-SERIAL           PIC 9(07)   VALUE 0.
000890     05  WS-AGE-DAYS             PIC 9(04)   VALUE 0.
000900*
000910 01  WS-REPORT-COUNTS.
000920     05  WS-RPT-OUTSTANDING      PIC 9(06)   VALUE 0.
000930     05  WS-RPT-UNTAKEN          PIC 9(06)   VALUE 0.
000940     05  WS-RPT-TAKEN            PIC 9(06)   VALUE 0.
000950     05  WS-RPT-CLOSED-TODAY     PIC 9(06)   VALUE 0.
000960*
000970 01  WS-DETAIL-FIELDS.
000980     05  WS-DET-ITEM-NO          PIC X(06).
000990     05  WS-DET-SOURCE           PIC X(03).
001000     05  WS-DET-BRANCH           PIC X(04).
001010     05  WS-DET-ITEM-DATE        PIC X(08).
001020     05  WS-DET-AGE              PIC 9(04).
001030     05  WS-DET-ON-LIST          PIC 9(04).
001040     05  WS-DET-STATUS           PIC X(05).
001050     05  WS-DET-OWNER            PIC X(08).
001060     05  WS-DET-DESCRIPTION      PIC X(40).
001070     05  WS-DET-FLAG             PIC X(07).
001080*
001090 REPORT SECTION.
001100 RD  OPEN-EXCEPTIONS-REPORT
001110     CONTROLS ARE FINAL
001120     PAGE LIMIT 60 LINES
001130     HEADING 1
001140     FIRST DETAIL 7
001150     LAST DETAIL 50
001160     FOOTING 58.
001170*
001180 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
001190     05  LINE 1.
001200         10  COLUMN  1   PIC X(32)
001210                 VALUE "FIRST STATE BANK - DATA PROCESS".
001220         10  COLUMN 45   PIC X(30)
001230                 VALUE "OPEN EXCEPTIONS - END OF DAY".
001240     05  LINE 2.
001250         10  COLUMN  1   PIC X(10)  VALUE "RUN DATE:".
001260         10  COLUMN 12   PIC X(08)  SOURCE IS WS-RUN-DATE.
001270     05  LINE 3.
001280         10  COLUMN  1   PIC X(98)  VALUE ALL "-".
001290     05  LINE 4.
001300         10  COLUMN  1   PIC X(04)  VALUE "ITEM".
001310         10  COLUMN  8   PIC X(03)  VALUE "SRC".
001320         10  COLUMN 12   PIC X(04)  VALUE "BRCH".
001330         10  COLUMN 17   PIC X(08)  VALUE "DATED".
001340         10  COLUMN 26   PIC X(04)  VALUE " AGE".
001350         10  COLUMN 31   PIC X(04)  VALUE "LIST".
001360         10  COLUMN 36   PIC X(05)  VALUE "STAT".
001370         10  COLUMN 42   PIC X(08)  VALUE "OWNER".
001380         10  COLUMN 51   PIC X(09)  VALUE "EXCEPTION".
001390*
001400 01  RL-ITEM-LINE        TYPE DETAIL LINE PLUS 1.
001410     05  COLUMN  1       PIC X(06)  SOURCE IS WS-DET-ITEM-NO.
001420     05  COLUMN  8       PIC X(03)  SOURCE IS WS-DET-SOURCE.
001430     05  COLUMN 12       PIC X(04)  SOURCE IS WS-DET-BRANCH.
001440     05  COLUMN 17       PIC X(08)  SOURCE IS WS-DET-ITEM-DATE.
001450     05  COLUMN 26       PIC ZZZ9   SOURCE IS WS-DET-AGE.
001460     05  COLUMN 31       PIC ZZZ9   SOURCE IS WS-DET-ON-LIST.
001470     05  COLUMN 36       PIC X(05)  SOURCE IS WS-DET-STATUS.
001480     05  COLUMN 42       PIC X(08)  SOURCE IS WS-DET-OWNER.
001490     05  COLUMN 51       PIC X(40)  SOURCE IS WS-DET-DESCRIPTION.
001500     05  COLUMN 92       PIC X(07)  SOURCE IS WS-DET-FLAG.
001510*
001520 01  RL-GRAND-TOTAL      TYPE CONTROL FOOTING FINAL.
001530     05  LINE PLUS 2.
001540         10  COLUMN  1   PIC X(12)  VALUE "OUTSTANDING".
001550         10  COLUMN 14   PIC 9(06)  SOURCE IS WS-RPT-OUTSTANDING.
001560         10  COLUMN 22   PIC X(08)  VALUE "UNTAKEN".
001570         10  COLUMN 31   PIC 9(06)  SOURCE IS WS-RPT-UNTAKEN.
001580         10  COLUMN 39   PIC X(06)  VALUE "TAKEN".
001590         10  COLUMN 46   PIC 9(06)  SOURCE IS WS-RPT-TAKEN.
001600         10  COLUMN 54   PIC X(13)  VALUE "CLOSED TODAY".
001610         10  COLUMN 68   PIC 9(06)  SOURCE IS WS-RPT-CLOSED-TODAY.
001620     05  LINE PLUS 1.
001630         10  COLUMN  1   PIC X(32)
001640                 VALUE "AGE  - DAYS SINCE THE EXCEPTION".
001650         10  COLUMN 35   PIC X(30)
001660                 VALUE "LIST - DAYS ON THE WORKLIST".
001670     05  LINE PLUS 1.
001680         10  COLUMN  1   PIC X(40)
001690                 VALUE "CLEARED - SOURCE NO LONGER REPORTS IT".
001700*
001710 PROCEDURE DIVISION.
001720*
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
001760     PERFORM 9900-TERMINATE THRU 9900-EXIT.
001770     STOP RUN.
001780*
001790******************************************************************
001800*   1000-INITIALIZE                                              *
001810******************************************************************
001820 1000-INITIALIZE.
001830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001840     ACCEPT WS-TIME-WORK FROM TIME.
001850     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
001860     MOVE WS-RUN-DATE TO WS-DTS-DATE.
001870     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
001880     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
001890     OPEN OUTPUT PRINT-FILE.
001900     IF WS-PRT-STATUS NOT = '00'
001910         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
001920             "STATUS " WS-PRT-STATUS " ***"
001930         MOVE 16 TO RETURN-CODE
001940         STOP RUN
001950     END-IF.
001960     OPEN EXTEND RUN-LOG-FILE.
001970     IF WS-RLG-STATUS NOT = '00'
001980         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
001990             "STATUS " WS-RLG-STATUS " ***"
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030 1000-EXIT.
002040     EXIT.
002050*
002060******************************************************************
002070*   7000-DATE-TO-SERIAL                                          *
002080*   CONVERTS WS-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER IN    *
002090*   WS-DTS-SERIAL.  THE STANDARD INTEGER JULIAN FORM - ONLY      *
002100*   DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.               *
002110******************************************************************
002120 7000-DATE-TO-SERIAL.
002130     IF WS-DTS-MM IS GREATER THAN 2
002140         MOVE WS-DTS-YYYY TO WS-DTS-WORK-Y
002150         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 1
002160     ELSE
002170         COMPUTE WS-DTS-WORK-Y = WS-DTS-YYYY - 1
002180         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 13
002190     END-IF.
002200     COMPUTE WS-DTS-SERIAL
002210         = (1461 * WS-DTS-WORK-Y) / 4
002220         + (306001 * WS-DTS-WORK-M) / 10000
002230         + WS-DTS-DD.
002240 7000-EXIT.
002250     EXIT.
002260*
002270******************************************************************
002280*   7100-DAYS-SINCE                                              *
002290*   DAYS FROM WS-DTS-DATE TO THE RUN DATE INTO WS-AGE-DAYS.  A   *
002300*   DATE THAT IS NOT NUMERIC CANNOT BE AGED - TREAT IT AS        *
002310*   MAXIMALLY STALE SO IT STANDS OUT RATHER THAN HIDES.          *
002320******************************************************************
002330 7100-DAYS-SINCE.
002340     IF WS-DTS-DATE IS NOT NUMERIC
002350         MOVE 9999 TO WS-AGE-DAYS
002360         GO TO 7100-EXIT
002370     END-IF.
002380     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
002390     IF WS-RUN-SERIAL IS GREATER THAN WS-DTS-SERIAL
002400         COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DTS-SERIAL
002410     ELSE
002420         MOVE 0 TO WS-AGE-DAYS
002430     END-IF.
002440 7100-EXIT.
002450     EXIT.
002460*
002470******************************************************************
002480*   8000-PRODUCE-REPORT                                          *
002490*   READS THE WORKLIST IN ITEM ORDER AND GENERATES ONE LINE PER  *
002500*   OUTSTANDING ITEM.  A WORKLIST THAT DOES NOT EXIST YET MEANS  *
002510*   THE MORNING BUILD HAS NEVER RUN - THE REPORT PRINTS EMPTY.   *
002520******************************************************************
002530 8000-PRODUCE-REPORT.
002540     INITIATE OPEN-EXCEPTIONS-REPORT.
002550     OPEN INPUT WORKLIST-FILE.
002560     IF WS-WRK-STATUS = '00'
002570         PERFORM 8100-REPORT-ONE-ITEM THRU 8100-EXIT
002580             UNTIL WS-WRK-EOF
002590         CLOSE WORKLIST-FILE
002600     ELSE IF WS-WRK-STATUS NOT = '35'
002610         DISPLAY "*** UNABLE TO OPEN WORKLIST FOR INPUT - "
002620             "STATUS " WS-WRK-STATUS " ***"
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     TERMINATE OPEN-EXCEPTIONS-REPORT.
002670 8000-EXIT.
002680     EXIT.
002690*
002700 8100-REPORT-ONE-ITEM.
002710     READ WORKLIST-FILE
002720         AT END
002730             SET WS-WRK-EOF TO TRUE
002740     END-READ.
002750     IF WS-WRK-EOF
002760         GO TO 8100-EXIT
002770     END-IF.
002780     IF DT-WRK-CLOSED
002790         IF DT-WRK-CLOSED-DATE = WS-RUN-DATE
002800             ADD 1 TO WS-RPT-CLOSED-TODAY
002810         END-IF
002820         GO TO 8100-EXIT
002830     END-IF.
002840     ADD 1 TO WS-RPT-OUTSTANDING.
002850     MOVE DT-WRK-ITEM-NO      TO WS-DET-ITEM-NO.
002860     MOVE DT-WRK-SOURCE       TO WS-DET-SOURCE.
002870     MOVE DT-WRK-BRANCH-CODE  TO WS-DET-BRANCH.
002880     MOVE DT-WRK-ITEM-DATE    TO WS-DET-ITEM-DATE.
002890     MOVE DT-WRK-DESCRIPTION  TO WS-DET-DESCRIPTION.
002900     MOVE DT-WRK-ITEM-DATE    TO WS-DTS-DATE.
002910     PERFORM 7100-DAYS-SINCE THRU 7100-EXIT.
002920     MOVE WS-AGE-DAYS         TO WS-DET-AGE.
002930     MOVE DT-WRK-FIRST-SEEN   TO WS-DTS-DATE.
002940     PERFORM 7100-DAYS-SINCE THRU 7100-EXIT.
002950     MOVE WS-AGE-DAYS         TO WS-DET-ON-LIST.
002960     IF DT-WRK-TAKEN
002970         MOVE 'TAKEN'         TO WS-DET-STATUS
002980         MOVE DT-WRK-OWNER-ID TO WS-DET-OWNER
002990         ADD 1 TO WS-RPT-TAKEN
003000     ELSE
003010         MOVE 'OPEN'          TO WS-DET-STATUS
003020         MOVE '(NONE)'        TO WS-DET-OWNER
003030         ADD 1 TO WS-RPT-UNTAKEN
003040     END-IF.
003050     IF DT-WRK-LAST-SEEN = WS-RUN-DATE
003060         MOVE SPACES          TO WS-DET-FLAG
003070     ELSE
003080         MOVE 'CLEARED'       TO WS-DET-FLAG
003090     END-IF.
003100     GENERATE RL-ITEM-LINE.
003110 8100-EXIT.
003120     EXIT.
003130*
003140******************************************************************
003150*   9900-TERMINATE                                               *
003160*   SETS THE STEP RETURN CODE - 4 WHEN ANYTHING IS STILL         *
003170*   OUTSTANDING AT THE END OF THE DAY - AND APPENDS THE RUN-     *
003180*   STATUS RECORD FOR THE STATUS SCREEN.                         *
003190******************************************************************
003200 9900-TERMINATE.
003210     CLOSE PRINT-FILE.
003220     DISPLAY "SAMPLE29 OUTSTANDING " WS-RPT-OUTSTANDING
003230         " UNTAKEN " WS-RPT-UNTAKEN
003240         " TAKEN " WS-RPT-TAKEN
003250         " CLOSED TODAY " WS-RPT-CLOSED-TODAY.
003260     IF WS-RPT-OUTSTANDING IS GREATER THAN 0
003270             AND RETURN-CODE = 0
003280         MOVE 4 TO RETURN-CODE
003290     END-IF.
003300     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
003310     CLOSE RUN-LOG-FILE.
003320 9900-EXIT.
003330     EXIT.
003340*
003350******************************************************************
003360*   9950-WRITE-RUN-LOG                                           *
003370*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
003380*   SCREEN (SAMPLE11) - THE POSTED FIELD CARRIES THE ITEMS STILL *
003390*   OUTSTANDING, THE SUSPENDED FIELD THOSE NOBODY HAS TAKEN.     *
003400******************************************************************
003410 9950-WRITE-RUN-LOG.
003420     MOVE SPACES TO DT-RUN-LOG-RECORD.
003430     ACCEPT WS-TIME-WORK FROM TIME.
003440     MOVE 'SAMPLE29'        TO DT-RLG-PROGRAM-ID.
003450     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
003460     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
003470     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
003480     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
003490     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
003500     MOVE WS-RPT-OUTSTANDING TO DT-RLG-REC-POSTED.
003510     MOVE WS-RPT-UNTAKEN    TO DT-RLG-REC-SUSPENDED.
003520     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
003530     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
003540     WRITE DT-RUN-LOG-RECORD.
003550     IF WS-RLG-STATUS NOT = '00'
003560         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
003570             WS-RLG-STATUS " ***"
003580         MOVE 16 TO RETURN-CODE
003590         STOP RUN
003600     END-IF.
003610 9950-EXIT.
003620     EXIT.
