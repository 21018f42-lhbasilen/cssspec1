000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE21.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE21 IS THE DAILY SECURITY VIOLATION REPORT FOR THE      *
000110*   BRANCH OPERATIONS MANAGER, RUN AT THE END OF THE NIGHTLY     *
000120*   BATCH (SEE JCL/NIGHTBAT.JCL).  IT PRINTS EVERY SECLOG        *
000130*   RECORD (SEE DTSECLOG) FOR THE REPORT DATE - FAILED SIGN-ONS  *
000140*   AND REFUSED ACTIONS FROM SAMPLE3, SAMPLE4, SAMPLE7 AND       *
000150*   SAMPLE16, AND THE PROFILE CHANGES MADE ON SAMPLE20 - IN      *
000160*   OPERATOR AND TIME ORDER, SUBTOTALED BY OPERATOR WITH THE     *
000170*   NAME FROM THE OPERATOR MASTER.  PROFILE CHANGES ARE LISTED   *
000180*   FOR THE RECORD BUT ARE NOT COUNTED AS VIOLATIONS.  THE STEP  *
000190*   ENDS RC=4 WHEN THERE IS ANY VIOLATION SO THE MORNING REVIEW  *
000200*   SEES IT.                                                     *
000210*                                                                *
000220*   THE REPORT DATE IS TODAY'S DATE UNLESS A YYYYMMDD DATE IS    *
000230*   PUNCHED IN COLUMNS 1-8 OF THE SYSIN CARD - FOR A REPRINT.    *
000240*                                                                *
000250******************************************************************
000260*
000270*    MODIFICATION HISTORY
000280*    DATE       INIT  DESCRIPTION
000290*    ---------  ----  --------------------------------------------
000300*    2026-10-15  RM   ORIGINAL PROGRAM.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SEC-STATUS.
000410     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-OPM-STATUS.
000440     SELECT PRINT-FILE          ASSIGN TO PRTFILE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PRT-STATUS.
000470     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RLG-STATUS.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  SECURITY-LOG-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 80 CHARACTERS.
000560 COPY DTSECLOG.
000570*
000580 FD  OPERATOR-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 80 CHARACTERS.
000610 COPY DTOPRMST.
000620*
000630 FD  PRINT-FILE
000640     LABEL RECORDS ARE STANDARD
000650     REPORT IS SECURITY-VIOLATION-REPORT.
000660*
000670 FD  RUN-LOG-FILE
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 COPY DTRUNLOG.
000710*
000720 WORKING-STORAGE SECTION.
000730*
000740 01  WS-SWITCHES.
000750     05  WS-SEC-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000760         88  WS-SEC-EOF                      VALUE 'Y'.
000770     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
000780         88  WS-OPM-EOF                      VALUE 'Y'.
000790     05  WS-OPM-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
000800         88  WS-OPM-FOUND                    VALUE 'Y'.
000810*
000820 01  WS-RUN-DATE                 PIC X(08).
000830 01  WS-REPORT-DATE              PIC X(08).
000840 01  WS-CONTROL-CARD             PIC X(80).
000850*
000860 01  WS-SEC-STATUS               PIC X(02).
000870 01  WS-OPM-STATUS               PIC X(02).
000880 01  WS-PRT-STATUS               PIC X(02).
000890 01  WS-RLG-STATUS               PIC X(02).
000900*
000910 01  WS-START-TIME               PIC X(06).
000920 01  WS-TIME-WORK                PIC X(08).
000930*
000940 01  WS-OPM-TABLE.
000950     05  WS-OPM-COUNT            PIC 9(03)   COMP  VALUE 0.
000960     05  WS-OPM-ENTRY            OCCURS 100 TIMES.
000970         10  WS-OPM-ID           PIC X(08).
000980         10  WS-OPM-NAME         PIC X(20).
000990*
001000 01  WS-OPM-IDX                  PIC 9(03)   COMP.
001010*
001020*    THE REPORT DATE'S SECLOG RECORDS.  THE SORT KEY IS THE
001030*    OPERATOR ID (POSITION 23) FOLLOWED BY THE TIME (POSITION 9)
001040*    - SEE DTSECLOG.
001050 01  WS-EVT-TABLE.
001060     05  WS-EVT-COUNT            PIC 9(03)   COMP  VALUE 0.
001070     05  WS-EVT-ENTRY            OCCURS 500 TIMES.
001080         10  WS-EVT-DATA         PIC X(80).
001090*
001100 01  WS-EVT-IDX                  PIC 9(03)   COMP.
001110 01  WS-EVT-JDX                  PIC 9(03)   COMP.
001120 01  WS-SWAP-ENTRY               PIC X(80).
001130 01  WS-SORT-KEY-I               PIC X(14).
001140 01  WS-SORT-KEY-J               PIC X(14).
001150*
001160 01  WS-REPORT-COUNTS.
001170     05  WS-RPT-RECORDS          PIC 9(06)   VALUE 0.
001180     05  WS-RPT-VIOLATIONS       PIC 9(06)   VALUE 0.
001190*
001200 01  WS-DETAIL-FIELDS.
001210     05  WS-DET-NAME             PIC X(20).
001220     05  WS-DET-TIME             PIC X(06).
001230     05  WS-DET-PROGRAM          PIC X(08).
001240     05  WS-DET-EVENT            PIC X(10).
001250     05  WS-DET-REASON           PIC X(04).
001260     05  WS-DET-ACTION           PIC X(04).
001270     05  WS-DET-BRANCH           PIC X(04).
001280     05  WS-DET-DETAIL           PIC X(30).
001290     05  WS-DET-FAIL             PIC 9(04).
001300     05  WS-DET-REFUSE           PIC 9(04).
001310     05  WS-DET-CHANGE           PIC 9(04).
001320*
001330 01  WS-CTL-OPERATOR             PIC X(08).
001340*
001350 REPORT SECTION.
001360 RD  SECURITY-VIOLATION-REPORT
001370     CONTROLS ARE FINAL WS-CTL-OPERATOR
001380     PAGE LIMIT 60 LINES
001390     HEADING 1
001400     FIRST DETAIL 7
001410     LAST DETAIL 50
001420     FOOTING 58.
001430*
001440 01  RL-PAGE-HEADING     TYPE PAGE HEADING.
001450     05  LINE 1.
001460         10  COLUMN  1   PIC X(32)
001470                 VALUE "FIRST STATE BANK - DATA PROCESS".
001480         10  COLUMN 45   PIC X(26)
001490                 VALUE "SECURITY VIOLATION REPORT".
001500     05  LINE 2.
001510         10  COLUMN  1   PIC X(12)  VALUE "REPORT DATE:".
001520         10  COLUMN 14   PIC X(08)  SOURCE IS WS-REPORT-DATE.
001530         10  COLUMN 45   PIC X(09)  VALUE "RUN DATE:".
001540         10  COLUMN 55   PIC X(08)  SOURCE IS WS-RUN-DATE.
001550     05  LINE 3.
001560         10  COLUMN  1   PIC X(98)  VALUE ALL "-".
001570     05  LINE 4.
001580         10  COLUMN  1   PIC X(08)  VALUE "OPERATOR".
001590         10  COLUMN 10   PIC X(06)  VALUE "TIME".
001600         10  COLUMN 17   PIC X(07)  VALUE "PROGRAM".
001610         10  COLUMN 26   PIC X(05)  VALUE "EVENT".
001620         10  COLUMN 37   PIC X(06)  VALUE "REASON".
001630         10  COLUMN 44   PIC X(06)  VALUE "ACTION".
001640         10  COLUMN 51   PIC X(06)  VALUE "BRANCH".
001650         10  COLUMN 58   PIC X(06)  VALUE "DETAIL".
001660*
001670 01  RL-EVENT-LINE       TYPE DETAIL LINE PLUS 1.
001680     05  COLUMN  1       PIC X(08)  SOURCE IS WS-CTL-OPERATOR.
001690     05  COLUMN 10       PIC X(06)  SOURCE IS WS-DET-TIME.
001700     05  COLUMN 17       PIC X(08)  SOURCE IS WS-DET-PROGRAM.
001710     05  COLUMN 26       PIC X(10)  SOURCE IS WS-DET-EVENT.
001720     05  COLUMN 37       PIC X(04)  SOURCE IS WS-DET-REASON.
001730     05  COLUMN 44       PIC X(04)  SOURCE IS WS-DET-ACTION.
001740     05  COLUMN 51       PIC X(04)  SOURCE IS WS-DET-BRANCH.
001750     05  COLUMN 58       PIC X(30)  SOURCE IS WS-DET-DETAIL.
001760*
001770 01  RL-OPERATOR-HEADING TYPE CONTROL HEADING WS-CTL-OPERATOR
001780                         LINE PLUS 1.
001790     05  COLUMN  1       PIC X(09)  VALUE "OPERATOR".
001800     05  COLUMN 10       PIC X(08)  SOURCE IS WS-CTL-OPERATOR.
001810     05  COLUMN 19       PIC X(20)  SOURCE IS WS-DET-NAME.
001820*
001830 01  RL-OPERATOR-TOTAL   TYPE CONTROL FOOTING WS-CTL-OPERATOR
001840                         NEXT GROUP PLUS 1.
001850     05  LINE PLUS 1.
001860         10  COLUMN  1   PIC X(08)  SOURCE IS WS-CTL-OPERATOR.
001870         10  COLUMN 10   PIC X(09)  VALUE "SUBTOTAL".
001880         10  COLUMN 20   PIC X(15)  VALUE "FAILED SIGN-ONS".
001890         10  COLUMN 36   PIC 9(04)  SUM WS-DET-FAIL.
001900         10  COLUMN 42   PIC X(07)  VALUE "REFUSED".
001910         10  COLUMN 50   PIC 9(04)  SUM WS-DET-REFUSE.
001920         10  COLUMN 56   PIC X(15)  VALUE "PROFILE CHANGES".
001930         10  COLUMN 72   PIC 9(04)  SUM WS-DET-CHANGE.
001940*
001950 01  RL-GRAND-TOTAL      TYPE CONTROL FOOTING FINAL.
001960     05  LINE PLUS 2.
001970         10  COLUMN  1   PIC X(10)  VALUE "BANK TOTAL".
001980         10  COLUMN 20   PIC X(15)  VALUE "FAILED SIGN-ONS".
001990         10  COLUMN 36   PIC 9(04)  SUM WS-DET-FAIL.
002000         10  COLUMN 42   PIC X(07)  VALUE "REFUSED".
002010         10  COLUMN 50   PIC 9(04)  SUM WS-DET-REFUSE.
002020         10  COLUMN 56   PIC X(15)  VALUE "PROFILE CHANGES".
002030         10  COLUMN 72   PIC 9(04)  SUM WS-DET-CHANGE.
002040*
002050 PROCEDURE DIVISION.
002060*
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-LOAD-OPERATOR-NAMES THRU 2000-EXIT.
002100     PERFORM 3000-LOAD-SECURITY-LOG THRU 3000-EXIT.
002110     PERFORM 4000-SORT-BY-OPERATOR THRU 4000-EXIT.
002120     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
002130     PERFORM 9900-TERMINATE THRU 9900-EXIT.
002140     STOP RUN.
002150*
002160******************************************************************
002170*   1000-INITIALIZE                                              *
002180*   SETS THE REPORT DATE - TODAY, OR THE YYYYMMDD DATE ON THE    *
002190*   SYSIN CARD WHEN ONE IS PUNCHED - AND OPENS THE OUTPUTS.      *
002200******************************************************************
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-TIME-WORK FROM TIME.
002240     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
002250     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
002260     MOVE SPACES TO WS-CONTROL-CARD.
002270     ACCEPT WS-CONTROL-CARD.
002280     IF WS-CONTROL-CARD (1:8) IS NUMERIC
002290         MOVE WS-CONTROL-CARD (1:8) TO WS-REPORT-DATE
002300     END-IF.
002310     OPEN OUTPUT PRINT-FILE.
002320     IF WS-PRT-STATUS NOT = '00'
002330         DISPLAY "*** UNABLE TO OPEN PRTFILE FOR OUTPUT - "
002340             "STATUS " WS-PRT-STATUS " ***"
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF.
002380     OPEN EXTEND RUN-LOG-FILE.
002390     IF WS-RLG-STATUS NOT = '00'
002400         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
002410             "STATUS " WS-RLG-STATUS " ***"
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450 1000-EXIT.
002460     EXIT.
002470*
002480******************************************************************
002490*   2000-LOAD-OPERATOR-NAMES                                     *
002500*   LOADS THE OPERATOR NAMES FOR THE SUBTOTAL LINES.  A MISSING  *
002510*   OPERATOR MASTER (STATUS 35) ONLY COSTS THE NAMES - THE       *
002520*   VIOLATIONS STILL PRINT BY ID.  ANY OTHER OPEN FAILURE ENDS   *
002530*   THE RUN WITH RC=16.                                          *
002540******************************************************************
002550 2000-LOAD-OPERATOR-NAMES.
002560     OPEN INPUT OPERATOR-MASTER-FILE.
002570     IF WS-OPM-STATUS = '35'
002580         DISPLAY "OPERMST NOT AVAILABLE - OPERATOR NAMES NOT "
002590             "PRINTED"
002600         GO TO 2000-EXIT
002610     END-IF.
002620     IF WS-OPM-STATUS NOT = '00'
002630         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
002640             "STATUS " WS-OPM-STATUS " ***"
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF.
002680     PERFORM 2100-LOAD-ONE-OPERATOR THRU 2100-EXIT
002690         UNTIL WS-OPM-EOF.
002700     CLOSE OPERATOR-MASTER-FILE.
002710 2000-EXIT.
002720     EXIT.
002730*
002740 2100-LOAD-ONE-OPERATOR.
002750     READ OPERATOR-MASTER-FILE
002760         AT END
002770             SET WS-OPM-EOF TO TRUE
002780     END-READ.
002790     IF NOT WS-OPM-EOF
002800         IF WS-OPM-COUNT IS LESS THAN 100
002810             ADD 1 TO WS-OPM-COUNT
002820             MOVE DT-OPR-OPERATOR-ID
002830                 TO WS-OPM-ID (WS-OPM-COUNT)
002840             MOVE DT-OPR-OPERATOR-NAME
002850                 TO WS-OPM-NAME (WS-OPM-COUNT)
002860         ELSE
002870             DISPLAY "*** OPERATOR TABLE FULL - LIMIT 100 ***"
002880             MOVE 16 TO RETURN-CODE
002890             STOP RUN
002900         END-IF
002910     END-IF.
002920 2100-EXIT.
002930     EXIT.
002940*
002950******************************************************************
002960*   3000-LOAD-SECURITY-LOG                                       *
002970*   LOADS THE REPORT DATE'S SECLOG RECORDS TO THE WORKING-       *
002980*   STORAGE TABLE.  A LOG THAT DOES NOT EXIST YET (STATUS 35)    *
002990*   SIMPLY MEANS NOTHING WAS REFUSED.  ANY OTHER OPEN FAILURE    *
003000*   ENDS THE RUN - AN UNREADABLE LOG MUST NOT REPORT AS A CLEAN  *
003010*   DAY.                                                         *
003020******************************************************************
003030 3000-LOAD-SECURITY-LOG.
003040     MOVE 0 TO WS-EVT-COUNT.
003050     OPEN INPUT SECURITY-LOG-FILE.
003060     IF WS-SEC-STATUS = '35'
003070         GO TO 3000-EXIT
003080     END-IF.
003090     IF WS-SEC-STATUS NOT = '00'
003100         DISPLAY "*** UNABLE TO OPEN SECLOG FOR INPUT - "
003110             "STATUS " WS-SEC-STATUS " ***"
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     PERFORM 3100-LOAD-ONE-EVENT THRU 3100-EXIT
003160         UNTIL WS-SEC-EOF.
003170     CLOSE SECURITY-LOG-FILE.
003180 3000-EXIT.
003190     EXIT.
003200*
003210 3100-LOAD-ONE-EVENT.
003220     READ SECURITY-LOG-FILE
003230         AT END
003240             SET WS-SEC-EOF TO TRUE
003250     END-READ.
003260     IF WS-SEC-EOF
003270         GO TO 3100-EXIT
003280     END-IF.
003290     IF DT-SEC-LOG-DATE NOT = WS-REPORT-DATE
003300         GO TO 3100-EXIT
003310     END-IF.
003320     IF WS-EVT-COUNT IS LESS THAN 500
003330         ADD 1 TO WS-EVT-COUNT
003340         MOVE DT-SECURITY-LOG-RECORD
003350             TO WS-EVT-DATA (WS-EVT-COUNT)
003360     ELSE
003370         DISPLAY "*** SECURITY LOG TABLE FULL - LIMIT 500 ***"
003380         MOVE 16 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410 3100-EXIT.
003420     EXIT.
003430*
003440******************************************************************
003450*   4000-SORT-BY-OPERATOR                                        *
003460*   ORDERS THE TABLE BY OPERATOR ID AND TIME SO THE REPORT       *
003470*   WRITER OPERATOR CONTROL BREAK COMES OUT RIGHT AND EACH       *
003480*   OPERATOR'S EVENTS READ IN THE ORDER THEY HAPPENED.  THE      *
003490*   SAME EXCHANGE SORT AS SAMPLE12.                              *
003500******************************************************************
003510 4000-SORT-BY-OPERATOR.
003520     IF WS-EVT-COUNT IS LESS THAN 2
003530         GO TO 4000-EXIT
003540     END-IF.
003550     PERFORM 4100-SORT-OUTER-PASS THRU 4100-EXIT
003560         VARYING WS-EVT-IDX FROM 1 BY 1
003570         UNTIL WS-EVT-IDX IS NOT LESS THAN WS-EVT-COUNT.
003580 4000-EXIT.
003590     EXIT.
003600*
003610 4100-SORT-OUTER-PASS.
003620     COMPUTE WS-EVT-JDX = WS-EVT-IDX + 1.
003630     PERFORM 4200-SORT-COMPARE THRU 4200-EXIT
003640         UNTIL WS-EVT-JDX IS GREATER THAN WS-EVT-COUNT.
003650 4100-EXIT.
003660     EXIT.
003670*
003680 4200-SORT-COMPARE.
003690     MOVE WS-EVT-DATA (WS-EVT-IDX) (23:8) TO WS-SORT-KEY-I (1:8).
003700     MOVE WS-EVT-DATA (WS-EVT-IDX) (9:6)  TO WS-SORT-KEY-I (9:6).
003710     MOVE WS-EVT-DATA (WS-EVT-JDX) (23:8) TO WS-SORT-KEY-J (1:8).
003720     MOVE WS-EVT-DATA (WS-EVT-JDX) (9:6)  TO WS-SORT-KEY-J (9:6).
003730     IF WS-SORT-KEY-J IS LESS THAN WS-SORT-KEY-I
003740         MOVE WS-EVT-DATA (WS-EVT-IDX) TO WS-SWAP-ENTRY
003750         MOVE WS-EVT-DATA (WS-EVT-JDX)
003760             TO WS-EVT-DATA (WS-EVT-IDX)
003770         MOVE WS-SWAP-ENTRY TO WS-EVT-DATA (WS-EVT-JDX)
003780     END-IF.
003790     ADD 1 TO WS-EVT-JDX.
003800 4200-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840*   8000-PRODUCE-REPORT                                          *
003850*   GENERATES ONE DETAIL LINE PER SECLOG RECORD IN OPERATOR AND  *
003860*   TIME ORDER, WITH THE EVENT TALLIES FOR THE OPERATOR AND      *
003870*   BANK FOOTINGS.                                               *
003880******************************************************************
003890 8000-PRODUCE-REPORT.
003900     INITIATE SECURITY-VIOLATION-REPORT.
003910     PERFORM 8100-REPORT-ONE-EVENT THRU 8100-EXIT
003920         VARYING WS-EVT-IDX FROM 1 BY 1
003930         UNTIL WS-EVT-IDX > WS-EVT-COUNT.
003940     TERMINATE SECURITY-VIOLATION-REPORT.
003950 8000-EXIT.
003960     EXIT.
003970*
003980 8100-REPORT-ONE-EVENT.
003990     MOVE WS-EVT-DATA (WS-EVT-IDX) TO DT-SECURITY-LOG-RECORD.
004000     MOVE DT-SEC-OPERATOR-ID TO WS-CTL-OPERATOR.
004010     PERFORM 8200-FIND-OPERATOR-NAME THRU 8200-EXIT.
004020     MOVE DT-SEC-LOG-TIME    TO WS-DET-TIME.
004030     MOVE DT-SEC-PROGRAM-ID  TO WS-DET-PROGRAM.
004040     MOVE DT-SEC-REASON-CODE TO WS-DET-REASON.
004050     MOVE DT-SEC-ACTION-CODE TO WS-DET-ACTION.
004060     MOVE DT-SEC-BRANCH-CODE TO WS-DET-BRANCH.
004070     MOVE DT-SEC-DETAIL      TO WS-DET-DETAIL.
004080     MOVE 0 TO WS-DET-FAIL.
004090     MOVE 0 TO WS-DET-REFUSE.
004100     MOVE 0 TO WS-DET-CHANGE.
004110     EVALUATE TRUE
004120         WHEN DT-SEC-SIGNON-FAILED
004130             MOVE 'SIGN-ON'    TO WS-DET-EVENT
004140             MOVE 1 TO WS-DET-FAIL
004150             ADD 1 TO WS-RPT-VIOLATIONS
004160         WHEN DT-SEC-ACTION-REFUSED
004170             MOVE 'REFUSED'    TO WS-DET-EVENT
004180             MOVE 1 TO WS-DET-REFUSE
004190             ADD 1 TO WS-RPT-VIOLATIONS
004200         WHEN DT-SEC-PROFILE-CHANGE
004210             MOVE 'PROFILE'    TO WS-DET-EVENT
004220             MOVE 1 TO WS-DET-CHANGE
004230         WHEN OTHER
004240             MOVE 'UNKNOWN'    TO WS-DET-EVENT
004250             MOVE 1 TO WS-DET-REFUSE
004260             ADD 1 TO WS-RPT-VIOLATIONS
004270     END-EVALUATE.
004280     ADD 1 TO WS-RPT-RECORDS.
004290     GENERATE RL-EVENT-LINE.
004300 8100-EXIT.
004310     EXIT.
004320*
004330 8200-FIND-OPERATOR-NAME.
004340     MOVE 'N' TO WS-OPM-FOUND-SWITCH.
004350     MOVE SPACES TO WS-DET-NAME.
004360     PERFORM 8250-SCAN-OPM-TABLE THRU 8250-EXIT
004370         VARYING WS-OPM-IDX FROM 1 BY 1
004380         UNTIL WS-OPM-IDX > WS-OPM-COUNT
004390             OR WS-OPM-FOUND.
004400     IF NOT WS-OPM-FOUND
004410         MOVE '(NOT ON MASTER)' TO WS-DET-NAME
004420     END-IF.
004430 8200-EXIT.
004440     EXIT.
004450*
004460 8250-SCAN-OPM-TABLE.
004470     IF WS-OPM-ID (WS-OPM-IDX) = WS-CTL-OPERATOR
004480         SET WS-OPM-FOUND TO TRUE
004490         MOVE WS-OPM-NAME (WS-OPM-IDX) TO WS-DET-NAME
004500     END-IF.
004510 8250-EXIT.
004520     EXIT.
004530*
004540******************************************************************
004550*   9900-TERMINATE                                               *
004560*   SETS THE STEP RETURN CODE - 4 WHEN THERE IS ANY FAILED       *
004570*   SIGN-ON OR REFUSED ACTION, SO THE MORNING REVIEW SEES IT -   *
004580*   AND APPENDS THE RUN-STATUS RECORD FOR THE STATUS SCREEN.     *
004590******************************************************************
004600 9900-TERMINATE.
004610     CLOSE PRINT-FILE.
004620     IF WS-RPT-VIOLATIONS IS GREATER THAN 0
004630             AND RETURN-CODE = 0
004640         MOVE 4 TO RETURN-CODE
004650     END-IF.
004660     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
004670     CLOSE RUN-LOG-FILE.
004680 9900-EXIT.
004690     EXIT.
004700*
004710******************************************************************
004720*   9950-WRITE-RUN-LOG                                           *
004730*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
004740*   SCREEN (SAMPLE11) - THE POSTED FIELD CARRIES THE RECORDS     *
004750*   LISTED AND THE SUSPENDED FIELD THE VIOLATIONS AMONG THEM.    *
004760******************************************************************
004770 9950-WRITE-RUN-LOG.
004780     MOVE SPACES TO DT-RUN-LOG-RECORD.
004790     ACCEPT WS-TIME-WORK FROM TIME.
004800     MOVE 'SAMPLE21'        TO DT-RLG-PROGRAM-ID.
004810     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
004820     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
004830     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
004840     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
004850     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
004860     MOVE WS-RPT-RECORDS    TO DT-RLG-REC-POSTED.
004870     MOVE WS-RPT-VIOLATIONS TO DT-RLG-REC-SUSPENDED.
004880     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
004890     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
004900     WRITE DT-RUN-LOG-RECORD.
004910     IF WS-RLG-STATUS NOT = '00'
004920         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
004930             WS-RLG-STATUS " ***"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF.
004970 9950-EXIT.
004980     EXIT.
