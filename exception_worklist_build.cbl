000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE27.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE27 BUILDS THE MORNING EXCEPTION WORKLIST (WORKLIST,    *
000110*   SEE DTWRKLST AND JCL/WORKLIST.JCL).  THE OPEN ITEMS OF THE   *
000120*   NIGHT ARE SPREAD ACROSS SEPARATE FILES AND REPORTS; THIS     *
000130*   STEP GATHERS THEM INTO ONE FILE, ONE ITEM PER EXCEPTION:     *
000140*     - VAR  A SAMPLE1B RUN THAT RAISED THE DAY-OVER-DAY         *
000150*            VARIANCE FLAG ON THE RUN LOG                        *
000160*     - CBL  A RUN DATE WHOSE LAST CONSBAL (SAMPLE18) RUN        *
000170*            ENDED RC=8 OR WORSE                                 *
000180*     - GLB  A RUN DATE WHOSE LAST GLBAL (SAMPLE6) RUN ENDED     *
000190*            RC=8 OR WORSE                                       *
000200*     - SUS  A SUSPFILE RECORD OLDER THAN THE PARMFILE           *
000210*            SUSPAGEDAYS THRESHOLD - THE ITEMS SAMPLE12 FLAGS    *
000220*            ESCALATE                                            *
000230*     - GLU  AN EXTRACT RECORD STILL UNACKNOWLEDGED ON GLUNACK   *
000240*     - PND  A PENDFILE CHANGE STILL WAITING FOR A CHECKER       *
000250*   THE RUN LOG IS SEARCHED BACK WRKLOOKDAYS DAYS (PARMFILE,     *
000260*   DEFAULT 3 - ENOUGH TO SPAN A WEEKEND).                       *
000270*                                                                *
000280*   EACH ITEM IS KEYED ON ITS SOURCE AND THE FIELDS THAT         *
000290*   IDENTIFY IT THERE.  AN EXCEPTION ALREADY ON THE WORKLIST IS  *
000300*   NOT ADDED AGAIN - AN OPEN ITEM CARRIES OVER WITH ITS OWNER   *
000310*   AND NOTES, AND ONLY ITS LAST-SEEN DATE MOVES.  AN ITEM       *
000320*   WHOSE SOURCE HAS CLEARED STAYS OPEN UNTIL AN OPERATOR        *
000330*   CLOSES IT ON THE SAMPLE28 SCREEN.  A CLOSED ITEM IS KEPT     *
000340*   WHILE ITS SOURCE STILL REPORTS IT, SO IT CANNOT COME BACK    *
000350*   AS A NEW ITEM, AND IS DROPPED THE FIRST MORNING IT DOES      *
000360*   NOT.                                                         *
000370*                                                                *
000380*   EVERY SOURCE IS READ ONLY.  RC=0 NOTHING IS OUTSTANDING.     *
000390*   RC=4 ITEMS ARE OUTSTANDING ON THE WORKLIST.  RC=16 A FILE    *
000400*   ERROR OR A FULL TABLE - THE WORKLIST IS NOT REWRITTEN.       *
000410*                                                                *
000420******************************************************************
000430*
000440*    MODIFICATION HISTORY
000450*    DATE       INIT  DESCRIPTION
000460*    ---------  ----  --------------------------------------------
000470*    2026-10-15  RM   ORIGINAL PROGRAM.
000480*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT WORKLIST-FILE       ASSIGN TO WORKLIST
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-WRK-STATUS.
000580     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RLG-STATUS.
000610     SELECT SUSPENSE-FILE       ASSIGN TO SUSPFILE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SUS-STATUS.
000640     SELECT GL-UNACK-FILE       ASSIGN TO GLUNACK
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-UNA-STATUS.
000670     SELECT PENDING-CHANGE-FILE ASSIGN TO PENDFILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-PND-STATUS.
000700     SELECT PARAMETER-FILE      ASSIGN TO PARMFILE
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PRM-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  WORKLIST-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 300 CHARACTERS.
000790 COPY DTWRKLST.
000800*
000810 FD  RUN-LOG-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 COPY DTRUNLOG.
000850*
000860 FD  SUSPENSE-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 72 CHARACTERS.
000890 COPY DTSUSP.
000900*
000910 FD  GL-UNACK-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 48 CHARACTERS.
000940 COPY DTGLEXT.
000950*
000960 FD  PENDING-CHANGE-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 200 CHARACTERS.
000990 COPY DTPEND.
001000*
001010 FD  PARAMETER-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 40 CHARACTERS.
001040 COPY DTPARM.
001050*
001060 WORKING-STORAGE SECTION.
001070*
001080 01  WS-SWITCHES.
001090     05  WS-WRK-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001100         88  WS-WRK-EOF                      VALUE 'Y'.
001110     05  WS-RLG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001120         88  WS-RLG-EOF                      VALUE 'Y'.
001130     05  WS-SUS-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001140         88  WS-SUS-EOF                      VALUE 'Y'.
001150     05  WS-UNA-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001160         88  WS-UNA-EOF                      VALUE 'Y'.
001170     05  WS-PND-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001180         88  WS-PND-EOF                      VALUE 'Y'.
001190     05  WS-PRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001200         88  WS-PRM-EOF                      VALUE 'Y'.
001210     05  WS-ITEM-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
001220         88  WS-ITEM-FOUND                   VALUE 'Y'.
001230*
001240 01  WS-WRK-STATUS               PIC X(02).
001250 01  WS-RLG-STATUS               PIC X(02).
001260 01  WS-SUS-STATUS               PIC X(02).
001270 01  WS-UNA-STATUS               PIC X(02).
001280 01  WS-PND-STATUS               PIC X(02).
001290 01  WS-PRM-STATUS               PIC X(02).
001300*
001310 01  WS-RUN-DATE                 PIC X(08).
001320 01  WS-START-TIME               PIC X(06).
001330 01  WS-TIME-WORK                PIC X(08).
001340*
001350 01  WS-PARAMETER-FIELDS.
001360*        THE COMPILED FALLBACKS - USED WHEN PARMFILE IS ABSENT
001370*        OR CARRIES NO SUSPAGEDAYS/WRKLOOKDAYS RECORD.
001380     05  WS-AGE-THRESHOLD        PIC 9(04)   VALUE 0007.
001390     05  WS-LOOK-DAYS            PIC 9(04)   VALUE 0003.
001400*
001410*    THE WHOLE WORKLIST AS LOADED, NEW ITEMS ADDED ON THE END.
001420*    WS-WRK-E-SEEN IS SET WHEN A SOURCE REPORTED THE ITEM THIS
001430*    MORNING - A CLOSED ITEM NOT SEEN IS DROPPED ON REWRITE.
001440 01  WS-WRK-TABLE.
001450     05  WS-WRK-COUNT            PIC 9(04)   COMP  VALUE 0.
001460     05  WS-WRK-ENTRY            OCCURS 2000 TIMES.
001470         10  WS-WRK-DATA         PIC X(300).
001480         10  WS-WRK-E-SEEN       PIC X(01).
001490*
001500 01  WS-WRK-IDX                  PIC 9(04)   COMP.
001510 01  WS-WRK-SLOT                 PIC 9(04)   COMP.
001520 01  WS-LAST-ITEM-NO             PIC 9(06)   VALUE 0.
001530*
001540*    THE LAST CONSBAL AND GLBAL RETURN CODE LOGGED FOR EACH RUN
001550*    DATE IN THE LOOK-BACK WINDOW - SPACES WHEN NONE RAN.  THE
001560*    LAST RUN FOR A DATE COUNTS, SO A BREAK FIXED AND RERUN
001570*    CLEAN DOES NOT RAISE AN ITEM.
001580 01  WS-BRK-TABLE.
001590     05  WS-BRK-COUNT            PIC 9(02)   COMP  VALUE 0.
001600     05  WS-BRK-ENTRY            OCCURS 40 TIMES.
001610         10  WS-BRK-DATE         PIC X(08).
001620         10  WS-BRK-CBL-RC       PIC X(02).
001630         10  WS-BRK-GLB-RC       PIC X(02).
001640*
001650 01  WS-BRK-IDX                  PIC 9(02)   COMP.
001660 01  WS-BRK-SLOT                 PIC 9(02)   COMP.
001670*
001680 01  WS-DATE-SERIAL-FIELDS.
001690*        YYYYMMDD TO A SERIAL DAY NUMBER SO TWO DATES SUBTRACT
001700*        TO DAYS - THE SAME FORM SAMPLE12 USES.
001710     05  WS-DTS-DATE             PIC X(08).
001720     05  WS-DTS-DATE-R REDEFINES WS-DTS-DATE.
001730         10  WS-DTS-YYYY         PIC 9(04).
001740         10  WS-DTS-MM           PIC 9(02).
001750         10  WS-DTS-DD           PIC 9(02).
001760     05  WS-DTS-WORK-Y           PIC 9(05)   VALUE 0.
001770     05  WS-DTS-WORK-M           PIC 9(02)   VALUE 0.
001780     05  WS-DTS-SERIAL           PIC 9(07)   VALUE 0.
001790*
001800 01  WS-AGING-FIELDS.
001810     05  WS-RUN-SERIAL           PIC 9(07)   VALUE 0.
001820     05  WS-LOOK-SERIAL          PIC 9(07)   VALUE 0.
001830     05  WS-AGE-DAYS             PIC 9(04)   VALUE 0.
001840*
001850*    THE ITEM BEING POSTED - FILLED BY EACH SOURCE SCAN BEFORE
001860*    6000-POST-ITEM.
001870 01  WS-NEW-ITEM.
001880     05  WS-NEW-KEY.
001890         10  WS-NEW-SOURCE       PIC X(03).
001900         10  WS-NEW-SOURCE-KEY   PIC X(37).
001910     05  WS-NEW-BRANCH           PIC X(04).
001920     05  WS-NEW-DATE             PIC X(08).
001930     05  WS-NEW-DESCRIPTION      PIC X(40).
001940*
001950 01  WS-EDIT-FIELDS.
001960     05  WS-EDIT-AMOUNT          PIC -ZZZZZZZZ9.99.
001970     05  WS-EDIT-COUNT           PIC ZZZZZZ9.
001980*
001990 01  WS-BUILD-COUNTS.
002000     05  WS-NEW-VAR              PIC 9(05)   VALUE 0.
002010     05  WS-NEW-CBL              PIC 9(05)   VALUE 0.
002020     05  WS-NEW-GLB              PIC 9(05)   VALUE 0.
002030     05  WS-NEW-SUS              PIC 9(05)   VALUE 0.
002040     05  WS-NEW-GLU              PIC 9(05)   VALUE 0.
002050     05  WS-NEW-PND              PIC 9(05)   VALUE 0.
002060     05  WS-NEW-TOTAL            PIC 9(05)   VALUE 0.
002070     05  WS-CARRIED-OPEN         PIC 9(05)   VALUE 0.
002080     05  WS-SOURCE-CLEARED       PIC 9(05)   VALUE 0.
002090     05  WS-CLOSED-KEPT          PIC 9(05)   VALUE 0.
002100     05  WS-CLOSED-DROPPED       PIC 9(05)   VALUE 0.
002110     05  WS-OUTSTANDING          PIC 9(05)   VALUE 0.
002120*
002130 PROCEDURE DIVISION.
002140*
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
002180     PERFORM 2000-LOAD-WORKLIST THRU 2000-EXIT.
002190     PERFORM 3000-SCAN-RUN-LOG THRU 3000-EXIT.
002200     PERFORM 3500-POST-BREAKS THRU 3500-EXIT.
002210     PERFORM 4000-SCAN-SUSPENSE THRU 4000-EXIT.
002220     PERFORM 4500-SCAN-GL-UNACK THRU 4500-EXIT.
002230     PERFORM 5000-SCAN-PENDING THRU 5000-EXIT.
002240     PERFORM 8000-REWRITE-WORKLIST THRU 8000-EXIT.
002250     PERFORM 9900-TERMINATE THRU 9900-EXIT.
002260     STOP RUN.
002270*
002280******************************************************************
002290*   1000-INITIALIZE                                              *
002300******************************************************************
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002330     ACCEPT WS-TIME-WORK FROM TIME.
002340     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
002350     MOVE WS-RUN-DATE TO WS-DTS-DATE.
002360     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
002370     MOVE WS-DTS-SERIAL TO WS-RUN-SERIAL.
002380     DISPLAY "SAMPLE27 EXCEPTION WORKLIST BUILD - RUN DATE "
002390         WS-RUN-DATE.
002400 1000-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440*   1200-LOAD-PARAMETERS                                         *
002450*   APPLIES THE PARMFILE SUSPAGEDAYS SETTING - THE SAME AGING    *
002460*   THRESHOLD SAMPLE12 ESCALATES ON - AND WRKLOOKDAYS, THE RUN-  *
002470*   LOG LOOK-BACK.  A PARMFILE THAT CANNOT BE OPENED LEAVES THE  *
002480*   COMPILED DEFAULTS IN FORCE.                                  *
002490******************************************************************
002500 1200-LOAD-PARAMETERS.
002510     OPEN INPUT PARAMETER-FILE.
002520     IF WS-PRM-STATUS = '00'
002530         PERFORM 1250-APPLY-ONE-PARM THRU 1250-EXIT
002540             UNTIL WS-PRM-EOF
002550         CLOSE PARAMETER-FILE
002560     ELSE
002570         DISPLAY "PARMFILE NOT AVAILABLE - COMPILED DEFAULTS "
002580             "IN USE"
002590     END-IF.
002600     COMPUTE WS-LOOK-SERIAL = WS-RUN-SERIAL - WS-LOOK-DAYS.
002610     DISPLAY "SUSPENSE AGED BEYOND " WS-AGE-THRESHOLD " DAYS - "
002620         "RUN LOG SEARCHED BACK " WS-LOOK-DAYS " DAYS".
002630 1200-EXIT.
002640     EXIT.
002650*
002660 1250-APPLY-ONE-PARM.
002670     READ PARAMETER-FILE
002680         AT END
002690             SET WS-PRM-EOF TO TRUE
002700     END-READ.
002710     IF WS-PRM-EOF
002720         GO TO 1250-EXIT
002730     END-IF.
002740     IF DT-PRM-BRANCH-CODE NOT = '*   '
002750         GO TO 1250-EXIT
002760     END-IF.
002770     IF DT-PRM-KEYWORD = 'SUSPAGEDAYS '
002780         IF DT-PRM-VALUE IS NUMERIC
002790                 AND DT-PRM-VALUE IS GREATER THAN 0
002800                 AND DT-PRM-VALUE IS NOT GREATER THAN 9999
002810             MOVE DT-PRM-VALUE TO WS-AGE-THRESHOLD
002820         ELSE
002830             DISPLAY "*** SUSPAGEDAYS OUT OF RANGE - IGNORED ***"
002840         END-IF
002850     END-IF.
002860     IF DT-PRM-KEYWORD = 'WRKLOOKDAYS '
002870         IF DT-PRM-VALUE IS NUMERIC
002880                 AND DT-PRM-VALUE IS GREATER THAN 0
002890                 AND DT-PRM-VALUE IS NOT GREATER THAN 31
002900             MOVE DT-PRM-VALUE TO WS-LOOK-DAYS
002910         ELSE
002920             DISPLAY "*** WRKLOOKDAYS OUT OF RANGE - IGNORED ***"
002930         END-IF
002940     END-IF.
002950 1250-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990*   2000-LOAD-WORKLIST                                           *
003000*   LOADS YESTERDAY'S WORKLIST TO THE TABLE AND NOTES THE        *
003010*   HIGHEST ITEM NUMBER ISSUED.  A FILE THAT DOES NOT EXIST YET  *
003020*   IS THE FIRST MORNING - EVERYTHING FOUND IS NEW.              *
003030******************************************************************
003040 2000-LOAD-WORKLIST.
003050     MOVE 0 TO WS-WRK-COUNT.
003060     OPEN INPUT WORKLIST-FILE.
003070     IF WS-WRK-STATUS = '35'
003080         DISPLAY "WORKLIST NOT ON FILE - FIRST BUILD"
003090         GO TO 2000-EXIT
003100     END-IF.
003110     IF WS-WRK-STATUS NOT = '00'
003120         DISPLAY "*** UNABLE TO OPEN WORKLIST FOR INPUT - "
003130             "STATUS " WS-WRK-STATUS " ***"
003140         MOVE 16 TO RETURN-CODE
003150         STOP RUN
003160     END-IF.
003170     PERFORM 2100-LOAD-ONE-ITEM THRU 2100-EXIT
003180         UNTIL WS-WRK-EOF.
003190     CLOSE WORKLIST-FILE.
003200 2000-EXIT.
003210     EXIT.
003220*
003230 2100-LOAD-ONE-ITEM.
003240     READ WORKLIST-FILE
003250         AT END
003260             SET WS-WRK-EOF TO TRUE
003270     END-READ.
003280     IF WS-WRK-EOF
003290         GO TO 2100-EXIT
003300     END-IF.
003310     IF WS-WRK-COUNT IS NOT LESS THAN 2000
003320         DISPLAY "*** WORKLIST TABLE FULL - LIMIT 2000 ***"
003330         MOVE 16 TO RETURN-CODE
003340         STOP RUN
003350     END-IF.
003360     ADD 1 TO WS-WRK-COUNT.
003370     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-WRK-COUNT).
003380     MOVE 'N' TO WS-WRK-E-SEEN (WS-WRK-COUNT).
003390     IF DT-WRK-ITEM-NO IS NUMERIC
003400             AND DT-WRK-ITEM-NO IS GREATER THAN WS-LAST-ITEM-NO
003410         MOVE DT-WRK-ITEM-NO TO WS-LAST-ITEM-NO
003420     END-IF.
003430 2100-EXIT.
003440     EXIT.
003450*
003460******************************************************************
003470*   3000-SCAN-RUN-LOG                                            *
003480*   READS THE RUN LOG FOR THE LOOK-BACK WINDOW.  A SAMPLE1B RUN  *
003490*   THAT RAISED THE VARIANCE FLAG POSTS A VAR ITEM FOR ITS RUN   *
003500*   DATE AND BRANCH.  CONSBAL AND GLBAL RESULTS ARE HELD BY RUN  *
003510*   DATE - THE LAST ONE LOGGED WINS - FOR 3500.  RECORDS FROM    *
003520*   BEFORE THE RUN TYPE AND VARIANCE COLUMNS WERE ADDED CARRY    *
003530*   SPACES THERE AND RAISE NOTHING.                              *
003540******************************************************************
003550 3000-SCAN-RUN-LOG.
003560     OPEN INPUT RUN-LOG-FILE.
003570     IF WS-RLG-STATUS NOT = '00'
003580         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR INPUT - "
003590             "STATUS " WS-RLG-STATUS " ***"
003600         MOVE 16 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     PERFORM 3100-READ-RUN-RECORD THRU 3100-EXIT
003640         UNTIL WS-RLG-EOF.
003650     CLOSE RUN-LOG-FILE.
003660 3000-EXIT.
003670     EXIT.
003680*
003690 3100-READ-RUN-RECORD.
003700     READ RUN-LOG-FILE
003710         AT END
003720             SET WS-RLG-EOF TO TRUE
003730     END-READ.
003740     IF WS-RLG-EOF
003750         GO TO 3100-EXIT
003760     END-IF.
003770     IF DT-RLG-RUN-DATE IS NOT NUMERIC
003780             OR DT-RLG-RUN-DATE > WS-RUN-DATE
003790         GO TO 3100-EXIT
003800     END-IF.
003810     MOVE DT-RLG-RUN-DATE TO WS-DTS-DATE.
003820     PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT.
003830     IF WS-DTS-SERIAL < WS-LOOK-SERIAL
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF DT-RLG-PROGRAM-ID = 'SAMPLE1B'
003870             AND DT-RLG-VARIANCE-RAISED
003880         PERFORM 3150-POST-VARIANCE THRU 3150-EXIT
003890         GO TO 3100-EXIT
003900     END-IF.
003910     IF DT-RLG-PROGRAM-ID NOT = 'SAMPLE18'
003920             AND DT-RLG-PROGRAM-ID NOT = 'SAMPLE6 '
003930         GO TO 3100-EXIT
003940     END-IF.
003950     PERFORM 3200-FIND-BREAK-SLOT THRU 3200-EXIT.
003960     IF DT-RLG-PROGRAM-ID = 'SAMPLE18'
003970         MOVE DT-RLG-RETURN-CODE TO WS-BRK-CBL-RC (WS-BRK-SLOT)
003980     ELSE
003990         MOVE DT-RLG-RETURN-CODE TO WS-BRK-GLB-RC (WS-BRK-SLOT)
004000     END-IF.
004010 3100-EXIT.
004020     EXIT.
004030*
004040 3150-POST-VARIANCE.
004050     MOVE SPACES TO WS-NEW-ITEM.
004060     MOVE 'VAR'              TO WS-NEW-SOURCE.
004070     MOVE DT-RLG-RUN-DATE    TO WS-NEW-SOURCE-KEY (1:8).
004080     MOVE DT-RLG-BRANCH-CODE TO WS-NEW-SOURCE-KEY (9:4).
004090     MOVE DT-RLG-BRANCH-CODE TO WS-NEW-BRANCH.
004100     MOVE DT-RLG-RUN-DATE    TO WS-NEW-DATE.
004110     IF DT-RLG-REC-POSTED IS NUMERIC
004120         MOVE DT-RLG-REC-POSTED TO WS-EDIT-COUNT
004130         STRING "VARIANCE FLAG - " DELIMITED BY SIZE
004140                WS-EDIT-COUNT      DELIMITED BY SIZE
004150                " RECORDS POSTED"  DELIMITED BY SIZE
004160             INTO WS-NEW-DESCRIPTION
004170         END-STRING
004180     ELSE
004190         MOVE "DAY-OVER-DAY VARIANCE FLAG RAISED"
004200             TO WS-NEW-DESCRIPTION
004210     END-IF.
004220     PERFORM 6000-POST-ITEM THRU 6000-EXIT.
004230 3150-EXIT.
004240     EXIT.
004250*
004260 3200-FIND-BREAK-SLOT.
004270     MOVE 0 TO WS-BRK-SLOT.
004280     PERFORM 3250-SCAN-BREAK-SLOT THRU 3250-EXIT
004290         VARYING WS-BRK-IDX FROM 1 BY 1
004300         UNTIL WS-BRK-IDX > WS-BRK-COUNT
004310             OR WS-BRK-SLOT > 0.
004320     IF WS-BRK-SLOT > 0
004330         GO TO 3200-EXIT
004340     END-IF.
004350     IF WS-BRK-COUNT IS NOT LESS THAN 40
004360         DISPLAY "*** RUN DATE TABLE FULL - LIMIT 40 ***"
004370         MOVE 16 TO RETURN-CODE
004380         STOP RUN
004390     END-IF.
004400     ADD 1 TO WS-BRK-COUNT.
004410     MOVE WS-BRK-COUNT    TO WS-BRK-SLOT.
004420     MOVE DT-RLG-RUN-DATE TO WS-BRK-DATE (WS-BRK-SLOT).
004430     MOVE SPACES          TO WS-BRK-CBL-RC (WS-BRK-SLOT).
004440     MOVE SPACES          TO WS-BRK-GLB-RC (WS-BRK-SLOT).
004450 3200-EXIT.
004460     EXIT.
004470*
004480 3250-SCAN-BREAK-SLOT.
004490     IF WS-BRK-DATE (WS-BRK-IDX) = DT-RLG-RUN-DATE
004500         MOVE WS-BRK-IDX TO WS-BRK-SLOT
004510     END-IF.
004520 3250-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560*   3500-POST-BREAKS                                             *
004570*   POSTS A CBL ITEM FOR EACH RUN DATE WHOSE LAST CONSBAL RUN    *
004580*   ENDED RC=8 OR WORSE, AND A GLB ITEM FOR EACH WHOSE LAST      *
004590*   GLBAL RUN DID - THE SAME TEST SAMPLE25 REFUSES THE RETURN    *
004600*   ON.  THE BREAK IS BANK-WIDE, SO THE ITEM CARRIES BRANCH      *
004610*   '*ALL'.                                                      *
004620******************************************************************
004630 3500-POST-BREAKS.
004640     PERFORM 3550-POST-ONE-DATE THRU 3550-EXIT
004650         VARYING WS-BRK-IDX FROM 1 BY 1
004660         UNTIL WS-BRK-IDX > WS-BRK-COUNT.
004670 3500-EXIT.
004680     EXIT.
004690*
004700 3550-POST-ONE-DATE.
004710     IF WS-BRK-CBL-RC (WS-BRK-IDX) IS NUMERIC
004720             AND WS-BRK-CBL-RC (WS-BRK-IDX) IS NOT LESS THAN '08'
004730         MOVE SPACES TO WS-NEW-ITEM
004740         MOVE 'CBL'                   TO WS-NEW-SOURCE
004750         MOVE WS-BRK-DATE (WS-BRK-IDX) TO WS-NEW-SOURCE-KEY
004760         MOVE '*ALL'                  TO WS-NEW-BRANCH
004770         MOVE WS-BRK-DATE (WS-BRK-IDX) TO WS-NEW-DATE
004780         STRING "CONSBAL (SAMPLE18) LAST ENDED RC="
004790                    DELIMITED BY SIZE
004800                WS-BRK-CBL-RC (WS-BRK-IDX) DELIMITED BY SIZE
004810             INTO WS-NEW-DESCRIPTION
004820         END-STRING
004830         PERFORM 6000-POST-ITEM THRU 6000-EXIT
004840     END-IF.
004850     IF WS-BRK-GLB-RC (WS-BRK-IDX) IS NUMERIC
004860             AND WS-BRK-GLB-RC (WS-BRK-IDX) IS NOT LESS THAN '08'
004870         MOVE SPACES TO WS-NEW-ITEM
004880         MOVE 'GLB'                   TO WS-NEW-SOURCE
004890         MOVE WS-BRK-DATE (WS-BRK-IDX) TO WS-NEW-SOURCE-KEY
004900         MOVE '*ALL'                  TO WS-NEW-BRANCH
004910         MOVE WS-BRK-DATE (WS-BRK-IDX) TO WS-NEW-DATE
004920         STRING "GLBAL (SAMPLE6) LAST ENDED RC="
004930                    DELIMITED BY SIZE
004940                WS-BRK-GLB-RC (WS-BRK-IDX) DELIMITED BY SIZE
004950             INTO WS-NEW-DESCRIPTION
004960         END-STRING
004970         PERFORM 6000-POST-ITEM THRU 6000-EXIT
004980     END-IF.
004990 3550-EXIT.
005000     EXIT.
005010*
005020******************************************************************
005030*   4000-SCAN-SUSPENSE                                           *
005040*   POSTS A SUS ITEM FOR EACH SUSPFILE RECORD OLDER THAN THE     *
005050*   SUSPAGEDAYS THRESHOLD, AGED THE SAME WAY SAMPLE12 AGES IT -  *
005060*   A SUSPEND DATE THAT IS NOT NUMERIC COUNTS AS PAST IT.  A     *
005070*   FILE THAT DOES NOT EXIST YET MEANS NOTHING IS SUSPENDED.     *
005080******************************************************************
005090 4000-SCAN-SUSPENSE.
005100     OPEN INPUT SUSPENSE-FILE.
005110     IF WS-SUS-STATUS = '35'
005120         GO TO 4000-EXIT
005130     END-IF.
005140     IF WS-SUS-STATUS NOT = '00'
005150         DISPLAY "*** UNABLE TO OPEN SUSPFILE FOR INPUT - "
005160             "STATUS " WS-SUS-STATUS " ***"
005170         MOVE 16 TO RETURN-CODE
005180         STOP RUN
005190     END-IF.
005200     PERFORM 4100-READ-SUSPENSE THRU 4100-EXIT
005210         UNTIL WS-SUS-EOF.
005220     CLOSE SUSPENSE-FILE.
005230 4000-EXIT.
005240     EXIT.
005250*
005260 4100-READ-SUSPENSE.
005270     READ SUSPENSE-FILE
005280         AT END
005290             SET WS-SUS-EOF TO TRUE
005300     END-READ.
005310     IF WS-SUS-EOF
005320         GO TO 4100-EXIT
005330     END-IF.
005340     IF DT-SUS-SUSPEND-DATE IS NUMERIC
005350         MOVE DT-SUS-SUSPEND-DATE TO WS-DTS-DATE
005360         PERFORM 7000-DATE-TO-SERIAL THRU 7000-EXIT
005370         IF WS-RUN-SERIAL IS GREATER THAN WS-DTS-SERIAL
005380             COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DTS-SERIAL
005390         ELSE
005400             MOVE 0 TO WS-AGE-DAYS
005410         END-IF
005420     ELSE
005430         MOVE 9999 TO WS-AGE-DAYS
005440     END-IF.
005450     IF WS-AGE-DAYS IS NOT GREATER THAN WS-AGE-THRESHOLD
005460         GO TO 4100-EXIT
005470     END-IF.
005480     MOVE SPACES TO WS-NEW-ITEM.
005490     MOVE 'SUS'               TO WS-NEW-SOURCE.
005500     MOVE DT-SUS-SUSPEND-DATE TO WS-NEW-SOURCE-KEY (1:8).
005510     MOVE DT-SUS-REASON-CODE  TO WS-NEW-SOURCE-KEY (9:4).
005520     MOVE DT-SUS-BRANCH-CODE  TO WS-NEW-SOURCE-KEY (13:4).
005530     MOVE DT-SUS-SEQ-NO       TO WS-NEW-SOURCE-KEY (17:6).
005540     MOVE DT-SUS-BRANCH-CODE  TO WS-NEW-BRANCH.
005550     MOVE DT-SUS-SUSPEND-DATE TO WS-NEW-DATE.
005560     STRING "AGED SUSPENSE - " DELIMITED BY SIZE
005570            DT-SUS-REASON-CODE DELIMITED BY SIZE
005580            " SEQ "            DELIMITED BY SIZE
005590            DT-SUS-SEQ-NO      DELIMITED BY SIZE
005600         INTO WS-NEW-DESCRIPTION
005610     END-STRING.
005620     PERFORM 6000-POST-ITEM THRU 6000-EXIT.
005630 4100-EXIT.
005640     EXIT.
005650*
005660******************************************************************
005670*   4500-SCAN-GL-UNACK                                           *
005680*   POSTS A GLU ITEM FOR EACH EXTRACT RECORD SAMPLE13 CARRIED    *
005690*   FORWARD ON GLUNACK AS STILL UNACKNOWLEDGED BY THE LEDGER.    *
005700*   A FILE THAT DOES NOT EXIST YET MEANS NOTHING IS OUTSTANDING. *
005710******************************************************************
005720 4500-SCAN-GL-UNACK.
005730     OPEN INPUT GL-UNACK-FILE.
005740     IF WS-UNA-STATUS = '35'
005750         GO TO 4500-EXIT
005760     END-IF.
005770     IF WS-UNA-STATUS NOT = '00'
005780         DISPLAY "*** UNABLE TO OPEN GLUNACK FOR INPUT - "
005790             "STATUS " WS-UNA-STATUS " ***"
005800         MOVE 16 TO RETURN-CODE
005810         STOP RUN
005820     END-IF.
005830     PERFORM 4600-READ-GL-UNACK THRU 4600-EXIT
005840         UNTIL WS-UNA-EOF.
005850     CLOSE GL-UNACK-FILE.
005860 4500-EXIT.
005870     EXIT.
005880*
005890 4600-READ-GL-UNACK.
005900     READ GL-UNACK-FILE
005910         AT END
005920             SET WS-UNA-EOF TO TRUE
005930     END-READ.
005940     IF WS-UNA-EOF
005950         GO TO 4600-EXIT
005960     END-IF.
005970     MOVE SPACES TO WS-NEW-ITEM.
005980     MOVE 'GLU'              TO WS-NEW-SOURCE.
005990     MOVE DT-GL-RUN-DATE     TO WS-NEW-SOURCE-KEY (1:8).
006000     MOVE DT-GL-BRANCH-CODE  TO WS-NEW-SOURCE-KEY (9:4).
006010     MOVE DT-GL-CONTROL-ACCT TO WS-NEW-SOURCE-KEY (13:10).
006020     MOVE DT-GL-ENTRY-TYPE   TO WS-NEW-SOURCE-KEY (23:1).
006030     MOVE DT-GL-POST-DATE    TO WS-NEW-SOURCE-KEY (24:8).
006040     MOVE DT-GL-BRANCH-CODE  TO WS-NEW-BRANCH.
006050     MOVE DT-GL-RUN-DATE     TO WS-NEW-DATE.
006060     IF DT-GL-AMOUNT IS NUMERIC
006070         MOVE DT-GL-AMOUNT TO WS-EDIT-AMOUNT
006080     ELSE
006090         MOVE 0 TO WS-EDIT-AMOUNT
006100     END-IF.
006110     STRING "GL UNACKED "      DELIMITED BY SIZE
006120            DT-GL-CONTROL-ACCT DELIMITED BY SIZE
006130            " "                DELIMITED BY SIZE
006140            WS-EDIT-AMOUNT     DELIMITED BY SIZE
006150         INTO WS-NEW-DESCRIPTION
006160     END-STRING.
006170     PERFORM 6000-POST-ITEM THRU 6000-EXIT.
006180 4600-EXIT.
006190     EXIT.
006200*
006210******************************************************************
006220*   5000-SCAN-PENDING                                            *
006230*   POSTS A PND ITEM FOR EACH PENDFILE CHANGE STILL WAITING FOR  *
006240*   A CHECKER.  THE BRANCH IS IN THE AFTER IMAGE - POSITION 1    *
006250*   OF A TOT IMAGE, POSITION 13 OF A SUS IMAGE.  A FILE THAT     *
006260*   DOES NOT EXIST YET MEANS NOTHING IS PENDING.                 *
006270******************************************************************
006280 5000-SCAN-PENDING.
006290     OPEN INPUT PENDING-CHANGE-FILE.
006300     IF WS-PND-STATUS = '35'
006310         GO TO 5000-EXIT
006320     END-IF.
006330     IF WS-PND-STATUS NOT = '00'
006340         DISPLAY "*** UNABLE TO OPEN PENDFILE FOR INPUT - "
006350             "STATUS " WS-PND-STATUS " ***"
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.
006390     PERFORM 5100-READ-PENDING THRU 5100-EXIT
006400         UNTIL WS-PND-EOF.
006410     CLOSE PENDING-CHANGE-FILE.
006420 5000-EXIT.
006430     EXIT.
006440*
006450 5100-READ-PENDING.
006460     READ PENDING-CHANGE-FILE
006470         AT END
006480             SET WS-PND-EOF TO TRUE
006490     END-READ.
006500     IF WS-PND-EOF
006510         GO TO 5100-EXIT
006520     END-IF.
006530     IF NOT DT-PEND-PENDING
006540         GO TO 5100-EXIT
006550     END-IF.
006560     MOVE SPACES TO WS-NEW-ITEM.
006570     MOVE 'PND'               TO WS-NEW-SOURCE.
006580     MOVE DT-PEND-TYPE        TO WS-NEW-SOURCE-KEY (1:4).
006590     MOVE DT-PEND-MAKER-ID    TO WS-NEW-SOURCE-KEY (5:8).
006600     MOVE DT-PEND-ENTER-DATE  TO WS-NEW-SOURCE-KEY (13:8).
006610     MOVE DT-PEND-ENTER-TIME  TO WS-NEW-SOURCE-KEY (21:6).
006620     IF DT-PEND-SUSPENSE
006630         MOVE DT-PEND-AFTER-IMAGE (13:4) TO WS-NEW-BRANCH
006640     ELSE
006650         MOVE DT-PEND-AFTER-IMAGE (1:4) TO WS-NEW-BRANCH
006660     END-IF.
006670     MOVE DT-PEND-ENTER-DATE  TO WS-NEW-DATE.
006680     STRING DT-PEND-TYPE         DELIMITED BY SIZE
006690            "CHANGE BY "         DELIMITED BY SIZE
006700            DT-PEND-MAKER-ID     DELIMITED BY SIZE
006710            " AWAITS CHECKER"    DELIMITED BY SIZE
006720         INTO WS-NEW-DESCRIPTION
006730     END-STRING.
006740     PERFORM 6000-POST-ITEM THRU 6000-EXIT.
006750 5100-EXIT.
006760     EXIT.
006770*
006780******************************************************************
006790*   6000-POST-ITEM                                               *
006800*   POSTS WS-NEW-ITEM TO THE WORKLIST.  AN ITEM ALREADY ON FILE  *
006810*   UNDER THE SAME KEY - OPEN, TAKEN OR CLOSED - IS ONLY MARKED  *
006820*   SEEN AND ITS LAST-SEEN DATE MOVED, SO NOTHING IS EVER ON     *
006830*   THE LIST TWICE.  ANYTHING ELSE IS ADDED AS A NEW OPEN ITEM   *
006840*   UNDER THE NEXT ITEM NUMBER AND LISTED ON SYSOUT.             *
006850******************************************************************
006860 6000-POST-ITEM.
006870     MOVE 'N' TO WS-ITEM-FOUND-SWITCH.
006880     PERFORM 6100-SCAN-ONE-ITEM THRU 6100-EXIT
006890         VARYING WS-WRK-IDX FROM 1 BY 1
006900         UNTIL WS-WRK-IDX > WS-WRK-COUNT
006910             OR WS-ITEM-FOUND.
006920     IF WS-ITEM-FOUND
006930         MOVE WS-WRK-DATA (WS-WRK-SLOT) TO DT-WORKLIST-RECORD
006940         MOVE WS-RUN-DATE TO DT-WRK-LAST-SEEN
006950         MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-WRK-SLOT)
006960         MOVE 'Y' TO WS-WRK-E-SEEN (WS-WRK-SLOT)
006970         GO TO 6000-EXIT
006980     END-IF.
006990     IF WS-WRK-COUNT IS NOT LESS THAN 2000
007000         DISPLAY "*** WORKLIST TABLE FULL - LIMIT 2000 ***"
007010         MOVE 16 TO RETURN-CODE
007020         STOP RUN
007030     END-IF.
007040     ADD 1 TO WS-LAST-ITEM-NO.
007050     MOVE SPACES             TO DT-WORKLIST-RECORD.
007060     MOVE WS-NEW-KEY         TO DT-WRK-ITEM-KEY.
007070     MOVE WS-LAST-ITEM-NO    TO DT-WRK-ITEM-NO.
007080     MOVE WS-NEW-BRANCH      TO DT-WRK-BRANCH-CODE.
007090     MOVE WS-NEW-DATE        TO DT-WRK-ITEM-DATE.
007100     MOVE 'O'                TO DT-WRK-STATUS.
007110     MOVE WS-RUN-DATE        TO DT-WRK-FIRST-SEEN.
007120     MOVE WS-RUN-DATE        TO DT-WRK-LAST-SEEN.
007130     MOVE WS-NEW-DESCRIPTION TO DT-WRK-DESCRIPTION.
007140     ADD 1 TO WS-WRK-COUNT.
007150     MOVE DT-WORKLIST-RECORD TO WS-WRK-DATA (WS-WRK-COUNT).
007160     MOVE 'Y' TO WS-WRK-E-SEEN (WS-WRK-COUNT).
007170     ADD 1 TO WS-NEW-TOTAL.
007180     EVALUATE TRUE
007190         WHEN DT-WRK-VARIANCE-FLAG
007200             ADD 1 TO WS-NEW-VAR
007210         WHEN DT-WRK-CONSBAL-BREAK
007220             ADD 1 TO WS-NEW-CBL
007230         WHEN DT-WRK-GLBAL-BREAK
007240             ADD 1 TO WS-NEW-GLB
007250         WHEN DT-WRK-AGED-SUSPENSE
007260             ADD 1 TO WS-NEW-SUS
007270         WHEN DT-WRK-GL-UNACK
007280             ADD 1 TO WS-NEW-GLU
007290         WHEN DT-WRK-PENDING-CHECKER
007300             ADD 1 TO WS-NEW-PND
007310     END-EVALUATE.
007320     DISPLAY "NEW ITEM " DT-WRK-ITEM-NO " " DT-WRK-SOURCE " "
007330         DT-WRK-BRANCH-CODE " " DT-WRK-ITEM-DATE " "
007340         DT-WRK-DESCRIPTION.
007350 6000-EXIT.
007360     EXIT.
007370*
007380 6100-SCAN-ONE-ITEM.
007390     IF WS-WRK-DATA (WS-WRK-IDX) (1:40) = WS-NEW-KEY
007400         SET WS-ITEM-FOUND TO TRUE
007410         MOVE WS-WRK-IDX TO WS-WRK-SLOT
007420     END-IF.
007430 6100-EXIT.
007440     EXIT.
007450*
007460******************************************************************
007470*   7000-DATE-TO-SERIAL                                          *
007480*   CONVERTS WS-DTS-DATE (YYYYMMDD) TO A SERIAL DAY NUMBER IN    *
007490*   WS-DTS-SERIAL.  THE STANDARD INTEGER JULIAN FORM - ONLY      *
007500*   DIFFERENCES BETWEEN TWO SERIALS ARE EVER USED.               *
007510******************************************************************
007520 7000-DATE-TO-SERIAL.
007530     IF WS-DTS-MM IS GREATER THAN 2
007540         MOVE WS-DTS-YYYY TO WS-DTS-WORK-Y
007550         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 1
007560     ELSE
007570         COMPUTE WS-DTS-WORK-Y = WS-DTS-YYYY - 1
007580         COMPUTE WS-DTS-WORK-M = WS-DTS-MM + 13
007590     END-IF.
007600     COMPUTE WS-DTS-SERIAL
007610         = (1461 * WS-DTS-WORK-Y) / 4
007620         + (306001 * WS-DTS-WORK-M) / 10000
007630         + WS-DTS-DD.
007640 7000-EXIT.
007650     EXIT.
007660*
007670******************************************************************
007680*   8000-REWRITE-WORKLIST                                        *
007690*   REWRITES THE WORKLIST FROM THE TABLE.  OPEN AND TAKEN ITEMS  *
007700*   ALWAYS CARRY OVER - ONE NO SOURCE REPORTED THIS MORNING IS   *
007710*   COUNTED AS CLEARED AT SOURCE BUT WAITS FOR AN OPERATOR TO    *
007720*   CLOSE IT.  A CLOSED ITEM IS KEPT ONLY WHILE ITS SOURCE STILL *
007730*   REPORTS IT.                                                  *
007740******************************************************************
007750 8000-REWRITE-WORKLIST.
007760     OPEN OUTPUT WORKLIST-FILE.
007770     IF WS-WRK-STATUS NOT = '00'
007780         DISPLAY "*** UNABLE TO OPEN WORKLIST FOR OUTPUT - "
007790             "STATUS " WS-WRK-STATUS " ***"
007800         MOVE 16 TO RETURN-CODE
007810         STOP RUN
007820     END-IF.
007830     PERFORM 8100-WRITE-ONE-ITEM THRU 8100-EXIT
007840         VARYING WS-WRK-IDX FROM 1 BY 1
007850         UNTIL WS-WRK-IDX > WS-WRK-COUNT.
007860     CLOSE WORKLIST-FILE.
007870 8000-EXIT.
007880     EXIT.
007890*
007900 8100-WRITE-ONE-ITEM.
007910     MOVE WS-WRK-DATA (WS-WRK-IDX) TO DT-WORKLIST-RECORD.
007920     IF DT-WRK-CLOSED
007930         IF WS-WRK-E-SEEN (WS-WRK-IDX) = 'Y'
007940             ADD 1 TO WS-CLOSED-KEPT
007950         ELSE
007960             ADD 1 TO WS-CLOSED-DROPPED
007970             GO TO 8100-EXIT
007980         END-IF
007990     ELSE
008000         ADD 1 TO WS-OUTSTANDING
008010         IF DT-WRK-FIRST-SEEN NOT = WS-RUN-DATE
008020             ADD 1 TO WS-CARRIED-OPEN
008030         END-IF
008040         IF WS-WRK-E-SEEN (WS-WRK-IDX) NOT = 'Y'
008050             ADD 1 TO WS-SOURCE-CLEARED
008060         END-IF
008070     END-IF.
008080     WRITE DT-WORKLIST-RECORD.
008090     IF WS-WRK-STATUS NOT = '00'
008100         DISPLAY "*** ERROR WRITING WORKLIST - STATUS "
008110             WS-WRK-STATUS " ***"
008120         MOVE 16 TO RETURN-CODE
008130         STOP RUN
008140     END-IF.
008150 8100-EXIT.
008160     EXIT.
008170*
008180******************************************************************
008190*   9900-TERMINATE                                               *
008200*   PRINTS THE BUILD SUMMARY, SETS THE STEP RETURN CODE - 4      *
008210*   WHEN ANYTHING IS OUTSTANDING, SO THE MORNING REVIEW SEES IT  *
008220*   - AND APPENDS THE RUN-STATUS RECORD.                         *
008230******************************************************************
008240 9900-TERMINATE.
008250     DISPLAY "NEW ITEMS " WS-NEW-TOTAL
008260         "  (VAR " WS-NEW-VAR "  CBL " WS-NEW-CBL
008270         "  GLB " WS-NEW-GLB "  SUS " WS-NEW-SUS
008280         "  GLU " WS-NEW-GLU "  PND " WS-NEW-PND ")".
008290     DISPLAY "CARRIED OVER OPEN " WS-CARRIED-OPEN
008300         "  CLEARED AT SOURCE, AWAITING CLOSE " WS-SOURCE-CLEARED.
008310     DISPLAY "CLOSED KEPT " WS-CLOSED-KEPT
008320         "  CLOSED DROPPED " WS-CLOSED-DROPPED
008330         "  OUTSTANDING " WS-OUTSTANDING.
008340     IF WS-OUTSTANDING IS GREATER THAN 0
008350             AND RETURN-CODE = 0
008360         MOVE 4 TO RETURN-CODE
008370     END-IF.
008380     OPEN EXTEND RUN-LOG-FILE.
008390     IF WS-RLG-STATUS NOT = '00'
008400         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
008410             "STATUS " WS-RLG-STATUS " ***"
008420         MOVE 16 TO RETURN-CODE
008430         STOP RUN
008440     END-IF.
008450     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
008460     CLOSE RUN-LOG-FILE.
008470 9900-EXIT.
008480     EXIT.
008490*
008500******************************************************************
008510*   9950-WRITE-RUN-LOG                                           *
008520*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
008530*   SCREEN (SAMPLE11) - THE POSTED FIELD CARRIES THE NEW ITEMS   *
008540*   AND THE SUSPENDED FIELD THE ITEMS OUTSTANDING.               *
008550******************************************************************
008560 9950-WRITE-RUN-LOG.
008570     MOVE SPACES TO DT-RUN-LOG-RECORD.
008580     ACCEPT WS-TIME-WORK FROM TIME.
008590     MOVE 'SAMPLE27'        TO DT-RLG-PROGRAM-ID.
008600     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
008610     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
008620     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
008630     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
008640     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
008650     MOVE WS-NEW-TOTAL      TO DT-RLG-REC-POSTED.
008660     MOVE WS-OUTSTANDING    TO DT-RLG-REC-SUSPENDED.
008670     MOVE 0                 TO DT-RLG-NUM1-TOTAL.
008680     MOVE 0                 TO DT-RLG-NUM2-TOTAL.
008690     WRITE DT-RUN-LOG-RECORD.
008700     IF WS-RLG-STATUS NOT = '00'
008710         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
008720             WS-RLG-STATUS " ***"
008730         MOVE 16 TO RETURN-CODE
008740         STOP RUN
008750     END-IF.
008760 9950-EXIT.
008770     EXIT.
