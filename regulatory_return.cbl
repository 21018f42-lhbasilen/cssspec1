000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SAMPLE25.
000030 AUTHOR.        R. MALONE.
000040 INSTALLATION.  FIRST STATE BANK - DATA PROCESSING.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED. 2026-10-15.
000070*
000080******************************************************************
000090*                                                                *
000100*   SAMPLE25 BUILDS THE DAILY REGULATORY RETURN, RUN AFTER THE   *
000110*   CONSBAL AND GLBAL BALANCING STEPS IN THE NIGHTLY BATCH (SEE  *
000120*   JCL/NIGHTBAT.JCL), SO THE BANK-WIDE FIGURES ARE NO LONGER    *
000130*   RE-KEYED FROM THE SAMPLE8 CONSOLIDATION PRINTOUT.  THE       *
000140*   RETURN (REGRTN, SEE DTREGRTN) IS A FIXED-FORMAT FILE:        *
000150*                                                                *
000160*     'H' HEADER  - INSTITUTION, BUSINESS DATE, SUBMISSION       *
000170*                   SEQUENCE NUMBER, ORIGINAL OR AMENDMENT.      *
000180*     'B' BRANCH  - WHAT EACH BRANCH STEP POSTED (STEPCTL), IN   *
000190*                   REGION ORDER OFF THE BRANCH MASTER.          *
000200*     'R' REGION  - EACH REGION'S SUBTOTAL AFTER ITS BRANCHES.   *
000210*     'T' BANK    - THE CONSOLIDATED FIGURE OFF CONSFILE.        *
000220*     'Z' TRAILER - RECORD COUNT AND NUM1/NUM2 HASH TOTALS.      *
000230*                                                                *
000240*   THE RETURN IS REFUSED (RC=8, NOTHING WRITTEN) WHEN THE LAST  *
000250*   CONSBAL (SAMPLE18) OR GLBAL (SAMPLE6) RUN LOGGED FOR THE     *
000260*   BUSINESS DATE ENDED RC=8 OR WORSE, OR NEVER RAN - A FIGURE   *
000270*   THE BANK HAS NOT PROVED IS NOT SENT TO THE REGULATOR.        *
000280*                                                                *
000290*   EVERY RETURN BUILT IS LOGGED ON REGSUBLG (SEE DTREGSUB).     *
000300*   THE FIRST FOR A BUSINESS DATE IS THE ORIGINAL; A LATER ONE   *
000310*   FOR THE SAME DATE GOES OUT MARKED AS AN AMENDMENT OF THE     *
000320*   LAST SEQUENCE NUMBER SENT, NEVER AS A SILENT DUPLICATE.      *
000330*   THE BUSINESS DATE IS TODAY UNLESS A YYYYMMDD DATE IS PUNCHED *
000340*   IN COLUMNS 1-8 OF THE SYSIN CARD (JCL/REGRTN.JCL).  WHEN A   *
000350*   LATE FEED WAS CAUGHT UP TONIGHT INTO A DATE ALREADY SENT,    *
000360*   SYSOUT SAYS SO AND THE STEP ENDS RC=4 SO THE AMENDMENT IS    *
000370*   RUN.                                                         *
000380*                                                                *
000390*   RC=0 ORIGINAL BUILT.  RC=4 AMENDMENT BUILT, OR A CAUGHT-UP   *
000400*   DATE NEEDS AMENDING.  RC=8 REFUSED.  RC=16 BAD CARD OR A     *
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
000560     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RLG-STATUS.
000590     SELECT PARAMETER-FILE      ASSIGN TO PARMFILE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PRM-STATUS.
000620     SELECT CONSOLIDATED-FILE   ASSIGN TO CONSFILE
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CON-STATUS.
000650     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-BRM-STATUS.
000680     SELECT STEP-CONTROL-FILE   ASSIGN TO STEPCTL
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-STP-STATUS.
000710     SELECT SUBMISSION-LOG-FILE ASSIGN TO REGSUBLG
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RSL-STATUS.
000740     SELECT REG-RETURN-FILE     ASSIGN TO REGRTN
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-RGR-STATUS.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RUN-LOG-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830 COPY DTRUNLOG.
000840*
000850 FD  PARAMETER-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 40 CHARACTERS.
000880 COPY DTPARM.
000890*
000900 FD  CONSOLIDATED-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 60 CHARACTERS.
000930 COPY DTCONS.
000940*
000950 FD  BRANCH-MASTER-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 48 CHARACTERS.
000980 COPY DTBRMST.
000990*
001000 FD  STEP-CONTROL-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 60 CHARACTERS.
001030 COPY DTSTPCTL.
001040*
001050 FD  SUBMISSION-LOG-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 COPY DTREGSUB.
001090*
001100 FD  REG-RETURN-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 80 CHARACTERS.
001130 COPY DTREGRTN.
001140*
001150 WORKING-STORAGE SECTION.
001160*
001170 01  WS-SWITCHES.
001180     05  WS-RLG-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001190         88  WS-RLG-EOF                      VALUE 'Y'.
001200     05  WS-PRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001210         88  WS-PRM-EOF                      VALUE 'Y'.
001220     05  WS-CON-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001230         88  WS-CON-EOF                      VALUE 'Y'.
001240     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001250         88  WS-BRM-EOF                      VALUE 'Y'.
001260     05  WS-STP-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001270         88  WS-STP-EOF                      VALUE 'Y'.
001280     05  WS-RSL-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001290         88  WS-RSL-EOF                      VALUE 'Y'.
001300     05  WS-CON-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001310         88  WS-CON-FOUND                    VALUE 'Y'.
001320     05  WS-BRN-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001330         88  WS-BRN-FOUND                    VALUE 'Y'.
001340     05  WS-CUP-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001350         88  WS-CUP-FOUND                    VALUE 'Y'.
001360     05  WS-CONSBAL-SWITCH       PIC X(01)   VALUE 'N'.
001370         88  WS-CONSBAL-LOGGED               VALUE 'Y'.
001380     05  WS-GLBAL-SWITCH         PIC X(01)   VALUE 'N'.
001390         88  WS-GLBAL-LOGGED                 VALUE 'Y'.
001400     05  WS-REFUSE-SWITCH        PIC X(01)   VALUE 'N'.
001410         88  WS-BUILD-REFUSED                VALUE 'Y'.
001420     05  WS-SUBMIT-TYPE          PIC X(01)   VALUE 'O'.
001430         88  WS-ORIGINAL-RETURN              VALUE 'O'.
001440         88  WS-AMENDED-RETURN               VALUE 'A'.
001450     05  WS-AMEND-DUE-SWITCH     PIC X(01)   VALUE 'N'.
001460         88  WS-AMENDMENT-DUE                VALUE 'Y'.
001470*
001480 01  WS-RUN-DATE                 PIC X(08).
001490 01  WS-BUS-DATE                 PIC X(08).
001500 01  WS-CONTROL-CARD             PIC X(80).
001510*
001520 01  WS-RLG-STATUS               PIC X(02).
001530 01  WS-PRM-STATUS               PIC X(02).
001540 01  WS-CON-STATUS               PIC X(02).
001550 01  WS-BRM-STATUS               PIC X(02).
001560 01  WS-STP-STATUS               PIC X(02).
001570 01  WS-RSL-STATUS               PIC X(02).
001580 01  WS-RGR-STATUS               PIC X(02).
001590*
001600 01  WS-START-TIME               PIC X(06).
001610 01  WS-TIME-WORK                PIC X(08).
001620*
001630*    THE REPORTING INSTITUTION.  THE REGULATOR'S NUMBER FOR THE
001640*    BANK IS THE PARMFILE REGINSTID SETTING ('*'); THE COMPILED
001650*    NUMBER STANDS WHEN PARMFILE IS ABSENT OR HAS NONE.
001660 01  WS-INSTITUTION.
001670     05  WS-DEFAULT-INST-ID      PIC 9(07)   VALUE 0042117.
001680     05  WS-INST-ID              PIC 9(07)   VALUE 0.
001690     05  WS-INST-NAME            PIC X(20)
001700                                 VALUE "FIRST STATE BANK".
001710*
001720*    THE LAST CONSBAL AND GLBAL RESULT LOGGED FOR THE DATE.
001730 01  WS-CONSBAL-RC               PIC 9(02)   VALUE 0.
001740 01  WS-GLBAL-RC                 PIC 9(02)   VALUE 0.
001750*
001760*    THE LAST CONSFILE RECORD FOR THE BUSINESS DATE - THE
001770*    NIGHTLY ONE, OR A CATCH-UP THAT COMPLETED IT.
001780 01  WS-CON-FIELDS.
001790     05  WS-CON-BRANCHES-EXP     PIC 9(03)   VALUE 0.
001800     05  WS-CON-BRANCHES-RPT     PIC 9(03)   VALUE 0.
001810     05  WS-CON-REC-COUNT        PIC 9(06)   VALUE 0.
001820     05  WS-CON-NUM1             PIC 9(11)   VALUE 0.
001830     05  WS-CON-NUM2             PIC 9(11)   VALUE 0.
001840     05  WS-CON-ENTRY-TYPE       PIC X(01)   VALUE SPACE.
001850*
001860*    EARLIER BUSINESS DATES WHOSE CONSFILE FIGURE A LATE-FEED
001870*    CATCH-UP AMENDED TONIGHT, WITH THE LAST RETURN SENT FOR
001880*    EACH (ZERO = NONE SENT YET).
001890 01  WS-CUP-TABLE.
001900     05  WS-CUP-COUNT            PIC 9(03)   COMP  VALUE 0.
001910     05  WS-CUP-ENTRY            OCCURS 10 TIMES.
001920         10  WS-CUP-DATE         PIC X(08).
001930         10  WS-CUP-SENT-SEQ     PIC 9(06).
001940 01  WS-CUP-IDX                  PIC 9(03)   COMP.
001950*
001960*    ONE SLOT PER BRANCH - THE MASTER'S REGION AND WHETHER THE
001970*    BRANCH WAS OPEN ON THE BUSINESS DATE, PLUS WHAT ITS STEPS
001980*    POSTED FOR THAT DATE.
001990 01  WS-BRN-TABLE.
002000     05  WS-BRN-COUNT            PIC 9(03)   COMP  VALUE 0.
002010     05  WS-BRN-ENTRY            OCCURS 50 TIMES.
002020         10  WS-BRN-CODE         PIC X(04).
002030         10  WS-BRN-REGN         PIC X(04).
002040         10  WS-BRN-EXPECTED     PIC X(01).
002050             88  WS-BRN-IS-EXPECTED          VALUE 'Y'.
002060         10  WS-BRN-REPORTED     PIC X(01).
002070             88  WS-BRN-HAS-REPORTED         VALUE 'Y'.
002080         10  WS-BRN-REC-COUNT    PIC 9(07).
002090         10  WS-BRN-NUM1         PIC 9(13).
002100         10  WS-BRN-NUM2         PIC 9(13).
002110 01  WS-SWAP-ENTRY               PIC X(43).
002120 01  WS-BRN-IDX                  PIC 9(03)   COMP.
002130 01  WS-BRN-JDX                  PIC 9(03)   COMP.
002140 01  WS-BRN-SLOT                 PIC 9(03)   COMP.
002150 01  WS-LOOKUP-CODE              PIC X(04).
002160*
002170*    THE REGION BEING SUBTOTALED WHILE THE RETURN IS WRITTEN.
002180 01  WS-RGN-FIELDS.
002190     05  WS-RGN-CODE             PIC X(04)   VALUE SPACES.
002200     05  WS-RGN-EXP              PIC 9(03)   VALUE 0.
002210     05  WS-RGN-RPT              PIC 9(03)   VALUE 0.
002220     05  WS-RGN-REC-COUNT        PIC 9(07)   VALUE 0.
002230     05  WS-RGN-NUM1             PIC 9(13)   VALUE 0.
002240     05  WS-RGN-NUM2             PIC 9(13)   VALUE 0.
002250*
002260*    SUBMISSION SEQUENCE - THE HIGHEST ON THE LOG, AND THE LAST
002270*    ONE SENT FOR THIS BUSINESS DATE (ZERO = NONE).
002280 01  WS-SUBMIT-FIELDS.
002290     05  WS-LAST-SEQ             PIC 9(06)   VALUE 0.
002300     05  WS-PRIOR-SEQ            PIC 9(06)   VALUE 0.
002310     05  WS-NEW-SEQ              PIC 9(06)   VALUE 0.
002320*
002330*    TRAILER CONTROL TOTALS.
002340 01  WS-TRAILER-TOTALS.
002350     05  WS-OUT-COUNT            PIC 9(07)   VALUE 0.
002360     05  WS-OUT-BRANCHES         PIC 9(05)   VALUE 0.
002370     05  WS-HASH-NUM1            PIC 9(15)   VALUE 0.
002380     05  WS-HASH-NUM2            PIC 9(15)   VALUE 0.
002390*
002400 PROCEDURE DIVISION.
002410*
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     PERFORM 2000-CHECK-BALANCING-STEPS THRU 2000-EXIT.
002450     IF WS-BUILD-REFUSED
002460         PERFORM 9900-TERMINATE THRU 9900-EXIT
002470         STOP RUN
002480     END-IF.
002490     PERFORM 1200-LOAD-PARAMETERS THRU 1200-EXIT.
002500     PERFORM 3000-FIND-CONSOLIDATED THRU 3000-EXIT.
002510     PERFORM 3500-LOAD-BRANCH-MASTER THRU 3500-EXIT.
002520     PERFORM 4000-TALLY-STEP-CONTROL THRU 4000-EXIT.
002530     PERFORM 4500-SORT-BY-REGION THRU 4500-EXIT.
002540     PERFORM 5000-READ-SUBMISSION-LOG THRU 5000-EXIT.
002550     PERFORM 6000-BUILD-RETURN THRU 6000-EXIT.
002560     PERFORM 7000-LOG-SUBMISSION THRU 7000-EXIT.
002570     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002580     PERFORM 9900-TERMINATE THRU 9900-EXIT.
002590     STOP RUN.
002600*
002610******************************************************************
002620*   1000-INITIALIZE                                              *
002630*   SETS THE BUSINESS DATE - TODAY, OR THE YYYYMMDD DATE ON THE  *
002640*   SYSIN CARD FOR A RESUBMISSION.  ANYTHING ELSE ON THE CARD    *
002650*   IS A MISPUNCH - ABEND RATHER THAN SEND THE WRONG DATE.       *
002660******************************************************************
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002690     ACCEPT WS-TIME-WORK FROM TIME.
002700     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME.
002710     MOVE WS-RUN-DATE TO WS-BUS-DATE.
002720     MOVE SPACES TO WS-CONTROL-CARD.
002730     ACCEPT WS-CONTROL-CARD.
002740     IF WS-CONTROL-CARD (1:8) IS NUMERIC
002750         MOVE WS-CONTROL-CARD (1:8) TO WS-BUS-DATE
002760     ELSE
002770         IF WS-CONTROL-CARD NOT = SPACES
002780             DISPLAY "*** BUSINESS DATE '" WS-CONTROL-CARD (1:8)
002790                 "' IS NOT YYYYMMDD ***"
002800             MOVE 16 TO RETURN-CODE
002810             STOP RUN
002820         END-IF
002830     END-IF.
002840     OPEN INPUT RUN-LOG-FILE.
002850     IF WS-RLG-STATUS NOT = '00'
002860         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR INPUT - "
002870             "STATUS " WS-RLG-STATUS " ***"
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910 1000-EXIT.
002920     EXIT.
002930*
002940******************************************************************
002950*   1200-LOAD-PARAMETERS                                         *
002960*   TAKES THE REGULATOR'S INSTITUTION NUMBER FROM THE PARMFILE   *
002970*   REGINSTID SETTING.  A PARMFILE THAT CANNOT BE OPENED, OR     *
002980*   HAS NO SUCH SETTING, LEAVES THE COMPILED NUMBER IN FORCE -   *
002990*   NOTED ON SYSOUT.                                             *
003000******************************************************************
003010 1200-LOAD-PARAMETERS.
003020     MOVE WS-DEFAULT-INST-ID TO WS-INST-ID.
003030     OPEN INPUT PARAMETER-FILE.
003040     IF WS-PRM-STATUS NOT = '00'
003050         DISPLAY "PARMFILE NOT AVAILABLE - COMPILED DEFAULTS "
003060             "IN USE"
003070         GO TO 1200-EXIT
003080     END-IF.
003090     PERFORM 1250-LOAD-ONE-PARM THRU 1250-EXIT
003100         UNTIL WS-PRM-EOF.
003110     CLOSE PARAMETER-FILE.
003120 1200-EXIT.
003130     EXIT.
003140*
003150 1250-LOAD-ONE-PARM.
003160     READ PARAMETER-FILE
003170         AT END
003180             SET WS-PRM-EOF TO TRUE
003190     END-READ.
003200     IF WS-PRM-EOF
003210         GO TO 1250-EXIT
003220     END-IF.
003230     IF DT-PRM-KEYWORD NOT = 'REGINSTID'
003240         GO TO 1250-EXIT
003250     END-IF.
003260     IF DT-PRM-VALUE IS NOT NUMERIC
003270         DISPLAY "*** PARM '" DT-PRM-KEYWORD "' VALUE NOT "
003280             "NUMERIC - RECORD IGNORED ***"
003290         GO TO 1250-EXIT
003300     END-IF.
003310     IF DT-PRM-BRANCH-CODE = '*'
003320         MOVE DT-PRM-VALUE TO WS-INST-ID
003330     END-IF.
003340 1250-EXIT.
003350     EXIT.
003360*
003370******************************************************************
003380*   2000-CHECK-BALANCING-STEPS                                   *
003390*   FINDS THE LAST CONSBAL (SAMPLE18) AND GLBAL (SAMPLE6) RUN    *
003400*   LOGGED FOR THE BUSINESS DATE - A RERUN THAT BALANCED         *
003410*   SUPERSEDES ONE THAT DID NOT.  EITHER ONE MISSING, OR ENDED   *
003420*   RC=8 OR WORSE, REFUSES THE RETURN.                           *
003430******************************************************************
003440 2000-CHECK-BALANCING-STEPS.
003450     PERFORM 2100-READ-ONE-RUN THRU 2100-EXIT
003460         UNTIL WS-RLG-EOF.
003470     CLOSE RUN-LOG-FILE.
003480     IF NOT WS-CONSBAL-LOGGED
003490         DISPLAY "*** NO CONSBAL (SAMPLE18) RUN LOGGED FOR "
003500             WS-BUS-DATE " - RETURN NOT BUILT ***"
003510         SET WS-BUILD-REFUSED TO TRUE
003520     ELSE
003530         IF WS-CONSBAL-RC IS NOT LESS THAN 8
003540             DISPLAY "*** CONSBAL (SAMPLE18) ENDED RC="
003550                 WS-CONSBAL-RC " FOR " WS-BUS-DATE
003560                 " - RETURN NOT BUILT ***"
003570             SET WS-BUILD-REFUSED TO TRUE
003580         END-IF
003590     END-IF.
003600     IF NOT WS-GLBAL-LOGGED
003610         DISPLAY "*** NO GLBAL (SAMPLE6) RUN LOGGED FOR "
003620             WS-BUS-DATE " - RETURN NOT BUILT ***"
003630         SET WS-BUILD-REFUSED TO TRUE
003640     ELSE
003650         IF WS-GLBAL-RC IS NOT LESS THAN 8
003660             DISPLAY "*** GLBAL (SAMPLE6) ENDED RC="
003670                 WS-GLBAL-RC " FOR " WS-BUS-DATE
003680                 " - RETURN NOT BUILT ***"
003690             SET WS-BUILD-REFUSED TO TRUE
003700         END-IF
003710     END-IF.
003720 2000-EXIT.
003730     EXIT.
003740*
003750 2100-READ-ONE-RUN.
003760     READ RUN-LOG-FILE
003770         AT END
003780             SET WS-RLG-EOF TO TRUE
003790     END-READ.
003800     IF WS-RLG-EOF
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF DT-RLG-RUN-DATE NOT = WS-BUS-DATE
003840         GO TO 2100-EXIT
003850     END-IF.
003860     IF DT-RLG-PROGRAM-ID = 'SAMPLE18'
003870         SET WS-CONSBAL-LOGGED TO TRUE
003880         MOVE 16 TO WS-CONSBAL-RC
003890         IF DT-RLG-RETURN-CODE IS NUMERIC
003900             MOVE DT-RLG-RETURN-CODE TO WS-CONSBAL-RC
003910         END-IF
003920     END-IF.
003930     IF DT-RLG-PROGRAM-ID = 'SAMPLE6'
003940         SET WS-GLBAL-LOGGED TO TRUE
003950         MOVE 16 TO WS-GLBAL-RC
003960         IF DT-RLG-RETURN-CODE IS NUMERIC
003970             MOVE DT-RLG-RETURN-CODE TO WS-GLBAL-RC
003980         END-IF
003990     END-IF.
004000 2100-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040*   3000-FIND-CONSOLIDATED                                       *
004050*   KEEPS THE LAST CONSFILE RECORD FOR THE BUSINESS DATE - THE   *
004060*   LAST ONE ON FILE FOR A DATE IS ALWAYS ITS COMPLETE PICTURE   *
004070*   (SEE DTCONS).  ALSO NOTES EVERY EARLIER DATE A CATCH-UP      *
004080*   AMENDED TONIGHT.  NO RECORD FOR THE DATE WHEN CONSBAL        *
004090*   BALANCED IT MEANS THE FILE IS NOT THE ONE CONSBAL READ -     *
004100*   ABEND.                                                       *
004110******************************************************************
004120 3000-FIND-CONSOLIDATED.
004130     OPEN INPUT CONSOLIDATED-FILE.
004140     IF WS-CON-STATUS NOT = '00'
004150         DISPLAY "*** UNABLE TO OPEN CONSFILE FOR INPUT - "
004160             "STATUS " WS-CON-STATUS " ***"
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     PERFORM 3100-READ-ONE-CONSOL THRU 3100-EXIT
004210         UNTIL WS-CON-EOF.
004220     CLOSE CONSOLIDATED-FILE.
004230     IF NOT WS-CON-FOUND
004240         DISPLAY "*** NO CONSFILE RECORD FOR " WS-BUS-DATE
004250             " - CONSOL DID NOT RUN ***"
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290 3000-EXIT.
004300     EXIT.
004310*
004320 3100-READ-ONE-CONSOL.
004330     READ CONSOLIDATED-FILE
004340         AT END
004350             SET WS-CON-EOF TO TRUE
004360     END-READ.
004370     IF WS-CON-EOF
004380         GO TO 3100-EXIT
004390     END-IF.
004400     IF DT-CON-RUN-DATE = WS-BUS-DATE
004410         SET WS-CON-FOUND TO TRUE
004420         MOVE DT-CON-BRANCHES-EXP TO WS-CON-BRANCHES-EXP
004430         MOVE DT-CON-BRANCHES-RPT TO WS-CON-BRANCHES-RPT
004440         MOVE DT-CON-REC-COUNT    TO WS-CON-REC-COUNT
004450         MOVE DT-CON-NUM1-TOTAL   TO WS-CON-NUM1
004460         MOVE DT-CON-NUM2-TOTAL   TO WS-CON-NUM2
004470         MOVE DT-CON-ENTRY-TYPE   TO WS-CON-ENTRY-TYPE
004480         GO TO 3100-EXIT
004490     END-IF.
004500     IF DT-CON-CATCHUP-ENTRY
004510             AND DT-CON-WRITTEN-DATE = WS-RUN-DATE
004520         PERFORM 3200-NOTE-CATCHUP-DATE THRU 3200-EXIT
004530     END-IF.
004540 3100-EXIT.
004550     EXIT.
004560*
004570 3200-NOTE-CATCHUP-DATE.
004580     MOVE 'N' TO WS-CUP-FOUND-SWITCH.
004590     PERFORM 3250-SCAN-CUP-TABLE THRU 3250-EXIT
004600         VARYING WS-CUP-IDX FROM 1 BY 1
004610         UNTIL WS-CUP-IDX > WS-CUP-COUNT
004620             OR WS-CUP-FOUND.
004630     IF WS-CUP-FOUND
004640         GO TO 3200-EXIT
004650     END-IF.
004660     IF WS-CUP-COUNT IS NOT LESS THAN 10
004670         DISPLAY "*** CATCH-UP DATE TABLE FULL - " DT-CON-RUN-DATE
004680             " NOT CHECKED ***"
004690         GO TO 3200-EXIT
004700     END-IF.
004710     ADD 1 TO WS-CUP-COUNT.
004720     MOVE DT-CON-RUN-DATE TO WS-CUP-DATE (WS-CUP-COUNT).
004730     MOVE 0 TO WS-CUP-SENT-SEQ (WS-CUP-COUNT).
004740 3200-EXIT.
004750     EXIT.
004760*
004770 3250-SCAN-CUP-TABLE.
004780     IF WS-CUP-DATE (WS-CUP-IDX) = DT-CON-RUN-DATE
004790         SET WS-CUP-FOUND TO TRUE
004800     END-IF.
004810 3250-EXIT.
004820     EXIT.
004830*
004840******************************************************************
004850*   3500-LOAD-BRANCH-MASTER                                      *
004860*   SEEDS THE BRANCH TABLE FROM THE MASTER, MARKING EVERY        *
004870*   BRANCH OPEN ON THE BUSINESS DATE AS EXPECTED - SO A BRANCH   *
004880*   THAT POSTED NOTHING STILL GOES TO THE REGULATOR AS A ZERO    *
004890*   LINE RATHER THAN DROPPING OFF THE RETURN.                    *
004900******************************************************************
004910 3500-LOAD-BRANCH-MASTER.
004920     OPEN INPUT BRANCH-MASTER-FILE.
004930     IF WS-BRM-STATUS NOT = '00'
004940         DISPLAY "*** UNABLE TO OPEN BRNCHMST FOR INPUT - "
004950             "STATUS " WS-BRM-STATUS " ***"
004960         MOVE 16 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     PERFORM 3600-LOAD-BRM-RECORD THRU 3600-EXIT
005000         UNTIL WS-BRM-EOF.
005010     CLOSE BRANCH-MASTER-FILE.
005020 3500-EXIT.
005030     EXIT.
005040*
005050 3600-LOAD-BRM-RECORD.
005060     READ BRANCH-MASTER-FILE
005070         AT END
005080             SET WS-BRM-EOF TO TRUE
005090     END-READ.
005100     IF WS-BRM-EOF
005110         GO TO 3600-EXIT
005120     END-IF.
005130     MOVE DT-BRM-BRANCH-CODE TO WS-LOOKUP-CODE.
005140     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
005150     MOVE DT-BRM-REGION TO WS-BRN-REGN (WS-BRN-SLOT).
005160     MOVE 'Y' TO WS-BRN-EXPECTED (WS-BRN-SLOT).
005170     IF DT-BRM-OPEN-DATE NOT = SPACES
005180             AND DT-BRM-OPEN-DATE > WS-BUS-DATE
005190         MOVE 'N' TO WS-BRN-EXPECTED (WS-BRN-SLOT)
005200     END-IF.
005210     IF DT-BRM-CLOSE-DATE NOT = SPACES
005220         IF DT-BRM-CLOSE-DATE < WS-BUS-DATE
005230             MOVE 'N' TO WS-BRN-EXPECTED (WS-BRN-SLOT)
005240         END-IF
005250     ELSE
005260         IF NOT DT-BRM-ACTIVE
005270             MOVE 'N' TO WS-BRN-EXPECTED (WS-BRN-SLOT)
005280         END-IF
005290     END-IF.
005300 3600-EXIT.
005310     EXIT.
005320*
005330******************************************************************
005340*   3900-FIND-BRANCH                                             *
005350*   LOCATES (OR OPENS) THE TABLE SLOT FOR THE BRANCH CODE IN     *
005360*   WS-LOOKUP-CODE.  A BRANCH NOT ON THE MASTER FILES UNDER      *
005370*   REGION 'ZZZZ' SO IT SORTS LAST AND STANDS OUT.               *
005380******************************************************************
005390 3900-FIND-BRANCH.
005400     MOVE 'N' TO WS-BRN-FOUND-SWITCH.
005410     PERFORM 3910-SCAN-BRN-TABLE THRU 3910-EXIT
005420         VARYING WS-BRN-IDX FROM 1 BY 1
005430         UNTIL WS-BRN-IDX > WS-BRN-COUNT
005440             OR WS-BRN-FOUND.
005450     IF WS-BRN-FOUND
005460         GO TO 3900-EXIT
005470     END-IF.
005480     IF WS-BRN-COUNT IS NOT LESS THAN 50
005490         DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     ADD 1 TO WS-BRN-COUNT.
005540     MOVE WS-BRN-COUNT TO WS-BRN-SLOT.
005550     MOVE WS-LOOKUP-CODE TO WS-BRN-CODE (WS-BRN-SLOT).
005560     MOVE 'ZZZZ' TO WS-BRN-REGN (WS-BRN-SLOT).
005570     MOVE 'N' TO WS-BRN-EXPECTED (WS-BRN-SLOT).
005580     MOVE 'N' TO WS-BRN-REPORTED (WS-BRN-SLOT).
005590     MOVE 0 TO WS-BRN-REC-COUNT (WS-BRN-SLOT).
005600     MOVE 0 TO WS-BRN-NUM1 (WS-BRN-SLOT).
005610     MOVE 0 TO WS-BRN-NUM2 (WS-BRN-SLOT).
005620 3900-EXIT.
005630     EXIT.
005640*
005650 3910-SCAN-BRN-TABLE.
005660     IF WS-BRN-CODE (WS-BRN-IDX) = WS-LOOKUP-CODE
005670         SET WS-BRN-FOUND TO TRUE
005680         MOVE WS-BRN-IDX TO WS-BRN-SLOT
005690     END-IF.
005700 3910-EXIT.
005710     EXIT.
005720*
005730******************************************************************
005740*   4000-TALLY-STEP-CONTROL                                      *
005750*   ADDS UP WHAT EACH BRANCH'S STEPS POSTED FOR THE BUSINESS     *
005760*   DATE - THE NIGHTLY RUN, A CATCH-UP OR A REPLACEMENT ALL      *
005770*   WRITE UNDER THE DATE THEY POSTED, THE SAME WAY SAMPLE6 AND   *
005780*   SAMPLE18 READ THEM.                                          *
005790******************************************************************
005800 4000-TALLY-STEP-CONTROL.
005810     OPEN INPUT STEP-CONTROL-FILE.
005820     IF WS-STP-STATUS NOT = '00'
005830         DISPLAY "*** UNABLE TO OPEN STEPCTL FOR INPUT - "
005840             "STATUS " WS-STP-STATUS " ***"
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880     PERFORM 4100-READ-STEP-RECORD THRU 4100-EXIT
005890         UNTIL WS-STP-EOF.
005900     CLOSE STEP-CONTROL-FILE.
005910 4000-EXIT.
005920     EXIT.
005930*
005940 4100-READ-STEP-RECORD.
005950     READ STEP-CONTROL-FILE
005960         AT END
005970             SET WS-STP-EOF TO TRUE
005980     END-READ.
005990     IF WS-STP-EOF
006000         GO TO 4100-EXIT
006010     END-IF.
006020     IF DT-STP-RUN-DATE NOT = WS-BUS-DATE
006030         GO TO 4100-EXIT
006040     END-IF.
006050     MOVE DT-STP-BRANCH-CODE TO WS-LOOKUP-CODE.
006060     PERFORM 3900-FIND-BRANCH THRU 3900-EXIT.
006070     MOVE 'Y' TO WS-BRN-REPORTED (WS-BRN-SLOT).
006080     ADD DT-STP-REC-COUNT  TO WS-BRN-REC-COUNT (WS-BRN-SLOT).
006090     ADD DT-STP-NUM1-TOTAL TO WS-BRN-NUM1 (WS-BRN-SLOT).
006100     ADD DT-STP-NUM2-TOTAL TO WS-BRN-NUM2 (WS-BRN-SLOT).
006110 4100-EXIT.
006120     EXIT.
006130*
006140******************************************************************
006150*   4500-SORT-BY-REGION                                          *
006160*   REORDERS THE TABLE BY REGION THEN BRANCH CODE SO EACH        *
006170*   REGION'S BRANCHES COME OUT TOGETHER AHEAD OF ITS SUBTOTAL.   *
006180******************************************************************
006190 4500-SORT-BY-REGION.
006200     IF WS-BRN-COUNT IS LESS THAN 2
006210         GO TO 4500-EXIT
006220     END-IF.
006230     PERFORM 4600-SORT-OUTER-PASS THRU 4600-EXIT
006240         VARYING WS-BRN-IDX FROM 1 BY 1
006250         UNTIL WS-BRN-IDX IS NOT LESS THAN WS-BRN-COUNT.
006260 4500-EXIT.
006270     EXIT.
006280*
006290 4600-SORT-OUTER-PASS.
006300     COMPUTE WS-BRN-JDX = WS-BRN-IDX + 1.
006310     PERFORM 4700-SORT-COMPARE THRU 4700-EXIT
006320         UNTIL WS-BRN-JDX IS GREATER THAN WS-BRN-COUNT.
006330 4600-EXIT.
006340     EXIT.
006350*
006360 4700-SORT-COMPARE.
006370     IF WS-BRN-REGN (WS-BRN-JDX) IS LESS THAN
006380             WS-BRN-REGN (WS-BRN-IDX)
006390         OR (WS-BRN-REGN (WS-BRN-JDX) = WS-BRN-REGN (WS-BRN-IDX)
006400             AND WS-BRN-CODE (WS-BRN-JDX) IS LESS THAN
006410                 WS-BRN-CODE (WS-BRN-IDX))
006420         MOVE WS-BRN-ENTRY (WS-BRN-IDX) TO WS-SWAP-ENTRY
006430         MOVE WS-BRN-ENTRY (WS-BRN-JDX)
006440             TO WS-BRN-ENTRY (WS-BRN-IDX)
006450         MOVE WS-SWAP-ENTRY TO WS-BRN-ENTRY (WS-BRN-JDX)
006460     END-IF.
006470     ADD 1 TO WS-BRN-JDX.
006480 4700-EXIT.
006490     EXIT.
006500*
006510******************************************************************
006520*   5000-READ-SUBMISSION-LOG                                     *
006530*   FINDS THE NEXT SUBMISSION SEQUENCE NUMBER AND WHETHER A      *
006540*   RETURN HAS ALREADY GONE FOR THIS BUSINESS DATE - IF SO THIS  *
006550*   ONE IS AN AMENDMENT OF THE LAST ONE SENT.  ALSO PICKS UP     *
006560*   WHAT WAS SENT FOR ANY DATE A CATCH-UP AMENDED TONIGHT.       *
006570*   STATUS 35 IS THE FIRST-EVER SUBMISSION - NOTHING SENT YET.   *
006580******************************************************************
006590 5000-READ-SUBMISSION-LOG.
006600     OPEN INPUT SUBMISSION-LOG-FILE.
006610     IF WS-RSL-STATUS = '35'
006620         DISPLAY "REGSUBLG NOT FOUND - FIRST SUBMISSION"
006630         GO TO 5000-SET-SEQUENCE
006640     END-IF.
006650     IF WS-RSL-STATUS NOT = '00'
006660         DISPLAY "*** UNABLE TO OPEN REGSUBLG FOR INPUT - "
006670             "STATUS " WS-RSL-STATUS " ***"
006680         MOVE 16 TO RETURN-CODE
006690         STOP RUN
006700     END-IF.
006710     PERFORM 5100-READ-ONE-SUBMISSION THRU 5100-EXIT
006720         UNTIL WS-RSL-EOF.
006730     CLOSE SUBMISSION-LOG-FILE.
006740 5000-SET-SEQUENCE.
006750     COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1.
006760     IF WS-PRIOR-SEQ IS GREATER THAN 0
006770         SET WS-AMENDED-RETURN TO TRUE
006780     END-IF.
006790 5000-EXIT.
006800     EXIT.
006810*
006820 5100-READ-ONE-SUBMISSION.
006830     READ SUBMISSION-LOG-FILE
006840         AT END
006850             SET WS-RSL-EOF TO TRUE
006860     END-READ.
006870     IF WS-RSL-EOF
006880         GO TO 5100-EXIT
006890     END-IF.
006900     IF DT-RSL-SUBMIT-SEQ IS NOT NUMERIC
006910         GO TO 5100-EXIT
006920     END-IF.
006930     IF DT-RSL-SUBMIT-SEQ IS GREATER THAN WS-LAST-SEQ
006940         MOVE DT-RSL-SUBMIT-SEQ TO WS-LAST-SEQ
006950     END-IF.
006960     IF DT-RSL-BUS-DATE = WS-BUS-DATE
006970         MOVE DT-RSL-SUBMIT-SEQ TO WS-PRIOR-SEQ
006980     END-IF.
006990     PERFORM 5200-MATCH-CATCHUP-DATE THRU 5200-EXIT
007000         VARYING WS-CUP-IDX FROM 1 BY 1
007010         UNTIL WS-CUP-IDX > WS-CUP-COUNT.
007020 5100-EXIT.
007030     EXIT.
007040*
007050 5200-MATCH-CATCHUP-DATE.
007060     IF WS-CUP-DATE (WS-CUP-IDX) = DT-RSL-BUS-DATE
007070         MOVE DT-RSL-SUBMIT-SEQ TO WS-CUP-SENT-SEQ (WS-CUP-IDX)
007080     END-IF.
007090 5200-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130*   6000-BUILD-RETURN                                            *
007140*   WRITES THE RETURN - HEADER, EACH REGION'S BRANCHES AND ITS   *
007150*   SUBTOTAL, THE BANK RECORD, THEN THE TRAILER.  A BRANCH GOES  *
007160*   ON IF IT WAS OPEN ON THE DATE OR POSTED ANYTHING FOR IT.     *
007170*   THE FILE IS ONLY OPENED ONCE THE BALANCING CHECK HAS         *
007180*   PASSED, SO A REFUSED NIGHT LEAVES IT EMPTY.                  *
007190******************************************************************
007200 6000-BUILD-RETURN.
007210     OPEN OUTPUT REG-RETURN-FILE.
007220     IF WS-RGR-STATUS NOT = '00'
007230         DISPLAY "*** UNABLE TO OPEN REGRTN FOR OUTPUT - "
007240             "STATUS " WS-RGR-STATUS " ***"
007250         MOVE 16 TO RETURN-CODE
007260         STOP RUN
007270     END-IF.
007280     DISPLAY "DAILY REGULATORY RETURN - BUSINESS DATE "
007290         WS-BUS-DATE.
007300     DISPLAY "INSTITUTION:               " WS-INST-ID
007310         " " WS-INST-NAME.
007320     IF WS-AMENDED-RETURN
007330         DISPLAY "SUBMISSION:                " WS-NEW-SEQ
007340             " *** AMENDMENT OF SUBMISSION " WS-PRIOR-SEQ " ***"
007350     ELSE
007360         DISPLAY "SUBMISSION:                " WS-NEW-SEQ
007370             " ORIGINAL"
007380     END-IF.
007390     IF WS-CON-ENTRY-TYPE = 'C'
007400         DISPLAY "BANK FIGURE FROM:          CONSFILE CATCH-UP "
007410             "RECORD"
007420     END-IF.
007430     DISPLAY " ".
007440     MOVE SPACES TO DT-REG-HEADER-RECORD.
007450     SET DT-RGH-HEADER TO TRUE.
007460     MOVE WS-INST-ID     TO DT-RGH-INST-ID.
007470     MOVE WS-INST-NAME   TO DT-RGH-INST-NAME.
007480     MOVE WS-BUS-DATE    TO DT-RGH-BUS-DATE.
007490     MOVE WS-NEW-SEQ     TO DT-RGH-SUBMIT-SEQ.
007500     MOVE WS-SUBMIT-TYPE TO DT-RGH-SUBMIT-TYPE.
007510     MOVE WS-PRIOR-SEQ   TO DT-RGH-AMENDS-SEQ.
007520     MOVE WS-RUN-DATE    TO DT-RGH-CREATE-DATE.
007530     MOVE WS-START-TIME  TO DT-RGH-CREATE-TIME.
007540     WRITE DT-REG-HEADER-RECORD.
007550     PERFORM 6900-CHECK-WRITE THRU 6900-EXIT.
007560     PERFORM 6100-WRITE-ONE-BRANCH THRU 6100-EXIT
007570         VARYING WS-BRN-IDX FROM 1 BY 1
007580         UNTIL WS-BRN-IDX > WS-BRN-COUNT.
007590     IF WS-RGN-CODE NOT = SPACES
007600         PERFORM 6200-WRITE-REGION-TOTAL THRU 6200-EXIT
007610     END-IF.
007620     PERFORM 6300-WRITE-BANK-TOTAL THRU 6300-EXIT.
007630     MOVE SPACES TO DT-REG-TRAILER-RECORD.
007640     SET DT-RGT-TRAILER TO TRUE.
007650     MOVE WS-BUS-DATE     TO DT-RGT-BUS-DATE.
007660     MOVE WS-NEW-SEQ      TO DT-RGT-SUBMIT-SEQ.
007670*    THE TRAILER COUNTS ITSELF - 6900 THEN BRINGS WS-OUT-COUNT
007680*    LEVEL WITH IT.
007690     COMPUTE DT-RGT-REC-COUNT = WS-OUT-COUNT + 1.
007700     MOVE WS-OUT-BRANCHES TO DT-RGT-BRANCH-COUNT.
007710     MOVE WS-HASH-NUM1    TO DT-RGT-NUM1-HASH.
007720     MOVE WS-HASH-NUM2    TO DT-RGT-NUM2-HASH.
007730     WRITE DT-REG-TRAILER-RECORD.
007740     PERFORM 6900-CHECK-WRITE THRU 6900-EXIT.
007750     CLOSE REG-RETURN-FILE.
007760 6000-EXIT.
007770     EXIT.
007780*
007790 6100-WRITE-ONE-BRANCH.
007800     IF NOT WS-BRN-IS-EXPECTED (WS-BRN-IDX)
007810             AND NOT WS-BRN-HAS-REPORTED (WS-BRN-IDX)
007820         GO TO 6100-EXIT
007830     END-IF.
007840     IF WS-BRN-REGN (WS-BRN-IDX) NOT = WS-RGN-CODE
007850         IF WS-RGN-CODE NOT = SPACES
007860             PERFORM 6200-WRITE-REGION-TOTAL THRU 6200-EXIT
007870         END-IF
007880         MOVE WS-BRN-REGN (WS-BRN-IDX) TO WS-RGN-CODE
007890     END-IF.
007900     MOVE SPACES TO DT-REG-DETAIL-RECORD.
007910     SET DT-RGD-BRANCH TO TRUE.
007920     MOVE WS-BRN-CODE (WS-BRN-IDX)      TO DT-RGD-KEY.
007930     MOVE WS-BRN-REGN (WS-BRN-IDX)      TO DT-RGD-REGION.
007940     MOVE WS-BRN-REC-COUNT (WS-BRN-IDX) TO DT-RGD-REC-COUNT.
007950     MOVE WS-BRN-NUM1 (WS-BRN-IDX)      TO DT-RGD-NUM1-TOTAL.
007960     MOVE WS-BRN-NUM2 (WS-BRN-IDX)      TO DT-RGD-NUM2-TOTAL.
007970     MOVE 0 TO DT-RGD-BRANCHES-EXP.
007980     MOVE 0 TO DT-RGD-BRANCHES-RPT.
007990     WRITE DT-REG-DETAIL-RECORD.
008000     PERFORM 6900-CHECK-WRITE THRU 6900-EXIT.
008010     ADD 1 TO WS-OUT-BRANCHES.
008020     ADD WS-BRN-NUM1 (WS-BRN-IDX) TO WS-HASH-NUM1.
008030     ADD WS-BRN-NUM2 (WS-BRN-IDX) TO WS-HASH-NUM2.
008040     IF WS-BRN-IS-EXPECTED (WS-BRN-IDX)
008050         ADD 1 TO WS-RGN-EXP
008060     END-IF.
008070     IF WS-BRN-HAS-REPORTED (WS-BRN-IDX)
008080         ADD 1 TO WS-RGN-RPT
008090     END-IF.
008100     ADD WS-BRN-REC-COUNT (WS-BRN-IDX) TO WS-RGN-REC-COUNT.
008110     ADD WS-BRN-NUM1 (WS-BRN-IDX) TO WS-RGN-NUM1.
008120     ADD WS-BRN-NUM2 (WS-BRN-IDX) TO WS-RGN-NUM2.
008130 6100-EXIT.
008140     EXIT.
008150*
008160 6200-WRITE-REGION-TOTAL.
008170     MOVE SPACES TO DT-REG-DETAIL-RECORD.
008180     SET DT-RGD-REGION-TOTAL TO TRUE.
008190     MOVE WS-RGN-CODE      TO DT-RGD-KEY.
008200     MOVE WS-RGN-CODE      TO DT-RGD-REGION.
008210     MOVE WS-RGN-REC-COUNT TO DT-RGD-REC-COUNT.
008220     MOVE WS-RGN-NUM1      TO DT-RGD-NUM1-TOTAL.
008230     MOVE WS-RGN-NUM2      TO DT-RGD-NUM2-TOTAL.
008240     MOVE WS-RGN-EXP       TO DT-RGD-BRANCHES-EXP.
008250     MOVE WS-RGN-RPT       TO DT-RGD-BRANCHES-RPT.
008260     WRITE DT-REG-DETAIL-RECORD.
008270     PERFORM 6900-CHECK-WRITE THRU 6900-EXIT.
008280     DISPLAY "REGION " WS-RGN-CODE " BRANCHES " WS-RGN-RPT
008290         " OF " WS-RGN-EXP " NUM1 " WS-RGN-NUM1
008300         " NUM2 " WS-RGN-NUM2.
008310     MOVE 0 TO WS-RGN-EXP.
008320     MOVE 0 TO WS-RGN-RPT.
008330     MOVE 0 TO WS-RGN-REC-COUNT.
008340     MOVE 0 TO WS-RGN-NUM1.
008350     MOVE 0 TO WS-RGN-NUM2.
008360 6200-EXIT.
008370     EXIT.
008380*
008390 6300-WRITE-BANK-TOTAL.
008400     MOVE SPACES TO DT-REG-DETAIL-RECORD.
008410     SET DT-RGD-BANK-TOTAL TO TRUE.
008420     MOVE '*ALL'              TO DT-RGD-KEY.
008430     MOVE WS-CON-REC-COUNT    TO DT-RGD-REC-COUNT.
008440     MOVE WS-CON-NUM1         TO DT-RGD-NUM1-TOTAL.
008450     MOVE WS-CON-NUM2         TO DT-RGD-NUM2-TOTAL.
008460     MOVE WS-CON-BRANCHES-EXP TO DT-RGD-BRANCHES-EXP.
008470     MOVE WS-CON-BRANCHES-RPT TO DT-RGD-BRANCHES-RPT.
008480     WRITE DT-REG-DETAIL-RECORD.
008490     PERFORM 6900-CHECK-WRITE THRU 6900-EXIT.
008500 6300-EXIT.
008510     EXIT.
008520*
008530 6900-CHECK-WRITE.
008540     IF WS-RGR-STATUS NOT = '00'
008550         DISPLAY "*** ERROR WRITING REGRTN - STATUS "
008560             WS-RGR-STATUS " ***"
008570         MOVE 16 TO RETURN-CODE
008580         STOP RUN
008590     END-IF.
008600     ADD 1 TO WS-OUT-COUNT.
008610 6900-EXIT.
008620     EXIT.
008630*
008640******************************************************************
008650*   7000-LOG-SUBMISSION                                          *
008660*   APPENDS WHAT WAS SENT TO THE SUBMISSION LOG.  STATUS 35 IS   *
008670*   THE FIRST-EVER SUBMISSION - CREATE THE LOG.  THE LOG'S       *
008680*   RECORD COUNT IS ONE DIGIT NARROWER THAN THE TRAILER'S - A    *
008690*   COUNT IT CANNOT HOLD ENDS THE RUN RATHER THAN LOGGING A      *
008700*   TRUNCATED FIGURE.                                            *
008710******************************************************************
008720 7000-LOG-SUBMISSION.
008730     IF WS-OUT-COUNT IS GREATER THAN 999999
008740         DISPLAY "*** RECORD COUNT " WS-OUT-COUNT
008750             " TOO LARGE FOR REGSUBLG ***"
008760         MOVE 16 TO RETURN-CODE
008770         STOP RUN
008780     END-IF.
008790     OPEN EXTEND SUBMISSION-LOG-FILE.
008800     IF WS-RSL-STATUS = '35'
008810         OPEN OUTPUT SUBMISSION-LOG-FILE
008820     END-IF.
008830     IF WS-RSL-STATUS NOT = '00'
008840         DISPLAY "*** UNABLE TO OPEN REGSUBLG FOR OUTPUT - "
008850             "STATUS " WS-RSL-STATUS " ***"
008860         MOVE 16 TO RETURN-CODE
008870         STOP RUN
008880     END-IF.
008890     MOVE SPACES TO DT-REG-SUBMISSION-RECORD.
008900     MOVE WS-BUS-DATE       TO DT-RSL-BUS-DATE.
008910     MOVE WS-NEW-SEQ        TO DT-RSL-SUBMIT-SEQ.
008920     MOVE WS-SUBMIT-TYPE    TO DT-RSL-SUBMIT-TYPE.
008930     MOVE WS-PRIOR-SEQ      TO DT-RSL-AMENDS-SEQ.
008940     MOVE WS-RUN-DATE       TO DT-RSL-SENT-DATE.
008950     MOVE WS-START-TIME     TO DT-RSL-SENT-TIME.
008960     MOVE WS-OUT-COUNT      TO DT-RSL-REC-COUNT.
008970     MOVE WS-HASH-NUM1      TO DT-RSL-NUM1-HASH.
008980     MOVE WS-HASH-NUM2      TO DT-RSL-NUM2-HASH.
008990     MOVE WS-CON-ENTRY-TYPE TO DT-RSL-CON-ENTRY-TYPE.
009000     MOVE 'SAMPLE25'        TO DT-RSL-PROGRAM-ID.
009010     WRITE DT-REG-SUBMISSION-RECORD.
009020     IF WS-RSL-STATUS NOT = '00'
009030         DISPLAY "*** ERROR WRITING REGSUBLG - STATUS "
009040             WS-RSL-STATUS " ***"
009050         MOVE 16 TO RETURN-CODE
009060         STOP RUN
009070     END-IF.
009080     CLOSE SUBMISSION-LOG-FILE.
009090 7000-EXIT.
009100     EXIT.
009110*
009120******************************************************************
009130*   8000-PRINT-SUMMARY                                           *
009140*   PLAIN SEQUENTIAL PRINT LINES FOR THE BATCH SYSOUT LISTING,   *
009150*   THE SAME STYLE AS THE BALANCING STEPS - WHAT WENT OUT, AND   *
009160*   ANY EARLIER DATE A CATCH-UP HAS LEFT NEEDING AN AMENDMENT.   *
009170******************************************************************
009180 8000-PRINT-SUMMARY.
009190     DISPLAY " ".
009200     DISPLAY "RECORDS ON RETURN:         " WS-OUT-COUNT.
009210     DISPLAY "BRANCH RECORDS:            " WS-OUT-BRANCHES.
009220     DISPLAY "NUM1 HASH TOTAL:           " WS-HASH-NUM1.
009230     DISPLAY "NUM2 HASH TOTAL:           " WS-HASH-NUM2.
009240     DISPLAY "CONSOLIDATED NUM1:         " WS-CON-NUM1.
009250     DISPLAY "CONSOLIDATED NUM2:         " WS-CON-NUM2.
009260     PERFORM 8100-PRINT-ONE-CATCHUP THRU 8100-EXIT
009270         VARYING WS-CUP-IDX FROM 1 BY 1
009280         UNTIL WS-CUP-IDX > WS-CUP-COUNT.
009290 8000-EXIT.
009300     EXIT.
009310*
009320 8100-PRINT-ONE-CATCHUP.
009330     SET WS-AMENDMENT-DUE TO TRUE.
009340     IF WS-CUP-SENT-SEQ (WS-CUP-IDX) IS GREATER THAN 0
009350         DISPLAY "*** " WS-CUP-DATE (WS-CUP-IDX)
009360             " AMENDED BY A LATE-FEED CATCH-UP - SUBMISSION "
009370             WS-CUP-SENT-SEQ (WS-CUP-IDX) " IS OUT OF DATE ***"
009380     ELSE
009390         DISPLAY "*** " WS-CUP-DATE (WS-CUP-IDX)
009400             " AMENDED BY A LATE-FEED CATCH-UP - NO RETURN "
009410             "SENT FOR IT YET ***"
009420     END-IF.
009430     DISPLAY "    RUN JCL/REGRTN.JCL WITH "
009440         WS-CUP-DATE (WS-CUP-IDX) " ON THE SYSIN CARD".
009450 8100-EXIT.
009460     EXIT.
009470*
009480******************************************************************
009490*   9900-TERMINATE                                               *
009500*   SETS THE STEP RETURN CODE - 8 WHEN THE RETURN WAS REFUSED,   *
009510*   4 FOR AN AMENDMENT OR A CAUGHT-UP DATE STILL TO AMEND - AND  *
009520*   APPENDS THE RUN-STATUS RECORD FOR THE MORNING STATUS SCREEN. *
009530******************************************************************
009540 9900-TERMINATE.
009550     IF WS-BUILD-REFUSED
009560         MOVE 8 TO RETURN-CODE
009570     ELSE
009580         IF WS-AMENDED-RETURN OR WS-AMENDMENT-DUE
009590             MOVE 4 TO RETURN-CODE
009600         END-IF
009610     END-IF.
009620     OPEN EXTEND RUN-LOG-FILE.
009630     IF WS-RLG-STATUS NOT = '00'
009640         DISPLAY "*** UNABLE TO OPEN RUNLOG FOR OUTPUT - "
009650             "STATUS " WS-RLG-STATUS " ***"
009660         MOVE 16 TO RETURN-CODE
009670         STOP RUN
009680     END-IF.
009690     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
009700     CLOSE RUN-LOG-FILE.
009710 9900-EXIT.
009720     EXIT.
009730*
009740******************************************************************
009750*   9950-WRITE-RUN-LOG                                           *
009760*   APPENDS THE STEP'S RUN-STATUS RECORD FOR THE MORNING STATUS  *
009770*   SCREEN (SAMPLE11) - THE BRANCH RECORDS SENT AND THE HASH     *
009780*   TOTALS, OR ZEROES FOR A REFUSED NIGHT.                       *
009790******************************************************************
009800 9950-WRITE-RUN-LOG.
009810     MOVE SPACES TO DT-RUN-LOG-RECORD.
009820     ACCEPT WS-TIME-WORK FROM TIME.
009830     MOVE 'SAMPLE25'        TO DT-RLG-PROGRAM-ID.
009840     MOVE '*ALL'            TO DT-RLG-BRANCH-CODE.
009850     MOVE WS-RUN-DATE       TO DT-RLG-RUN-DATE.
009860     MOVE WS-START-TIME     TO DT-RLG-START-TIME.
009870     MOVE WS-TIME-WORK (1:6) TO DT-RLG-END-TIME.
009880     MOVE RETURN-CODE       TO DT-RLG-RETURN-CODE.
009890     MOVE WS-OUT-BRANCHES   TO DT-RLG-REC-POSTED.
009900     MOVE 0                 TO DT-RLG-REC-SUSPENDED.
009910     MOVE WS-HASH-NUM1      TO DT-RLG-NUM1-TOTAL.
009920     MOVE WS-HASH-NUM2      TO DT-RLG-NUM2-TOTAL.
009930     WRITE DT-RUN-LOG-RECORD.
009940     IF WS-RLG-STATUS NOT = '00'
009950         DISPLAY "*** ERROR WRITING RUNLOG - STATUS "
009960             WS-RLG-STATUS " ***"
009970         MOVE 16 TO RETURN-CODE
009980         STOP RUN
009990     END-IF.
010000 9950-EXIT.
010010     EXIT.
