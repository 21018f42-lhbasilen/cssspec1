000430*                     FIRST, THE SAME CHECK SAMPLE3 RUNS, SO AN
000440*                     OPEN OUTPUT CANNOT TRUNCATE A MIS-POINTED
000450*                     BRANCH FEED.
000451*    2026-10-15  RM   THE CHECKER ID IS NOW LOOKED UP ON THE
000452*                     OPERATOR MASTER (OPERMST, SEE DTOPRMST) AND
000453*                     THE SIGN-ON IS REFUSED WHEN IT IS NOT ON
000454*                     FILE, IS INACTIVE, OR HOLDS NEITHER THE
000455*                     CHECKER NOR THE INQUIRY-ONLY ROLE.  APPROVE
000456*                     AND REJECT NEED THE CHECKER ROLE AND A
000457*                     BRANCH INSIDE THE PROFILE SCOPE.  EVERY
000458*                     REFUSAL, INCLUDING A MAKER ACTING ON OWN
000459*                     CHANGE, IS WRITTEN TO SECLOG (DTSECLOG).
000460*    2026-10-15  RM   ADDED PERIOD-CONTROL-FILE (PRDCTL, SEE
000461*                     DTPERIOD).  A TOTALS EDIT OR SUSPENSE
000462*                     RELEASE WHOSE RUN DATE IS IN A MONTH THAT IS
000463*                     CLOSING OR CLOSED CANNOT BE APPROVED (REASON
000464*                     PERD ON SECLOG).  ADDED TYPE PPA - A
000465*                     PRIOR-PERIOD ADJUSTMENT KEYED ON SAMPLE30 -
000466*                     WHICH ONLY A SUPERVISOR CAN APPROVE.  AN
000467*                     APPROVED ONE IS APPENDED TO PPADJFIL (SEE
000468*                     DTPPADJ) AT SIGN-OFF FOR SAMPLE31 TO POST.
000469*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000650     SELECT PENDING-HIST-FILE   ASSIGN TO PENDHIST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-PNH-STATUS.
000671     SELECT OPERATOR-MASTER-FILE ASSIGN TO OPERMST
000672         ORGANIZATION IS LINE SEQUENTIAL
000673         FILE STATUS IS WS-OPM-STATUS.
000674     SELECT SECURITY-LOG-FILE   ASSIGN TO SECLOG
000675         ORGANIZATION IS LINE SEQUENTIAL
000676         FILE STATUS IS WS-SEC-STATUS.
000677     SELECT BRANCH-MASTER-FILE  ASSIGN TO BRNCHMST
000678         ORGANIZATION IS LINE SEQUENTIAL
000679         FILE STATUS IS WS-BRM-STATUS.
000680     SELECT PERIOD-CONTROL-FILE ASSIGN TO PRDCTL
000681         ORGANIZATION IS LINE SEQUENTIAL
000682         FILE STATUS IS WS-PRD-STATUS.
000683     SELECT PRIOR-PERIOD-ADJ-FILE ASSIGN TO PPADJFIL
000684         ORGANIZATION IS LINE SEQUENTIAL
000685         FILE STATUS IS WS-PPA-STATUS.
000686*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PENDING-CHANGE-FILE
000930     RECORD CONTAINS 200 CHARACTERS.
000940 01  PEND-HIST-RECORD            PIC X(200).
000950*
000951 FD  OPERATOR-MASTER-FILE
000952     LABEL RECORDS ARE STANDARD
000953     RECORD CONTAINS 80 CHARACTERS.
000954 COPY DTOPRMST.
000955*
000956 FD  SECURITY-LOG-FILE
000957     LABEL RECORDS ARE STANDARD
000958     RECORD CONTAINS 80 CHARACTERS.
000959 COPY DTSECLOG.
000960*
000961 FD  BRANCH-MASTER-FILE
000962     LABEL RECORDS ARE STANDARD
000963     RECORD CONTAINS 48 CHARACTERS.
000964 COPY DTBRMST.
000965*
000966 FD  PERIOD-CONTROL-FILE
000967     LABEL RECORDS ARE STANDARD
000968     RECORD CONTAINS 60 CHARACTERS.
000969 COPY DTPERIOD.
000970*
000971 FD  PRIOR-PERIOD-ADJ-FILE
000972     LABEL RECORDS ARE STANDARD
000973     RECORD CONTAINS 120 CHARACTERS.
000974 COPY DTPPADJ.
000975*
000976 WORKING-STORAGE SECTION.
000977*
000980 01  WS-SWITCHES.
000990     05  WS-PND-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001000         88  WS-PND-EOF                      VALUE 'Y'.
001080         88  WS-TOT-POSTED                   VALUE 'Y'.
001090     05  WS-VERIFY-EOF-SWITCH    PIC X(01)   VALUE 'N'.
001100         88  WS-VERIFY-EOF                   VALUE 'Y'.
001101     05  WS-OPM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001102         88  WS-OPM-EOF                      VALUE 'Y'.
001103     05  WS-OPR-FOUND-SWITCH     PIC X(01)   VALUE 'N'.
001104         88  WS-OPR-FOUND                    VALUE 'Y'.
001105     05  WS-SCOPE-SWITCH         PIC X(01)   VALUE 'N'.
001106         88  WS-SCOPE-OK                     VALUE 'Y'.
001107     05  WS-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
001108         88  WS-ACTION-REFUSED               VALUE 'Y'.
001109     05  WS-BRM-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001110         88  WS-BRM-EOF                      VALUE 'Y'.
001112     05  WS-PPA-APPROVED-SWITCH  PIC X(01)   VALUE 'N'.
001114         88  WS-PPA-TO-POST                  VALUE 'Y'.
001116*
001120 01  WS-PND-STATUS               PIC X(02).
001130 01  WS-DLY-STATUS               PIC X(02).
001140 01  WS-SUS-STATUS               PIC X(02).
001150 01  WS-RCY-STATUS               PIC X(02).
001160 01  WS-PNH-STATUS               PIC X(02).
001162 01  WS-OPM-STATUS               PIC X(02).
001164 01  WS-SEC-STATUS               PIC X(02).
001166 01  WS-BRM-STATUS               PIC X(02).
001168 01  WS-PPA-STATUS               PIC X(02).
001169 01  WS-PRD-STATUS               PIC X(02).
001170*
001180 01  WS-OPERATOR-ID              PIC X(08).
001190 01  WS-ACTION-DATE              PIC X(08).
001191 01  WS-TIME-WORK                PIC X(08).
001192*
001193*    THE SIGNED-ON OPERATOR'S PROFILE AS READ FROM OPERMST (SEE
001194*    DTOPRMST) - THE ROLES AND SCOPE EVERY ACTION IS CHECKED
001195*    AGAINST.
001196 01  WS-OPR-PROFILE.
001197     05  WS-OPR-ID               PIC X(08).
001198     05  WS-OPR-NAME             PIC X(20).
001199     05  WS-OPR-MAKER            PIC X(01).
001200     05  WS-OPR-CHECKER          PIC X(01).
001201     05  WS-OPR-BRMAINT          PIC X(01).
001202     05  WS-OPR-INQUIRY          PIC X(01).
001203     05  WS-OPR-SCOPE-TYPE       PIC X(01).
001204     05  WS-OPR-SCOPE-CODE       PIC X(04)   OCCURS 5 TIMES.
001205     05  WS-OPR-STATUS           PIC X(01).
001206     05  FILLER                  PIC X(16).
001207     05  WS-OPR-SUPVR            PIC X(01).
001208     05  FILLER                  PIC X(09).
001209*
001210 01  WS-SIGNON-FAILURES          PIC 9(01)   COMP  VALUE 0.
001211 01  WS-SCOPE-IDX                PIC 9(01)   COMP.
001212 01  WS-SCOPE-BRANCH             PIC X(04).
001213 01  WS-SCOPE-CODE               PIC X(04).
001214*
001215*    THE BRANCH-TO-REGION MAP FOR REGION-SCOPED PROFILES.
001216 01  WS-BRM-TABLE.
001217     05  WS-BRM-COUNT            PIC 9(03)   COMP  VALUE 0.
001218     05  WS-BRM-ENTRY            OCCURS 50 TIMES.
001219         10  WS-BRM-CODE         PIC X(04).
001220         10  WS-BRM-REGN         PIC X(04).
001221*
001222 01  WS-BRM-IDX                  PIC 9(03)   COMP.
001223*
001224*    THE STATUS OF EACH MONTH ON THE PERIOD CONTROL FILE (SEE
001225*    DTPERIOD).  A MONTH THAT IS NOT ON FILE IS OPEN.
001228 01  WS-PERIOD-FIELDS.
001229     05  WS-PRD-EOF-SWITCH       PIC X(01)   VALUE 'N'.
001230         88  WS-PRD-EOF                      VALUE 'Y'.
001231     05  WS-PRD-COUNT            PIC 9(03)   COMP  VALUE 0.
001232     05  WS-PRD-ENTRY            OCCURS 120 TIMES.
001233         10  WS-PRD-E-MONTH      PIC X(06).
001234         10  WS-PRD-E-STATUS     PIC X(01).
001235     05  WS-PRD-CHECK-DATE       PIC X(08).
001236     05  WS-PRD-MONTH-STATUS     PIC X(01).
001237         88  WS-PRD-MONTH-OPEN               VALUE 'O'.
001238         88  WS-PRD-MONTH-CLOSING            VALUE 'P'.
001239         88  WS-PRD-MONTH-CLOSED             VALUE 'C'.
001240*
001241 01  WS-PRD-IDX                  PIC 9(03)   COMP.
001242*
001243*    THE SECURITY LOG ENTRY BEING RAISED (SEE DTSECLOG).
001244 01  WS-SEC-EVENT-FIELDS.
001245     05  WS-SEC-DATE             PIC X(08).
001246     05  WS-SEC-EVENT            PIC X(01).
001247     05  WS-SEC-REASON           PIC X(04).
001248     05  WS-SEC-ACTION           PIC X(04).
001249     05  WS-SEC-BRANCH           PIC X(04).
001250     05  WS-SEC-DETAIL           PIC X(30).
001251*
001252 01  WS-PND-TABLE.
001253     05  WS-PND-COUNT            PIC 9(03)   COMP  VALUE 0.
001254     05  WS-PND-ENTRY            OCCURS 100 TIMES.
001255         10  WS-PND-DATA.
001256             15  WS-PND-E-TYPE   PIC X(04).
001260             15  WS-PND-E-STATUS PIC X(01).
001270             15  WS-PND-E-MAKER  PIC X(08).
001280             15  WS-PND-E-CHECKR PIC X(08).
001520         10  WS-SUS-E-REMOVED    PIC X(01).
001530*
001540 01  WS-SUS-IDX                  PIC 9(03)   COMP.
001541*
001542*    A PPA AFTER IMAGE (SEE DTPPADJ) LAID OUT FOR THE SCREEN.
001543 01  WS-PPA-VIEW.
001544     05  WS-PPA-BRANCH           PIC X(04).
001545     05  WS-PPA-BUS-DATE         PIC X(08).
001546     05  WS-PPA-NUM1-ADJ         PIC S9(07).
001547     05  WS-PPA-NUM2-ADJ         PIC S9(07).
001548     05  WS-PPA-REASON           PIC X(40).
001549     05  FILLER                  PIC X(06).
001550*
001551 01  WS-PPA-ADJ-EDIT             PIC -(07)9.
001552*
001560 01  WS-ACTION                   PIC X(01).
001570*
001580 PROCEDURE DIVISION.
001590*
001600 0000-MAINLINE.
001610     PERFORM 1000-ACCEPT-OPERATOR THRU 1000-EXIT.
001615     PERFORM 9900-LOAD-BRANCH-REGIONS THRU 9900-EXIT.
001617     PERFORM 9950-LOAD-PERIOD-CONTROL THRU 9950-EXIT.
001620     PERFORM 2000-LOAD-PENDING THRU 2000-EXIT.
001630     IF WS-PND-COUNT = 0
001640         DISPLAY "NO PENDING CHANGES ON FILE." LINE 6 COL 4
001720*    WITHOUT THEM, SO A FAILED REWRITE CANNOT LOSE THE TRAIL.
001730     PERFORM 7000-POST-APPROVED-TOTALS THRU 7000-EXIT.
001740     PERFORM 7500-POST-APPROVED-RELEASES THRU 7500-EXIT.
001745     PERFORM 7800-POST-APPROVED-PPAS THRU 7800-EXIT.
001750     PERFORM 8000-REWRITE-SUSPENSE THRU 8000-EXIT.
001760     PERFORM 8400-ARCHIVE-ACTIONED THRU 8400-EXIT.
001770     PERFORM 8500-REWRITE-PENDING THRU 8500-EXIT.
001820*   1000-ACCEPT-OPERATOR                                         *
001830*   SIGNS THE CHECKER ON.  THE ACTION PARAGRAPHS REFUSE AN       *
001840*   APPROVAL OR REJECTION WHEN THIS ID MADE THE CHANGE.          *
001842*   THE ID MUST BE AN ACTIVE PROFILE ON OPERMST HOLDING THE      *
001844*   CHECKER OR INQUIRY-ONLY ROLE - THREE REFUSED SIGN-ONS END    *
001846*   THE SESSION.                                                 *
001850******************************************************************
001860 1000-ACCEPT-OPERATOR.
001870     DISPLAY ERASE.
001980     IF WS-OPERATOR-ID = SPACES
001990         DISPLAY "*** CHECKER ID REQUIRED - RE-ENTER ***"
002000             LINE 5 COL 4
002002         GO TO 1100-EXIT
002004     END-IF.
002006     PERFORM 9500-CHECK-PROFILE THRU 9500-EXIT.
002008     IF WS-SEC-REASON = SPACES
002010             AND WS-OPR-CHECKER NOT = 'Y'
002012             AND WS-OPR-INQUIRY NOT = 'Y'
002014         MOVE 'ROLE' TO WS-SEC-REASON
002016         MOVE 'NO CHECKER OR INQUIRY ROLE' TO WS-SEC-DETAIL
002018     END-IF.
002020     IF WS-SEC-REASON NOT = SPACES
002022         PERFORM 9600-REFUSE-SIGN-ON THRU 9600-EXIT
002024         GO TO 1100-EXIT
002026     END-IF.
002028     SET WS-INPUT-VALID TO TRUE.
002040 1100-EXIT.
002050     EXIT.
002060*
003380         DISPLAY "ACTIONED:" LINE 6 COL 24
003390         DISPLAY WS-PND-E-ADATE (WS-CURR-IDX) LINE 6 COL 34
003400     END-IF.
003410     EVALUATE WS-PND-E-TYPE (WS-CURR-IDX)
003420         WHEN 'TOT '
003422             PERFORM 3200-SHOW-TOTALS-IMAGES THRU 3200-EXIT
003424         WHEN 'PPA '
003426             PERFORM 3400-SHOW-PPA-IMAGE THRU 3400-EXIT
003430         WHEN OTHER
003440             PERFORM 3300-SHOW-SUSPENSE-IMAGES THRU 3300-EXIT
003450     END-EVALUATE.
003460     DISPLAY "N=NEXT P=PREV A=APPROVE R=REJECT X=EXIT"
003470         LINE 18 COL 4.
003480 3100-EXIT.
003900 3300-EXIT.
003910     EXIT.
003920*
003921******************************************************************
003922*   3400-SHOW-PPA-IMAGE                                          *
003923*   A PPA IMAGE IS A 72-BYTE PRIOR-PERIOD ADJUSTMENT (SEE        *
003924*   DTPPADJ) - BRANCH (1-4), BUSINESS DATE (5-12), SIGNED NUM1   *
003925*   AND NUM2 ADJUSTMENTS (13-19, 20-26), REASON (27-66).  THERE  *
003926*   IS NO BEFORE IMAGE.                                          *
003927******************************************************************
003928 3400-SHOW-PPA-IMAGE.
003929     MOVE WS-PND-E-AFTER (WS-CURR-IDX) TO WS-PPA-VIEW.
003930     DISPLAY "PRIOR-PERIOD ADJUSTMENT - BRANCH" LINE 8 COL 4.
003931     DISPLAY WS-PPA-BRANCH LINE 8 COL 38.
003932     DISPLAY "BUSINESS DATE" LINE 8 COL 45.
003933     DISPLAY WS-PPA-BUS-DATE LINE 8 COL 60.
003934     DISPLAY "ADJUST NUM1:" LINE 10 COL 4.
003935     MOVE WS-PPA-NUM1-ADJ TO WS-PPA-ADJ-EDIT.
003936     DISPLAY WS-PPA-ADJ-EDIT LINE 10 COL 18.
003937     DISPLAY "NUM2:" LINE 10 COL 28.
003938     MOVE WS-PPA-NUM2-ADJ TO WS-PPA-ADJ-EDIT.
003939     DISPLAY WS-PPA-ADJ-EDIT LINE 10 COL 34.
003940     DISPLAY "REASON:" LINE 11 COL 4.
003941     DISPLAY WS-PPA-REASON LINE 11 COL 18.
003942 3400-EXIT.
003943     EXIT.
003944*
003945******************************************************************
003946*   4000-APPROVE-CHANGE                                          *
003950*   MARKS THE CURRENT PENDING CHANGE APPROVED - REFUSED WHEN IT  *
003960*   IS NOT PENDING OR WHEN THE CHECKER IS THE MAKER.  THE        *
003970*   CHANGE ITSELF POSTS AT SIGN-OFF.                             *
003972*   A TOTALS EDIT OR RELEASE DATED INTO A MONTH THAT IS CLOSING  *
003974*   OR CLOSED IS REFUSED, AND A PPA NEEDS A SUPERVISOR - SEE     *
003976*   4900.                                                        *
003980******************************************************************
003990 4000-APPROVE-CHANGE.
004000     IF WS-PND-E-STATUS (WS-CURR-IDX) NOT = 'P'
004010         DISPLAY "*** RECORD IS NOT PENDING ***" LINE 19 COL 4
004020         GO TO 4000-EXIT
004030     END-IF.
004040     MOVE 'APPR' TO WS-SEC-ACTION.
004050     PERFORM 4800-CHECK-CHECKER-ACTION THRU 4800-EXIT.
004060     IF WS-ACTION-REFUSED
004070         GO TO 4000-EXIT
004080     END-IF.
004082     PERFORM 4900-CHECK-APPROVAL-PERIOD THRU 4900-EXIT.
004084     IF WS-ACTION-REFUSED
004086         GO TO 4000-EXIT
004088     END-IF.
004090     ACCEPT WS-ACTION-DATE FROM DATE YYYYMMDD.
004100     MOVE 'A' TO WS-PND-E-STATUS (WS-CURR-IDX).
004110     MOVE WS-OPERATOR-ID TO WS-PND-E-CHECKR (WS-CURR-IDX).
004120     MOVE WS-ACTION-DATE TO WS-PND-E-ADATE (WS-CURR-IDX).
004130     MOVE 'Y' TO WS-PND-E-ACTED (WS-CURR-IDX).
004132     IF WS-PND-E-TYPE (WS-CURR-IDX) = 'PPA '
004134         SET WS-PPA-TO-POST TO TRUE
004136     END-IF.
004140     DISPLAY "** CHANGE APPROVED - POSTS AT SIGN-OFF **"
004150         LINE 19 COL 4.
004160 4000-EXIT.
004260         DISPLAY "*** RECORD IS NOT PENDING ***" LINE 19 COL 4
004270         GO TO 4500-EXIT
004280     END-IF.
004290     MOVE 'REJT' TO WS-SEC-ACTION.
004300     PERFORM 4800-CHECK-CHECKER-ACTION THRU 4800-EXIT.
004310     IF WS-ACTION-REFUSED
004320         GO TO 4500-EXIT
004330     END-IF.
004340     ACCEPT WS-ACTION-DATE FROM DATE YYYYMMDD.
004390 4500-EXIT.
004400     EXIT.
004410*
004411******************************************************************
004412*   4800-CHECK-CHECKER-ACTION                                    *
004413*   REFUSES AN APPROVE OR REJECT (ACTION CODE IN WS-SEC-ACTION)  *
004414*   WHEN THE PROFILE HAS NO CHECKER ROLE, WHEN THE CHANGE'S      *
004415*   BRANCH IS OUTSIDE THE PROFILE SCOPE, OR WHEN THIS ID MADE    *
004416*   THE CHANGE.  EACH REFUSAL GOES TO THE SECURITY LOG.  THE     *
004417*   BRANCH IS IN THE AFTER IMAGE - POSITION 1 OF A TOT OR PPA    *
004418*   IMAGE, POSITION 13 OF A SUS IMAGE.                           *
004420******************************************************************
004421 4800-CHECK-CHECKER-ACTION.
004422     MOVE 'N' TO WS-REFUSED-SWITCH.
004423     IF WS-PND-E-TYPE (WS-CURR-IDX) = 'TOT '
004424             OR WS-PND-E-TYPE (WS-CURR-IDX) = 'PPA '
004425         MOVE WS-PND-E-AFTER (WS-CURR-IDX) (1:4)
004426             TO WS-SCOPE-BRANCH
004427     ELSE
004428         MOVE WS-PND-E-AFTER (WS-CURR-IDX) (13:4)
004429             TO WS-SCOPE-BRANCH
004430     END-IF.
004431     IF WS-OPR-CHECKER NOT = 'Y'
004432         MOVE 'ROLE' TO WS-SEC-REASON
004433         MOVE 'NO CHECKER ROLE' TO WS-SEC-DETAIL
004434         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004435         GO TO 4800-EXIT
004436     END-IF.
004437     PERFORM 9800-CHECK-SCOPE THRU 9800-EXIT.
004438     IF NOT WS-SCOPE-OK
004439         MOVE 'SCOP' TO WS-SEC-REASON
004440         MOVE 'BRANCH OUTSIDE PROFILE SCOPE' TO WS-SEC-DETAIL
004441         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004442         GO TO 4800-EXIT
004443     END-IF.
004444     IF WS-PND-E-MAKER (WS-CURR-IDX) = WS-OPERATOR-ID
004445         MOVE 'SELF' TO WS-SEC-REASON
004446         MOVE 'MAKER CANNOT ACTION OWN CHANGE' TO WS-SEC-DETAIL
004447         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004448         GO TO 4800-EXIT
004449     END-IF.
004450 4800-EXIT.
004451     EXIT.
004452*
004453******************************************************************
004454*   4900-CHECK-APPROVAL-PERIOD                                   *
004455*   REFUSES TO APPROVE A TOTALS EDIT OR SUSPENSE RELEASE WHOSE   *
004456*   RUN DATE (POSITION 25 OF A TOT IMAGE, 37 OF A SUS IMAGE -    *
004457*   THE ENTRY DATE WHEN BLANK) IS IN A MONTH THAT IS CLOSING OR  *
004458*   CLOSED ON THE PERIOD CONTROL FILE.  A PPA IS DATED INTO A    *
004459*   CLOSED MONTH BY DESIGN - IT IS REFUSED INSTEAD WHEN THE      *
004460*   CHECKER DOES NOT HOLD THE SUPERVISOR ROLE.                   *
004461******************************************************************
004462 4900-CHECK-APPROVAL-PERIOD.
004463     IF WS-PND-E-TYPE (WS-CURR-IDX) = 'PPA '
004464         IF WS-OPR-SUPVR NOT = 'Y'
004465             MOVE 'ROLE' TO WS-SEC-REASON
004466             MOVE 'NO SUPERVISOR ROLE' TO WS-SEC-DETAIL
004467             PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004468         END-IF
004469         GO TO 4900-EXIT
004470     END-IF.
004471     IF WS-PND-E-TYPE (WS-CURR-IDX) = 'TOT '
004472         MOVE WS-PND-E-AFTER (WS-CURR-IDX) (25:8)
004473             TO WS-PRD-CHECK-DATE
004474     ELSE
004475         MOVE WS-PND-E-AFTER (WS-CURR-IDX) (37:8)
004476             TO WS-PRD-CHECK-DATE
004477     END-IF.
004478     IF WS-PRD-CHECK-DATE = SPACES
004479         MOVE WS-PND-E-EDATE (WS-CURR-IDX) TO WS-PRD-CHECK-DATE
004480     END-IF.
004481     PERFORM 9970-CHECK-PERIOD THRU 9970-EXIT.
004482     IF NOT WS-PRD-MONTH-OPEN
004483         MOVE 'PERD' TO WS-SEC-REASON
004484         MOVE 'PERIOD CLOSING OR CLOSED' TO WS-SEC-DETAIL
004485         PERFORM 9650-REFUSE-ACTION THRU 9650-EXIT
004486     END-IF.
004487 4900-EXIT.
004488     EXIT.
004489*
004490******************************************************************
004491*   7000-POST-APPROVED-TOTALS                                    *
004492*   POSTS THE LAST APPROVED TOTALS EDIT TO DAILYTOT - THE FILE   *
004493*   HOLDS ONE RECORD, SO WHEN SEVERAL EDITS WERE APPROVED THIS   *
004494*   SESSION THE LATEST ONE GOVERNS, THE SAME AS CONSECUTIVE      *
004495*   SAMPLE3 SESSIONS ALWAYS DID.  THE TARGET IS VERIFIED FIRST   *
004496*   (THE SAME CHECK SAMPLE3 RUNS) SO THE OPEN OUTPUT CANNOT      *
004497*   TRUNCATE A MIS-POINTED MULTI-RECORD BRANCH FEED.             *
004500******************************************************************
004510 7000-POST-APPROVED-TOTALS.
004520     MOVE 'N' TO WS-TOT-POSTED-SWITCH.
005960 7700-EXIT.
005970     EXIT.
005980*
005981******************************************************************
005982*   7800-POST-APPROVED-PPAS                                      *
005983*   APPENDS EACH PRIOR-PERIOD ADJUSTMENT APPROVED THIS SESSION   *
005984*   TO PPADJFIL (SEE DTPPADJ) WITH ITS MAKER AND CHECKER - THE   *
005985*   SAMPLE31 STEP POSTS IT TO THE GL EXTRACT.  THE FILE IS ONLY  *
005986*   OPENED WHEN THERE IS SOMETHING TO APPEND.                    *
005987******************************************************************
005988 7800-POST-APPROVED-PPAS.
005989     IF NOT WS-PPA-TO-POST
005990         GO TO 7800-EXIT
005991     END-IF.
005992     OPEN EXTEND PRIOR-PERIOD-ADJ-FILE.
005993     IF WS-PPA-STATUS NOT = '00'
005994         DISPLAY "*** UNABLE TO OPEN PPADJFIL FOR OUTPUT - "
005995             "STATUS " WS-PPA-STATUS " ***"
005996         MOVE 16 TO RETURN-CODE
005997         STOP RUN
005998     END-IF.
005999     PERFORM 7900-POST-ONE-PPA THRU 7900-EXIT
006000         VARYING WS-PND-IDX FROM 1 BY 1
006001         UNTIL WS-PND-IDX > WS-PND-COUNT.
006002     CLOSE PRIOR-PERIOD-ADJ-FILE.
006003 7800-EXIT.
006004     EXIT.
006005*
006006 7900-POST-ONE-PPA.
006007     IF WS-PND-E-TYPE (WS-PND-IDX) NOT = 'PPA '
006008             OR WS-PND-E-STATUS (WS-PND-IDX) NOT = 'A'
006009             OR WS-PND-E-ACTED (WS-PND-IDX) NOT = 'Y'
006010         GO TO 7900-EXIT
006011     END-IF.
006012     MOVE SPACES TO DT-PPADJ-RECORD.
006013     MOVE WS-PND-E-AFTER (WS-PND-IDX) TO DT-PPA-IMAGE.
006014     MOVE 'A' TO DT-PPA-STATUS.
006015     MOVE WS-PND-E-MAKER (WS-PND-IDX) TO DT-PPA-MAKER-ID.
006016     MOVE WS-PND-E-EDATE (WS-PND-IDX) TO DT-PPA-ENTER-DATE.
006017     MOVE WS-PND-E-ETIME (WS-PND-IDX) TO DT-PPA-ENTER-TIME.
006018     MOVE WS-PND-E-CHECKR (WS-PND-IDX) TO DT-PPA-CHECKER-ID.
006019     MOVE WS-PND-E-ADATE (WS-PND-IDX) TO DT-PPA-APPROVE-DATE.
006020     WRITE DT-PPADJ-RECORD.
006021     IF WS-PPA-STATUS NOT = '00'
006022         DISPLAY "*** ERROR WRITING PPADJFIL - STATUS "
006023             WS-PPA-STATUS " ***"
006024         MOVE 16 TO RETURN-CODE
006025         STOP RUN
006026     END-IF.
006027 7900-EXIT.
006028     EXIT.
006029*
006030******************************************************************
006031*   8000-REWRITE-SUSPENSE                                        *
006032*   REWRITES SUSPFILE WITHOUT THE RECORDS WHOSE RELEASES WERE    *
006033*   APPROVED THIS SESSION.                                       *
006034******************************************************************
006040 8000-REWRITE-SUSPENSE.
006050     OPEN OUTPUT SUSPENSE-FILE.
006060     IF WS-SUS-STATUS NOT = '00'
007000     END-IF.
007010 8600-EXIT.
007020     EXIT.
007030*
007040******************************************************************
007050*   9500-CHECK-PROFILE                                           *
007060*   LOOKS THE KEYED ID UP ON THE OPERATOR MASTER (SEE DTOPRMST)  *
007070*   AND SETS WS-SEC-REASON WHEN THE SIGN-ON MUST BE REFUSED -    *
007080*   UNKN NOT ON FILE, INAC NOT ACTIVE.  THE CALLER CHECKS THE    *
007090*   ROLE ITS SCREEN NEEDS.  AN OPERATOR MASTER THAT CANNOT BE    *
007100*   OPENED ENDS THE SESSION - THE SCREEN DOES NOT RUN UNCHECKED. *
007110******************************************************************
007120 9500-CHECK-PROFILE.
007130     MOVE SPACES TO WS-SEC-REASON.
007140     MOVE SPACES TO WS-SEC-DETAIL.
007150     MOVE SPACES TO WS-OPR-PROFILE.
007160     MOVE 'N' TO WS-OPR-FOUND-SWITCH.
007170     MOVE 'N' TO WS-OPM-EOF-SWITCH.
007180     OPEN INPUT OPERATOR-MASTER-FILE.
007190     IF WS-OPM-STATUS NOT = '00'
007200         DISPLAY "*** UNABLE TO OPEN OPERMST FOR INPUT - "
007210             "STATUS " WS-OPM-STATUS " ***" LINE 22 COL 4
007220         MOVE 16 TO RETURN-CODE
007230         STOP RUN
007240     END-IF.
007250     PERFORM 9510-READ-ONE-PROFILE THRU 9510-EXIT
007260         UNTIL WS-OPM-EOF
007270             OR WS-OPR-FOUND.
007280     CLOSE OPERATOR-MASTER-FILE.
007290     IF NOT WS-OPR-FOUND
007300         MOVE 'UNKN' TO WS-SEC-REASON
007310         MOVE 'ID NOT ON OPERATOR MASTER' TO WS-SEC-DETAIL
007320     ELSE IF WS-OPR-STATUS NOT = 'A'
007330         MOVE 'INAC' TO WS-SEC-REASON
007340         MOVE 'PROFILE NOT ACTIVE' TO WS-SEC-DETAIL
007350     END-IF.
007360 9500-EXIT.
007370     EXIT.
007380*
007390 9510-READ-ONE-PROFILE.
007400     READ OPERATOR-MASTER-FILE
007410         AT END
007420             SET WS-OPM-EOF TO TRUE
007430     END-READ.
007440     IF NOT WS-OPM-EOF
007450         IF DT-OPR-OPERATOR-ID = WS-OPERATOR-ID
007460             SET WS-OPR-FOUND TO TRUE
007470             MOVE DT-OPERATOR-RECORD TO WS-OPR-PROFILE
007480         END-IF
007490     END-IF.
007500 9510-EXIT.
007510     EXIT.
007520*
007530******************************************************************
007540*   9600-REFUSE-SIGN-ON                                          *
007550*   LOGS A FAILED SIGN-ON (REASON AND DETAIL ALREADY SET) AND    *
007560*   RE-PROMPTS.  THE THIRD REFUSAL IN ONE SESSION ENDS IT.       *
007570******************************************************************
007580 9600-REFUSE-SIGN-ON.
007590     MOVE 'F'    TO WS-SEC-EVENT.
007600     MOVE 'SGON' TO WS-SEC-ACTION.
007610     MOVE SPACES TO WS-SEC-BRANCH.
007620     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
007630     DISPLAY "*** SIGN-ON REFUSED - " LINE 5 COL 4.
007640     DISPLAY WS-SEC-DETAIL LINE 5 COL 26.
007650     ADD 1 TO WS-SIGNON-FAILURES.
007660     IF WS-SIGNON-FAILURES IS NOT LESS THAN 3
007670         DISPLAY "*** THREE REFUSED SIGN-ONS - SESSION ENDED ***"
007680             LINE 22 COL 4
007690         MOVE 16 TO RETURN-CODE
007700         STOP RUN
007710     END-IF.
007720 9600-EXIT.
007730     EXIT.
007740*
007750******************************************************************
007760*   9650-REFUSE-ACTION                                           *
007770*   LOGS A REFUSED ACTION (REASON, DETAIL, ACTION CODE AND       *
007780*   WS-SCOPE-BRANCH ALREADY SET), TELLS THE OPERATOR WHY, AND    *
007790*   MARKS THE ACTION REFUSED.  THE SESSION CARRIES ON.           *
007800******************************************************************
007810 9650-REFUSE-ACTION.
007820     MOVE 'R' TO WS-SEC-EVENT.
007830     MOVE WS-SCOPE-BRANCH TO WS-SEC-BRANCH.
007840     PERFORM 9700-LOG-SECURITY-EVENT THRU 9700-EXIT.
007850     DISPLAY "*** REFUSED - " LINE 19 COL 4.
007860     DISPLAY WS-SEC-DETAIL LINE 19 COL 18.
007870     SET WS-ACTION-REFUSED TO TRUE.
007880 9650-EXIT.
007890     EXIT.
007900*
007910******************************************************************
007920*   9700-LOG-SECURITY-EVENT                                      *
007930*   APPENDS ONE SECLOG RECORD (SEE DTSECLOG) FROM THE WS-SEC-    *
007940*   EVENT-FIELDS.  A LOG THAT CANNOT BE WRITTEN ENDS THE         *
007950*   SESSION - A REFUSAL MUST NOT GO UNRECORDED.                  *
007960******************************************************************
007970 9700-LOG-SECURITY-EVENT.
007980     OPEN EXTEND SECURITY-LOG-FILE.
007990     IF WS-SEC-STATUS NOT = '00'
008000         DISPLAY "*** UNABLE TO OPEN SECLOG FOR OUTPUT - "
008010             "STATUS " WS-SEC-STATUS " ***" LINE 22 COL 4
008020         MOVE 16 TO RETURN-CODE
008030         STOP RUN
008040     END-IF.
008050     MOVE SPACES TO DT-SECURITY-LOG-RECORD.
008060     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD.
008070     ACCEPT WS-TIME-WORK FROM TIME.
008080     MOVE WS-SEC-DATE        TO DT-SEC-LOG-DATE.
008090     MOVE WS-TIME-WORK (1:6) TO DT-SEC-LOG-TIME.
008100     MOVE 'SAMPLE16'         TO DT-SEC-PROGRAM-ID.
008110     MOVE WS-OPERATOR-ID     TO DT-SEC-OPERATOR-ID.
008120     MOVE WS-SEC-EVENT       TO DT-SEC-EVENT.
008130     MOVE WS-SEC-REASON      TO DT-SEC-REASON-CODE.
008140     MOVE WS-SEC-ACTION      TO DT-SEC-ACTION-CODE.
008150     MOVE WS-SEC-BRANCH      TO DT-SEC-BRANCH-CODE.
008160     MOVE WS-SEC-DETAIL      TO DT-SEC-DETAIL.
008170     WRITE DT-SECURITY-LOG-RECORD.
008180     IF WS-SEC-STATUS NOT = '00'
008190         DISPLAY "*** ERROR WRITING SECLOG - STATUS "
008200             WS-SEC-STATUS " ***" LINE 22 COL 4
008210         MOVE 16 TO RETURN-CODE
008220         STOP RUN
008230     END-IF.
008240     CLOSE SECURITY-LOG-FILE.
008250 9700-EXIT.
008260     EXIT.
008270*
008280******************************************************************
008290*   9800-CHECK-SCOPE                                             *
008300*   SETS WS-SCOPE-OK WHEN THE PROFILE MAY TOUCH WS-SCOPE-BRANCH  *
008310*   - ALL-BRANCH SCOPE ALWAYS, BRANCH SCOPE WHEN THE BRANCH IS   *
008320*   ON ITS LIST, REGION SCOPE WHEN THE BRANCH'S REGION ON THE    *
008330*   BRANCH MASTER IS ON ITS LIST.  A BRANCH NOT ON THE MASTER    *
008340*   HAS NO REGION AND IS OUTSIDE EVERY REGION SCOPE.             *
008350******************************************************************
008360 9800-CHECK-SCOPE.
008370     MOVE 'N' TO WS-SCOPE-SWITCH.
008380     IF WS-OPR-SCOPE-TYPE = 'A'
008390         SET WS-SCOPE-OK TO TRUE
008400         GO TO 9800-EXIT
008410     END-IF.
008420     MOVE WS-SCOPE-BRANCH TO WS-SCOPE-CODE.
008430     IF WS-OPR-SCOPE-TYPE = 'R'
008440         MOVE SPACES TO WS-SCOPE-CODE
008450         PERFORM 9830-FIND-BRANCH-REGION THRU 9830-EXIT
008460             VARYING WS-BRM-IDX FROM 1 BY 1
008470             UNTIL WS-BRM-IDX > WS-BRM-COUNT
008480                 OR WS-SCOPE-CODE NOT = SPACES
008490     END-IF.
008500     IF WS-SCOPE-CODE NOT = SPACES
008510         PERFORM 9810-SCAN-SCOPE-CODE THRU 9810-EXIT
008520             VARYING WS-SCOPE-IDX FROM 1 BY 1
008530             UNTIL WS-SCOPE-IDX > 5
008540                 OR WS-SCOPE-OK
008550     END-IF.
008560 9800-EXIT.
008570     EXIT.
008580*
008590 9810-SCAN-SCOPE-CODE.
008600     IF WS-OPR-SCOPE-CODE (WS-SCOPE-IDX) = WS-SCOPE-CODE
008610         SET WS-SCOPE-OK TO TRUE
008620     END-IF.
008630 9810-EXIT.
008640     EXIT.
008650*
008660 9830-FIND-BRANCH-REGION.
008670     IF WS-BRM-CODE (WS-BRM-IDX) = WS-SCOPE-BRANCH
008680         MOVE WS-BRM-REGN (WS-BRM-IDX) TO WS-SCOPE-CODE
008690     END-IF.
008700 9830-EXIT.
008710     EXIT.
008720*
008730******************************************************************
008740*   9900-LOAD-BRANCH-REGIONS                                     *
008750*   LOADS EACH BRANCH'S REGION FROM THE BRANCH MASTER FOR THE    *
008760*   REGION-SCOPE CHECK.  A MASTER THAT CANNOT BE OPENED LEAVES   *
008770*   THE TABLE EMPTY - A REGION-SCOPED PROFILE THEN CANNOT ACT,   *
008780*   WHICH IS THE SAFE SIDE TO FAIL ON.                           *
008790******************************************************************
008800 9900-LOAD-BRANCH-REGIONS.
008810     MOVE 0 TO WS-BRM-COUNT.
008820     OPEN INPUT BRANCH-MASTER-FILE.
008830     IF WS-BRM-STATUS NOT = '00'
008840         GO TO 9900-EXIT
008850     END-IF.
008860     PERFORM 9910-LOAD-ONE-REGION THRU 9910-EXIT
008870         UNTIL WS-BRM-EOF.
008880     CLOSE BRANCH-MASTER-FILE.
008890 9900-EXIT.
008900     EXIT.
008910*
008920 9910-LOAD-ONE-REGION.
008930     READ BRANCH-MASTER-FILE
008940         AT END
008950             SET WS-BRM-EOF TO TRUE
008960     END-READ.
008970     IF NOT WS-BRM-EOF
008980         IF WS-BRM-COUNT IS LESS THAN 50
008990             ADD 1 TO WS-BRM-COUNT
009000             MOVE DT-BRM-BRANCH-CODE
009010                 TO WS-BRM-CODE (WS-BRM-COUNT)
009020             MOVE DT-BRM-REGION
009030                 TO WS-BRM-REGN (WS-BRM-COUNT)
009040         ELSE
009050             DISPLAY "*** BRANCH TABLE FULL - LIMIT 50 ***"
009060                 LINE 22 COL 4
009070             MOVE 16 TO RETURN-CODE
009080             STOP RUN
009090         END-IF
009100     END-IF.
009110 9910-EXIT.
009120     EXIT.
009130*
009140******************************************************************
009150*   9950-LOAD-PERIOD-CONTROL                                     *
009160*   LOADS THE STATUS OF EVERY MONTH ON THE PERIOD CONTROL FILE   *
009170*   (SEE DTPERIOD).  STATUS 35 - NO FILE YET - MEANS NO MONTH    *
009180*   HAS BEEN CLOSED.  ANY OTHER OPEN FAILURE ENDS THE SESSION -  *
009190*   A CLOSED MONTH MUST NOT TAKE A POSTING JUST BECAUSE ITS      *
009200*   CONTROL FILE COULD NOT BE READ.                              *
009210******************************************************************
009220 9950-LOAD-PERIOD-CONTROL.
009230     MOVE 0 TO WS-PRD-COUNT.
009240     MOVE 'N' TO WS-PRD-EOF-SWITCH.
009250     OPEN INPUT PERIOD-CONTROL-FILE.
009260     IF WS-PRD-STATUS = '35'
009270         GO TO 9950-EXIT
009280     END-IF.
009290     IF WS-PRD-STATUS NOT = '00'
009300         DISPLAY "*** UNABLE TO OPEN PRDCTL FOR INPUT - "
009310             "STATUS " WS-PRD-STATUS " ***" LINE 22 COL 4
009320         MOVE 16 TO RETURN-CODE
009330         STOP RUN
009340     END-IF.
009350     PERFORM 9960-LOAD-ONE-PERIOD THRU 9960-EXIT
009360         UNTIL WS-PRD-EOF.
009370     CLOSE PERIOD-CONTROL-FILE.
009380 9950-EXIT.
009390     EXIT.
009400*
009410 9960-LOAD-ONE-PERIOD.
009420     READ PERIOD-CONTROL-FILE
009430         AT END
009440             SET WS-PRD-EOF TO TRUE
009450     END-READ.
009460     IF NOT WS-PRD-EOF
009470         IF WS-PRD-COUNT IS LESS THAN 120
009480             ADD 1 TO WS-PRD-COUNT
009490             MOVE DT-PRD-MONTH
009500                 TO WS-PRD-E-MONTH (WS-PRD-COUNT)
009510             MOVE DT-PRD-STATUS
009520                 TO WS-PRD-E-STATUS (WS-PRD-COUNT)
009530         ELSE
009540             DISPLAY "*** PERIOD TABLE FULL - LIMIT 120 ***"
009550                 LINE 22 COL 4
009560             MOVE 16 TO RETURN-CODE
009570             STOP RUN
009580         END-IF
009590     END-IF.
009600 9960-EXIT.
009610     EXIT.
009620*
009630******************************************************************
009640*   9970-CHECK-PERIOD                                            *
009650*   SETS WS-PRD-MONTH-STATUS FOR THE MONTH OF WS-PRD-CHECK-DATE  *
009660*   - OPEN UNLESS THE CONTROL FILE HOLDS IT CLOSING OR CLOSED.   *
009670******************************************************************
009680 9970-CHECK-PERIOD.
009690     SET WS-PRD-MONTH-OPEN TO TRUE.
009700     PERFORM 9980-SCAN-ONE-PERIOD THRU 9980-EXIT
009710         VARYING WS-PRD-IDX FROM 1 BY 1
009720         UNTIL WS-PRD-IDX > WS-PRD-COUNT.
009730 9970-EXIT.
009740     EXIT.
009750*
009760 9980-SCAN-ONE-PERIOD.
009770     IF WS-PRD-E-MONTH (WS-PRD-IDX) = WS-PRD-CHECK-DATE (1:6)
009780         MOVE WS-PRD-E-STATUS (WS-PRD-IDX)
009790             TO WS-PRD-MONTH-STATUS
009800     END-IF.
009810 9980-EXIT.
009820     EXIT.
