000296*                     FOR THE MORNING STATUS SCREEN (SAMPLE11),
000297*                     CARRYING THE RETURN CODE SO A HELD GL FEED
000298*                     (RC=8) IS FLAGGED ON ONE PAGE.
000299*    2026-10-15  RM   CATCH-UP DATES - GL LINES POSTED TONIGHT FOR
000300*                     AN EARLIER BUSINESS DATE (A FEED BACKOUT'S
000301*                     OFFSETS AND ITS REPLACEMENT) NOW BALANCE
000302*                     THAT DATE AND BRANCH IN FULL AGAINST ITS
000303*                     STEPCTL RECORDS.  GLCNTL STILL CARRIES
000304*                     TONIGHT'S BUSINESS DATE ONLY.  TABLE NOW
000305*                     KEYED ON DATE AND BRANCH, LIMIT 100.
000306*    2026-10-15  RM   PRIOR-PERIOD ADJUSTMENT LINES (ENTRY TYPE P,
000307*                     POSTED BY SAMPLE31 INTO A CLOSED MONTH) ARE
000308*                     NOW LEFT OUT OF THE STEPCTL TIE, THE
000309*                     CATCH-UP DATES AND GLCNTL - NO BRANCH STEP
000310*                     REPORTS THEM.  THOSE POSTED TONIGHT ARE
000311*                     COUNTED AND PRINTED ON THEIR OWN LINE.
000312*
000313 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000950*
000960 01  WS-BAL-TABLE.
000970     05  WS-BAL-COUNT            PIC 9(03)   COMP  VALUE 0.
000976     05  WS-BAL-ENTRY            OCCURS 100 TIMES.
000982         10  WS-BAL-DATE         PIC X(08).
000990         10  WS-BAL-CODE         PIC X(04).
000995         10  WS-BAL-CATCHUP      PIC X(01).
001000         10  WS-BAL-GL-COUNT     PIC 9(06).
001010         10  WS-BAL-GL-NUM1      PIC S9(11)V99.
001020         10  WS-BAL-GL-NUM2      PIC S9(11)V99.
001070 01  WS-BAL-IDX                  PIC 9(03)   COMP.
001080 01  WS-BAL-SLOT                 PIC 9(03)   COMP.
001090 01  WS-LOOKUP-CODE              PIC X(04).
001091 01  WS-LOOKUP-DATE              PIC X(08).
001092*
001093*    THE EARLIER BUSINESS DATES THAT HAD GL LINES POSTED
001094*    TONIGHT, AND EVERY LINE ON FILE FOR THEM.
001095 01  WS-CATCHUP-TOTALS.
001096     05  WS-CU-PAIR-COUNT        PIC 9(03)   VALUE 0.
001097     05  WS-CU-GL-COUNT          PIC 9(06)   VALUE 0.
001098     05  WS-CU-NUM1-AMOUNT       PIC S9(11)V99  VALUE 0.
001099     05  WS-CU-NUM2-AMOUNT       PIC S9(11)V99  VALUE 0.
001100*
001101*    PRIOR-PERIOD ADJUSTMENT LINES POSTED TONIGHT - REPORTED
001102*    ONLY, NEVER TIED TO STEPCTL.
001103 01  WS-PRIOR-PERIOD-TOTALS.
001104     05  WS-PP-GL-COUNT          PIC 9(06)   VALUE 0.
001105     05  WS-PP-NUM1-AMOUNT       PIC S9(11)V99  VALUE 0.
001106     05  WS-PP-NUM2-AMOUNT       PIC S9(11)V99  VALUE 0.
001107*
001110 01  WS-EDIT-FIELDS.
001120     05  WS-EDIT-AMT             PIC -9(11).99.
001130     05  WS-EDIT-AMT2            PIC -9(11).99.
001610 2000-TALLY-GL-EXTRACT.
001620     PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT
001630         UNTIL WS-GL-EOF.
001632     IF WS-CU-PAIR-COUNT IS GREATER THAN 0
001634         PERFORM 2500-TALLY-CATCHUP-GL THRU 2500-EXIT
001636     END-IF.
001640 2000-EXIT.
001650     EXIT.
001660*
001700             SET WS-GL-EOF TO TRUE
001710     END-READ.
001720     IF NOT WS-GL-EOF
001721             AND DT-GL-PRIOR-PERIOD-ENTRY
001722         IF DT-GL-POST-DATE = WS-RUN-DATE
001723             PERFORM 2400-TALLY-PRIOR-PERIOD THRU 2400-EXIT
001724         END-IF
001725         GO TO 2100-EXIT
001726     END-IF.
001727     IF NOT WS-GL-EOF
001730         IF DT-GL-RUN-DATE = WS-RUN-DATE
001740             PERFORM 2200-TALLY-ONE-GL THRU 2200-EXIT
001743         ELSE IF DT-GL-POST-DATE = WS-RUN-DATE
001746             PERFORM 2300-REGISTER-CATCHUP THRU 2300-EXIT
001750         END-IF
001760     END-IF.
001770 2100-EXIT.
001930                 DT-GL-CONTROL-ACCT "' ON GLEXTRCT ***"
001940     END-EVALUATE.
001950     MOVE DT-GL-BRANCH-CODE TO WS-LOOKUP-CODE.
001955     MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
001960     PERFORM 6000-FIND-BAL-SLOT THRU 6000-EXIT.
001970     ADD 1 TO WS-BAL-GL-COUNT (WS-BAL-SLOT).
001980     IF DT-GL-CONTROL-ACCT = 'DLYNUM1   '
002020         ADD DT-GL-AMOUNT TO WS-BAL-GL-NUM2 (WS-BAL-SLOT)
002030     END-IF.
002040 2200-EXIT.
002041     EXIT.
002042*
002043******************************************************************
002044*   2300-REGISTER-CATCHUP                                        *
002045*   A LINE POSTED TONIGHT UNDER AN EARLIER BUSINESS DATE - A     *
002046*   FEED BACKOUT'S OFFSETS OR A REPLACEMENT FEED - OPENS A       *
002047*   SLOT FOR THAT DATE AND BRANCH.  THE SLOT IS FILLED BY THE    *
002048*   SECOND PASS (2500) WITH EVERY LINE ON FILE FOR THE PAIR.     *
002049******************************************************************
002050 2300-REGISTER-CATCHUP.
002051     MOVE DT-GL-BRANCH-CODE TO WS-LOOKUP-CODE.
002052     MOVE DT-GL-RUN-DATE    TO WS-LOOKUP-DATE.
002053     PERFORM 6000-FIND-BAL-SLOT THRU 6000-EXIT.
002054     IF WS-BAL-CATCHUP (WS-BAL-SLOT) NOT = 'Y'
002055         MOVE 'Y' TO WS-BAL-CATCHUP (WS-BAL-SLOT)
002056         ADD 1 TO WS-CU-PAIR-COUNT
002057     END-IF.
002058 2300-EXIT.
002059     EXIT.
002060*
002061******************************************************************
002062*   2400-TALLY-PRIOR-PERIOD                                      *
002063*   A PRIOR-PERIOD ADJUSTMENT LINE POSTED TONIGHT BY SAMPLE31.   *
002064*   IT CARRIES THE CLOSED MONTH'S BUSINESS DATE, NO BRANCH STEP  *
002065*   REPORTED IT AND IT IS APPROVED OUTSIDE THE NIGHTLY FEED, SO  *
002066*   IT IS ONLY COUNTED FOR THE REPORT - IT MUST NOT OPEN A       *
002067*   CATCH-UP SLOT OR REACH GLCNTL.                               *
002068******************************************************************
002069 2400-TALLY-PRIOR-PERIOD.
002070     ADD 1 TO WS-PP-GL-COUNT.
002071     IF DT-GL-CONTROL-ACCT = 'DLYNUM1   '
002072         ADD DT-GL-AMOUNT TO WS-PP-NUM1-AMOUNT
002073     END-IF.
002074     IF DT-GL-CONTROL-ACCT = 'DLYNUM2   '
002075         ADD DT-GL-AMOUNT TO WS-PP-NUM2-AMOUNT
002076     END-IF.
002077 2400-EXIT.
002078     EXIT.
002079*
002080******************************************************************
002081*   2500-TALLY-CATCHUP-GL                                        *
002082*   SECOND PASS OVER THE EXTRACT.  A CATCH-UP DATE IS PROVEN IN  *
002083*   FULL - THE ORIGINAL POSTING, ANY OFFSETS AND ANY             *
002084*   REPLACEMENT - AGAINST ALL OF ITS STEPCTL RECORDS, WHICH      *
002085*   SAMPLE19 AND THE REPLACEMENT STEP KEEP IN STEP WITH IT.      *
002086******************************************************************
002087 2500-TALLY-CATCHUP-GL.
002088     CLOSE GL-EXTRACT-FILE.
002089     OPEN INPUT GL-EXTRACT-FILE.
002090     IF WS-GL-STATUS NOT = '00'
002091         DISPLAY "*** UNABLE TO REOPEN GLEXTRCT FOR INPUT - "
002092             "STATUS " WS-GL-STATUS " ***"
002093         MOVE 16 TO RETURN-CODE
002094         STOP RUN
002095     END-IF.
002096     MOVE 'N' TO WS-GL-EOF-SWITCH.
002097     PERFORM 2600-READ-CATCHUP-GL THRU 2600-EXIT
002098         UNTIL WS-GL-EOF.
002099 2500-EXIT.
002100     EXIT.
002101*
002102 2600-READ-CATCHUP-GL.
002103     READ GL-EXTRACT-FILE
002104         AT END
002105             SET WS-GL-EOF TO TRUE
002106     END-READ.
002107     IF WS-GL-EOF
002108         GO TO 2600-EXIT
002109     END-IF.
002110     IF DT-GL-RUN-DATE = WS-RUN-DATE
002111         GO TO 2600-EXIT
002112     END-IF.
002113     IF DT-GL-PRIOR-PERIOD-ENTRY
002114         GO TO 2600-EXIT
002115     END-IF.
002116     MOVE DT-GL-BRANCH-CODE TO WS-LOOKUP-CODE.
002117     MOVE DT-GL-RUN-DATE    TO WS-LOOKUP-DATE.
002118     PERFORM 6050-LOCATE-BAL-SLOT THRU 6050-EXIT.
002119     IF NOT WS-BAL-FOUND
002120         GO TO 2600-EXIT
002121     END-IF.
002122     IF WS-BAL-CATCHUP (WS-BAL-SLOT) NOT = 'Y'
002123         GO TO 2600-EXIT
002124     END-IF.
002125     ADD 1 TO WS-BAL-GL-COUNT (WS-BAL-SLOT).
002126     ADD 1 TO WS-CU-GL-COUNT.
002127     IF DT-GL-CONTROL-ACCT = 'DLYNUM1   '
002128         ADD DT-GL-AMOUNT TO WS-BAL-GL-NUM1 (WS-BAL-SLOT)
002129         ADD DT-GL-AMOUNT TO WS-CU-NUM1-AMOUNT
002130     END-IF.
002131     IF DT-GL-CONTROL-ACCT = 'DLYNUM2   '
002132         ADD DT-GL-AMOUNT TO WS-BAL-GL-NUM2 (WS-BAL-SLOT)
002133         ADD DT-GL-AMOUNT TO WS-CU-NUM2-AMOUNT
002134     END-IF.
002135 2600-EXIT.
002136     EXIT.
002137*
002138******************************************************************
002139*   3000-TALLY-STEP-CONTROL                                      *
002140*   READS THE STEP CONTROL FILE AND ACCUMULATES WHAT TONIGHT'S   *
002141*   BRANCH STEPS REPORTED PROCESSING.                            *
002142******************************************************************
002143 3000-TALLY-STEP-CONTROL.
002144     PERFORM 3100-READ-STEP-RECORD THRU 3100-EXIT
002145         UNTIL WS-STP-EOF.
002150 3000-EXIT.
002160     EXIT.
002170*
002230     IF NOT WS-STP-EOF
002240         IF DT-STP-RUN-DATE = WS-RUN-DATE
002250             PERFORM 3200-TALLY-ONE-STEP THRU 3200-EXIT
002253         ELSE IF WS-CU-PAIR-COUNT IS GREATER THAN 0
002256             PERFORM 3300-TALLY-CATCHUP-STEP THRU 3300-EXIT
002260         END-IF
002270     END-IF.
002280 3100-EXIT.
002340     ADD DT-STP-NUM1-TOTAL TO WS-EXP-NUM1-TOTAL.
002350     ADD DT-STP-NUM2-TOTAL TO WS-EXP-NUM2-TOTAL.
002360     MOVE DT-STP-BRANCH-CODE TO WS-LOOKUP-CODE.
002365     MOVE WS-RUN-DATE TO WS-LOOKUP-DATE.
002370     PERFORM 6000-FIND-BAL-SLOT THRU 6000-EXIT.
002380     ADD DT-STP-GL-COUNT TO WS-BAL-STP-COUNT (WS-BAL-SLOT).
002390     ADD DT-STP-NUM1-TOTAL TO WS-BAL-STP-NUM1 (WS-BAL-SLOT).
002420     EXIT.
002430*
002440******************************************************************
002441*   3300-TALLY-CATCHUP-STEP                                      *
002442*   A STEPCTL RECORD FOR AN EARLIER DATE COUNTS ONLY WHEN THAT   *
002443*   DATE AND BRANCH IS A CATCH-UP PAIR TONIGHT.                  *
002444******************************************************************
002445 3300-TALLY-CATCHUP-STEP.
002446     MOVE DT-STP-BRANCH-CODE TO WS-LOOKUP-CODE.
002447     MOVE DT-STP-RUN-DATE    TO WS-LOOKUP-DATE.
002448     PERFORM 6050-LOCATE-BAL-SLOT THRU 6050-EXIT.
002449     IF NOT WS-BAL-FOUND
002450         GO TO 3300-EXIT
002451     END-IF.
002452     IF WS-BAL-CATCHUP (WS-BAL-SLOT) NOT = 'Y'
002453         GO TO 3300-EXIT
002454     END-IF.
002455     ADD DT-STP-GL-COUNT TO WS-BAL-STP-COUNT (WS-BAL-SLOT).
002456     ADD DT-STP-NUM1-TOTAL TO WS-BAL-STP-NUM1 (WS-BAL-SLOT).
002457     ADD DT-STP-NUM2-TOTAL TO WS-BAL-STP-NUM2 (WS-BAL-SLOT).
002458 3300-EXIT.
002459     EXIT.
002460*
002461******************************************************************
002462*   6000-FIND-BAL-SLOT                                           *
002463*   LOCATES (OR OPENS) THE BALANCE TABLE SLOT FOR THE BRANCH     *
002464*   CODE IN WS-LOOKUP-CODE AND THE DATE IN WS-LOOKUP-DATE.       *
002480******************************************************************
002490 6000-FIND-BAL-SLOT.
002500     MOVE 'N' TO WS-BAL-FOUND-SWITCH.
002530         UNTIL WS-BAL-IDX > WS-BAL-COUNT
002540             OR WS-BAL-FOUND.
002550     IF NOT WS-BAL-FOUND
002560         IF WS-BAL-COUNT IS LESS THAN 100
002570             ADD 1 TO WS-BAL-COUNT
002580             MOVE WS-BAL-COUNT TO WS-BAL-SLOT
002590             MOVE WS-LOOKUP-CODE TO WS-BAL-CODE (WS-BAL-SLOT)
002593             MOVE WS-LOOKUP-DATE TO WS-BAL-DATE (WS-BAL-SLOT)
002596             MOVE 'N' TO WS-BAL-CATCHUP (WS-BAL-SLOT)
002600             MOVE 0 TO WS-BAL-GL-COUNT (WS-BAL-SLOT)
002610             MOVE 0 TO WS-BAL-GL-NUM1 (WS-BAL-SLOT)
002620             MOVE 0 TO WS-BAL-GL-NUM2 (WS-BAL-SLOT)
002640             MOVE 0 TO WS-BAL-STP-NUM1 (WS-BAL-SLOT)
002650             MOVE 0 TO WS-BAL-STP-NUM2 (WS-BAL-SLOT)
002660         ELSE
002670             DISPLAY "*** BALANCE TABLE FULL - LIMIT 100 ***"
002680             MOVE 16 TO RETURN-CODE
002690             STOP RUN
002700         END-IF
002720 6000-EXIT.
002730     EXIT.
002740*
002741******************************************************************
002742*   6050-LOCATE-BAL-SLOT                                         *
002743*   FINDS AN EXISTING SLOT FOR WS-LOOKUP-DATE/WS-LOOKUP-CODE     *
002744*   WITHOUT OPENING ONE.                                         *
002745******************************************************************
002746 6050-LOCATE-BAL-SLOT.
002747     MOVE 'N' TO WS-BAL-FOUND-SWITCH.
002748     PERFORM 6100-SCAN-BAL-TABLE THRU 6100-EXIT
002749         VARYING WS-BAL-IDX FROM 1 BY 1
002750         UNTIL WS-BAL-IDX > WS-BAL-COUNT
002751             OR WS-BAL-FOUND.
002752 6050-EXIT.
002753     EXIT.
002754*
002755 6100-SCAN-BAL-TABLE.
002760     IF WS-BAL-CODE (WS-BAL-IDX) = WS-LOOKUP-CODE
002765             AND WS-BAL-DATE (WS-BAL-IDX) = WS-LOOKUP-DATE
002770         SET WS-BAL-FOUND TO TRUE
002780         MOVE WS-BAL-IDX TO WS-BAL-SLOT
002790     END-IF.
003380         DISPLAY "UNKNOWN ACCT RECORDS:      "
003390             WS-UNKNOWN-ACCT-COUNT
003400     END-IF.
003401     IF WS-CU-PAIR-COUNT IS GREATER THAN 0
003402         MOVE WS-CU-NUM1-AMOUNT TO WS-EDIT-AMT
003403         MOVE WS-CU-NUM2-AMOUNT TO WS-EDIT-AMT2
003404         DISPLAY "CATCH-UP DATES BALANCED:   " WS-CU-PAIR-COUNT
003405         DISPLAY "CATCH-UP RECORDS " WS-CU-GL-COUNT
003406             " " WS-EDIT-AMT " " WS-EDIT-AMT2
003407     END-IF.
003408     IF WS-PP-GL-COUNT IS GREATER THAN 0
003409         MOVE WS-PP-NUM1-AMOUNT TO WS-EDIT-AMT
003410         MOVE WS-PP-NUM2-AMOUNT TO WS-EDIT-AMT2
003411         DISPLAY "PRIOR-PERIOD ADJ RECORDS " WS-PP-GL-COUNT
003412             " " WS-EDIT-AMT " " WS-EDIT-AMT2
003413         DISPLAY "  (NOT TIED TO STEPCTL OR GLCNTL - SEE THE "
003414             "SAMPLE31 REPORT)"
003415     END-IF.
003416     DISPLAY " ".
003420     DISPLAY "BRANCH   EXTRACT/REPORTED COUNTS AND AMOUNTS".
003430     PERFORM 8100-PRINT-ONE-BRANCH THRU 8100-EXIT
003440         VARYING WS-BAL-IDX FROM 1 BY 1
003620     DISPLAY "     STEP "
003630         WS-BAL-STP-COUNT (WS-BAL-IDX) " "
003640         WS-EDIT-AMT " " WS-EDIT-AMT2.
003642     IF WS-BAL-CATCHUP (WS-BAL-IDX) = 'Y'
003644         DISPLAY "     CATCH-UP FOR BUSINESS DATE "
003646             WS-BAL-DATE (WS-BAL-IDX)
003648     END-IF.
003650     IF WS-BAL-GL-COUNT (WS-BAL-IDX)
003660             NOT = WS-BAL-STP-COUNT (WS-BAL-IDX)
003670         OR WS-BAL-GL-NUM1 (WS-BAL-IDX)
