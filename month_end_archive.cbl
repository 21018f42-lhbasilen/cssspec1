000390*                     ARCHIVED RECORDS ARE DELETED FROM THE
000400*                     MASTER IN PLACE, SO THE AUDNEW SPLIT FILE
000410*                     AND ITS COPY-BACK STEP ARE GONE.
000411*    2026-10-15  RM   ADDED THE ARCHIVE INDEX (ARCHIDX, SEE
000412*                     DTARCIDX) - AT THE END OF A CLEAN RUN ONE
000413*                     RECORD IS APPENDED FOR EACH HISTORY
000414*                     GENERATION CREATED, WITH ITS RECORD COUNT
000415*                     AND OLDEST AND NEWEST DATES, SO THE ARCHIVE
000416*                     RETRIEVAL (SAMPLE23) CAN TELL THE
000417*                     GENERATIONS APART.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000690     SELECT RUN-LOG-FILE        ASSIGN TO RUNLOG
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RLG-STATUS.
000712     SELECT ARCHIVE-INDEX-FILE  ASSIGN TO ARCHIDX
000714         ORGANIZATION IS LINE SEQUENTIAL
000716         FILE STATUS IS WS-ARX-STATUS.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 COPY DTRUNLOG.
001081*
001082 FD  ARCHIVE-INDEX-FILE
001083     LABEL RECORDS ARE STANDARD
001084     RECORD CONTAINS 80 CHARACTERS.
001085 COPY DTARCIDX.
001090*
001100 WORKING-STORAGE SECTION.
001110*
001300 01  WS-GLN-STATUS               PIC X(02).
001310 01  WS-PRM-STATUS               PIC X(02).
001320 01  WS-RLG-STATUS               PIC X(02).
001325 01  WS-ARX-STATUS               PIC X(02).
001330*
001340 01  WS-START-TIME               PIC X(06).
001350 01  WS-TIME-WORK                PIC X(08).
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF.
002391     OPEN EXTEND ARCHIVE-INDEX-FILE.
002392     IF WS-ARX-STATUS NOT = '00'
002393         DISPLAY "*** UNABLE TO OPEN ARCHIDX FOR OUTPUT - "
002394             "STATUS " WS-ARX-STATUS " ***"
002395         MOVE 16 TO RETURN-CODE
002396         STOP RUN
002397     END-IF.
002400 1000-EXIT.
002410     EXIT.
002420*
004380     CLOSE GL-EXTRACT-FILE.
004390     CLOSE GL-ARCH-FILE.
004400     CLOSE GL-NEW-FILE.
004403     PERFORM 9960-WRITE-ARCHIVE-INDEX THRU 9960-EXIT.
004406     CLOSE ARCHIVE-INDEX-FILE.
004410     PERFORM 9950-WRITE-RUN-LOG THRU 9950-EXIT.
004420     CLOSE RUN-LOG-FILE.
004430 9900-EXIT.
004750     END-IF.
004760 9950-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800*   9960-WRITE-ARCHIVE-INDEX                                     *
004810*   ONE INDEX RECORD PER HISTORY GENERATION THIS RUN CREATED -   *
004820*   AUDIT LOG THEN GL EXTRACT - SO THE RETRIEVAL JOB CAN MAP     *
004830*   THE GDG BACK TO ITS GENERATIONS.  A GENERATION WITH NOTHING  *
004840*   IN IT STILL GETS ITS RECORD (ZERO COUNT, BLANK DATES) - THE  *
004850*   GDG HAS THE EMPTY GENERATION ALL THE SAME.  A RUN THAT       *
004860*   STOPPED EARLIER INDEXES NOTHING - ITS PARTIAL GENERATIONS    *
004870*   MUST BE DELETED BEFORE THE RERUN (SEE JCL/MTHEND.JCL).       *
004880******************************************************************
004890 9960-WRITE-ARCHIVE-INDEX.
004900     MOVE SPACES TO DT-ARCHIVE-INDEX-RECORD.
004910     SET DT-ARX-AUDIT-LOG   TO TRUE.
004920     MOVE WS-RUN-DATE       TO DT-ARX-ARCHIVE-DATE.
004930     MOVE WS-CUTOFF-YYYYMM  TO DT-ARX-CUTOFF-MONTH.
004940     MOVE WS-AUD-ARCH-COUNT TO DT-ARX-REC-COUNT.
004950     IF WS-AUD-ARCH-COUNT IS GREATER THAN 0
004960         MOVE WS-AUDA-OLDEST TO DT-ARX-OLDEST-DATE
004970         MOVE WS-AUDA-NEWEST TO DT-ARX-NEWEST-DATE
004980     END-IF.
004990     MOVE 'SAMPLE10'        TO DT-ARX-PROGRAM-ID.
005000     WRITE DT-ARCHIVE-INDEX-RECORD.
005010     IF WS-ARX-STATUS NOT = '00'
005020         DISPLAY "*** ERROR WRITING ARCHIDX - STATUS "
005030             WS-ARX-STATUS " ***"
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070     MOVE SPACES TO DT-ARCHIVE-INDEX-RECORD.
005080     SET DT-ARX-GL-EXTRACT  TO TRUE.
005090     MOVE WS-RUN-DATE       TO DT-ARX-ARCHIVE-DATE.
005100     MOVE WS-CUTOFF-YYYYMM  TO DT-ARX-CUTOFF-MONTH.
005110     MOVE WS-GL-ARCH-COUNT  TO DT-ARX-REC-COUNT.
005120     IF WS-GL-ARCH-COUNT IS GREATER THAN 0
005130         MOVE WS-GLA-OLDEST TO DT-ARX-OLDEST-DATE
005140         MOVE WS-GLA-NEWEST TO DT-ARX-NEWEST-DATE
005150     END-IF.
005160     MOVE 'SAMPLE10'        TO DT-ARX-PROGRAM-ID.
005170     WRITE DT-ARCHIVE-INDEX-RECORD.
005180     IF WS-ARX-STATUS NOT = '00'
005190         DISPLAY "*** ERROR WRITING ARCHIDX - STATUS "
005200             WS-ARX-STATUS " ***"
005210         MOVE 16 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240 9960-EXIT.
005250     EXIT.
