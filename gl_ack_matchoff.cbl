000390*                     CONTROL NIGHT'S EXTRACT ON A SAME-DAY
000400*                     RERUN, SO A RESTART CANNOT TURN MATCHED
000410*                     RECORDS BACK INTO PHANTOM EXCEPTIONS.
000412*    2026-10-15  RM   ALSO LOADS THE LINES POSTED ON THE CONTROL
000414*                     NIGHT UNDER AN EARLIER BUSINESS DATE (FEED
000416*                     BACKOUT OFFSETS AND REPLACEMENT FEEDS) SO
000418*                     THEIR ACKNOWLEDGMENTS MATCH OFF.
000420*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
003640             SET WS-GL-EOF TO TRUE
003650     END-READ.
003660     IF NOT WS-GL-EOF
003663*        A LINE POSTED THAT NIGHT UNDER AN EARLIER BUSINESS DATE
003666*        WAS SENT WITH IT AND IS ACKNOWLEDGED UNDER ITS OWN DATE.
003670         IF DT-GL-RUN-DATE = WS-CTL-RUN-DATE
003675                 OR DT-GL-POST-DATE = WS-CTL-RUN-DATE
003680             PERFORM 3500-ADD-OUTSTANDING THRU 3500-EXIT
003690             MOVE DT-GL-EXTRACT-RECORD
003700                 TO WS-OUT-DATA (WS-OUT-SLOT)
