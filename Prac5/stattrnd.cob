002070*                   USED AS THE PRIOR FOR THE DAY-OVER-DAY
002072*                   DELTA OR THE EXCEPTIONS SECTION, SO A
002074*                   MONDAY COMPARES AGAINST FRIDAY.
002076*  2026-10-15 DM    STATHIST LINES ARE NOW 118 WIDE, CARRYING
002078*                   THE DAY'S MEAN, STANDARD DEVIATION AND
002080*                   QUARTILES. THE TREND LINE GAINS STDDEV AND
002082*                   IQR (UPPER LESS LOWER QUARTILE) COLUMNS SO
002084*                   THE SPREAD OF EACH DAY CAN BE FOLLOWED; THEY
002086*                   PRINT BLANK FOR OLDER 70-BYTE LINES.
002089*  2026-10-15 DM    THE STEP NOW ENDS WITH A RETURN CODE: 8 WHEN
002092*                   TRENDRPT CANNOT BE OPENED, 4 AFTER A FILE
002095*                   ERROR IT WORKED PAST, ELSE 0.
002100*----------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  HISTORY-FILE
003600     RECORD CONTAINS 118 CHARACTERS.
003700 01  HIST-LINE.
003800     05  HIST-DATE                   PIC X(10).
003900     05  FILLER                      PIC X(01).
004800     05  HIST-MEDIAN                 PIC X(11).
004900     05  FILLER                      PIC X(01).
005000     05  HIST-MODE                   PIC X(11).
005010     05  FILLER                      PIC X(01).
005020     05  HIST-MEAN                   PIC X(11).
005030     05  FILLER                      PIC X(01).
005040     05  HIST-STDDEV                 PIC X(11).
005050     05  FILLER                      PIC X(01).
005060     05  HIST-Q1                     PIC X(11).
005070     05  FILLER                      PIC X(01).
005080     05  HIST-Q3                     PIC X(11).
005100
005210 FD  CALENDAR-FILE
005220     RECORD CONTAINS 8 CHARACTERS.
008100 01  TRN-MEDIAN-TBL        PIC 9(11)
008200     OCCURS 1 TO 9999 TIMES
008300     DEPENDING ON TRN-HIST-COUNT.
008310*    TRN-SPREAD-TBL IS "Y" WHEN THE LINE CARRIED THE SPREAD
008315*    FIGURES, "N" FOR AN OLDER LINE WRITTEN WITHOUT THEM.
008320 01  TRN-SPREAD-TBL        PIC X(1)
008325     OCCURS 1 TO 9999 TIMES
008330     DEPENDING ON TRN-HIST-COUNT.
008335 01  TRN-SD-TBL            PIC 9(11)
008340     OCCURS 1 TO 9999 TIMES
008345     DEPENDING ON TRN-HIST-COUNT.
008350 01  TRN-IQR-TBL           PIC 9(11)
008355     OCCURS 1 TO 9999 TIMES
008360     DEPENDING ON TRN-HIST-COUNT.
008365 01  TRN-Q1-WORK           PIC 9(11).
008400 01  TRN-SKIPPED-COUNT     PIC 9(5) VALUE 0.
008500
008600*----------------------------------------------------------
010197 01  TRN-DOW-QUOT          PIC 9(5).
010198 01  TRN-EXC-COUNT         PIC 9(5) VALUE 0.
010200
010210*----------------------------------------------------------
010220*    STEP RETURN CODE, RAISE-ONLY: 0 CLEAN, 4 A FILE ERROR
010230*    THE RUN WORKED PAST, 8 NO TREND REPORT COULD BE
010240*    WRITTEN. STATJOB TESTS IT AFTER THIS STEP.
010250*----------------------------------------------------------
010260 01  TRN-RETURN-CODE       PIC 9(2) VALUE 0.
010270
010300 01  TRN-SWITCHES.
010400     05  TRN-EOF-SW        PIC X(01) VALUE "N".
010500         88  TRN-EOF                 VALUE "Y".
014400     05  FILLER            PIC X(06) VALUE "CNT30 ".
014500     05  FILLER            PIC X(14) VALUE "DOD           ".
014600     05  FILLER            PIC X(14) VALUE "WOW           ".
014700     05  FILLER            PIC X(13) VALUE "STDDEV       ".
014710     05  FILLER            PIC X(12) VALUE "IQR         ".
014720     05  FILLER            PIC X(11) VALUE SPACES.
014800
014900 01  TRN-DETAIL-LINE.
015000     05  TRN-DET-DATE      PIC X(10).
016400     05  TRN-DET-DOD       PIC +ZZZZZZZZ9.99.
016500     05  FILLER            PIC X(01) VALUE SPACES.
016600     05  TRN-DET-WOW       PIC +ZZZZZZZZ9.99.
016700     05  FILLER            PIC X(01) VALUE SPACES.
016710     05  TRN-DET-STDDEV    PIC ZZZZZZZZ9.99.
016720     05  TRN-DET-STDDEV-X REDEFINES TRN-DET-STDDEV
016730                           PIC X(12).
016740     05  FILLER            PIC X(01) VALUE SPACES.
016750     05  TRN-DET-IQR       PIC ZZZZZZZZ9.99.
016760     05  TRN-DET-IQR-X REDEFINES TRN-DET-IQR
016770                           PIC X(12).
016780     05  FILLER            PIC X(11) VALUE SPACES.
016800
016900 01  TRN-EXC-HEADER-LINE.
017000     05  FILLER            PIC X(22)
020900         DISPLAY "UNABLE TO OPEN TRENDRPT, STATUS "
021000             TRN-REPORT-STATUS
021050         SET TRN-RUN-FAILED TO TRUE
021060         MOVE 8 TO TRN-RETURN-CODE
021100         GO TO 1000-EXIT
021200     END-IF.
021300     MOVE TRN-RUN-MM TO TRN-HDG-MM.
023500     IF NOT TRN-HISTORY-OK
023600         DISPLAY "UNABLE TO OPEN STATHIST, STATUS "
023700             TRN-HISTORY-STATUS
023710         IF TRN-RETURN-CODE < 4
023720             MOVE 4 TO TRN-RETURN-CODE
023730         END-IF
023800         GO TO 2000-EXIT
023900     END-IF.
024000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
024700             MOVE HIST-BR-CNT TO TRN-BRCNT-TBL(TRN-HIST-COUNT)
024800             MOVE HIST-REJ-CNT TO TRN-REJ-TBL(TRN-HIST-COUNT)
024900             MOVE HIST-MEDIAN TO TRN-MEDIAN-TBL(TRN-HIST-COUNT)
024905             IF HIST-STDDEV NUMERIC AND HIST-Q1 NUMERIC
024910                     AND HIST-Q3 NUMERIC
024915                 MOVE "Y" TO TRN-SPREAD-TBL(TRN-HIST-COUNT)
024920                 MOVE HIST-STDDEV TO TRN-SD-TBL(TRN-HIST-COUNT)
024925                 MOVE HIST-Q1 TO TRN-Q1-WORK
024930                 MOVE HIST-Q3 TO TRN-IQR-TBL(TRN-HIST-COUNT)
024935                 SUBTRACT TRN-Q1-WORK
024940                     FROM TRN-IQR-TBL(TRN-HIST-COUNT)
024945             ELSE
024950                 MOVE "N" TO TRN-SPREAD-TBL(TRN-HIST-COUNT)
024955                 MOVE 0 TO TRN-SD-TBL(TRN-HIST-COUNT)
024960                 MOVE 0 TO TRN-IQR-TBL(TRN-HIST-COUNT)
024965             END-IF
025000         ELSE
025100             ADD 1 TO TRN-SKIPPED-COUNT
025200         END-IF
032000     MOVE TRN-AMT-WORK TO TRN-DET-DOD.
032050     COMPUTE TRN-AMT-WORK = TRN-DELTA-WOW / 100.
032100     MOVE TRN-AMT-WORK TO TRN-DET-WOW.
032110     IF TRN-SPREAD-TBL(I) = "Y"
032115         COMPUTE TRN-AMT-WORK = TRN-SD-TBL(I) / 100
032120         MOVE TRN-AMT-WORK TO TRN-DET-STDDEV
032125         COMPUTE TRN-AMT-WORK = TRN-IQR-TBL(I) / 100
032130         MOVE TRN-AMT-WORK TO TRN-DET-IQR
032135     ELSE
032140         MOVE SPACES TO TRN-DET-STDDEV-X
032145         MOVE SPACES TO TRN-DET-IQR-X
032150     END-IF.
032200     MOVE TRN-DETAIL-LINE TO RPT-LINE.
032300     WRITE RPT-LINE.
032301     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
046528         GO TO 1500-EXIT
046530     END-IF.
046532     IF NOT TRN-CALENDAR-OK
046533         DISPLAY "UNABLE TO OPEN STATCAL, STATUS "
046534             TRN-CALENDAR-STATUS
046535         IF TRN-RETURN-CODE < 4
046536             MOVE 4 TO TRN-RETURN-CODE
046537         END-IF
046538         GO TO 1500-EXIT
046540     END-IF.
046542     PERFORM 1550-READ-CALENDAR THRU 1550-EXIT.
047212*============================================================
047214 8100-CHECK-REPORT-WRITE.
047216     IF NOT TRN-REPORT-OK
047217         DISPLAY "UNABLE TO WRITE TRENDRPT, STATUS "
047218             TRN-REPORT-STATUS
047219         IF TRN-RETURN-CODE < 4
047220             MOVE 4 TO TRN-RETURN-CODE
047221         END-IF
047222     END-IF.
047224 8100-EXIT.
047226     EXIT.
047800     IF TRN-REPORT-OK
047900         CLOSE TREND-REPORT-FILE
048000     END-IF.
048010     MOVE TRN-RETURN-CODE TO RETURN-CODE.
048200 9999-EXIT.
048300     EXIT.
