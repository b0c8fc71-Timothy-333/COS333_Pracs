000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRANEXC.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. BRANCH-LEVEL EXCEPTION
001300*                   REPORT. THE STATTRND EXCEPTIONS AND THE
001400*                   STATS PLAUSIBILITY GUARD ONLY WATCH THE
001500*                   NETWORK FIGURES, SO ONE BRANCH POSTING
001600*                   TRIPLE ITS NORMAL TOTAL STAYS HIDDEN
001700*                   WHILE THE MEDIAN HOLDS. EVERY POSTING FOR
001800*                   THE PROCESSING DATE IS READ FROM BRANDTLD
001900*                   AND COMPARED WITH THE SAME BRANCH'S
002000*                   AVERAGE OVER ITS LAST 20 BUSINESS DAYS
002100*                   (WEEKENDS AND STATCAL HOLIDAYS SKIPPED)
002200*                   ON BRANDTL. BRANEXC LISTS EVERY BRANCH
002300*                   OUTSIDE ITS NORMAL BAND WITH ITS BRANMST
002400*                   NAME AND REGION; BRANCHES WITH TOO
002500*                   LITTLE HISTORY ARE LISTED SEPARATELY
002600*                   AND NOT FLAGGED.
002610*  2026-10-15 DM    BRANMST RECORD NOW 44 WIDE, CARRYING THE
002620*                   BRANCH OPENING AND CLOSING DATES.
002630*  2026-10-15 DM    STATCTL RECORD NOW 26 WIDE, CARRYING THE
002640*                   SUBMITTING AND RELEASING OPERATOR IDS.
002650*  2026-10-15 DM    A PERCENTAGE TOO LARGE FOR ITS FIELD (TINY
002660*                   AVERAGE, LARGE DAY) NOW PRINTS AS "****"
002670*                   IN THE DEV PCT COLUMN INSTEAD OF A
002680*                   TRUNCATED FIGURE.
002700*----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CONTROL-CARD-FILE ASSIGN TO "STATCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS EXC-CTLCARD-STATUS.
003500     SELECT DETAIL-FILE ASSIGN TO "BRANDTL"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DTL-KEY
003900         FILE STATUS IS EXC-DETAIL-STATUS.
004000     SELECT DATE-DETAIL-FILE ASSIGN TO "BRANDTLD"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DDT-KEY
004400         FILE STATUS IS EXC-DDETAIL-STATUS.
004500     SELECT MASTER-FILE ASSIGN TO "BRANMST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS EXC-MASTER-STATUS.
004800     SELECT CALENDAR-FILE ASSIGN TO "STATCAL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS EXC-CALENDAR-STATUS.
005100     SELECT EXC-REPORT-FILE ASSIGN TO "BRANEXC"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS EXC-REPORT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTROL-CARD-FILE
005800     RECORD CONTAINS 26 CHARACTERS.
005900 01  CTL-RECORD.
006000     05  CTL-PROC-DATE               PIC X(08).
006100     05  CTL-RUN-MODE                PIC X(01).
006200     05  CTL-GUARD-RELEASE           PIC X(01).
006220     05  CTL-OPERATOR                PIC X(08).
006240     05  CTL-RELEASE-OPERATOR        PIC X(08).
006300
006400 FD  DETAIL-FILE
006500     RECORD CONTAINS 23 CHARACTERS.
006600 01  DTL-RECORD.
006700     05  DTL-KEY.
006800         10  DTL-BRANCH              PIC 9(04).
006900         10  DTL-DATE                PIC X(08).
007000     05  DTL-TOTAL                   PIC 9(11).
007100
007200 FD  DATE-DETAIL-FILE
007300     RECORD CONTAINS 23 CHARACTERS.
007400 01  DDT-RECORD.
007500     05  DDT-KEY.
007600         10  DDT-DATE                PIC X(08).
007700         10  DDT-BRANCH              PIC 9(04).
007800     05  DDT-TOTAL                   PIC 9(11).
007900
008000 FD  MASTER-FILE
008100     RECORD CONTAINS 44 CHARACTERS.
008200 01  MST-RECORD.
008300     05  MST-BRANCH                  PIC X(04).
008400     05  MST-NAME                    PIC X(20).
008500     05  MST-REGION                  PIC X(03).
008600     05  MST-STATUS                  PIC X(01).
008610     05  MST-OPEN-DATE               PIC X(08).
008620     05  MST-CLOSE-DATE              PIC X(08).
008700
008800 FD  CALENDAR-FILE
008900     RECORD CONTAINS 8 CHARACTERS.
009000 01  CAL-RECORD                      PIC X(08).
009100
009200 FD  EXC-REPORT-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  RPT-LINE                        PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------
009800*    EXCEPTION BAND - A BRANCH IS FLAGGED WHEN TODAY'S TOTAL
009900*    IS ABOVE EXC-UPPER-PCT OR BELOW EXC-LOWER-PCT PERCENT
010000*    OF ITS OWN AVERAGE OVER THE LAST EXC-WINDOW-DAYS
010100*    BUSINESS DAYS. FEWER THAN EXC-MIN-HISTORY POSTINGS IN
010200*    THAT WINDOW IS TOO LITTLE TO JUDGE BY. CHANGE THEM
010300*    HERE, NOWHERE ELSE.
010400*----------------------------------------------------------
010500 01  EXC-WINDOW-DAYS       PIC 9(3) VALUE 20.
010600 01  EXC-MIN-HISTORY       PIC 9(3) VALUE 10.
010700 01  EXC-UPPER-PCT         PIC 9(3) VALUE 200.
010800 01  EXC-LOWER-PCT         PIC 9(3) VALUE 50.
010900
011000*----------------------------------------------------------
011100*    BRANCH MASTER WORKING STORAGE - LOADED ONCE, USED ONLY
011200*    FOR THE NAME AND REGION ON EACH PRINTED LINE.
011300*----------------------------------------------------------
011400 01  EXC-MASTER-COUNT      PIC 9(5) VALUE 0.
011500 01  MST-TBL-BRANCH        PIC 9(4)
011600     OCCURS 1 TO 9999 TIMES
011700     DEPENDING ON EXC-MASTER-COUNT.
011800 01  MST-TBL-NAME          PIC X(20)
011900     OCCURS 1 TO 9999 TIMES
012000     DEPENDING ON EXC-MASTER-COUNT.
012100 01  MST-TBL-REGION        PIC X(03)
012200     OCCURS 1 TO 9999 TIMES
012300     DEPENDING ON EXC-MASTER-COUNT.
012400 01  EXC-MST-IX            PIC 9(5).
012500 01  EXC-MST-FOUND-IX      PIC 9(5).
012600
012700*----------------------------------------------------------
012800*    SHORT-HISTORY BRANCHES - HELD HERE DURING THE PASS AND
012900*    PRINTED IN THEIR OWN SECTION AFTER THE EXCEPTIONS.
013000*----------------------------------------------------------
013100 01  EXC-SHORT-COUNT       PIC 9(5) VALUE 0.
013200 01  SHT-TBL-BRANCH        PIC 9(4)
013300     OCCURS 1 TO 9999 TIMES
013400     DEPENDING ON EXC-SHORT-COUNT.
013500 01  SHT-TBL-TOTAL         PIC 9(11)
013600     OCCURS 1 TO 9999 TIMES
013700     DEPENDING ON EXC-SHORT-COUNT.
013800 01  SHT-TBL-DAYS          PIC 9(3)
013900     OCCURS 1 TO 9999 TIMES
014000     DEPENDING ON EXC-SHORT-COUNT.
014100
014200*----------------------------------------------------------
014300*    PROCESSING CALENDAR WORKING STORAGE - SAME STATCAL
014400*    HOLIDAY LIST AND ZELLER DAY-OF-WEEK (0 SATURDAY, 1
014500*    SUNDAY) THE STATS RUN USES. EXC-WINDOW-START IS THE
014600*    OLDEST DATE IN THE HISTORY WINDOW, FOUND BY STEPPING
014700*    BACK ONE CALENDAR DAY AT A TIME FROM THE PROCESSING
014800*    DATE UNTIL EXC-WINDOW-DAYS BUSINESS DAYS ARE COUNTED.
014900*----------------------------------------------------------
015000 01  EXC-CAL-COUNT         PIC 9(3) VALUE 0.
015100 01  EXC-CAL-HOLIDAY       PIC X(8)
015200     OCCURS 1 TO 999 TIMES
015300     DEPENDING ON EXC-CAL-COUNT.
015400 01  EXC-CAL-IX            PIC 9(3).
015500 01  EXC-DATE-EDIT-IN.
015600     05  EXC-DTE-YYYY      PIC 9(4).
015700     05  EXC-DTE-MM        PIC 9(2).
015800     05  EXC-DTE-DD        PIC 9(2).
015900 01  EXC-DATE-EDIT-IN-X REDEFINES EXC-DATE-EDIT-IN
016000                           PIC X(08).
016100 01  EXC-DTE-DIM           PIC 9(2).
016200 01  EXC-DTE-REM-WORK      PIC 9(4).
016300 01  EXC-DTE-QUOT-WORK     PIC 9(4).
016400 01  EXC-DOW               PIC 9(1).
016500 01  EXC-DOW-M             PIC 9(2).
016600 01  EXC-DOW-Y             PIC 9(4).
016700 01  EXC-DOW-J             PIC 9(2).
016800 01  EXC-DOW-K             PIC 9(2).
016900 01  EXC-DOW-T1            PIC 9(4).
017000 01  EXC-DOW-K4            PIC 9(2).
017100 01  EXC-DOW-J4            PIC 9(2).
017200 01  EXC-DOW-SUM           PIC 9(5).
017300 01  EXC-DOW-QUOT          PIC 9(5).
017400 01  EXC-WINDOW-START      PIC X(08).
017500 01  EXC-BUS-DAYS-BACK     PIC 9(3).
017600
017700*----------------------------------------------------------
017800*    RUN CONTROL, ONE-BRANCH WORK FIELDS AND COUNTERS
017900*----------------------------------------------------------
018000 01  EXC-PROC-DATE.
018100     05  EXC-PROC-YYYY     PIC 9(4).
018200     05  EXC-PROC-MM       PIC 9(2).
018300     05  EXC-PROC-DD       PIC 9(2).
018400 01  EXC-PROC-DATE-X REDEFINES EXC-PROC-DATE
018500                           PIC X(08).
018600 01  EXC-CUR-BRANCH        PIC 9(4).
018700 01  EXC-CUR-TOTAL         PIC 9(11).
018800 01  EXC-HIST-DAYS         PIC 9(3).
018900 01  EXC-HIST-SUM          PIC 9(15).
019000 01  EXC-HIST-AVG          PIC 9(11).
019100 01  EXC-PCT-OF-AVG        PIC 9(7).
019200 01  EXC-DEV-PCT           PIC S9(7).
019300 01  EXC-POSTED-COUNT      PIC 9(5) VALUE 0.
019400 01  EXC-FLAGGED-COUNT     PIC 9(5) VALUE 0.
019500 01  EXC-INBAND-COUNT      PIC 9(5) VALUE 0.
019600 01  K                     PIC 9(5).
019700*    EXC-AMT-WORK TURNS A CENTS TOTAL INTO AN AMOUNT FOR THE
019800*    PRINTED REPORT - MONEY IS DIVIDED BY 100 INTO IT BEFORE
019900*    THE MOVE TO ITS EDITED FIELD.
020000 01  EXC-AMT-WORK          PIC 9(9)V99.
020100
020200 01  EXC-SWITCHES.
020300     05  EXC-RUN-OK-SW     PIC X(01) VALUE "Y".
020400         88  EXC-RUN-OK              VALUE "Y".
020500         88  EXC-RUN-FAILED          VALUE "N".
020600     05  EXC-MST-EOF-SW    PIC X(01) VALUE "N".
020700         88  EXC-MST-EOF             VALUE "Y".
020800         88  EXC-MST-NOT-EOF         VALUE "N".
020900     05  EXC-MST-FOUND-SW  PIC X(01) VALUE "N".
021000         88  EXC-MST-FOUND           VALUE "Y".
021100         88  EXC-MST-NOT-FOUND       VALUE "N".
021200     05  EXC-CAL-EOF-SW    PIC X(01) VALUE "N".
021300         88  EXC-CAL-EOF             VALUE "Y".
021400         88  EXC-CAL-NOT-EOF         VALUE "N".
021500     05  EXC-BUS-SW        PIC X(01) VALUE "Y".
021600         88  EXC-BUSINESS-DAY        VALUE "Y".
021700         88  EXC-NON-BUSINESS        VALUE "N".
021800     05  EXC-DDT-EOF-SW    PIC X(01) VALUE "N".
021900         88  EXC-DDT-EOF             VALUE "Y".
022000         88  EXC-DDT-NOT-EOF         VALUE "N".
022100     05  EXC-DTL-EOF-SW    PIC X(01) VALUE "N".
022200         88  EXC-DTL-EOF             VALUE "Y".
022300         88  EXC-DTL-NOT-EOF         VALUE "N".
022400     05  EXC-DTL-AVAIL-SW  PIC X(01) VALUE "N".
022500         88  EXC-DTL-AVAILABLE       VALUE "Y".
022600         88  EXC-DTL-UNAVAILABLE     VALUE "N".
022700     05  EXC-DDT-AVAIL-SW  PIC X(01) VALUE "N".
022800         88  EXC-DDT-AVAILABLE       VALUE "Y".
022900         88  EXC-DDT-UNAVAILABLE     VALUE "N".
023000     05  EXC-EXC-HDR-SW    PIC X(01) VALUE "N".
023100         88  EXC-EXC-HDR-PRINTED     VALUE "Y".
023200         88  EXC-EXC-HDR-PENDING     VALUE "N".
023210     05  EXC-PCT-OVER-SW   PIC X(01) VALUE "N".
023220         88  EXC-PCT-OVERFLOW        VALUE "Y".
023230         88  EXC-PCT-FITS            VALUE "N".
023300
023400*----------------------------------------------------------
023500*    FILE HANDLING WORKING STORAGE
023600*----------------------------------------------------------
023700 01  EXC-CTLCARD-STATUS    PIC X(02).
023800     88  EXC-CTLCARD-OK          VALUE "00".
023900     88  EXC-CTLCARD-MISSING     VALUE "35".
024000
024100 01  EXC-DETAIL-STATUS     PIC X(02).
024200     88  EXC-DETAIL-OK           VALUE "00".
024300     88  EXC-DETAIL-AT-END       VALUE "10".
024400     88  EXC-DETAIL-NO-KEY       VALUE "23".
024500     88  EXC-DETAIL-MISSING      VALUE "35".
024600
024700 01  EXC-DDETAIL-STATUS    PIC X(02).
024800     88  EXC-DDETAIL-OK          VALUE "00".
024900     88  EXC-DDETAIL-AT-END      VALUE "10".
025000     88  EXC-DDETAIL-NO-KEY      VALUE "23".
025100     88  EXC-DDETAIL-MISSING     VALUE "35".
025200
025300 01  EXC-MASTER-STATUS     PIC X(02).
025400     88  EXC-MASTER-OK           VALUE "00".
025500     88  EXC-MASTER-AT-END       VALUE "10".
025600     88  EXC-MASTER-MISSING      VALUE "35".
025700
025800 01  EXC-CALENDAR-STATUS   PIC X(02).
025900     88  EXC-CALENDAR-OK         VALUE "00".
026000     88  EXC-CALENDAR-AT-END     VALUE "10".
026100     88  EXC-CALENDAR-MISSING    VALUE "35".
026200
026300 01  EXC-REPORT-STATUS     PIC X(02).
026400     88  EXC-REPORT-OK           VALUE "00".
026500
026600*----------------------------------------------------------
026700*    PRINTED EXCEPTION REPORT WORKING STORAGE
026800*----------------------------------------------------------
026900 01  EXC-HEADING-LINE.
027000     05  FILLER            PIC X(28)
027100         VALUE "BRANCH POSTING EXCEPTIONS - ".
027200     05  EXC-HDG-MM        PIC 9(2).
027300     05  FILLER            PIC X(01) VALUE "/".
027400     05  EXC-HDG-DD        PIC 9(2).
027500     05  FILLER            PIC X(01) VALUE "/".
027600     05  EXC-HDG-YYYY      PIC 9(4).
027700     05  FILLER            PIC X(42) VALUE SPACES.
027800
027900 01  EXC-BAND-LINE.
028000     05  FILLER            PIC X(06) VALUE "BAND: ".
028100     05  EXC-BND-LOWER     PIC ZZ9.
028200     05  FILLER            PIC X(04) VALUE " TO ".
028300     05  EXC-BND-UPPER     PIC ZZ9.
028400     05  FILLER            PIC X(19) VALUE " PCT OF AVERAGE OF ".
028500     05  EXC-BND-DAYS      PIC ZZ9.
028600     05  FILLER            PIC X(20) VALUE " BUSINESS DAYS FROM ".
028700     05  EXC-BND-START     PIC X(08).
028800     05  FILLER            PIC X(14) VALUE SPACES.
028900
029000 01  EXC-EXC-HEADER-LINE.
029100     05  FILLER            PIC X(30)
029200         VALUE "BRANCHES OUTSIDE NORMAL BAND: ".
029300     05  FILLER            PIC X(50) VALUE SPACES.
029400
029500 01  EXC-COLUMN-LINE.
029600     05  FILLER            PIC X(05) VALUE "BRCH ".
029700     05  FILLER            PIC X(21) VALUE "NAME".
029800     05  FILLER            PIC X(04) VALUE "RGN ".
029900     05  FILLER            PIC X(13) VALUE "        TODAY".
030000     05  FILLER            PIC X(13) VALUE "      AVERAGE".
030100     05  FILLER            PIC X(09) VALUE "  DEV PCT".
030200     05  FILLER            PIC X(05) VALUE " DAYS".
030300     05  FILLER            PIC X(10) VALUE SPACES.
030400
030500 01  EXC-DETAIL-LINE.
030600     05  EXC-DET-BRANCH    PIC 9(4).
030700     05  FILLER            PIC X(01) VALUE SPACES.
030800     05  EXC-DET-NAME      PIC X(20).
030900     05  FILLER            PIC X(01) VALUE SPACES.
031000     05  EXC-DET-REGION    PIC X(03).
031100     05  FILLER            PIC X(01) VALUE SPACES.
031200     05  EXC-DET-TODAY     PIC ZZZZZZZZ9.99.
031300     05  FILLER            PIC X(01) VALUE SPACES.
031400     05  EXC-DET-AVG       PIC ZZZZZZZZ9.99.
031500     05  FILLER            PIC X(01) VALUE SPACES.
031600     05  EXC-DET-DEV       PIC +ZZZZZZ9.
031650     05  EXC-DET-DEV-X REDEFINES EXC-DET-DEV
031660                           PIC X(08).
031700     05  FILLER            PIC X(02) VALUE SPACES.
031800     05  EXC-DET-DAYS      PIC ZZ9.
031900     05  FILLER            PIC X(10) VALUE SPACES.
032000
032100 01  EXC-SHORT-HEADER-LINE.
032200     05  FILLER            PIC X(41)
032300         VALUE "TOO LITTLE HISTORY TO JUDGE - NOT FLAGGED".
032400     05  FILLER            PIC X(39) VALUE SPACES.
032500
032600 01  EXC-SHORT-LINE.
032700     05  EXC-SHT-BRANCH    PIC 9(4).
032800     05  FILLER            PIC X(01) VALUE SPACES.
032900     05  EXC-SHT-NAME      PIC X(20).
033000     05  FILLER            PIC X(01) VALUE SPACES.
033100     05  EXC-SHT-REGION    PIC X(03).
033200     05  FILLER            PIC X(01) VALUE SPACES.
033300     05  EXC-SHT-TODAY     PIC ZZZZZZZZ9.99.
033400     05  FILLER            PIC X(06) VALUE " DAYS ".
033500     05  EXC-SHT-DAYS      PIC ZZ9.
033600     05  FILLER            PIC X(29) VALUE SPACES.
033700
033800 01  EXC-COUNT-LINE.
033900     05  EXC-CNT-LABEL     PIC X(23).
034000     05  EXC-CNT-OUT       PIC ZZZZ9.
034100     05  FILLER            PIC X(52) VALUE SPACES.
034200
034300 01  EXC-MESSAGE-LINE.
034400     05  EXC-MSG-TEXT      PIC X(45).
034500     05  FILLER            PIC X(35) VALUE SPACES.
034600
034700 PROCEDURE DIVISION.
034800*============================================================
034900*  0000-MAINLINE
035000*============================================================
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035300     IF EXC-RUN-OK
035400         PERFORM 1100-LOAD-BRANCH-MASTER THRU 1100-EXIT
035500         PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT
035600         PERFORM 1800-FIND-WINDOW-START THRU 1800-EXIT
035700         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
035800     END-IF.
035900     IF EXC-RUN-OK
036000         PERFORM 3000-SCAN-DAY-POSTINGS THRU 3000-EXIT
036100         PERFORM 5000-PRINT-SHORT-HISTORY THRU 5000-EXIT
036200         PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT
036300     END-IF.
036400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
036500     STOP RUN.
036600 0000-EXIT.
036700     EXIT.
036800
036900*============================================================
037000*  1000-INITIALIZE
037100*     OPENS BRANEXC AND TAKES THE PROCESSING DATE FROM THE
037200*     STATCTL CARD THE STATS RUN WAS GIVEN, SO THE REPORT
037300*     LOOKS AT THE SAME DAY STATS JUST POSTED. NO CARD (THE
037400*     NORMAL OVERNIGHT CASE) FALLS BACK TO THE WALL-CLOCK
037500*     DATE, AS IN STATS. A CARD DATE THAT IS NOT A REAL DATE
037600*     STOPS THE RUN.
037700*============================================================
037800 1000-INITIALIZE.
037900     OPEN OUTPUT EXC-REPORT-FILE.
038000     IF NOT EXC-REPORT-OK
038100         DISPLAY "UNABLE TO OPEN BRANEXC, STATUS "
038200             EXC-REPORT-STATUS
038300         SET EXC-RUN-FAILED TO TRUE
038400         GO TO 1000-EXIT
038500     END-IF.
038600     MOVE SPACES TO CTL-PROC-DATE.
038700     OPEN INPUT CONTROL-CARD-FILE.
038800     IF EXC-CTLCARD-OK
038900         READ CONTROL-CARD-FILE
039000             AT END
039100                 MOVE SPACES TO CTL-PROC-DATE
039200         END-READ
039300         CLOSE CONTROL-CARD-FILE
039400     ELSE
039500         IF NOT EXC-CTLCARD-MISSING
039600             DISPLAY "UNABLE TO OPEN STATCTL, STATUS "
039700                 EXC-CTLCARD-STATUS
039800         END-IF
039900     END-IF.
040000     IF CTL-PROC-DATE NUMERIC
040100         MOVE CTL-PROC-DATE TO EXC-PROC-DATE-X
040200     ELSE
040300         ACCEPT EXC-PROC-DATE FROM DATE YYYYMMDD
040400     END-IF.
040500     MOVE EXC-PROC-MM TO EXC-HDG-MM.
040600     MOVE EXC-PROC-DD TO EXC-HDG-DD.
040700     MOVE EXC-PROC-YYYY TO EXC-HDG-YYYY.
040800     MOVE EXC-HEADING-LINE TO RPT-LINE.
040900     WRITE RPT-LINE.
041000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
041100     MOVE EXC-PROC-DATE-X TO EXC-DATE-EDIT-IN-X.
041200     PERFORM 1700-EDIT-DATE THRU 1700-EXIT.
041300     IF EXC-DTE-DD = 0
041400         MOVE "INVALID PROCESSING DATE - NO REPORT"
041500             TO EXC-MSG-TEXT
041600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
041700         SET EXC-RUN-FAILED TO TRUE
041800     END-IF.
041900 1000-EXIT.
042000     EXIT.
042100
042200*============================================================
042300*  1100-LOAD-BRANCH-MASTER
042400*     LOADS BRANMST FOR THE NAME AND REGION COLUMNS. A
042500*     MISSING MASTER IS NOT FATAL - THE LINES PRINT WITHOUT
042600*     A NAME RATHER THAN THE EXCEPTIONS GOING UNREPORTED.
042700*============================================================
042800 1100-LOAD-BRANCH-MASTER.
042900     OPEN INPUT MASTER-FILE.
043000     IF EXC-MASTER-MISSING
043100         DISPLAY "BRANMST NOT FOUND - NAMES NOT PRINTED"
043200         GO TO 1100-EXIT
043300     END-IF.
043400     IF NOT EXC-MASTER-OK
043500         DISPLAY "UNABLE TO OPEN BRANMST, STATUS "
043600             EXC-MASTER-STATUS
043700         GO TO 1100-EXIT
043800     END-IF.
043900     PERFORM 1150-READ-MASTER THRU 1150-EXIT.
044000     PERFORM UNTIL EXC-MST-EOF OR EXC-MASTER-COUNT >= 9999
044100         IF MST-BRANCH NUMERIC
044200             ADD 1 TO EXC-MASTER-COUNT
044300             MOVE MST-BRANCH TO MST-TBL-BRANCH(EXC-MASTER-COUNT)
044400             MOVE MST-NAME TO MST-TBL-NAME(EXC-MASTER-COUNT)
044500             MOVE MST-REGION TO MST-TBL-REGION(EXC-MASTER-COUNT)
044600         END-IF
044700         PERFORM 1150-READ-MASTER THRU 1150-EXIT
044800     END-PERFORM.
044900     CLOSE MASTER-FILE.
045000 1100-EXIT.
045100     EXIT.
045200
045300 1150-READ-MASTER.
045400     READ MASTER-FILE
045500         AT END
045600             SET EXC-MST-EOF TO TRUE
045700     END-READ.
045800 1150-EXIT.
045900     EXIT.
046000
046100*============================================================
046200*  1500-LOAD-CALENDAR
046300*     LOADS THE STATCAL HOLIDAY LIST - ONE YYYYMMDD PER
046400*     LINE, THE SAME FILE THE STATS RUN CONSULTS. A MISSING
046500*     CALENDAR ONLY TURNS THE HOLIDAY CHECK OFF; WEEKENDS
046600*     ARE STILL RECOGNIZED FROM THE DATE ITSELF.
046700*============================================================
046800 1500-LOAD-CALENDAR.
046900     MOVE 0 TO EXC-CAL-COUNT.
047000     OPEN INPUT CALENDAR-FILE.
047100     IF EXC-CALENDAR-MISSING
047200         DISPLAY "STATCAL NOT FOUND - HOLIDAY CHECK OFF"
047300         GO TO 1500-EXIT
047400     END-IF.
047500     IF NOT EXC-CALENDAR-OK
047600         DISPLAY "UNABLE TO OPEN STATCAL, STATUS "
047700             EXC-CALENDAR-STATUS
047800         GO TO 1500-EXIT
047900     END-IF.
048000     PERFORM 1550-READ-CALENDAR THRU 1550-EXIT.
048100     PERFORM UNTIL EXC-CAL-EOF OR EXC-CAL-COUNT >= 999
048200         IF CAL-RECORD NUMERIC
048300             ADD 1 TO EXC-CAL-COUNT
048400             MOVE CAL-RECORD TO EXC-CAL-HOLIDAY(EXC-CAL-COUNT)
048500         END-IF
048600         PERFORM 1550-READ-CALENDAR THRU 1550-EXIT
048700     END-PERFORM.
048800     CLOSE CALENDAR-FILE.
048900 1500-EXIT.
049000     EXIT.
049100
049200 1550-READ-CALENDAR.
049300     READ CALENDAR-FILE
049400         AT END
049500             SET EXC-CAL-EOF TO TRUE
049600     END-READ.
049700 1550-EXIT.
049800     EXIT.
049900
050000*============================================================
050100*  1600-CHECK-BUSINESS-DAY
050200*     ONE DATE (ALREADY IN EXC-DATE-EDIT-IN): A SATURDAY, A
050300*     SUNDAY OR A STATCAL HOLIDAY IS A NON-BUSINESS DAY.
050400*============================================================
050500 1600-CHECK-BUSINESS-DAY.
050600     SET EXC-BUSINESS-DAY TO TRUE.
050700     PERFORM 1750-DAY-OF-WEEK THRU 1750-EXIT.
050800     IF EXC-DOW = 0 OR EXC-DOW = 1
050900         SET EXC-NON-BUSINESS TO TRUE
051000         GO TO 1600-EXIT
051100     END-IF.
051200     PERFORM VARYING EXC-CAL-IX FROM 1 BY 1
051300             UNTIL EXC-CAL-IX > EXC-CAL-COUNT
051400         IF EXC-CAL-HOLIDAY(EXC-CAL-IX) = EXC-DATE-EDIT-IN-X
051500             SET EXC-NON-BUSINESS TO TRUE
051600             GO TO 1600-EXIT
051700         END-IF
051800     END-PERFORM.
051900 1600-EXIT.
052000     EXIT.
052100
052200*============================================================
052300*  1700-EDIT-DATE
052400*     REAL CALENDAR VALIDATION OF EXC-DATE-EDIT-IN, AND THE
052500*     MONTH'S LENGTH LEFT IN EXC-DTE-DIM FOR 1850. A DATE
052600*     THAT FAILS IS LEFT WITH A ZERO DAY.
052700*============================================================
052800 1700-EDIT-DATE.
052900     IF EXC-DATE-EDIT-IN-X NOT NUMERIC
053000         MOVE "00000000" TO EXC-DATE-EDIT-IN-X
053100         GO TO 1700-EXIT
053200     END-IF.
053300     IF EXC-DTE-MM < 1 OR EXC-DTE-MM > 12
053400         MOVE 0 TO EXC-DTE-DD
053500         GO TO 1700-EXIT
053600     END-IF.
053700     PERFORM 1720-DAYS-IN-MONTH THRU 1720-EXIT.
053800     IF EXC-DTE-DD < 1 OR EXC-DTE-DD > EXC-DTE-DIM
053900         MOVE 0 TO EXC-DTE-DD
054000     END-IF.
054100 1700-EXIT.
054200     EXIT.
054300
054400*============================================================
054500*  1720-DAYS-IN-MONTH
054600*     LENGTH OF EXC-DTE-MM IN EXC-DTE-YYYY INTO EXC-DTE-DIM -
054700*     29 DAYS IN FEBRUARY ONLY IN A LEAP YEAR.
054800*============================================================
054900 1720-DAYS-IN-MONTH.
055000     MOVE 31 TO EXC-DTE-DIM.
055100     IF EXC-DTE-MM = 4 OR EXC-DTE-MM = 6
055200             OR EXC-DTE-MM = 9 OR EXC-DTE-MM = 11
055300         MOVE 30 TO EXC-DTE-DIM
055400     END-IF.
055500     IF EXC-DTE-MM = 2
055600         MOVE 28 TO EXC-DTE-DIM
055700         DIVIDE EXC-DTE-YYYY BY 4
055800             GIVING EXC-DTE-QUOT-WORK
055900             REMAINDER EXC-DTE-REM-WORK
056000         IF EXC-DTE-REM-WORK = 0
056100             MOVE 29 TO EXC-DTE-DIM
056200             DIVIDE EXC-DTE-YYYY BY 100
056300                 GIVING EXC-DTE-QUOT-WORK
056400                 REMAINDER EXC-DTE-REM-WORK
056500             IF EXC-DTE-REM-WORK = 0
056600                 MOVE 28 TO EXC-DTE-DIM
056700                 DIVIDE EXC-DTE-YYYY BY 400
056800                     GIVING EXC-DTE-QUOT-WORK
056900                     REMAINDER EXC-DTE-REM-WORK
057000                 IF EXC-DTE-REM-WORK = 0
057100                     MOVE 29 TO EXC-DTE-DIM
057200                 END-IF
057300             END-IF
057400         END-IF
057500     END-IF.
057600 1720-EXIT.
057700     EXIT.
057800
057900*============================================================
058000*  1750-DAY-OF-WEEK
058100*     ZELLER'S CONGRUENCE OVER EXC-DATE-EDIT-IN. LEAVES
058200*     EXC-DOW SET: 0 SATURDAY, 1 SUNDAY, 2 MONDAY AND SO ON.
058300*============================================================
058400 1750-DAY-OF-WEEK.
058500     IF EXC-DTE-MM < 3
058600         COMPUTE EXC-DOW-M = EXC-DTE-MM + 12
058700         COMPUTE EXC-DOW-Y = EXC-DTE-YYYY - 1
058800     ELSE
058900         MOVE EXC-DTE-MM TO EXC-DOW-M
059000         MOVE EXC-DTE-YYYY TO EXC-DOW-Y
059100     END-IF.
059200     DIVIDE EXC-DOW-Y BY 100
059300         GIVING EXC-DOW-J REMAINDER EXC-DOW-K.
059400     COMPUTE EXC-DOW-T1 = (13 * (EXC-DOW-M + 1)) / 5.
059500     DIVIDE EXC-DOW-K BY 4 GIVING EXC-DOW-K4.
059600     DIVIDE EXC-DOW-J BY 4 GIVING EXC-DOW-J4.
059700     COMPUTE EXC-DOW-SUM = EXC-DTE-DD + EXC-DOW-T1
059800         + EXC-DOW-K + EXC-DOW-K4 + EXC-DOW-J4
059900         + (5 * EXC-DOW-J).
060000     DIVIDE EXC-DOW-SUM BY 7
060100         GIVING EXC-DOW-QUOT REMAINDER EXC-DOW.
060200 1750-EXIT.
060300     EXIT.
060400
060500*============================================================
060600*  1800-FIND-WINDOW-START
060700*     STEPS BACK FROM THE PROCESSING DATE ONE CALENDAR DAY
060800*     AT A TIME, COUNTING ONLY BUSINESS DAYS, UNTIL THE
060900*     WINDOW HOLDS EXC-WINDOW-DAYS OF THEM. THE LAST DATE
061000*     REACHED IS THE OLDEST POSTING DATE THE AVERAGE USES.
061100*============================================================
061200 1800-FIND-WINDOW-START.
061300     MOVE EXC-PROC-DATE-X TO EXC-DATE-EDIT-IN-X.
061400     MOVE 0 TO EXC-BUS-DAYS-BACK.
061500     PERFORM UNTIL EXC-BUS-DAYS-BACK >= EXC-WINDOW-DAYS
061600         PERFORM 1850-STEP-BACK-ONE-DAY THRU 1850-EXIT
061700         PERFORM 1600-CHECK-BUSINESS-DAY THRU 1600-EXIT
061800         IF EXC-BUSINESS-DAY
061900             ADD 1 TO EXC-BUS-DAYS-BACK
062000         END-IF
062100     END-PERFORM.
062200     MOVE EXC-DATE-EDIT-IN-X TO EXC-WINDOW-START.
062300     MOVE EXC-LOWER-PCT TO EXC-BND-LOWER.
062400     MOVE EXC-UPPER-PCT TO EXC-BND-UPPER.
062500     MOVE EXC-WINDOW-DAYS TO EXC-BND-DAYS.
062600     MOVE EXC-WINDOW-START TO EXC-BND-START.
062700     MOVE EXC-BAND-LINE TO RPT-LINE.
062800     WRITE RPT-LINE.
062900     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
063000 1800-EXIT.
063100     EXIT.
063200
063300*============================================================
063400*  1850-STEP-BACK-ONE-DAY
063500*     EXC-DATE-EDIT-IN MINUS ONE CALENDAR DAY, ROLLING BACK
063600*     OVER MONTH AND YEAR ENDS.
063700*============================================================
063800 1850-STEP-BACK-ONE-DAY.
063900     IF EXC-DTE-DD > 1
064000         SUBTRACT 1 FROM EXC-DTE-DD
064100         GO TO 1850-EXIT
064200     END-IF.
064300     IF EXC-DTE-MM > 1
064400         SUBTRACT 1 FROM EXC-DTE-MM
064500     ELSE
064600         MOVE 12 TO EXC-DTE-MM
064700         SUBTRACT 1 FROM EXC-DTE-YYYY
064800     END-IF.
064900     PERFORM 1720-DAYS-IN-MONTH THRU 1720-EXIT.
065000     MOVE EXC-DTE-DIM TO EXC-DTE-DD.
065100 1850-EXIT.
065200     EXIT.
065300
065400*============================================================
065500*  2000-OPEN-FILES
065600*     BRANDTLD DRIVES THE RUN - WITHOUT IT THERE IS NO DAY TO
065700*     EXAMINE. BRANDTL HOLDS THE HISTORY; WITHOUT IT EVERY
065800*     BRANCH WOULD READ AS SHORT OF HISTORY, SO THE RUN STOPS
065900*     INSTEAD OF PRINTING A REPORT THAT FLAGS NOTHING.
066000*============================================================
066100 2000-OPEN-FILES.
066200     OPEN INPUT DATE-DETAIL-FILE.
066300     IF NOT EXC-DDETAIL-OK
066400         DISPLAY "UNABLE TO OPEN BRANDTLD, STATUS "
066500             EXC-DDETAIL-STATUS
066600         MOVE "BRANDTLD UNAVAILABLE - NO REPORT" TO EXC-MSG-TEXT
066700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
066800         SET EXC-RUN-FAILED TO TRUE
066900         GO TO 2000-EXIT
067000     END-IF.
067100     SET EXC-DDT-AVAILABLE TO TRUE.
067200     OPEN INPUT DETAIL-FILE.
067300     IF NOT EXC-DETAIL-OK
067400         DISPLAY "UNABLE TO OPEN BRANDTL, STATUS "
067500             EXC-DETAIL-STATUS
067600         MOVE "BRANDTL UNAVAILABLE - NO REPORT" TO EXC-MSG-TEXT
067700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
067800         SET EXC-RUN-FAILED TO TRUE
067900         GO TO 2000-EXIT
068000     END-IF.
068100     SET EXC-DTL-AVAILABLE TO TRUE.
068200 2000-EXIT.
068300     EXIT.
068400
068500*============================================================
068600*  3000-SCAN-DAY-POSTINGS
068700*     BRANDTLD IS KEYED DATE PLUS BRANCH, SO A START AT THE
068800*     PROCESSING DATE READS EXACTLY THAT DAY'S POSTINGS, ONE
068900*     PER BRANCH, IN BRANCH ORDER. EACH ONE IS JUDGED AGAINST
069000*     THE BRANCH'S OWN HISTORY BY 3100.
069100*============================================================
069200 3000-SCAN-DAY-POSTINGS.
069300     MOVE EXC-PROC-DATE-X TO DDT-DATE.
069400     MOVE ZEROS TO DDT-BRANCH.
069500     START DATE-DETAIL-FILE KEY IS NOT LESS THAN DDT-KEY.
069600     IF EXC-DDETAIL-NO-KEY OR EXC-DDETAIL-AT-END
069700         MOVE "NO POSTINGS FOR PROCESSING DATE" TO EXC-MSG-TEXT
069800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
069900         GO TO 3000-EXIT
070000     END-IF.
070100     PERFORM 3050-READ-NEXT-DATE-DETAIL THRU 3050-EXIT.
070200     PERFORM UNTIL EXC-DDT-EOF
070300             OR DDT-DATE NOT = EXC-PROC-DATE-X
070400         ADD 1 TO EXC-POSTED-COUNT
070500         MOVE DDT-BRANCH TO EXC-CUR-BRANCH
070600         MOVE DDT-TOTAL TO EXC-CUR-TOTAL
070700         PERFORM 3100-JUDGE-ONE-BRANCH THRU 3100-EXIT
070800         PERFORM 3050-READ-NEXT-DATE-DETAIL THRU 3050-EXIT
070900     END-PERFORM.
071000     IF EXC-POSTED-COUNT = 0
071100         MOVE "NO POSTINGS FOR PROCESSING DATE" TO EXC-MSG-TEXT
071200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
071300     END-IF.
071400 3000-EXIT.
071500     EXIT.
071600
071700 3050-READ-NEXT-DATE-DETAIL.
071800     READ DATE-DETAIL-FILE NEXT RECORD
071900         AT END
072000             SET EXC-DDT-EOF TO TRUE
072100     END-READ.
072200     IF NOT EXC-DDETAIL-OK AND NOT EXC-DDETAIL-AT-END
072300         DISPLAY "ERROR READING BRANDTLD, STATUS "
072400             EXC-DDETAIL-STATUS
072500         SET EXC-DDT-EOF TO TRUE
072600     END-IF.
072700 3050-EXIT.
072800     EXIT.
072900
073000*============================================================
073100*  3100-JUDGE-ONE-BRANCH
073200*     AVERAGES THE BRANCH'S HISTORY (3200), THEN EITHER
073300*     HOLDS IT FOR THE SHORT-HISTORY SECTION, PRINTS IT AS
073400*     AN EXCEPTION, OR COUNTS IT AS WITHIN ITS BAND. AN
073500*     AVERAGE OF ZERO CANNOT YIELD A PERCENTAGE: ANY POSTING
073600*     AGAINST IT IS AN EXCEPTION AND PRINTS AT THE CEILING.
073610*     A PERCENTAGE TOO BIG FOR EXC-PCT-OF-AVG IS LIKEWISE AN
073620*     EXCEPTION, FLAGGED SO 3300 PRINTS "****" FOR IT.
073700*============================================================
073800 3100-JUDGE-ONE-BRANCH.
073900     PERFORM 3200-GATHER-HISTORY THRU 3200-EXIT.
074000     IF EXC-HIST-DAYS < EXC-MIN-HISTORY
074100         IF EXC-SHORT-COUNT < 9999
074200             ADD 1 TO EXC-SHORT-COUNT
074300             MOVE EXC-CUR-BRANCH
074350                 TO SHT-TBL-BRANCH(EXC-SHORT-COUNT)
074400             MOVE EXC-CUR-TOTAL TO SHT-TBL-TOTAL(EXC-SHORT-COUNT)
074500             MOVE EXC-HIST-DAYS TO SHT-TBL-DAYS(EXC-SHORT-COUNT)
074600         END-IF
074700         GO TO 3100-EXIT
074800     END-IF.
074900     COMPUTE EXC-HIST-AVG ROUNDED = EXC-HIST-SUM / EXC-HIST-DAYS.
074950     SET EXC-PCT-FITS TO TRUE.
075000     IF EXC-HIST-AVG = 0
075100         IF EXC-CUR-TOTAL = 0
075200             ADD 1 TO EXC-INBAND-COUNT
075300             GO TO 3100-EXIT
075400         END-IF
075500         MOVE 9999999 TO EXC-PCT-OF-AVG
075600         MOVE 9999999 TO EXC-DEV-PCT
075700         PERFORM 3300-PRINT-EXCEPTION THRU 3300-EXIT
075800         GO TO 3100-EXIT
075900     END-IF.
076000     COMPUTE EXC-PCT-OF-AVG ROUNDED =
076100         (EXC-CUR-TOTAL * 100) / EXC-HIST-AVG
076110         ON SIZE ERROR
076120             MOVE 9999999 TO EXC-PCT-OF-AVG
076130             SET EXC-PCT-OVERFLOW TO TRUE
076140     END-COMPUTE.
076200     IF EXC-PCT-OF-AVG > EXC-UPPER-PCT
076300             OR EXC-PCT-OF-AVG < EXC-LOWER-PCT
076400         COMPUTE EXC-DEV-PCT = EXC-PCT-OF-AVG - 100
076500         PERFORM 3300-PRINT-EXCEPTION THRU 3300-EXIT
076600     ELSE
076700         ADD 1 TO EXC-INBAND-COUNT
076800     END-IF.
076900 3100-EXIT.
077000     EXIT.
077100
077200*============================================================
077300*  3200-GATHER-HISTORY
077400*     BRANDTL IS KEYED BRANCH PLUS DATE: A START AT THE
077500*     BRANCH AND THE WINDOW'S OLDEST DATE, THEN READ NEXT
077600*     UNTIL THE BRANCH CHANGES OR THE PROCESSING DATE IS
077700*     REACHED. A POSTING DATED ON A WEEKEND OR HOLIDAY (A
077800*     SPECIAL RERUN) IS NOT PART OF THE NORMAL PATTERN AND
077900*     IS LEFT OUT OF THE AVERAGE.
078000*============================================================
078100 3200-GATHER-HISTORY.
078200     MOVE 0 TO EXC-HIST-DAYS.
078300     MOVE 0 TO EXC-HIST-SUM.
078400     SET EXC-DTL-NOT-EOF TO TRUE.
078500     MOVE EXC-CUR-BRANCH TO DTL-BRANCH.
078600     MOVE EXC-WINDOW-START TO DTL-DATE.
078700     START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY.
078800     IF EXC-DETAIL-NO-KEY OR EXC-DETAIL-AT-END
078900         GO TO 3200-EXIT
079000     END-IF.
079100     PERFORM 3250-READ-NEXT-DETAIL THRU 3250-EXIT.
079200     PERFORM UNTIL EXC-DTL-EOF
079300             OR DTL-BRANCH NOT = EXC-CUR-BRANCH
079400             OR DTL-DATE NOT < EXC-PROC-DATE-X
079500         MOVE DTL-DATE TO EXC-DATE-EDIT-IN-X
079600         PERFORM 1600-CHECK-BUSINESS-DAY THRU 1600-EXIT
079700         IF EXC-BUSINESS-DAY
079800             ADD 1 TO EXC-HIST-DAYS
079900             ADD DTL-TOTAL TO EXC-HIST-SUM
080000         END-IF
080100         PERFORM 3250-READ-NEXT-DETAIL THRU 3250-EXIT
080200     END-PERFORM.
080300 3200-EXIT.
080400     EXIT.
080500
080600 3250-READ-NEXT-DETAIL.
080700     READ DETAIL-FILE NEXT RECORD
080800         AT END
080900             SET EXC-DTL-EOF TO TRUE
081000     END-READ.
081100     IF NOT EXC-DETAIL-OK AND NOT EXC-DETAIL-AT-END
081200         DISPLAY "ERROR READING BRANDTL, STATUS "
081300             EXC-DETAIL-STATUS
081400         SET EXC-DTL-EOF TO TRUE
081500     END-IF.
081600 3250-EXIT.
081700     EXIT.
081800
081900*============================================================
082000*  3300-PRINT-EXCEPTION
082100*     ONE BRANCH OUTSIDE ITS BAND. THE SECTION HEADER AND
082200*     COLUMN LINE PRINT AHEAD OF THE FIRST ONE ONLY.
082300*============================================================
082400 3300-PRINT-EXCEPTION.
082500     IF EXC-EXC-HDR-PENDING
082600         MOVE EXC-EXC-HEADER-LINE TO RPT-LINE
082700         WRITE RPT-LINE
082800         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
082900         MOVE EXC-COLUMN-LINE TO RPT-LINE
083000         WRITE RPT-LINE
083100         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
083200         SET EXC-EXC-HDR-PRINTED TO TRUE
083300     END-IF.
083400     PERFORM 4000-LOOKUP-BRANCH THRU 4000-EXIT.
083500     MOVE EXC-CUR-BRANCH TO EXC-DET-BRANCH.
083600     IF EXC-MST-FOUND
083700         MOVE MST-TBL-NAME(EXC-MST-FOUND-IX) TO EXC-DET-NAME
083800         MOVE MST-TBL-REGION(EXC-MST-FOUND-IX) TO EXC-DET-REGION
083900     ELSE
084000         MOVE "NOT ON MASTER" TO EXC-DET-NAME
084100         MOVE SPACES TO EXC-DET-REGION
084200     END-IF.
084300     COMPUTE EXC-AMT-WORK = EXC-CUR-TOTAL / 100.
084400     MOVE EXC-AMT-WORK TO EXC-DET-TODAY.
084500     COMPUTE EXC-AMT-WORK = EXC-HIST-AVG / 100.
084600     MOVE EXC-AMT-WORK TO EXC-DET-AVG.
084700     IF EXC-PCT-OVERFLOW
084710         MOVE "    ****" TO EXC-DET-DEV-X
084720     ELSE
084730         MOVE EXC-DEV-PCT TO EXC-DET-DEV
084740     END-IF.
084800     MOVE EXC-HIST-DAYS TO EXC-DET-DAYS.
084900     MOVE EXC-DETAIL-LINE TO RPT-LINE.
085000     WRITE RPT-LINE.
085100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
085200     ADD 1 TO EXC-FLAGGED-COUNT.
085300 3300-EXIT.
085400     EXIT.
085500
085600*============================================================
085700*  4000-LOOKUP-BRANCH
085800*     LINEAR SEARCH OF THE MASTER TABLE FOR EXC-CUR-BRANCH.
085900*============================================================
086000 4000-LOOKUP-BRANCH.
086100     SET EXC-MST-NOT-FOUND TO TRUE.
086200     MOVE 0 TO EXC-MST-FOUND-IX.
086300     PERFORM VARYING EXC-MST-IX FROM 1 BY 1
086400             UNTIL EXC-MST-IX > EXC-MASTER-COUNT OR EXC-MST-FOUND
086500         IF MST-TBL-BRANCH(EXC-MST-IX) = EXC-CUR-BRANCH
086600             SET EXC-MST-FOUND TO TRUE
086700             MOVE EXC-MST-IX TO EXC-MST-FOUND-IX
086800         END-IF
086900     END-PERFORM.
087000 4000-EXIT.
087100     EXIT.
087200
087300*============================================================
087400*  5000-PRINT-SHORT-HISTORY
087500*     BRANCHES WITH FEWER THAN EXC-MIN-HISTORY POSTINGS IN
087600*     THE WINDOW - NEW BRANCHES, OR ONES BACK AFTER A LONG
087700*     GAP. LISTED SO NOBODY MISTAKES SILENCE FOR NORMAL, BUT
087800*     NOT FLAGGED.
087900*============================================================
088000 5000-PRINT-SHORT-HISTORY.
088100     IF EXC-SHORT-COUNT = 0
088200         GO TO 5000-EXIT
088300     END-IF.
088400     MOVE EXC-SHORT-HEADER-LINE TO RPT-LINE.
088500     WRITE RPT-LINE.
088600     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
088700     PERFORM VARYING K FROM 1 BY 1
088800             UNTIL K > EXC-SHORT-COUNT
088900         MOVE SHT-TBL-BRANCH(K) TO EXC-CUR-BRANCH
089000         PERFORM 4000-LOOKUP-BRANCH THRU 4000-EXIT
089100         MOVE EXC-CUR-BRANCH TO EXC-SHT-BRANCH
089200         IF EXC-MST-FOUND
089300             MOVE MST-TBL-NAME(EXC-MST-FOUND-IX) TO EXC-SHT-NAME
089400             MOVE MST-TBL-REGION(EXC-MST-FOUND-IX)
089500                 TO EXC-SHT-REGION
089600         ELSE
089700             MOVE "NOT ON MASTER" TO EXC-SHT-NAME
089800             MOVE SPACES TO EXC-SHT-REGION
089900         END-IF
090000         COMPUTE EXC-AMT-WORK = SHT-TBL-TOTAL(K) / 100
090100         MOVE EXC-AMT-WORK TO EXC-SHT-TODAY
090200         MOVE SHT-TBL-DAYS(K) TO EXC-SHT-DAYS
090300         MOVE EXC-SHORT-LINE TO RPT-LINE
090400         WRITE RPT-LINE
090500         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
090600     END-PERFORM.
090700 5000-EXIT.
090800     EXIT.
090900
091000*============================================================
091100*  6000-REPORT-SUMMARY
091200*============================================================
091300 6000-REPORT-SUMMARY.
091400     MOVE "BRANCHES POSTED        " TO EXC-CNT-LABEL.
091500     MOVE EXC-POSTED-COUNT TO EXC-CNT-OUT.
091600     MOVE EXC-COUNT-LINE TO RPT-LINE.
091700     WRITE RPT-LINE.
091800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
091900     MOVE "OUTSIDE NORMAL BAND    " TO EXC-CNT-LABEL.
092000     MOVE EXC-FLAGGED-COUNT TO EXC-CNT-OUT.
092100     MOVE EXC-COUNT-LINE TO RPT-LINE.
092200     WRITE RPT-LINE.
092300     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
092400     MOVE "WITHIN NORMAL BAND     " TO EXC-CNT-LABEL.
092500     MOVE EXC-INBAND-COUNT TO EXC-CNT-OUT.
092600     MOVE EXC-COUNT-LINE TO RPT-LINE.
092700     WRITE RPT-LINE.
092800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
092900     MOVE "TOO LITTLE HISTORY     " TO EXC-CNT-LABEL.
093000     MOVE EXC-SHORT-COUNT TO EXC-CNT-OUT.
093100     MOVE EXC-COUNT-LINE TO RPT-LINE.
093200     WRITE RPT-LINE.
093300     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
093400 6000-EXIT.
093500     EXIT.
093600
093700 8000-WRITE-MESSAGE.
093800     MOVE EXC-MESSAGE-LINE TO RPT-LINE.
093900     WRITE RPT-LINE.
094000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
094100     MOVE SPACES TO EXC-MSG-TEXT.
094200 8000-EXIT.
094300     EXIT.
094400
094500*============================================================
094600*  8100-CHECK-REPORT-WRITE
094700*     CHECKS FILE STATUS AFTER EVERY BRANEXC WRITE - THE
094800*     LINE SEQUENTIAL WRITER CAN DROP A RECORD SILENTLY.
094900*============================================================
095000 8100-CHECK-REPORT-WRITE.
095100     IF NOT EXC-REPORT-OK
095200         DISPLAY "UNABLE TO WRITE BRANEXC, STATUS "
095300             EXC-REPORT-STATUS
095400     END-IF.
095500 8100-EXIT.
095600     EXIT.
095700
095800*============================================================
095900*  9999-TERMINATE
096000*============================================================
096100 9999-TERMINATE.
096200     IF EXC-DTL-AVAILABLE
096300         CLOSE DETAIL-FILE
096400     END-IF.
096500     IF EXC-DDT-AVAILABLE
096600         CLOSE DATE-DETAIL-FILE
096700     END-IF.
096800     IF EXC-REPORT-OK
096900         CLOSE EXC-REPORT-FILE
097000     END-IF.
097100 9999-EXIT.
097200     EXIT.
