000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATJOB.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. NIGHTLY JOB-STREAM DRIVER.
001300*                   READS THE JOBCTL SCHEDULE CARD (PROCESSING
001400*                   DATE, OPERATOR, PURGE DAY OF THE MONTH),
001500*                   WORKS OUT FROM STATCAL WHICH STEPS ARE DUE
001600*                   THAT NIGHT - STATSUPP WHEN BRANCOR HOLDS
001700*                   CORRECTIONS, STATS, STATTRND AND STATAUDR
001800*                   ON EVERY BUSINESS DAY, STATMNTH ON THE LAST
001900*                   BUSINESS DAY OF THE MONTH AND BRANPURG ON
002000*                   THE PURGE DAY - AND RUNS THEM IN THAT
002100*                   ORDER. A STEP ENDING ABOVE ITS RETURN-CODE
002200*                   THRESHOLD STOPS THE STREAM. EVERY STEP'S
002300*                   START AND END GO TO STEPSTAT, SO A RESTART
002400*                   FOR THE SAME DATE SKIPS THE STEPS ALREADY
002500*                   COMPLETE AND RESUMES AT THE ONE THAT
002600*                   FAILED. JOBRPT SHOWS EACH STEP'S START AND
002700*                   END TIMES AND RETURN CODE. THE CARD'S
002800*                   OPERATOR NEEDS RUN AUTHORITY ON OPERAUTH,
002900*                   OR RERUN AUTHORITY TO RESTART A STREAM.
002910*  2026-10-15 DM    THE STEPS' STATCTL CARD MUST CARRY THE
002920*                   JOBCTL PROCESSING DATE OR NOTHING RUNS, SO
002930*                   THE MONTH-END AND PURGE DECISIONS AND THE
002940*                   STEPSTAT RESTART KEY ARE FOR THE DAY STATS
002950*                   POSTS. A RESTART THAT MUST RUN STATS AGAIN
002960*                   AFTER IT HAD STARTED NEEDS A RERUN (R)
002970*                   STATCTL CARD, SO STATS REPLACES THE DATE'S
002980*                   STATHIST LINE INSTEAD OF ADDING A SECOND.
002982*  2026-10-15 DM    STATSUPP MAY NOW END 4 LIKE THE OTHER STEPS
002984*                   (A FILE ERROR IT WORKED PAST), SO ITS
002986*                   THRESHOLD IS 04.
003000*----------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT JOB-CARD-FILE ASSIGN TO "JOBCTL"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS JOB-CARD-STATUS.
003800     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JOB-OPERAUTH-STATUS.
004100     SELECT CALENDAR-FILE ASSIGN TO "STATCAL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JOB-CALENDAR-STATUS.
004310     SELECT CONTROL-CARD-FILE ASSIGN TO "STATCTL"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS JOB-CTLCARD-STATUS.
004400     SELECT CORRECTION-FILE ASSIGN TO "BRANCOR"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JOB-CORRECTION-STATUS.
004700     SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS JOB-STEPSTAT-STATUS.
005000     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JOB-AUDIT-STATUS.
005300     SELECT JOB-REPORT-FILE ASSIGN TO "JOBRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS JOB-REPORT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*    JOBCTL - ONE SCHEDULE CARD: PROCESSING DATE CCYYMMDD,
006000*    SUBMITTING OPERATOR, AND THE DAY OF THE MONTH BRANPURG
006100*    IS SCHEDULED FOR (BLANK OR 00 = NO PURGE THIS MONTH).
006200 FD  JOB-CARD-FILE
006300     RECORD CONTAINS 18 CHARACTERS.
006400 01  JCD-RECORD.
006500     05  JCD-PROC-DATE               PIC X(08).
006600     05  JCD-OPERATOR                PIC X(08).
006700     05  JCD-PURGE-DAY               PIC X(02).
006800
006900 FD  OPERATOR-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  OPA-RECORD.
007200     05  OPA-OPERATOR                PIC X(08).
007300     05  FILLER                      PIC X(01).
007400     05  OPA-NAME                    PIC X(20).
007500     05  FILLER                      PIC X(01).
007600     05  OPA-FUNCTIONS               PIC X(07).
007700     05  FILLER                      PIC X(43).
007800
007900 FD  CALENDAR-FILE
008000     RECORD CONTAINS 8 CHARACTERS.
008100 01  CAL-RECORD                      PIC X(08).
008200
008210*    STATCTL - THE STATS CONTROL CARD, READ HERE ONLY TO
008220*    CHECK ITS PROCESSING DATE AND RUN MODE.
008230 FD  CONTROL-CARD-FILE
008240     RECORD CONTAINS 26 CHARACTERS.
008250 01  CTL-RECORD.
008260     05  CTL-PROC-DATE               PIC X(08).
008270     05  CTL-RUN-MODE                PIC X(01).
008280     05  CTL-GUARD-RELEASE           PIC X(01).
008285     05  CTL-OPERATOR                PIC X(08).
008290     05  CTL-RELEASE-OPERATOR        PIC X(08).
008295
008300 FD  CORRECTION-FILE
008400     RECORD CONTAINS 23 CHARACTERS.
008500 01  COR-RECORD                      PIC X(23).
008600
008700 FD  STEP-STATUS-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  STP-LINE                        PIC X(80).
009000
009100 FD  AUDIT-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  AUD-LINE                        PIC X(80).
009400
009500 FD  JOB-REPORT-FILE
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  RPT-LINE                        PIC X(80).
009800
009900 WORKING-STORAGE SECTION.
010000*----------------------------------------------------------
010100*    THE NIGHTLY STEPS IN RUN ORDER, EACH WITH THE HIGHEST
010200*    RETURN CODE IT MAY END WITH AND THE STREAM STILL GO ON.
010300*    EVERY STEP ENDS 4 FOR A WARNING (A FILE ERROR IT WORKED
010400*    PAST, A HELD STATS EXPORT, A REFUSED AUDTCTL TRIM) AND 8
010500*    WHEN IT COULD NOT DO THE WORK, SO EACH MAY END 4. A
010550*    STATSUPP 4 CANNOT HIDE A SHORT SUPPEXT - STATS CHECKS
010600*    ITS TRAILER AND ENDS 8 ON A MISMATCH. THE SUBSCRIPTS ARE
010650*    FIXED: 1 STATSUPP, 2 STATS, 3 STATTRND, 4 STATAUDR,
010700*    5 STATMNTH, 6 BRANPURG.
010800*----------------------------------------------------------
010900 01  JOB-STEP-LIST.
011000     05  FILLER            PIC X(10) VALUE "STATSUPP04".
011100     05  FILLER            PIC X(10) VALUE "STATS   04".
011200     05  FILLER            PIC X(10) VALUE "STATTRND04".
011300     05  FILLER            PIC X(10) VALUE "STATAUDR04".
011400     05  FILLER            PIC X(10) VALUE "STATMNTH04".
011500     05  FILLER            PIC X(10) VALUE "BRANPURG04".
011600 01  JOB-STEP-TBL REDEFINES JOB-STEP-LIST.
011700     05  JOB-STEP-ENTRY    OCCURS 6 TIMES.
011800         10  JOB-STEP-NAME PIC X(08).
011900         10  JOB-STEP-MAX-RC PIC 9(02).
012000 01  JOB-STEP-MAX          PIC 9(02) VALUE 6.
012100 01  JOB-STEP-IX           PIC 9(02).
012200 01  JOB-FIND-IX           PIC 9(02).
012300
012400*----------------------------------------------------------
012500*    PER-STEP STATE FOR THIS NIGHT. JOB-DUE IS "Y" WHEN THE
012600*    SCHEDULE CALLS FOR THE STEP. JOB-PRIOR-STATE IS THE
012700*    LATEST STEPSTAT STATE FOR THE STEP ON THIS PROCESSING
012800*    DATE (S STARTED, C COMPLETE, F FAILED, SPACE NONE),
012900*    WITH THE RETURN CODE AND TIMES THAT WENT WITH IT.
013000*----------------------------------------------------------
013100 01  JOB-STEP-STATE-TBL.
013200     05  JOB-STEP-STATE    OCCURS 6 TIMES.
013300         10  JOB-DUE       PIC X(01).
013400         10  JOB-PRIOR-STATE PIC X(01).
013500         10  JOB-PRIOR-RC  PIC X(02).
013600         10  JOB-PRIOR-START PIC X(06).
013700         10  JOB-PRIOR-END PIC X(06).
013800
013900*----------------------------------------------------------
014000*    RUN CONTROL AND COUNTERS
014100*----------------------------------------------------------
014200 01  JOB-DUE-COUNT         PIC 9(02) VALUE 0.
014300 01  JOB-RUN-COUNT         PIC 9(02) VALUE 0.
014400 01  JOB-SKIP-COUNT        PIC 9(02) VALUE 0.
014500 01  JOB-FAIL-COUNT        PIC 9(02) VALUE 0.
014600 01  JOB-STEPSTAT-READ     PIC 9(05) VALUE 0.
014700*    RETURN CODE FOR THE SCHEDULER: THE HIGHEST STEP RETURN
014800*    CODE, AND AT LEAST 8 WHEN THE STREAM STOPPED OR THE CARD
014900*    WAS NOT ACCEPTED.
015000 01  JOB-RETURN-CODE       PIC 9(02) VALUE 0.
015100 01  JOB-STOPPED-STEP      PIC X(08) VALUE SPACES.
015200
015300 01  JOB-OPERATOR          PIC X(08) VALUE SPACES.
015400 01  JOB-PURGE-DAY         PIC 9(02) VALUE 0.
015410 01  JOB-CTL-PROC-DATE     PIC X(08) VALUE SPACES.
015420 01  JOB-CTL-RUN-MODE      PIC X(01) VALUE SPACES.
015430     88  JOB-CTL-MODE-RERUN      VALUE "R".
015500 01  JOB-PROC-DATE.
015600     05  JOB-PROC-YYYY     PIC 9(4).
015700     05  JOB-PROC-MM       PIC 9(2).
015800     05  JOB-PROC-DD       PIC 9(2).
015900 01  JOB-PROC-DATE-X REDEFINES JOB-PROC-DATE
016000                           PIC X(08).
016100
016200*----------------------------------------------------------
016300*    CALENDAR WORKING STORAGE - THE STATCAL HOLIDAY LIST AND
016400*    THE DATE ROUTINES STATMNTH USES FOR ITS BUSINESS DAYS.
016500*    JOB-LAST-BUS-DD IS THE MONTH'S LAST BUSINESS DAY;
016600*    JOB-PURGE-BUS-DD IS THE FIRST BUSINESS DAY ON OR AFTER
016700*    THE SCHEDULED PURGE DAY (THE LAST BUSINESS DAY IF THE
016800*    MONTH HAS NONE LEFT BY THEN).
016900*----------------------------------------------------------
017000 01  JOB-CAL-COUNT         PIC 9(3) VALUE 0.
017100 01  JOB-CAL-HOLIDAY       PIC X(8)
017200     OCCURS 1 TO 999 TIMES
017300     DEPENDING ON JOB-CAL-COUNT.
017400 01  JOB-CAL-IX            PIC 9(3).
017500 01  JOB-WORK-DATE.
017600     05  JOB-WRK-YYYY      PIC 9(4).
017700     05  JOB-WRK-MM        PIC 9(2).
017800     05  JOB-WRK-DD        PIC 9(2).
017900 01  JOB-WORK-DATE-X REDEFINES JOB-WORK-DATE
018000                           PIC X(08).
018100 01  JOB-DAYS-IN-MONTH     PIC 9(2).
018200 01  JOB-LAST-BUS-DD       PIC 9(2).
018300 01  JOB-PURGE-TARGET      PIC 9(2).
018400 01  JOB-PURGE-BUS-DD      PIC 9(2).
018500 01  JOB-DTE-REM-WORK      PIC 9(4).
018600 01  JOB-DTE-QUOT-WORK     PIC 9(4).
018700 01  JOB-DOW               PIC 9(1).
018800 01  JOB-DOW-M             PIC 9(2).
018900 01  JOB-DOW-Y             PIC 9(4).
019000 01  JOB-DOW-J             PIC 9(2).
019100 01  JOB-DOW-K             PIC 9(2).
019200 01  JOB-DOW-T1            PIC 9(4).
019300 01  JOB-DOW-K4            PIC 9(2).
019400 01  JOB-DOW-J4            PIC 9(2).
019500 01  JOB-DOW-SUM           PIC 9(5).
019600 01  JOB-DOW-QUOT          PIC 9(5).
019700
019800*----------------------------------------------------------
019900*    STEP EXECUTION. THE STEP IS STARTED THROUGH THE SYSTEM
020000*    SHELL BY ITS PROGRAM NAME; THE STATUS HANDED BACK CARRIES
020100*    THE STEP'S EXIT CODE TIMES 256, PLUS A SIGNAL NUMBER IF
020200*    THE STEP WAS KILLED. A KILLED OR UNSTARTABLE STEP IS
020300*    RECORDED AS RETURN CODE 99.
020400*----------------------------------------------------------
020500 01  JOB-COMMAND           PIC X(80).
020600 01  JOB-SYS-STATUS        PIC S9(9).
020700 01  JOB-SYS-EXIT          PIC 9(9).
020800 01  JOB-SYS-SIGNAL        PIC 9(9).
020900 01  JOB-STEP-RC           PIC 9(02).
021000 01  JOB-START-DATE        PIC 9(8).
021100 01  JOB-END-DATE          PIC 9(8).
021200 01  JOB-START-TIME.
021300     05  JOB-START-HHMMSS  PIC 9(6).
021400     05  FILLER            PIC 9(2).
021500 01  JOB-END-TIME.
021600     05  JOB-END-HHMMSS    PIC 9(6).
021700     05  FILLER            PIC 9(2).
021800 01  JOB-TIME-IN.
021900     05  JOB-TIN-HH        PIC X(02).
022000     05  JOB-TIN-MM        PIC X(02).
022100     05  JOB-TIN-SS        PIC X(02).
022200 01  JOB-TIME-OUT.
022300     05  JOB-TOUT-HH       PIC X(02).
022400     05  FILLER            PIC X(01) VALUE ":".
022500     05  JOB-TOUT-MM       PIC X(02).
022600     05  FILLER            PIC X(01) VALUE ":".
022700     05  JOB-TOUT-SS       PIC X(02).
022800
022900*----------------------------------------------------------
023000*    STEPSTAT LINE - ONE PER STEP START AND ONE PER STEP END,
023100*    APPENDED AND NEVER REWRITTEN. STATE S IS WRITTEN BEFORE
023200*    THE STEP STARTS, C OR F WHEN IT ENDS, SO A LINE LEFT AT
023300*    S MEANS THE STREAM DIED UNDER THE STEP.
023400*----------------------------------------------------------
023500 01  JOB-STEPSTAT-LINE.
023600     05  JOB-SST-PROC-DATE PIC X(08) VALUE SPACES.
023700     05  FILLER            PIC X(01) VALUE SPACES.
023800     05  JOB-SST-STEP      PIC X(08) VALUE SPACES.
023900     05  FILLER            PIC X(01) VALUE SPACES.
024000     05  JOB-SST-STATE     PIC X(01) VALUE SPACES.
024100         88  JOB-SST-STARTED         VALUE "S".
024200         88  JOB-SST-COMPLETE        VALUE "C".
024300         88  JOB-SST-FAILED          VALUE "F".
024400     05  FILLER            PIC X(01) VALUE SPACES.
024500     05  JOB-SST-RC        PIC X(02) VALUE SPACES.
024600     05  FILLER            PIC X(01) VALUE SPACES.
024700     05  JOB-SST-START-DATE PIC X(08) VALUE SPACES.
024800     05  FILLER            PIC X(01) VALUE SPACES.
024900     05  JOB-SST-START-TIME PIC X(06) VALUE SPACES.
025000     05  FILLER            PIC X(01) VALUE SPACES.
025100     05  JOB-SST-END-DATE  PIC X(08) VALUE SPACES.
025200     05  FILLER            PIC X(01) VALUE SPACES.
025300     05  JOB-SST-END-TIME  PIC X(06) VALUE SPACES.
025400     05  FILLER            PIC X(01) VALUE SPACES.
025500     05  JOB-SST-OPERATOR  PIC X(08) VALUE SPACES.
025600     05  FILLER            PIC X(17) VALUE SPACES.
025700
025800*----------------------------------------------------------
025900*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
026000*    WITH SEVEN Y/N FUNCTION FLAGS. A NEW STREAM NEEDS RUN
026100*    AUTHORITY; RESTARTING ONE THAT ALREADY HAS STEPSTAT
026200*    LINES FOR THE DATE NEEDS RERUN. NO OPERAUTH MEANS NO
026300*    AUTHORITY.
026400*----------------------------------------------------------
026500 01  JOB-OPR-FUNCS-WORK.
026600     05  JOB-OPR-RUN       PIC X(01).
026700         88  JOB-OPR-MAY-RUN         VALUE "Y".
026800     05  JOB-OPR-RERUN     PIC X(01).
026900         88  JOB-OPR-MAY-RERUN       VALUE "Y".
027000     05  FILLER            PIC X(05).
027100
027200*----------------------------------------------------------
027300*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
027400*    SHARED WITH STATS AND THE OTHER CARD PROGRAMS.
027500*----------------------------------------------------------
027600 01  JOB-AUD-DATE-WORK     PIC 9(8).
027700 01  JOB-AUD-TIME-WORK.
027800     05  JOB-AUD-HHMMSS    PIC 9(6).
027900     05  FILLER            PIC 9(2).
028000
028100 01  JOB-AUDIT-OUT-LINE.
028200     05  JOB-AUD-DATE      PIC 9(8) VALUE 0.
028300     05  FILLER            PIC X(01) VALUE SPACES.
028400     05  JOB-AUD-TIME      PIC 9(6) VALUE 0.
028500     05  FILLER            PIC X(01) VALUE SPACES.
028600     05  JOB-AUD-EVENT     PIC X(10) VALUE SPACES.
028700     05  FILLER            PIC X(01) VALUE SPACES.
028800     05  JOB-AUD-FILE      PIC X(08) VALUE SPACES.
028900     05  FILLER            PIC X(01) VALUE SPACES.
029000     05  JOB-AUD-STATUS    PIC X(02) VALUE SPACES.
029100     05  FILLER            PIC X(01) VALUE SPACES.
029200     05  JOB-AUD-COUNT     PIC 9(05) VALUE 0.
029300     05  FILLER            PIC X(01) VALUE SPACES.
029400     05  JOB-AUD-KEY       PIC X(08) VALUE SPACES.
029500     05  FILLER            PIC X(01) VALUE SPACES.
029600     05  JOB-AUD-FLAG      PIC X(01) VALUE SPACES.
029700     05  FILLER            PIC X(01) VALUE SPACES.
029800     05  JOB-AUD-OPERATOR  PIC X(08) VALUE SPACES.
029900     05  FILLER            PIC X(01) VALUE SPACES.
030000     05  JOB-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
030100     05  FILLER            PIC X(07) VALUE SPACES.
030200
030300 01  JOB-SWITCHES.
030400     05  JOB-RUN-OK-SW     PIC X(01) VALUE "Y".
030500         88  JOB-RUN-OK              VALUE "Y".
030600         88  JOB-RUN-FAILED          VALUE "N".
030700     05  JOB-STOPPED-SW    PIC X(01) VALUE "N".
030800         88  JOB-STREAM-STOPPED      VALUE "Y".
030900         88  JOB-STREAM-GOING        VALUE "N".
031000     05  JOB-RESTART-SW    PIC X(01) VALUE "N".
031100         88  JOB-RESTART             VALUE "Y".
031200         88  JOB-FRESH-START         VALUE "N".
031300     05  JOB-PROC-BUS-SW   PIC X(01) VALUE "N".
031400         88  JOB-PROC-BUSINESS       VALUE "Y".
031500         88  JOB-PROC-NON-BUSINESS   VALUE "N".
031600     05  JOB-LAST-BUS-SW   PIC X(01) VALUE "N".
031700         88  JOB-PROC-LAST-BUSINESS  VALUE "Y".
031800         88  JOB-PROC-NOT-LAST       VALUE "N".
031900     05  JOB-PURGE-DUE-SW  PIC X(01) VALUE "N".
032000         88  JOB-PURGE-DUE           VALUE "Y".
032100         88  JOB-PURGE-NOT-DUE       VALUE "N".
032200     05  JOB-BUS-DAY-SW    PIC X(01) VALUE "Y".
032300         88  JOB-BUSINESS-DAY        VALUE "Y".
032400         88  JOB-NON-BUSINESS        VALUE "N".
032500     05  JOB-CAL-EOF-SW    PIC X(01) VALUE "N".
032600         88  JOB-CAL-EOF             VALUE "Y".
032700         88  JOB-CAL-NOT-EOF         VALUE "N".
032800     05  JOB-SST-EOF-SW    PIC X(01) VALUE "N".
032900         88  JOB-SST-EOF             VALUE "Y".
033000         88  JOB-SST-NOT-EOF         VALUE "N".
033100     05  JOB-OPR-EOF-SW    PIC X(01) VALUE "N".
033200         88  JOB-OPR-EOF             VALUE "Y".
033300         88  JOB-OPR-NOT-EOF         VALUE "N".
033400     05  JOB-OPR-FOUND-SW  PIC X(01) VALUE "N".
033500         88  JOB-OPR-FOUND           VALUE "Y".
033600         88  JOB-OPR-NOT-FOUND       VALUE "N".
033700
033800*----------------------------------------------------------
033900*    FILE HANDLING WORKING STORAGE
034000*----------------------------------------------------------
034100 01  JOB-CARD-STATUS       PIC X(02).
034200     88  JOB-CARD-OK             VALUE "00".
034300
034400 01  JOB-OPERAUTH-STATUS   PIC X(02).
034500     88  JOB-OPERAUTH-OK         VALUE "00".
034600     88  JOB-OPERAUTH-MISSING    VALUE "35".
034700
034800 01  JOB-CALENDAR-STATUS   PIC X(02).
034900     88  JOB-CALENDAR-OK         VALUE "00".
035000     88  JOB-CALENDAR-MISSING    VALUE "35".
035100
035110 01  JOB-CTLCARD-STATUS    PIC X(02).
035120     88  JOB-CTLCARD-OK          VALUE "00".
035130     88  JOB-CTLCARD-MISSING     VALUE "35".
035140
035200 01  JOB-CORRECTION-STATUS PIC X(02).
035300     88  JOB-CORRECTION-OK       VALUE "00".
035400     88  JOB-CORRECTION-MISSING  VALUE "35".
035500
035600 01  JOB-STEPSTAT-STATUS   PIC X(02).
035700     88  JOB-STEPSTAT-OK         VALUE "00".
035800     88  JOB-STEPSTAT-MISSING    VALUE "35".
035900
036000 01  JOB-AUDIT-STATUS      PIC X(02).
036100     88  JOB-AUDIT-OK            VALUE "00".
036200     88  JOB-AUDIT-MISSING       VALUE "35".
036300
036400 01  JOB-REPORT-STATUS     PIC X(02).
036500     88  JOB-REPORT-OK           VALUE "00".
036600
036700*----------------------------------------------------------
036800*    PRINTED JOB-STREAM REPORT WORKING STORAGE
036900*----------------------------------------------------------
037000 01  JOB-HEADING-LINE.
037100     05  FILLER            PIC X(37)
037200         VALUE "NIGHTLY JOB STREAM - PROCESSING DATE ".
037300     05  JOB-HDG-DATE      PIC X(08).
037400     05  FILLER            PIC X(11) VALUE "  OPERATOR ".
037500     05  JOB-HDG-OPERATOR  PIC X(08).
037600     05  FILLER            PIC X(16) VALUE SPACES.
037700
037800 01  JOB-CALENDAR-LINE.
037900     05  FILLER            PIC X(13) VALUE "BUSINESS DAY ".
038000     05  JOB-CLN-BUSINESS  PIC X(01).
038100     05  FILLER            PIC X(20)
038200         VALUE "  LAST BUSINESS DAY ".
038300     05  JOB-CLN-LAST      PIC X(01).
038400     05  FILLER            PIC X(12) VALUE "  PURGE DUE ".
038500     05  JOB-CLN-PURGE     PIC X(01).
038600     05  FILLER            PIC X(10) VALUE "  RESTART ".
038700     05  JOB-CLN-RESTART   PIC X(01).
038800     05  FILLER            PIC X(21) VALUE SPACES.
038900
039000 01  JOB-STEP-HEADER-LINE.
039100     05  FILLER            PIC X(40)
039200         VALUE "STEP      STATUS                     STA".
039300     05  FILLER            PIC X(40)
039400         VALUE "RT     END       RC  MAX".
039500
039600 01  JOB-STEP-LINE.
039700     05  JOB-DET-STEP      PIC X(08).
039800     05  FILLER            PIC X(02) VALUE SPACES.
039900     05  JOB-DET-STATUS    PIC X(26).
040000     05  FILLER            PIC X(01) VALUE SPACES.
040100     05  JOB-DET-START     PIC X(08).
040200     05  FILLER            PIC X(02) VALUE SPACES.
040300     05  JOB-DET-END       PIC X(08).
040400     05  FILLER            PIC X(02) VALUE SPACES.
040500     05  JOB-DET-RC        PIC X(02).
040600     05  FILLER            PIC X(03) VALUE SPACES.
040700     05  JOB-DET-MAX       PIC 9(02).
040800     05  FILLER            PIC X(16) VALUE SPACES.
040900
041000 01  JOB-COUNT-LINE.
041100     05  JOB-CNT-LABEL     PIC X(23).
041200     05  JOB-CNT-OUT       PIC ZZZZ9.
041300     05  FILLER            PIC X(52) VALUE SPACES.
041400
041500 01  JOB-MESSAGE-LINE.
041600     05  JOB-MSG-TEXT      PIC X(45).
041700     05  FILLER            PIC X(35) VALUE SPACES.
041800
041900 PROCEDURE DIVISION.
042000*============================================================
042100*  0000-MAINLINE
042200*============================================================
042300 0000-MAINLINE.
042400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042500     IF JOB-RUN-OK
042600         PERFORM 2000-DECIDE-STEPS THRU 2000-EXIT
042650     END-IF.
042660     IF JOB-RUN-OK
042700         PERFORM 3000-RUN-STREAM THRU 3000-EXIT
042800         PERFORM 4000-REPORT-SUMMARY THRU 4000-EXIT
042900     END-IF.
043000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
043100     STOP RUN.
043200 0000-EXIT.
043300     EXIT.
043400
043500*============================================================
043600*  1000-INITIALIZE
043700*     OPENS JOBRPT, READS AND CHECKS THE JOBCTL CARD, LOADS
043800*     WHAT STEPSTAT ALREADY HOLDS FOR THE PROCESSING DATE,
043900*     CHECKS THE OPERATOR AND LOADS THE STATCAL CALENDAR.
044000*============================================================
044100 1000-INITIALIZE.
044200     OPEN OUTPUT JOB-REPORT-FILE.
044300     IF NOT JOB-REPORT-OK
044400         DISPLAY "UNABLE TO OPEN JOBRPT, STATUS "
044500             JOB-REPORT-STATUS
044600         SET JOB-RUN-FAILED TO TRUE
044700         MOVE 8 TO JOB-RETURN-CODE
044800         GO TO 1000-EXIT
044900     END-IF.
045000     OPEN INPUT JOB-CARD-FILE.
045100     IF NOT JOB-CARD-OK
045200         DISPLAY "UNABLE TO OPEN JOBCTL, STATUS "
045300             JOB-CARD-STATUS
045400         MOVE "NO JOBCTL SCHEDULE CARD - NOTHING RUN"
045500             TO JOB-MSG-TEXT
045600         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
045700         GO TO 1000-EXIT
045800     END-IF.
045900     READ JOB-CARD-FILE
046000         AT END
046100             MOVE SPACES TO JCD-RECORD
046200     END-READ.
046300     CLOSE JOB-CARD-FILE.
046400     MOVE JCD-OPERATOR TO JOB-OPERATOR.
046500     MOVE JCD-PROC-DATE TO JOB-HDG-DATE.
046600     MOVE JOB-OPERATOR TO JOB-HDG-OPERATOR.
046700     MOVE JOB-HEADING-LINE TO RPT-LINE.
046800     WRITE RPT-LINE.
046900     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
047000     PERFORM 1200-CHECK-CARD THRU 1200-EXIT.
047100     IF JOB-RUN-FAILED
047200         GO TO 1000-EXIT
047300     END-IF.
047400     PERFORM 2500-LOAD-STEP-STATUS THRU 2500-EXIT.
047500     IF JOB-RUN-FAILED
047600         GO TO 1000-EXIT
047700     END-IF.
047800     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
047900     IF JOB-RUN-FAILED
048000         GO TO 1000-EXIT
048100     END-IF.
048200     PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT.
048300 1000-EXIT.
048400     EXIT.
048500
048600*============================================================
048700*  1100-CHECK-OPERATOR
048800*     LOOKS THE JOBCTL CARD'S OPERATOR UP ON OPERAUTH. A NEW
048900*     STREAM NEEDS RUN AUTHORITY; A RESTART (STEPSTAT ALREADY
049000*     HAS LINES FOR THE DATE) NEEDS RERUN AUTHORITY. ANYTHING
049100*     ELSE IS REFUSED BY 1180 AND NO STEP IS STARTED. AN
049200*     ACCEPTED CARD IS LOGGED TO STATAUDT WITH ITS OPERATOR.
049300*============================================================
049400 1100-CHECK-OPERATOR.
049500     SET JOB-OPR-NOT-FOUND TO TRUE.
049600     MOVE "NNNNNNN" TO JOB-OPR-FUNCS-WORK.
049700     IF JOB-OPERATOR = SPACES
049800         MOVE "NO OPERATOR ID ON JOBCTL - NOTHING RUN"
049900             TO JOB-MSG-TEXT
050000         PERFORM 1180-REFUSE-STREAM THRU 1180-EXIT
050100         GO TO 1100-EXIT
050200     END-IF.
050300     OPEN INPUT OPERATOR-FILE.
050400     IF NOT JOB-OPERAUTH-OK
050500         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
050600             JOB-OPERAUTH-STATUS
050700         MOVE "OPERAUTH UNAVAILABLE - NOTHING RUN"
050800             TO JOB-MSG-TEXT
050900         PERFORM 1180-REFUSE-STREAM THRU 1180-EXIT
051000         GO TO 1100-EXIT
051100     END-IF.
051200     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
051300     PERFORM UNTIL JOB-OPR-EOF OR JOB-OPR-FOUND
051400         IF OPA-OPERATOR = JOB-OPERATOR
051500             SET JOB-OPR-FOUND TO TRUE
051600             MOVE OPA-FUNCTIONS TO JOB-OPR-FUNCS-WORK
051700         ELSE
051800             PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
051900         END-IF
052000     END-PERFORM.
052100     CLOSE OPERATOR-FILE.
052200     IF JOB-RESTART
052300         IF NOT JOB-OPR-MAY-RERUN
052400             MOVE "OPERATOR NOT AUTHORIZED TO RESTART STREAM"
052500                 TO JOB-MSG-TEXT
052600             PERFORM 1180-REFUSE-STREAM THRU 1180-EXIT
052700             GO TO 1100-EXIT
052800         END-IF
052900     ELSE
053000         IF NOT JOB-OPR-MAY-RUN
053100             MOVE "OPERATOR NOT AUTHORIZED - NOTHING RUN"
053200                 TO JOB-MSG-TEXT
053300             PERFORM 1180-REFUSE-STREAM THRU 1180-EXIT
053400             GO TO 1100-EXIT
053500         END-IF
053600     END-IF.
053700     MOVE "ACCEPTED  " TO JOB-AUD-EVENT.
053800     MOVE "JOBCTL  " TO JOB-AUD-FILE.
053900     MOVE JOB-PROC-DATE-X TO JOB-AUD-KEY.
054000     IF JOB-RESTART
054100         MOVE "R" TO JOB-AUD-FLAG
054200     END-IF.
054300     MOVE JOB-OPERATOR TO JOB-AUD-OPERATOR.
054400     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
054500 1100-EXIT.
054600     EXIT.
054700
054800 1150-READ-OPERATOR.
054900     READ OPERATOR-FILE
055000         AT END
055100             SET JOB-OPR-EOF TO TRUE
055200     END-READ.
055300 1150-EXIT.
055400     EXIT.
055500
055600*============================================================
055700*  1180-REFUSE-STREAM
055800*     PRINTS THE STAGED REASON, LOGS THE CARD TO STATAUDT AS
055900*     REFUSED AND ENDS THE RUN RC 8 BEFORE ANY STEP STARTS.
056000*============================================================
056100 1180-REFUSE-STREAM.
056200     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
056300     MOVE "REFUSED   " TO JOB-AUD-EVENT.
056400     MOVE "JOBCTL  " TO JOB-AUD-FILE.
056500     MOVE JOB-PROC-DATE-X TO JOB-AUD-KEY.
056600     IF JOB-RESTART
056700         MOVE "R" TO JOB-AUD-FLAG
056800     END-IF.
056900     MOVE JOB-OPERATOR TO JOB-AUD-OPERATOR.
057000     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
057100     MOVE 8 TO JOB-RETURN-CODE.
057200     SET JOB-RUN-FAILED TO TRUE.
057300 1180-EXIT.
057400     EXIT.
057500
057600*============================================================
057700*  1200-CHECK-CARD
057800*     THE PROCESSING DATE MUST BE A REAL CCYYMMDD DATE AND
057900*     THE PURGE DAY BLANK OR 00 TO 31. A PURGE DAY PAST THE
058000*     END OF A SHORT MONTH MEANS THE MONTH'S LAST DAY.
058100*============================================================
058200 1200-CHECK-CARD.
058300     IF JCD-PROC-DATE NOT NUMERIC
058400         MOVE "BAD PROCESSING DATE ON JOBCTL CARD"
058500             TO JOB-MSG-TEXT
058600         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
058700         GO TO 1200-EXIT
058800     END-IF.
058900     MOVE JCD-PROC-DATE TO JOB-PROC-DATE-X.
059000     MOVE JOB-PROC-DATE-X TO JOB-WORK-DATE-X.
059100     IF JOB-WRK-MM < 1 OR JOB-WRK-MM > 12
059200         MOVE "BAD PROCESSING DATE ON JOBCTL CARD"
059300             TO JOB-MSG-TEXT
059400         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
059500         GO TO 1200-EXIT
059600     END-IF.
059700     PERFORM 2600-DAYS-IN-MONTH THRU 2600-EXIT.
059800     IF JOB-WRK-DD < 1 OR JOB-WRK-DD > JOB-DAYS-IN-MONTH
059900         MOVE "BAD PROCESSING DATE ON JOBCTL CARD"
060000             TO JOB-MSG-TEXT
060100         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
060200         GO TO 1200-EXIT
060300     END-IF.
060400     IF JCD-PURGE-DAY = SPACES
060500         MOVE 0 TO JOB-PURGE-DAY
060600         GO TO 1200-EXIT
060700     END-IF.
060800     IF JCD-PURGE-DAY NOT NUMERIC
060900         MOVE "BAD PURGE DAY ON JOBCTL CARD"
061000             TO JOB-MSG-TEXT
061100         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
061200         GO TO 1200-EXIT
061300     END-IF.
061400     MOVE JCD-PURGE-DAY TO JOB-PURGE-DAY.
061500     IF JOB-PURGE-DAY > 31
061600         MOVE "BAD PURGE DAY ON JOBCTL CARD"
061700             TO JOB-MSG-TEXT
061800         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
061900     END-IF.
062000 1200-EXIT.
062100     EXIT.
062200
062300 1280-REJECT-CARD.
062400     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
062500     MOVE 8 TO JOB-RETURN-CODE.
062600     SET JOB-RUN-FAILED TO TRUE.
062700 1280-EXIT.
062800     EXIT.
062900
063000*============================================================
063100*  1500-LOAD-CALENDAR
063200*     LOADS THE STATCAL HOLIDAY LIST - ONE YYYYMMDD PER
063300*     LINE, THE SAME FILE STATS AND STATMNTH CONSULT. A
063400*     MISSING CALENDAR ONLY TURNS THE HOLIDAY CHECK OFF;
063500*     WEEKENDS ARE STILL RECOGNIZED FROM THE DATE ITSELF.
063600*============================================================
063700 1500-LOAD-CALENDAR.
063800     MOVE 0 TO JOB-CAL-COUNT.
063900     OPEN INPUT CALENDAR-FILE.
064000     IF JOB-CALENDAR-MISSING
064100         MOVE "STATCAL NOT FOUND - HOLIDAY CHECK OFF"
064200             TO JOB-MSG-TEXT
064300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
064400         GO TO 1500-EXIT
064500     END-IF.
064600     IF NOT JOB-CALENDAR-OK
064700         DISPLAY "UNABLE TO OPEN STATCAL, STATUS "
064800             JOB-CALENDAR-STATUS
064900         GO TO 1500-EXIT
065000     END-IF.
065100     PERFORM 1550-READ-CALENDAR THRU 1550-EXIT.
065200     PERFORM UNTIL JOB-CAL-EOF OR JOB-CAL-COUNT >= 999
065300         IF CAL-RECORD NUMERIC
065400             ADD 1 TO JOB-CAL-COUNT
065500             MOVE CAL-RECORD TO JOB-CAL-HOLIDAY(JOB-CAL-COUNT)
065600         END-IF
065700         PERFORM 1550-READ-CALENDAR THRU 1550-EXIT
065800     END-PERFORM.
065900     CLOSE CALENDAR-FILE.
066000 1500-EXIT.
066100     EXIT.
066200
066300 1550-READ-CALENDAR.
066400     READ CALENDAR-FILE
066500         AT END
066600             SET JOB-CAL-EOF TO TRUE
066700     END-READ.
066800 1550-EXIT.
066900     EXIT.
067000
067100*============================================================
067200*  2000-DECIDE-STEPS
067300*     WALKS THE PROCESSING DATE'S MONTH TO FIND WHETHER THE
067400*     DATE IS A BUSINESS DAY, THE MONTH'S LAST BUSINESS DAY,
067500*     AND THE PURGE DAY, THEN MARKS THE STEPS DUE. NOTHING
067600*     IS DUE ON A WEEKEND OR HOLIDAY.
067700*============================================================
067800 2000-DECIDE-STEPS.
067900     MOVE JOB-PROC-DATE-X TO JOB-WORK-DATE-X.
068000     PERFORM 2600-DAYS-IN-MONTH THRU 2600-EXIT.
068100     MOVE 0 TO JOB-LAST-BUS-DD.
068200     MOVE 0 TO JOB-PURGE-BUS-DD.
068300     IF JOB-PURGE-DAY > JOB-DAYS-IN-MONTH
068400         MOVE JOB-DAYS-IN-MONTH TO JOB-PURGE-TARGET
068500     ELSE
068600         MOVE JOB-PURGE-DAY TO JOB-PURGE-TARGET
068700     END-IF.
068800     PERFORM VARYING JOB-WRK-DD FROM 1 BY 1
068900             UNTIL JOB-WRK-DD > JOB-DAYS-IN-MONTH
069000         PERFORM 2700-CHECK-BUSINESS-DAY THRU 2700-EXIT
069100         IF JOB-BUSINESS-DAY
069200             MOVE JOB-WRK-DD TO JOB-LAST-BUS-DD
069300             IF JOB-WRK-DD = JOB-PROC-DD
069400                 SET JOB-PROC-BUSINESS TO TRUE
069500             END-IF
069600             IF JOB-PURGE-TARGET > 0 AND JOB-PURGE-BUS-DD = 0
069700                     AND JOB-WRK-DD >= JOB-PURGE-TARGET
069800                 MOVE JOB-WRK-DD TO JOB-PURGE-BUS-DD
069900             END-IF
070000         END-IF
070100     END-PERFORM.
070200     IF JOB-PURGE-TARGET > 0 AND JOB-PURGE-BUS-DD = 0
070300         MOVE JOB-LAST-BUS-DD TO JOB-PURGE-BUS-DD
070400     END-IF.
070500     IF JOB-PROC-BUSINESS
070600         IF JOB-PROC-DD = JOB-LAST-BUS-DD
070700             SET JOB-PROC-LAST-BUSINESS TO TRUE
070800         END-IF
070900         IF JOB-PURGE-TARGET > 0
071000                 AND JOB-PROC-DD = JOB-PURGE-BUS-DD
071100             SET JOB-PURGE-DUE TO TRUE
071200         END-IF
071300     END-IF.
071400     MOVE JOB-PROC-BUS-SW TO JOB-CLN-BUSINESS.
071500     MOVE JOB-LAST-BUS-SW TO JOB-CLN-LAST.
071600     MOVE JOB-PURGE-DUE-SW TO JOB-CLN-PURGE.
071700     MOVE JOB-RESTART-SW TO JOB-CLN-RESTART.
071800     MOVE JOB-CALENDAR-LINE TO RPT-LINE.
071900     WRITE RPT-LINE.
072000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
072100     PERFORM VARYING JOB-STEP-IX FROM 1 BY 1
072200             UNTIL JOB-STEP-IX > JOB-STEP-MAX
072300         MOVE "N" TO JOB-DUE(JOB-STEP-IX)
072400     END-PERFORM.
072500     IF JOB-PROC-NON-BUSINESS
072600         MOVE "NOT A BUSINESS DAY - NO STEPS DUE"
072700             TO JOB-MSG-TEXT
072800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
072900         GO TO 2000-EXIT
073000     END-IF.
073100     PERFORM 2100-CHECK-CORRECTIONS THRU 2100-EXIT.
073200     MOVE "Y" TO JOB-DUE(2).
073300     MOVE "Y" TO JOB-DUE(3).
073400     MOVE "Y" TO JOB-DUE(4).
073500     IF JOB-PROC-LAST-BUSINESS
073600         MOVE "Y" TO JOB-DUE(5)
073700     END-IF.
073800     IF JOB-PURGE-DUE
073900         MOVE "Y" TO JOB-DUE(6)
074000     END-IF.
074100     PERFORM VARYING JOB-STEP-IX FROM 1 BY 1
074200             UNTIL JOB-STEP-IX > JOB-STEP-MAX
074300         IF JOB-DUE(JOB-STEP-IX) = "Y"
074400             ADD 1 TO JOB-DUE-COUNT
074500         END-IF
074600     END-PERFORM.
074650     PERFORM 2200-CHECK-CONTROL-CARD THRU 2200-EXIT.
074700 2000-EXIT.
074800     EXIT.
074900
075000*============================================================
075100*  2100-CHECK-CORRECTIONS
075200*     STATSUPP IS DUE WHEN BRANCOR HOLDS AT LEAST ONE CARD.
075300*     THE FILE IS ONLY LOOKED AT HERE - STATSUPP DOES ITS OWN
075400*     EDITING AND AUTHORIZATION OF EACH CORRECTION.
075500*============================================================
075600 2100-CHECK-CORRECTIONS.
075700     OPEN INPUT CORRECTION-FILE.
075800     IF JOB-CORRECTION-MISSING
075900         GO TO 2100-EXIT
076000     END-IF.
076100     IF NOT JOB-CORRECTION-OK
076200         DISPLAY "UNABLE TO OPEN BRANCOR, STATUS "
076300             JOB-CORRECTION-STATUS
076400         MOVE "BRANCOR UNREADABLE - STATSUPP NOT SCHEDULED"
076500             TO JOB-MSG-TEXT
076600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
076700         GO TO 2100-EXIT
076800     END-IF.
076900     READ CORRECTION-FILE
077000         NOT AT END
077100             MOVE "Y" TO JOB-DUE(1)
077200     END-READ.
077300     CLOSE CORRECTION-FILE.
077400 2100-EXIT.
077500     EXIT.
077600
077601*============================================================
077602*  2200-CHECK-CONTROL-CARD
077603*     THE STEPS TAKE THEIR PROCESSING DATE FROM STATCTL, NOT
077604*     FROM JOBCTL, SO THE TWO MUST AGREE BEFORE ANYTHING RUNS
077605*     - OTHERWISE THE MONTH-END AND PURGE DECISIONS AND THE
077606*     STEPSTAT RESTART KEY WOULD BE FOR A DIFFERENT DAY FROM
077607*     THE ONE STATS POSTS. A STATS STEP LEFT AT S OR F MAY
077608*     ALREADY HAVE POSTED ITS STATHIST LINE; IT IS ONLY RUN
077609*     AGAIN UNDER A RERUN (R) CARD, WHICH REPLACES THAT LINE.
077610*     EITHER FAILURE REFUSES THE STREAM THROUGH 2280.
077611*============================================================
077612 2200-CHECK-CONTROL-CARD.
077613     OPEN INPUT CONTROL-CARD-FILE.
077614     IF JOB-CTLCARD-MISSING
077615         MOVE "NO STATCTL CARD - NOTHING RUN" TO JOB-MSG-TEXT
077616         PERFORM 2280-REFUSE-CONTROL-CARD THRU 2280-EXIT
077617         GO TO 2200-EXIT
077618     END-IF.
077619     IF NOT JOB-CTLCARD-OK
077620         DISPLAY "UNABLE TO OPEN STATCTL, STATUS "
077621             JOB-CTLCARD-STATUS
077622         MOVE "STATCTL UNREADABLE - NOTHING RUN" TO JOB-MSG-TEXT
077623         PERFORM 2280-REFUSE-CONTROL-CARD THRU 2280-EXIT
077624         GO TO 2200-EXIT
077625     END-IF.
077626     READ CONTROL-CARD-FILE
077627         AT END
077628             MOVE SPACES TO CTL-RECORD
077629     END-READ.
077630     CLOSE CONTROL-CARD-FILE.
077631     MOVE CTL-PROC-DATE TO JOB-CTL-PROC-DATE.
077632     MOVE CTL-RUN-MODE TO JOB-CTL-RUN-MODE.
077633     IF JOB-CTL-PROC-DATE NOT = JOB-PROC-DATE-X
077634         MOVE "STATCTL DATE IS NOT JOBCTL DATE - NOTHING RUN"
077635             TO JOB-MSG-TEXT
077636         PERFORM 2280-REFUSE-CONTROL-CARD THRU 2280-EXIT
077637         GO TO 2200-EXIT
077638     END-IF.
077639     IF JOB-PRIOR-STATE(2) = "S" OR JOB-PRIOR-STATE(2) = "F"
077640         IF NOT JOB-CTL-MODE-RERUN
077641             MOVE SPACES TO JOB-MSG-TEXT
077642             STRING "RESTART OF " DELIMITED BY SIZE
077643                 JOB-STEP-NAME(2) DELIMITED BY SPACE
077644                 " NEEDS RERUN (R) STATCTL CARD"
077645                 DELIMITED BY SIZE
077646                 INTO JOB-MSG-TEXT
077647             PERFORM 2280-REFUSE-CONTROL-CARD THRU 2280-EXIT
077648         END-IF
077649     END-IF.
077650 2200-EXIT.
077651     EXIT.
077652
077653*============================================================
077654*  2280-REFUSE-CONTROL-CARD
077655*     PRINTS THE STAGED REASON, LOGS STATCTL TO STATAUDT AS
077656*     REFUSED AND ENDS THE RUN RC 8 BEFORE ANY STEP STARTS.
077657*============================================================
077658 2280-REFUSE-CONTROL-CARD.
077659     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
077660     MOVE "REFUSED   " TO JOB-AUD-EVENT.
077661     MOVE "STATCTL " TO JOB-AUD-FILE.
077662     MOVE JOB-PROC-DATE-X TO JOB-AUD-KEY.
077663     IF JOB-RESTART
077664         MOVE "R" TO JOB-AUD-FLAG
077665     END-IF.
077666     MOVE JOB-OPERATOR TO JOB-AUD-OPERATOR.
077667     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
077668     MOVE 8 TO JOB-RETURN-CODE.
077669     SET JOB-RUN-FAILED TO TRUE.
077670 2280-EXIT.
077671     EXIT.
077672
077700*============================================================
077800*  2500-LOAD-STEP-STATUS
077900*     READS STEPSTAT AND KEEPS, FOR EACH STEP, THE LATEST
078000*     STATE RECORDED FOR THIS PROCESSING DATE. ANY LINE FOR
078100*     THE DATE MAKES THIS RUN A RESTART. NO STEPSTAT YET IS
078200*     A FRESH START; ONE THAT CANNOT BE READ STOPS THE RUN,
078300*     SINCE WITHOUT IT A COMPLETED STATS COULD RUN TWICE.
078400*============================================================
078500 2500-LOAD-STEP-STATUS.
078600     PERFORM VARYING JOB-STEP-IX FROM 1 BY 1
078700             UNTIL JOB-STEP-IX > JOB-STEP-MAX
078800         MOVE SPACES TO JOB-STEP-STATE(JOB-STEP-IX)
078900     END-PERFORM.
079000     OPEN INPUT STEP-STATUS-FILE.
079100     IF JOB-STEPSTAT-MISSING
079200         GO TO 2500-EXIT
079300     END-IF.
079400     IF NOT JOB-STEPSTAT-OK
079500         DISPLAY "UNABLE TO OPEN STEPSTAT, STATUS "
079600             JOB-STEPSTAT-STATUS
079700         MOVE "STEPSTAT UNREADABLE - NOTHING RUN"
079800             TO JOB-MSG-TEXT
079900         PERFORM 1280-REJECT-CARD THRU 1280-EXIT
080000         GO TO 2500-EXIT
080100     END-IF.
080200     PERFORM 2550-READ-STEP-STATUS THRU 2550-EXIT.
080300     PERFORM UNTIL JOB-SST-EOF
080400         ADD 1 TO JOB-STEPSTAT-READ
080500         IF JOB-SST-PROC-DATE = JOB-PROC-DATE-X
080600             SET JOB-RESTART TO TRUE
080700             PERFORM 2560-NOTE-STEP-STATUS THRU 2560-EXIT
080800         END-IF
080900         PERFORM 2550-READ-STEP-STATUS THRU 2550-EXIT
081000     END-PERFORM.
081100     CLOSE STEP-STATUS-FILE.
081200 2500-EXIT.
081300     EXIT.
081400
081500 2550-READ-STEP-STATUS.
081600     READ STEP-STATUS-FILE
081700         AT END
081800             SET JOB-SST-EOF TO TRUE
081900         NOT AT END
082000             MOVE STP-LINE TO JOB-STEPSTAT-LINE
082100     END-READ.
082200 2550-EXIT.
082300     EXIT.
082400
082500 2560-NOTE-STEP-STATUS.
082600     PERFORM VARYING JOB-FIND-IX FROM 1 BY 1
082700             UNTIL JOB-FIND-IX > JOB-STEP-MAX
082800         IF JOB-STEP-NAME(JOB-FIND-IX) = JOB-SST-STEP
082900             MOVE JOB-SST-STATE TO JOB-PRIOR-STATE(JOB-FIND-IX)
083000             MOVE JOB-SST-RC TO JOB-PRIOR-RC(JOB-FIND-IX)
083100             MOVE JOB-SST-START-TIME
083200                 TO JOB-PRIOR-START(JOB-FIND-IX)
083300             MOVE JOB-SST-END-TIME TO JOB-PRIOR-END(JOB-FIND-IX)
083400         END-IF
083500     END-PERFORM.
083600 2560-EXIT.
083700     EXIT.
083800
083900*============================================================
084000*  2600-DAYS-IN-MONTH
084100*     LENGTH OF THE MONTH IN JOB-WRK-YYYY/MM - 29 DAYS IN
084200*     FEBRUARY ONLY IN A LEAP YEAR.
084300*============================================================
084400 2600-DAYS-IN-MONTH.
084500     MOVE 31 TO JOB-DAYS-IN-MONTH.
084600     IF JOB-WRK-MM = 4 OR JOB-WRK-MM = 6
084700             OR JOB-WRK-MM = 9 OR JOB-WRK-MM = 11
084800         MOVE 30 TO JOB-DAYS-IN-MONTH
084900     END-IF.
085000     IF JOB-WRK-MM = 2
085100         MOVE 28 TO JOB-DAYS-IN-MONTH
085200         DIVIDE JOB-WRK-YYYY BY 4
085300             GIVING JOB-DTE-QUOT-WORK
085400             REMAINDER JOB-DTE-REM-WORK
085500         IF JOB-DTE-REM-WORK = 0
085600             MOVE 29 TO JOB-DAYS-IN-MONTH
085700             DIVIDE JOB-WRK-YYYY BY 100
085800                 GIVING JOB-DTE-QUOT-WORK
085900                 REMAINDER JOB-DTE-REM-WORK
086000             IF JOB-DTE-REM-WORK = 0
086100                 MOVE 28 TO JOB-DAYS-IN-MONTH
086200                 DIVIDE JOB-WRK-YYYY BY 400
086300                     GIVING JOB-DTE-QUOT-WORK
086400                     REMAINDER JOB-DTE-REM-WORK
086500                 IF JOB-DTE-REM-WORK = 0
086600                     MOVE 29 TO JOB-DAYS-IN-MONTH
086700                 END-IF
086800             END-IF
086900         END-IF
087000     END-IF.
087100 2600-EXIT.
087200     EXIT.
087300
087400*============================================================
087500*  2700-CHECK-BUSINESS-DAY
087600*     ONE DAY OF THE MONTH (JOB-WORK-DATE): WEEKENDS BY DAY
087700*     OF WEEK, HOLIDAYS BY THE STATCAL LIST.
087800*============================================================
087900 2700-CHECK-BUSINESS-DAY.
088000     SET JOB-BUSINESS-DAY TO TRUE.
088100     PERFORM 2800-DAY-OF-WEEK THRU 2800-EXIT.
088200     IF JOB-DOW = 0 OR JOB-DOW = 1
088300         SET JOB-NON-BUSINESS TO TRUE
088400         GO TO 2700-EXIT
088500     END-IF.
088600     PERFORM VARYING JOB-CAL-IX FROM 1 BY 1
088700             UNTIL JOB-CAL-IX > JOB-CAL-COUNT
088800         IF JOB-CAL-HOLIDAY(JOB-CAL-IX) = JOB-WORK-DATE-X
088900             SET JOB-NON-BUSINESS TO TRUE
089000             GO TO 2700-EXIT
089100         END-IF
089200     END-PERFORM.
089300 2700-EXIT.
089400     EXIT.
089500
089600*============================================================
089700*  2800-DAY-OF-WEEK
089800*     ZELLER'S CONGRUENCE OVER JOB-WORK-DATE. LEAVES JOB-DOW
089900*     SET: 0 SATURDAY, 1 SUNDAY, 2 MONDAY AND SO ON.
090000*============================================================
090100 2800-DAY-OF-WEEK.
090200     IF JOB-WRK-MM < 3
090300         COMPUTE JOB-DOW-M = JOB-WRK-MM + 12
090400         COMPUTE JOB-DOW-Y = JOB-WRK-YYYY - 1
090500     ELSE
090600         MOVE JOB-WRK-MM TO JOB-DOW-M
090700         MOVE JOB-WRK-YYYY TO JOB-DOW-Y
090800     END-IF.
090900     DIVIDE JOB-DOW-Y BY 100
091000         GIVING JOB-DOW-J REMAINDER JOB-DOW-K.
091100     COMPUTE JOB-DOW-T1 = (13 * (JOB-DOW-M + 1)) / 5.
091200     DIVIDE JOB-DOW-K BY 4 GIVING JOB-DOW-K4.
091300     DIVIDE JOB-DOW-J BY 4 GIVING JOB-DOW-J4.
091400     COMPUTE JOB-DOW-SUM = JOB-WRK-DD + JOB-DOW-T1
091500         + JOB-DOW-K + JOB-DOW-K4 + JOB-DOW-J4
091600         + (5 * JOB-DOW-J).
091700     DIVIDE JOB-DOW-SUM BY 7
091800         GIVING JOB-DOW-QUOT REMAINDER JOB-DOW.
091900 2800-EXIT.
092000     EXIT.
092100
092200*============================================================
092300*  3000-RUN-STREAM
092400*     TAKES THE STEPS IN ORDER. EVERY STEP GETS A REPORT
092500*     LINE, WHETHER IT RAN, WAS ALREADY COMPLETE, WAS NOT DUE
092600*     OR WAS LEFT BEHIND BY A STOPPED STREAM.
092700*============================================================
092800 3000-RUN-STREAM.
092900     MOVE JOB-STEP-HEADER-LINE TO RPT-LINE.
093000     WRITE RPT-LINE.
093100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
093200     PERFORM VARYING JOB-STEP-IX FROM 1 BY 1
093300             UNTIL JOB-STEP-IX > JOB-STEP-MAX
093400         PERFORM 3100-RUN-ONE-STEP THRU 3100-EXIT
093500     END-PERFORM.
093600 3000-EXIT.
093700     EXIT.
093800
093900*============================================================
094000*  3100-RUN-ONE-STEP
094100*     A STEP ALREADY COMPLETE FOR THE DATE IS NOT RUN AGAIN -
094200*     THAT IS WHAT KEEPS A RESTART FROM POSTING STATS TWICE.
094300*     A STEP LEFT AT F, OR AT S BY A STREAM THAT DIED UNDER
094350*     IT, IS RUN AGAIN (STATS ONLY UNDER THE RERUN CARD 2200
094370*     INSISTS ON). STEPSTAT GETS AN S LINE BEFORE THE
094500*     STEP STARTS AND A C OR F LINE WHEN IT ENDS; A RETURN
094600*     CODE ABOVE THE STEP'S THRESHOLD STOPS THE STREAM.
094700*============================================================
094800 3100-RUN-ONE-STEP.
094900     MOVE SPACES TO JOB-DET-START.
095000     MOVE SPACES TO JOB-DET-END.
095100     MOVE SPACES TO JOB-DET-RC.
095200     MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-DET-STEP.
095300     MOVE JOB-STEP-MAX-RC(JOB-STEP-IX) TO JOB-DET-MAX.
095400     IF JOB-DUE(JOB-STEP-IX) NOT = "Y"
095500         MOVE "NOT DUE" TO JOB-DET-STATUS
095600         PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT
095700         GO TO 3100-EXIT
095800     END-IF.
095900     IF JOB-STREAM-STOPPED
096000         MOVE "NOT RUN - STREAM STOPPED" TO JOB-DET-STATUS
096100         PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT
096200         GO TO 3100-EXIT
096300     END-IF.
096400     IF JOB-PRIOR-STATE(JOB-STEP-IX) = "C"
096500         MOVE "ALREADY COMPLETE" TO JOB-DET-STATUS
096600         MOVE JOB-PRIOR-START(JOB-STEP-IX) TO JOB-TIME-IN
096700         PERFORM 3800-FORMAT-TIME THRU 3800-EXIT
096800         MOVE JOB-TIME-OUT TO JOB-DET-START
096900         MOVE JOB-PRIOR-END(JOB-STEP-IX) TO JOB-TIME-IN
097000         PERFORM 3800-FORMAT-TIME THRU 3800-EXIT
097100         MOVE JOB-TIME-OUT TO JOB-DET-END
097200         MOVE JOB-PRIOR-RC(JOB-STEP-IX) TO JOB-DET-RC
097300         ADD 1 TO JOB-SKIP-COUNT
097400         PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT
097500         GO TO 3100-EXIT
097600     END-IF.
097700     ACCEPT JOB-START-DATE FROM DATE YYYYMMDD.
097800     ACCEPT JOB-START-TIME FROM TIME.
097900     MOVE SPACES TO JOB-STEPSTAT-LINE.
098000     SET JOB-SST-STARTED TO TRUE.
098100     MOVE JOB-START-DATE TO JOB-SST-START-DATE.
098200     MOVE JOB-START-HHMMSS TO JOB-SST-START-TIME.
098300     PERFORM 9600-APPEND-STEP-STATUS THRU 9600-EXIT.
098400     IF JOB-STREAM-STOPPED
098500         MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-STOPPED-STEP
098600         MOVE "NOT RUN - STEPSTAT ERROR" TO JOB-DET-STATUS
098700         PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT
098800         GO TO 3100-EXIT
098900     END-IF.
099000     DISPLAY "STATJOB STARTING STEP " JOB-STEP-NAME(JOB-STEP-IX).
099100     MOVE SPACES TO JOB-COMMAND.
099200     MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-COMMAND.
099300     CALL "SYSTEM" USING JOB-COMMAND.
099400     MOVE RETURN-CODE TO JOB-SYS-STATUS.
099500     ACCEPT JOB-END-DATE FROM DATE YYYYMMDD.
099600     ACCEPT JOB-END-TIME FROM TIME.
099700     ADD 1 TO JOB-RUN-COUNT.
099800     PERFORM 3200-DECODE-STEP-STATUS THRU 3200-EXIT.
099900     MOVE SPACES TO JOB-STEPSTAT-LINE.
100000     IF JOB-STEP-RC > JOB-STEP-MAX-RC(JOB-STEP-IX)
100100         SET JOB-SST-FAILED TO TRUE
100200         SET JOB-STREAM-STOPPED TO TRUE
100300         MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-STOPPED-STEP
100400         ADD 1 TO JOB-FAIL-COUNT
100500         IF JOB-STEP-RC = 99
100600             MOVE "ABENDED - STREAM STOPPED" TO JOB-DET-STATUS
100700         ELSE
100800             MOVE "FAILED - STREAM STOPPED" TO JOB-DET-STATUS
100900         END-IF
101000     ELSE
101100         SET JOB-SST-COMPLETE TO TRUE
101200         IF JOB-STEP-RC = 0
101300             MOVE "COMPLETE" TO JOB-DET-STATUS
101400         ELSE
101500             MOVE "COMPLETE WITH WARNING" TO JOB-DET-STATUS
101600         END-IF
101700     END-IF.
101800     IF JOB-STEP-RC > JOB-RETURN-CODE
101900         MOVE JOB-STEP-RC TO JOB-RETURN-CODE
102000     END-IF.
102100     MOVE JOB-STEP-RC TO JOB-SST-RC.
102200     MOVE JOB-START-DATE TO JOB-SST-START-DATE.
102300     MOVE JOB-START-HHMMSS TO JOB-SST-START-TIME.
102400     MOVE JOB-END-DATE TO JOB-SST-END-DATE.
102500     MOVE JOB-END-HHMMSS TO JOB-SST-END-TIME.
102600     PERFORM 9600-APPEND-STEP-STATUS THRU 9600-EXIT.
102700     IF JOB-STREAM-STOPPED AND JOB-STOPPED-STEP = SPACES
102800         MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-STOPPED-STEP
102900     END-IF.
103000     MOVE JOB-START-HHMMSS TO JOB-TIME-IN.
103100     PERFORM 3800-FORMAT-TIME THRU 3800-EXIT.
103200     MOVE JOB-TIME-OUT TO JOB-DET-START.
103300     MOVE JOB-END-HHMMSS TO JOB-TIME-IN.
103400     PERFORM 3800-FORMAT-TIME THRU 3800-EXIT.
103500     MOVE JOB-TIME-OUT TO JOB-DET-END.
103600     MOVE JOB-SST-RC TO JOB-DET-RC.
103700     PERFORM 3900-WRITE-STEP-LINE THRU 3900-EXIT.
103800 3100-EXIT.
103900     EXIT.
104000
104100*============================================================
104200*  3200-DECODE-STEP-STATUS
104300*     TURNS THE STATUS THE SHELL HANDED BACK INTO THE STEP'S
104400*     RETURN CODE. A NEGATIVE STATUS (THE STEP NEVER
104500*     STARTED), A SIGNAL, OR AN EXIT CODE OVER 98 IS TAKEN
104600*     AS AN ABEND AND RECORDED AS 99.
104700*============================================================
104800 3200-DECODE-STEP-STATUS.
104900     MOVE 99 TO JOB-STEP-RC.
105000     IF JOB-SYS-STATUS < 0
105100         GO TO 3200-EXIT
105200     END-IF.
105300     DIVIDE JOB-SYS-STATUS BY 256
105400         GIVING JOB-SYS-EXIT REMAINDER JOB-SYS-SIGNAL.
105500     IF JOB-SYS-SIGNAL NOT = 0 OR JOB-SYS-EXIT > 98
105600         GO TO 3200-EXIT
105700     END-IF.
105800     MOVE JOB-SYS-EXIT TO JOB-STEP-RC.
105900 3200-EXIT.
106000     EXIT.
106100
106200*============================================================
106300*  3800-FORMAT-TIME
106400*     HHMMSS IN JOB-TIME-IN TO HH:MM:SS IN JOB-TIME-OUT. A
106500*     BLANK TIME STAYS BLANK.
106600*============================================================
106700 3800-FORMAT-TIME.
106800     IF JOB-TIME-IN = SPACES
106900         MOVE SPACES TO JOB-TIME-OUT
107000         GO TO 3800-EXIT
107100     END-IF.
107200     MOVE JOB-TIN-HH TO JOB-TOUT-HH.
107300     MOVE JOB-TIN-MM TO JOB-TOUT-MM.
107400     MOVE JOB-TIN-SS TO JOB-TOUT-SS.
107500 3800-EXIT.
107600     EXIT.
107700
107800 3900-WRITE-STEP-LINE.
107900     MOVE JOB-STEP-LINE TO RPT-LINE.
108000     WRITE RPT-LINE.
108100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
108200 3900-EXIT.
108300     EXIT.
108400
108500*============================================================
108600*  4000-REPORT-SUMMARY
108700*     STEP COUNTS, HOW THE STREAM ENDED, AND WHERE A RESTART
108800*     WILL PICK UP. THE END OF THE STREAM IS LOGGED TO
108900*     STATAUDT WITH THE DRIVER'S RETURN CODE AS THE COUNT
109000*     AND FLAG C (COMPLETE) OR S (STOPPED).
109100*============================================================
109200 4000-REPORT-SUMMARY.
109300     IF JOB-STREAM-STOPPED AND JOB-RETURN-CODE < 8
109400         MOVE 8 TO JOB-RETURN-CODE
109500     END-IF.
109600     MOVE SPACES TO RPT-LINE.
109700     WRITE RPT-LINE.
109800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
109900     MOVE "STEPS DUE" TO JOB-CNT-LABEL.
110000     MOVE JOB-DUE-COUNT TO JOB-CNT-OUT.
110100     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
110200     MOVE "STEPS RUN" TO JOB-CNT-LABEL.
110300     MOVE JOB-RUN-COUNT TO JOB-CNT-OUT.
110400     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
110500     MOVE "STEPS ALREADY COMPLETE" TO JOB-CNT-LABEL.
110600     MOVE JOB-SKIP-COUNT TO JOB-CNT-OUT.
110700     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
110800     MOVE "STEPS FAILED" TO JOB-CNT-LABEL.
110900     MOVE JOB-FAIL-COUNT TO JOB-CNT-OUT.
111000     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
111100     MOVE "RETURN CODE" TO JOB-CNT-LABEL.
111200     MOVE JOB-RETURN-CODE TO JOB-CNT-OUT.
111300     PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
111400     IF JOB-STREAM-STOPPED
111500         MOVE SPACES TO JOB-MSG-TEXT
111600         STRING "JOB STREAM STOPPED AT STEP "
111700             JOB-STOPPED-STEP DELIMITED BY SIZE
111800             INTO JOB-MSG-TEXT
111900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
112000         STRING "A RESTART FOR THIS DATE RESUMES AT "
112100             JOB-STOPPED-STEP DELIMITED BY SIZE
112200             INTO JOB-MSG-TEXT
112300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
112400         MOVE "S" TO JOB-AUD-FLAG
112500     ELSE
112600         MOVE "JOB STREAM COMPLETE" TO JOB-MSG-TEXT
112700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
112800         MOVE "C" TO JOB-AUD-FLAG
112900     END-IF.
113000     MOVE "JOB-END   " TO JOB-AUD-EVENT.
113100     MOVE "STEPSTAT" TO JOB-AUD-FILE.
113200     MOVE JOB-RETURN-CODE TO JOB-AUD-COUNT.
113300     MOVE JOB-PROC-DATE-X TO JOB-AUD-KEY.
113400     MOVE JOB-OPERATOR TO JOB-AUD-OPERATOR.
113500     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
113600 4000-EXIT.
113700     EXIT.
113800
113900 8000-WRITE-MESSAGE.
114000     MOVE JOB-MESSAGE-LINE TO RPT-LINE.
114100     WRITE RPT-LINE.
114200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
114300     MOVE SPACES TO JOB-MSG-TEXT.
114400 8000-EXIT.
114500     EXIT.
114600
114700 8100-CHECK-REPORT-WRITE.
114800     IF NOT JOB-REPORT-OK
114900         DISPLAY "UNABLE TO WRITE JOBRPT, STATUS "
115000             JOB-REPORT-STATUS
115100     END-IF.
115200 8100-EXIT.
115300     EXIT.
115400
115500 8200-WRITE-COUNT.
115600     MOVE JOB-COUNT-LINE TO RPT-LINE.
115700     WRITE RPT-LINE.
115800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
115900 8200-EXIT.
116000     EXIT.
116100
116200*============================================================
116300*  9500-APPEND-AUDIT
116400*     APPENDS ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
116500*     EVENT, FILE, COUNT, KEY AND OPERATOR THE CALLER STAGED.
116600*     THE LOG IS OPENED EXTEND FOR THE ONE LINE AND CLOSED
116700*     AGAIN - THE STEPS WRITE TO IT THEMSELVES, SO IT IS
116800*     NEVER HELD OPEN WHILE A STEP RUNS. THE STAGED FIELDS
116900*     ARE CLEARED AFTERWARDS.
117000*============================================================
117100 9500-APPEND-AUDIT.
117200     OPEN EXTEND AUDIT-FILE.
117300     IF JOB-AUDIT-MISSING
117400         OPEN OUTPUT AUDIT-FILE
117500     END-IF.
117600     IF JOB-AUDIT-OK
117700         ACCEPT JOB-AUD-DATE-WORK FROM DATE YYYYMMDD
117800         ACCEPT JOB-AUD-TIME-WORK FROM TIME
117900         MOVE JOB-AUD-DATE-WORK TO JOB-AUD-DATE
118000         MOVE JOB-AUD-HHMMSS TO JOB-AUD-TIME
118100         MOVE JOB-AUDIT-OUT-LINE TO AUD-LINE
118200         WRITE AUD-LINE
118300         IF NOT JOB-AUDIT-OK
118400             DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
118500                 JOB-AUDIT-STATUS
118600         END-IF
118700         CLOSE AUDIT-FILE
118800     ELSE
118900         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
119000             JOB-AUDIT-STATUS
119100     END-IF.
119200     MOVE SPACES TO JOB-AUD-EVENT.
119300     MOVE SPACES TO JOB-AUD-FILE.
119400     MOVE SPACES TO JOB-AUD-STATUS.
119500     MOVE 0 TO JOB-AUD-COUNT.
119600     MOVE SPACES TO JOB-AUD-KEY.
119700     MOVE SPACES TO JOB-AUD-FLAG.
119800     MOVE SPACES TO JOB-AUD-OPERATOR.
119900     MOVE SPACES TO JOB-AUD-OPERATOR-2.
120000 9500-EXIT.
120100     EXIT.
120200
120300*============================================================
120400*  9600-APPEND-STEP-STATUS
120500*     APPENDS ONE STEPSTAT LINE FOR THE CURRENT STEP. THE
120600*     CALLER STAGES THE STATE, RETURN CODE AND TIMES; THE
120700*     DATE, STEP AND OPERATOR ARE FILLED IN HERE. THE FILE IS
120800*     CLOSED AGAIN AT ONCE SO THE LINE IS ON DISK BEFORE THE
120900*     STEP STARTS. A LINE THAT CANNOT BE WRITTEN STOPS THE
121000*     STREAM - A RESTART WOULD NOT KNOW THE STEP HAD RUN.
121100*============================================================
121200 9600-APPEND-STEP-STATUS.
121300     MOVE JOB-PROC-DATE-X TO JOB-SST-PROC-DATE.
121400     MOVE JOB-STEP-NAME(JOB-STEP-IX) TO JOB-SST-STEP.
121500     MOVE JOB-OPERATOR TO JOB-SST-OPERATOR.
121600     OPEN EXTEND STEP-STATUS-FILE.
121700     IF JOB-STEPSTAT-MISSING
121800         OPEN OUTPUT STEP-STATUS-FILE
121900     END-IF.
122000     IF JOB-STEPSTAT-OK
122100         MOVE JOB-STEPSTAT-LINE TO STP-LINE
122200         WRITE STP-LINE
122300         IF NOT JOB-STEPSTAT-OK
122400             DISPLAY "UNABLE TO WRITE STEPSTAT, STATUS "
122500                 JOB-STEPSTAT-STATUS
122600             SET JOB-STREAM-STOPPED TO TRUE
122700         END-IF
122800         CLOSE STEP-STATUS-FILE
122900     ELSE
123000         DISPLAY "UNABLE TO OPEN STEPSTAT, STATUS "
123100             JOB-STEPSTAT-STATUS
123200         SET JOB-STREAM-STOPPED TO TRUE
123300     END-IF.
123400 9600-EXIT.
123500     EXIT.
123600
123700 9999-TERMINATE.
123800     IF JOB-REPORT-OK
123900         CLOSE JOB-REPORT-FILE
124000     END-IF.
124100     MOVE JOB-RETURN-CODE TO RETURN-CODE.
124200 9999-EXIT.
124300     EXIT.
