000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRANBKO.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. DAY BACKOUT. A BUSINESS DAY
001300*                   POSTED IN ERROR (THE WRONG EXTRACT, OR
001400*                   THE RIGHT EXTRACT UNDER THE WRONG STATCTL
001500*                   DATE) IS TAKEN BACK OUT: EVERY POSTING FOR
001600*                   THE BKOCTL DATE IS DELETED FROM BRANDTL
001700*                   AND BRANDTLD, THE DATE'S STATHIST LINE IS
001800*                   DROPPED AND A BACKOUT EVENT GOES TO
001900*                   STATAUDT. BKORPT LISTS EVERY POSTING
002000*                   REMOVED WITH ITS BEFORE TOTALS FOR
002100*                   RECONCILIATION. A DATE ALREADY ARCHIVED TO
002200*                   BRANARCH, OR IN A MONTH ALREADY CLOSED TO
002300*                   MNTHSUM, IS REFUSED UNLESS THE CARD
002400*                   CARRIES THE OVERRIDE FLAG.
002410*  2026-10-15 DM    STATHIST LINES ARE NOW 118 WIDE (MEAN,
002420*                   STANDARD DEVIATION AND QUARTILES ADDED BY
002430*                   STATS); THE REBUILD CARRIES THEM THROUGH.
002431*  2026-10-15 DM    THE BKOCTL CARD NOW CARRIES THE ID OF THE
002432*                   OPERATOR WHO RAISED IT (CARD NOW 17 WIDE),
002433*                   CHECKED AGAINST OPERAUTH FOR RERUN
002434*                   AUTHORITY - A BACKOUT EXISTS TO CLEAR A DAY
002435*                   FOR RERUNNING. AN UNAUTHORIZED CARD BACKS
002436*                   OUT NOTHING, ENDS RC 8 AND IS LOGGED TO
002437*                   STATAUDT AS REFUSED. EVERY STATAUDT LINE
002438*                   CARRIES THE OPERATOR, WHO ALSO PRINTS ON
002439*                   BKORPT.
002500*----------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BACKOUT-CARD-FILE ASSIGN TO "BKOCTL"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS BKO-CARD-STATUS.
003300     SELECT DETAIL-FILE ASSIGN TO "BRANDTL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DTL-KEY
003700         FILE STATUS IS BKO-DETAIL-STATUS.
003800     SELECT DATE-DETAIL-FILE ASSIGN TO "BRANDTLD"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS DDT-KEY
004200         FILE STATUS IS BKO-DDETAIL-STATUS.
004300     SELECT ARCHIVE-FILE ASSIGN TO "BRANARCH"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ARC-KEY
004700         FILE STATUS IS BKO-ARCHIVE-STATUS.
004800     SELECT MONTH-SUM-FILE ASSIGN TO "MNTHSUM"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS BKO-SUM-STATUS.
005100     SELECT HISTORY-FILE ASSIGN TO "STATHIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS BKO-HISTORY-STATUS.
005400     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS BKO-AUDIT-STATUS.
005610     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS BKO-OPERAUTH-STATUS.
005700     SELECT BACKOUT-REPORT-FILE ASSIGN TO "BKORPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS BKO-REPORT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  BACKOUT-CARD-FILE
006400     RECORD CONTAINS 17 CHARACTERS.
006500 01  BKO-CARD-RECORD.
006600     05  BKO-CARD-DATE               PIC X(08).
006700     05  BKO-CARD-OVERRIDE           PIC X(01).
006750     05  BKO-CARD-OPERATOR           PIC X(08).
006800
006900 FD  DETAIL-FILE
007000     RECORD CONTAINS 23 CHARACTERS.
007100 01  DTL-RECORD.
007200     05  DTL-KEY.
007300         10  DTL-BRANCH              PIC 9(04).
007400         10  DTL-DATE                PIC X(08).
007500     05  DTL-TOTAL                   PIC 9(11).
007600
007700 FD  DATE-DETAIL-FILE
007800     RECORD CONTAINS 23 CHARACTERS.
007900 01  DDT-RECORD.
008000     05  DDT-KEY.
008100         10  DDT-DATE                PIC X(08).
008200         10  DDT-BRANCH              PIC 9(04).
008300     05  DDT-TOTAL                   PIC 9(11).
008400
008500 FD  ARCHIVE-FILE
008600     RECORD CONTAINS 23 CHARACTERS.
008700 01  ARC-RECORD.
008800     05  ARC-KEY.
008900         10  ARC-BRANCH              PIC 9(04).
009000         10  ARC-DATE                PIC X(08).
009100     05  ARC-TOTAL                   PIC 9(11).
009200
009300 FD  MONTH-SUM-FILE
009400     RECORD CONTAINS 28 CHARACTERS.
009500 01  SUM-LINE                        PIC X(28).
009600
009700 FD  HISTORY-FILE
009800     RECORD CONTAINS 118 CHARACTERS.
009900 01  HIST-LINE                       PIC X(118).
010000
010100 FD  AUDIT-FILE
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  AUD-LINE                        PIC X(80).
010400
010405 FD  OPERATOR-FILE
010414     RECORD CONTAINS 80 CHARACTERS.
010423 01  OPA-RECORD.
010432     05  OPA-OPERATOR                PIC X(08).
010441     05  FILLER                      PIC X(01).
010450     05  OPA-NAME                    PIC X(20).
010459     05  FILLER                      PIC X(01).
010468     05  OPA-FUNCTIONS               PIC X(07).
010477     05  FILLER                      PIC X(43).
010486
010500 FD  BACKOUT-REPORT-FILE
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  RPT-LINE                        PIC X(80).
010800
010900 WORKING-STORAGE SECTION.
011000*----------------------------------------------------------
011100*    RUN CONTROL AND COUNTERS. THE BACKOUT DATE IS HELD
011200*    WITH A YEAR-MONTH VIEW FOR THE MNTHSUM CLOSED-MONTH
011300*    CHECK. TOTALS REMOVED ARE KEPT IN CENTS LIKE THE FILES.
011400*----------------------------------------------------------
011500 01  BKO-BACKOUT-DATE      PIC X(08).
011600 01  BKO-BACKOUT-DATE-R REDEFINES BKO-BACKOUT-DATE.
011700     05  BKO-BKO-YYYYMM    PIC X(06).
011800     05  BKO-BKO-DD        PIC X(02).
011900 01  BKO-EXAMINED-COUNT    PIC 9(5) VALUE 0.
012000 01  BKO-DTL-REMOVED       PIC 9(5) VALUE 0.
012100 01  BKO-DDT-REMOVED       PIC 9(5) VALUE 0.
012200 01  BKO-HIST-REMOVED      PIC 9(5) VALUE 0.
012300 01  BKO-ARCH-COUNT        PIC 9(5) VALUE 0.
012400 01  BKO-ERROR-COUNT       PIC 9(5) VALUE 0.
012500 01  BKO-DTL-SUM           PIC 9(13) VALUE 0.
012600 01  BKO-DDT-SUM           PIC 9(13) VALUE 0.
012700 01  BKO-MAX-HIST          PIC 9(5) VALUE 9999.
012800 01  K                     PIC 9(5).
012900*    BKO-AMT-WORK TURNS A CENTS TOTAL INTO AN AMOUNT FOR THE
013000*    PRINTED REPORT - MONEY IS DIVIDED BY 100 INTO IT BEFORE
013100*    THE MOVE TO ITS EDITED FIELD.
013200 01  BKO-AMT-WORK          PIC 9(11)V99.
013300*    RAISE-ONLY RETURN CODE: 0 CLEAN, 4 NOTHING FOUND FOR
013400*    THE DATE OR A DELETE FAILED, 8 REFUSED OR NOT RUN.
013500 01  BKO-RETURN-CODE       PIC 9(2) VALUE 0.
013600
013700 01  BKO-SWITCHES.
013800     05  BKO-RUN-OK-SW     PIC X(01) VALUE "Y".
013900         88  BKO-RUN-OK              VALUE "Y".
014000         88  BKO-RUN-FAILED          VALUE "N".
014100     05  BKO-OVERRIDE-SW   PIC X(01) VALUE "N".
014200         88  BKO-OVERRIDE-GIVEN      VALUE "Y".
014300         88  BKO-NO-OVERRIDE         VALUE "N".
014400     05  BKO-DTL-EOF-SW    PIC X(01) VALUE "N".
014500         88  BKO-DTL-EOF             VALUE "Y".
014600         88  BKO-DTL-NOT-EOF         VALUE "N".
014700     05  BKO-DDT-EOF-SW    PIC X(01) VALUE "N".
014800         88  BKO-DDT-EOF             VALUE "Y".
014900         88  BKO-DDT-NOT-EOF         VALUE "N".
015000     05  BKO-ARC-EOF-SW    PIC X(01) VALUE "N".
015100         88  BKO-ARC-EOF             VALUE "Y".
015200         88  BKO-ARC-NOT-EOF         VALUE "N".
015300     05  BKO-SUM-EOF-SW    PIC X(01) VALUE "N".
015400         88  BKO-SUM-EOF             VALUE "Y".
015500         88  BKO-SUM-NOT-EOF         VALUE "N".
015600     05  BKO-HIST-EOF-SW   PIC X(01) VALUE "N".
015700         88  BKO-HIST-EOF            VALUE "Y".
015800         88  BKO-HIST-NOT-EOF        VALUE "N".
015900     05  BKO-DDT-AVAIL-SW  PIC X(01) VALUE "N".
016000         88  BKO-DDT-AVAILABLE       VALUE "Y".
016100         88  BKO-DDT-UNAVAILABLE     VALUE "N".
016200     05  BKO-DDT-FOUND-SW  PIC X(01) VALUE "N".
016300         88  BKO-DDT-FOUND           VALUE "Y".
016400         88  BKO-DDT-NOT-FOUND       VALUE "N".
016500     05  BKO-MONTH-SW      PIC X(01) VALUE "N".
016600         88  BKO-MONTH-CLOSED        VALUE "Y".
016700         88  BKO-MONTH-OPEN          VALUE "N".
016800     05  BKO-DTL-OPEN-SW   PIC X(01) VALUE "N".
016900         88  BKO-DTL-IS-OPEN         VALUE "Y".
017000         88  BKO-DTL-IS-CLOSED       VALUE "N".
017100     05  BKO-AUDIT-OPEN-SW PIC X(01) VALUE "N".
017200         88  BKO-AUDIT-FILE-IS-OPEN  VALUE "Y".
017300         88  BKO-AUDIT-FILE-IS-CLOSED VALUE "N".
017310     05  BKO-OPR-EOF-SW    PIC X(01) VALUE "N".
017320         88  BKO-OPR-EOF             VALUE "Y".
017330         88  BKO-OPR-NOT-EOF         VALUE "N".
017340     05  BKO-OPR-FOUND-SW  PIC X(01) VALUE "N".
017350         88  BKO-OPR-FOUND           VALUE "Y".
017360         88  BKO-OPR-NOT-FOUND       VALUE "N".
017400
017500*----------------------------------------------------------
017600*    FILE HANDLING WORKING STORAGE
017700*----------------------------------------------------------
017800 01  BKO-CARD-STATUS       PIC X(02).
017900     88  BKO-CARD-OK             VALUE "00".
018000     88  BKO-CARD-MISSING        VALUE "35".
018010
018020 01  BKO-OPERAUTH-STATUS   PIC X(02).
018030     88  BKO-OPERAUTH-OK         VALUE "00".
018040     88  BKO-OPERAUTH-MISSING    VALUE "35".
018100
018200 01  BKO-DETAIL-STATUS     PIC X(02).
018300     88  BKO-DETAIL-OK           VALUE "00".
018400     88  BKO-DETAIL-AT-END       VALUE "10".
018500     88  BKO-DETAIL-NO-KEY       VALUE "23".
018600     88  BKO-DETAIL-MISSING      VALUE "35".
018700
018800 01  BKO-DDETAIL-STATUS    PIC X(02).
018900     88  BKO-DDETAIL-OK          VALUE "00".
019000     88  BKO-DDETAIL-AT-END      VALUE "10".
019100     88  BKO-DDETAIL-NO-KEY      VALUE "23".
019200     88  BKO-DDETAIL-MISSING     VALUE "35".
019300
019400 01  BKO-ARCHIVE-STATUS    PIC X(02).
019500     88  BKO-ARCHIVE-OK          VALUE "00".
019600     88  BKO-ARCHIVE-AT-END      VALUE "10".
019700     88  BKO-ARCHIVE-NO-KEY      VALUE "23".
019800     88  BKO-ARCHIVE-MISSING     VALUE "35".
019900
020000 01  BKO-SUM-STATUS        PIC X(02).
020100     88  BKO-SUM-OK              VALUE "00".
020200     88  BKO-SUM-AT-END          VALUE "10".
020300     88  BKO-SUM-MISSING         VALUE "35".
020400
020500 01  BKO-HISTORY-STATUS    PIC X(02).
020600     88  BKO-HISTORY-OK          VALUE "00".
020700     88  BKO-HISTORY-AT-END      VALUE "10".
020800     88  BKO-HISTORY-MISSING     VALUE "35".
020900
021000 01  BKO-AUDIT-STATUS      PIC X(02).
021100     88  BKO-AUDIT-OK            VALUE "00".
021200     88  BKO-AUDIT-NEW           VALUE "35".
021300
021400 01  BKO-REPORT-STATUS     PIC X(02).
021500     88  BKO-REPORT-OK           VALUE "00".
021600
021700*----------------------------------------------------------
021800*    MNTHSUM AND STATHIST INPUT VIEWS. BOTH ARE READ AS X SO
021900*    A DAMAGED LINE IS CARRIED THROUGH, NOT ABENDED ON.
022000*----------------------------------------------------------
022100 01  BKO-SUM-IN-LINE.
022200     05  BKO-SIN-MONTH     PIC X(06).
022300     05  FILLER            PIC X(22).
022400
022500 01  BKO-HIST-IN-LINE.
022600     05  BKO-HIN-YYYY      PIC X(04).
022700     05  FILLER            PIC X(01).
022800     05  BKO-HIN-MM        PIC X(02).
022900     05  FILLER            PIC X(01).
023000     05  BKO-HIN-DD        PIC X(02).
023100     05  FILLER            PIC X(60).
023200
023300 01  BKO-HIN-YMD.
023400     05  BKO-HIN-YMD-YYYY  PIC X(04).
023500     05  BKO-HIN-YMD-MM    PIC X(02).
023600     05  BKO-HIN-YMD-DD    PIC X(02).
023700
023800*----------------------------------------------------------
023900*    STATHIST REWRITE WORKING STORAGE. EVERY LINE EXCEPT
024000*    THE BACKOUT DATE'S IS HELD HERE AND THE FILE IS THEN
024100*    WRITTEN BACK IN ONE PIECE, AS THE STATS RERUN DOES.
024200*----------------------------------------------------------
024300 01  BKO-HLOAD-COUNT       PIC 9(5) VALUE 0.
024400 01  BKO-HLOAD-TBL         PIC X(118)
024500     OCCURS 1 TO 9999 TIMES
024600     DEPENDING ON BKO-HLOAD-COUNT.
024700
024705*----------------------------------------------------------
024710*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
024715*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
024720*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
024725*    TRIM). THE BACKOUT RUNS ONLY WHEN THE CARD'S OPERATOR
024730*    HOLDS RERUN. NO OPERAUTH MEANS NO AUTHORITY.
024735*----------------------------------------------------------
024740 01  BKO-OPERATOR          PIC X(08) VALUE SPACES.
024745 01  BKO-OPR-FUNCS-WORK.
024750     05  FILLER            PIC X(01).
024755     05  BKO-OPR-RERUN     PIC X(01).
024760         88  BKO-OPR-MAY-RERUN       VALUE "Y".
024765     05  FILLER            PIC X(05).
024770
024800*----------------------------------------------------------
024900*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
025000*    STATS WRITES, WITH THE BACKED-OUT DATE AND THE OVERRIDE
025100*    FLAG CARRIED IN THE TAIL OF THE LINE, FOLLOWED BY THE
025150*    OPERATOR WHO RAISED THE BKOCTL CARD.
025200*----------------------------------------------------------
025300 01  BKO-AUD-DATE-WORK     PIC 9(8).
025400 01  BKO-AUD-TIME-WORK.
025500     05  BKO-AUD-HHMMSS    PIC 9(6).
025600     05  FILLER            PIC 9(2).
025700
025800 01  BKO-AUDIT-OUT-LINE.
025900     05  BKO-AUD-DATE      PIC 9(8) VALUE 0.
026000     05  FILLER            PIC X(01) VALUE SPACES.
026100     05  BKO-AUD-TIME      PIC 9(6) VALUE 0.
026200     05  FILLER            PIC X(01) VALUE SPACES.
026300     05  BKO-AUD-EVENT     PIC X(10) VALUE SPACES.
026400     05  FILLER            PIC X(01) VALUE SPACES.
026500     05  BKO-AUD-FILE      PIC X(08) VALUE SPACES.
026600     05  FILLER            PIC X(01) VALUE SPACES.
026700     05  BKO-AUD-STATUS    PIC X(02) VALUE SPACES.
026800     05  FILLER            PIC X(01) VALUE SPACES.
026900     05  BKO-AUD-COUNT     PIC 9(05) VALUE 0.
027000     05  FILLER            PIC X(01) VALUE SPACES.
027100     05  BKO-AUD-BKO-DATE  PIC X(08) VALUE SPACES.
027200     05  FILLER            PIC X(01) VALUE SPACES.
027300     05  BKO-AUD-OVERRIDE  PIC X(01) VALUE SPACES.
027400     05  FILLER            PIC X(01) VALUE SPACES.
027410     05  BKO-AUD-OPERATOR  PIC X(08) VALUE SPACES.
027420     05  FILLER            PIC X(01) VALUE SPACES.
027430     05  BKO-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
027440     05  FILLER            PIC X(07) VALUE SPACES.
027500
027600*----------------------------------------------------------
027700*    PRINTED BACKOUT REPORT WORKING STORAGE
027800*----------------------------------------------------------
027900 01  BKO-HEADING-LINE.
028000     05  FILLER            PIC X(33)
028100         VALUE "DAY BACKOUT - BUSINESS DATE      ".
028200     05  BKO-HDG-DATE      PIC X(08).
028300     05  FILLER            PIC X(11) VALUE "  OPERATOR ".
028320     05  BKO-HDG-OPERATOR  PIC X(08).
028340     05  FILLER            PIC X(20) VALUE SPACES.
028400
028500 01  BKO-COLUMN-LINE.
028600     05  FILLER            PIC X(40)
028700         VALUE "BRANCH  BRANDTL BEFORE  BRANDTLD BEFORE ".
028800     05  FILLER            PIC X(40)
028900         VALUE " REMOVED FROM".
029000
029100 01  BKO-DETAIL-LINE.
029200     05  FILLER            PIC X(02) VALUE SPACES.
029300     05  BKO-DET-BRANCH    PIC 9(4).
029400     05  FILLER            PIC X(04) VALUE SPACES.
029500     05  BKO-DET-DTL-TOTAL PIC ZZZZZZZZ9.99.
029600     05  BKO-DET-DTL-NONE REDEFINES BKO-DET-DTL-TOTAL
029700                           PIC X(12).
029800     05  FILLER            PIC X(05) VALUE SPACES.
029900     05  BKO-DET-DDT-TOTAL PIC ZZZZZZZZ9.99.
030000     05  BKO-DET-DDT-NONE REDEFINES BKO-DET-DDT-TOTAL
030100                           PIC X(12).
030200     05  FILLER            PIC X(02) VALUE SPACES.
030300     05  BKO-DET-NOTE      PIC X(20).
030400     05  FILLER            PIC X(19) VALUE SPACES.
030500
030600 01  BKO-COUNT-LINE.
030700     05  BKO-CNT-LABEL     PIC X(23).
030800     05  BKO-CNT-OUT       PIC ZZZZ9.
030900     05  FILLER            PIC X(52) VALUE SPACES.
031000
031100 01  BKO-AMOUNT-LINE.
031200     05  BKO-AMT-LABEL     PIC X(23).
031300     05  BKO-AMT-OUT       PIC ZZZZZZZZZZ9.99.
031400     05  FILLER            PIC X(43) VALUE SPACES.
031500
031600 01  BKO-MESSAGE-LINE.
031700     05  BKO-MSG-TEXT      PIC X(45).
031800     05  FILLER            PIC X(35) VALUE SPACES.
031900
032000 PROCEDURE DIVISION.
032100*============================================================
032200*  0000-MAINLINE
032300*============================================================
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032600     IF BKO-RUN-OK
032700         PERFORM 2000-CHECK-ARCHIVE THRU 2000-EXIT
032800         PERFORM 2100-CHECK-MONTH-CLOSED THRU 2100-EXIT
032900         PERFORM 2200-DECIDE THRU 2200-EXIT
033000     END-IF.
033100     IF BKO-RUN-OK
033200         PERFORM 3000-OPEN-FILES THRU 3000-EXIT
033300     END-IF.
033400     IF BKO-RUN-OK
033500         PERFORM 4000-REMOVE-DETAIL THRU 4000-EXIT
033600         PERFORM 4500-SWEEP-DATE-DETAIL THRU 4500-EXIT
033700         PERFORM 5000-REMOVE-HISTORY-LINE THRU 5000-EXIT
033800         PERFORM 6000-AUDIT-BACKOUT THRU 6000-EXIT
033900         PERFORM 7000-REPORT-SUMMARY THRU 7000-EXIT
034000     END-IF.
034100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
034200     STOP RUN.
034300 0000-EXIT.
034400     EXIT.
034500
034600*============================================================
034700*  1000-INITIALIZE
034800*     OPENS BKORPT AND READS THE BKOCTL CARD: THE DATE TO
034900*     BACK OUT (CCYYMMDD) AND AN OVERRIDE FLAG ("Y" ONLY).
035000*     NO CARD OR A BAD DATE MEANS NOTHING IS TOUCHED - A
035100*     BACKOUT MUST NEVER GUESS WHICH DAY TO REMOVE.
035200*============================================================
035300 1000-INITIALIZE.
035400     OPEN OUTPUT BACKOUT-REPORT-FILE.
035500     IF NOT BKO-REPORT-OK
035600         DISPLAY "UNABLE TO OPEN BKORPT, STATUS "
035700             BKO-REPORT-STATUS
035800         SET BKO-RUN-FAILED TO TRUE
035900         MOVE 8 TO BKO-RETURN-CODE
036000         GO TO 1000-EXIT
036100     END-IF.
036200     OPEN INPUT BACKOUT-CARD-FILE.
036300     IF NOT BKO-CARD-OK
036400         DISPLAY "UNABLE TO OPEN BKOCTL, STATUS "
036500             BKO-CARD-STATUS
036600         MOVE "NO BKOCTL CARD - NOTHING BACKED OUT"
036700             TO BKO-MSG-TEXT
036800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
036900         SET BKO-RUN-FAILED TO TRUE
037000         MOVE 8 TO BKO-RETURN-CODE
037100         GO TO 1000-EXIT
037200     END-IF.
037300     READ BACKOUT-CARD-FILE
037400         AT END
037500             MOVE SPACES TO BKO-CARD-RECORD
037600     END-READ.
037700     CLOSE BACKOUT-CARD-FILE.
037800     IF BKO-CARD-DATE NOT NUMERIC
037900         MOVE "BAD BACKOUT DATE ON BKOCTL CARD"
038000             TO BKO-MSG-TEXT
038100         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
038200         SET BKO-RUN-FAILED TO TRUE
038300         MOVE 8 TO BKO-RETURN-CODE
038400         GO TO 1000-EXIT
038500     END-IF.
038600     IF BKO-CARD-OVERRIDE NOT = "Y"
038700             AND BKO-CARD-OVERRIDE NOT = SPACE
038800         MOVE "BAD OVERRIDE FLAG ON BKOCTL CARD"
038900             TO BKO-MSG-TEXT
039000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
039100         SET BKO-RUN-FAILED TO TRUE
039200         MOVE 8 TO BKO-RETURN-CODE
039300         GO TO 1000-EXIT
039400     END-IF.
039500     IF BKO-CARD-OVERRIDE = "Y"
039600         SET BKO-OVERRIDE-GIVEN TO TRUE
039700     END-IF.
039800     MOVE BKO-CARD-DATE TO BKO-BACKOUT-DATE.
039850     MOVE BKO-CARD-OPERATOR TO BKO-OPERATOR.
039900     MOVE BKO-BACKOUT-DATE TO BKO-HDG-DATE.
039950     MOVE BKO-OPERATOR TO BKO-HDG-OPERATOR.
040000     MOVE BKO-HEADING-LINE TO RPT-LINE.
040100     WRITE RPT-LINE.
040200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
040250     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
040300 1000-EXIT.
040400     EXIT.
040500
040501*============================================================
040502*  1100-CHECK-OPERATOR
040503*     LOOKS THE BKOCTL CARD'S OPERATOR UP ON OPERAUTH. THE
040504*     BACKOUT GOES AHEAD ONLY WHEN THAT OPERATOR HOLDS RERUN
040505*     AUTHORITY; OTHERWISE 1180 REFUSES THE CARD AND NOTHING
040506*     IS TOUCHED. NO OPERAUTH MEANS NO AUTHORITY.
040507*============================================================
040508 1100-CHECK-OPERATOR.
040509     SET BKO-OPR-NOT-FOUND TO TRUE.
040510     MOVE "NNNNNNN" TO BKO-OPR-FUNCS-WORK.
040511     IF BKO-OPERATOR = SPACES
040512         MOVE "NO OPERATOR ID ON BKOCTL - NOTHING BACKED OUT"
040513             TO BKO-MSG-TEXT
040514         PERFORM 1180-REFUSE-BACKOUT THRU 1180-EXIT
040515         GO TO 1100-EXIT
040516     END-IF.
040517     OPEN INPUT OPERATOR-FILE.
040518     IF NOT BKO-OPERAUTH-OK
040519         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
040520             BKO-OPERAUTH-STATUS
040521         MOVE "OPERAUTH UNAVAILABLE - NOTHING BACKED OUT"
040522             TO BKO-MSG-TEXT
040523         PERFORM 1180-REFUSE-BACKOUT THRU 1180-EXIT
040524         GO TO 1100-EXIT
040525     END-IF.
040526     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
040527     PERFORM UNTIL BKO-OPR-EOF OR BKO-OPR-FOUND
040528         IF OPA-OPERATOR = BKO-OPERATOR
040529             SET BKO-OPR-FOUND TO TRUE
040530             MOVE OPA-FUNCTIONS TO BKO-OPR-FUNCS-WORK
040531         ELSE
040532             PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
040533         END-IF
040534     END-PERFORM.
040535     CLOSE OPERATOR-FILE.
040536     IF NOT BKO-OPR-MAY-RERUN
040537         MOVE "OPERATOR NOT AUTHORIZED - NOTHING BACKED OUT"
040538             TO BKO-MSG-TEXT
040539         PERFORM 1180-REFUSE-BACKOUT THRU 1180-EXIT
040540     END-IF.
040541 1100-EXIT.
040542     EXIT.
040543
040544 1150-READ-OPERATOR.
040545     READ OPERATOR-FILE
040546         AT END
040547             SET BKO-OPR-EOF TO TRUE
040548     END-READ.
040549 1150-EXIT.
040550     EXIT.
040551
040552*============================================================
040553*  1180-REFUSE-BACKOUT
040554*     PRINTS THE STAGED REASON, LOGS THE CARD TO STATAUDT AS
040555*     REFUSED AND ENDS THE RUN RC 8 BEFORE ANY FILE IS READ.
040556*============================================================
040557 1180-REFUSE-BACKOUT.
040558     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
040559     SET BKO-RUN-FAILED TO TRUE.
040560     MOVE 8 TO BKO-RETURN-CODE.
040561     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
040562     MOVE "REFUSED   " TO BKO-AUD-EVENT.
040563     MOVE "BKOCTL  " TO BKO-AUD-FILE.
040564     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
040565 1180-EXIT.
040566     EXIT.
040567
040600*============================================================
040700*  2000-CHECK-ARCHIVE
040800*     COUNTS THE BACKOUT DATE'S POSTINGS ON BRANARCH.
040900*     BRANARCH IS KEYED BRANCH PLUS DATE, SO THE WHOLE FILE
041000*     IS WALKED. NO BRANARCH MEANS NO PURGE HAS EVER RUN.
041100*============================================================
041200 2000-CHECK-ARCHIVE.
041300     OPEN INPUT ARCHIVE-FILE.
041400     IF BKO-ARCHIVE-MISSING
041500         GO TO 2000-EXIT
041600     END-IF.
041700     IF NOT BKO-ARCHIVE-OK
041800         DISPLAY "UNABLE TO OPEN BRANARCH, STATUS "
041900             BKO-ARCHIVE-STATUS
042000         MOVE "BRANARCH UNREADABLE - NOTHING BACKED OUT"
042100             TO BKO-MSG-TEXT
042200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
042300         SET BKO-RUN-FAILED TO TRUE
042400         MOVE 8 TO BKO-RETURN-CODE
042500         GO TO 2000-EXIT
042600     END-IF.
042700     MOVE ZEROS TO ARC-BRANCH.
042800     MOVE "00000000" TO ARC-DATE.
042900     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY.
043000     IF BKO-ARCHIVE-NO-KEY OR BKO-ARCHIVE-AT-END
043100         CLOSE ARCHIVE-FILE
043200         GO TO 2000-EXIT
043300     END-IF.
043400     PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT.
043500     PERFORM UNTIL BKO-ARC-EOF
043600         IF ARC-DATE = BKO-BACKOUT-DATE
043700             ADD 1 TO BKO-ARCH-COUNT
043800         END-IF
043900         PERFORM 2050-READ-NEXT-ARCHIVE THRU 2050-EXIT
044000     END-PERFORM.
044100     CLOSE ARCHIVE-FILE.
044200 2000-EXIT.
044300     EXIT.
044400
044500 2050-READ-NEXT-ARCHIVE.
044600     READ ARCHIVE-FILE NEXT RECORD
044700         AT END
044800             SET BKO-ARC-EOF TO TRUE
044900     END-READ.
045000     IF NOT BKO-ARCHIVE-OK AND NOT BKO-ARCHIVE-AT-END
045100         DISPLAY "ERROR READING BRANARCH, STATUS "
045200             BKO-ARCHIVE-STATUS
045300         SET BKO-ARC-EOF TO TRUE
045400     END-IF.
045500 2050-EXIT.
045600     EXIT.
045700
045800*============================================================
045900*  2100-CHECK-MONTH-CLOSED
046000*     A MONTH IS CLOSED ONCE STATMNTH HAS WRITTEN ITS LINES
046100*     TO MNTHSUM. NO MNTHSUM MEANS NO MONTH HAS BEEN CLOSED.
046200*============================================================
046300 2100-CHECK-MONTH-CLOSED.
046400     IF BKO-RUN-FAILED
046500         GO TO 2100-EXIT
046600     END-IF.
046700     OPEN INPUT MONTH-SUM-FILE.
046800     IF BKO-SUM-MISSING
046900         GO TO 2100-EXIT
047000     END-IF.
047100     IF NOT BKO-SUM-OK
047200         DISPLAY "UNABLE TO OPEN MNTHSUM, STATUS "
047300             BKO-SUM-STATUS
047400         MOVE "MNTHSUM UNREADABLE - NOTHING BACKED OUT"
047500             TO BKO-MSG-TEXT
047600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
047700         SET BKO-RUN-FAILED TO TRUE
047800         MOVE 8 TO BKO-RETURN-CODE
047900         GO TO 2100-EXIT
048000     END-IF.
048100     PERFORM UNTIL BKO-SUM-EOF OR BKO-MONTH-CLOSED
048200         READ MONTH-SUM-FILE
048300             AT END
048400                 SET BKO-SUM-EOF TO TRUE
048500             NOT AT END
048600                 MOVE SUM-LINE TO BKO-SUM-IN-LINE
048700                 IF BKO-SIN-MONTH = BKO-BKO-YYYYMM
048800                     SET BKO-MONTH-CLOSED TO TRUE
048900                 END-IF
049000         END-READ
049100     END-PERFORM.
049200     CLOSE MONTH-SUM-FILE.
049300 2100-EXIT.
049400     EXIT.
049500
049600*============================================================
049700*  2200-DECIDE
049800*     AN ARCHIVED DATE OR A CLOSED MONTH STOPS THE BACKOUT
049900*     UNLESS THE CARD CARRIES THE OVERRIDE. EITHER WAY THE
050000*     REASON IS PRINTED; A REFUSAL IS ALSO AUDITED. ARCHIVED
050100*     POSTINGS ARE NEVER REMOVED FROM BRANARCH BY A BACKOUT.
050200*============================================================
050300 2200-DECIDE.
050400     IF BKO-RUN-FAILED
050500         GO TO 2200-EXIT
050600     END-IF.
050700     IF BKO-ARCH-COUNT > 0
050800         MOVE "DATE HAS POSTINGS ON BRANARCH ARCHIVE"
050900             TO BKO-MSG-TEXT
051000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
051100     END-IF.
051200     IF BKO-MONTH-CLOSED
051300         MOVE "MONTH ALREADY CLOSED TO MNTHSUM"
051400             TO BKO-MSG-TEXT
051500         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
051600     END-IF.
051700     IF BKO-ARCH-COUNT = 0 AND BKO-MONTH-OPEN
051800         GO TO 2200-EXIT
051900     END-IF.
052000     IF BKO-OVERRIDE-GIVEN
052100         MOVE "OVERRIDE GIVEN - BACKOUT PROCEEDS"
052200             TO BKO-MSG-TEXT
052300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
052400         IF BKO-ARCH-COUNT > 0
052500             MOVE "BRANARCH POSTINGS ARE LEFT ON THE ARCHIVE"
052600                 TO BKO-MSG-TEXT
052700             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
052800         END-IF
052900         GO TO 2200-EXIT
053000     END-IF.
053100     MOVE "BACKOUT REFUSED - NO OVERRIDE ON BKOCTL"
053200         TO BKO-MSG-TEXT.
053300     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
053400     SET BKO-RUN-FAILED TO TRUE.
053500     MOVE 8 TO BKO-RETURN-CODE.
053600     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
053700     MOVE "REFUSED   " TO BKO-AUD-EVENT.
053800     MOVE "BRANDTL " TO BKO-AUD-FILE.
053900     MOVE BKO-ARCH-COUNT TO BKO-AUD-COUNT.
054000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
054100 2200-EXIT.
054200     EXIT.
054300
054400*============================================================
054500*  3000-OPEN-FILES
054600*     OPENS BRANDTL AND BRANDTLD FOR UPDATE. A MISSING
054700*     BRANDTL MEANS NOTHING WAS EVER POSTED; A MISSING
054800*     BRANDTLD IS SKIPPED, AS BRANPURG DOES.
054900*============================================================
055000 3000-OPEN-FILES.
055100     OPEN I-O DETAIL-FILE.
055200     IF NOT BKO-DETAIL-OK
055300         DISPLAY "UNABLE TO OPEN BRANDTL, STATUS "
055400             BKO-DETAIL-STATUS
055500         MOVE "BRANDTL UNAVAILABLE - NOTHING BACKED OUT"
055600             TO BKO-MSG-TEXT
055700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
055800         SET BKO-RUN-FAILED TO TRUE
055900         MOVE 8 TO BKO-RETURN-CODE
056000         GO TO 3000-EXIT
056100     END-IF.
056200     SET BKO-DTL-IS-OPEN TO TRUE.
056300     OPEN I-O DATE-DETAIL-FILE.
056400     IF BKO-DDETAIL-OK
056500         SET BKO-DDT-AVAILABLE TO TRUE
056600     ELSE
056700         IF NOT BKO-DDETAIL-MISSING
056800             DISPLAY "UNABLE TO OPEN BRANDTLD, STATUS "
056900                 BKO-DDETAIL-STATUS
057000         END-IF
057100         MOVE "BRANDTLD UNAVAILABLE - BRANDTL ONLY"
057200             TO BKO-MSG-TEXT
057300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
057400     END-IF.
057500     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
057600     MOVE BKO-COLUMN-LINE TO RPT-LINE.
057700     WRITE RPT-LINE.
057800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
057900 3000-EXIT.
058000     EXIT.
058100
058200*============================================================
058300*  4000-REMOVE-DETAIL
058400*     WALKS THE WHOLE OF BRANDTL IN KEY ORDER. EVERY POSTING
058500*     FOR THE BACKOUT DATE IS LISTED WITH ITS BEFORE TOTAL
058600*     (AND ITS BRANDTLD TWIN'S, READ FIRST) AND THEN DELETED
058700*     FROM BOTH FILES.
058800*============================================================
058900 4000-REMOVE-DETAIL.
059000     MOVE ZEROS TO DTL-BRANCH.
059100     MOVE "00000000" TO DTL-DATE.
059200     START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY.
059300     IF BKO-DETAIL-NO-KEY OR BKO-DETAIL-AT-END
059400         MOVE "NO POSTINGS ON BRANDTL" TO BKO-MSG-TEXT
059500         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
059600         GO TO 4000-EXIT
059700     END-IF.
059800     PERFORM 4100-READ-NEXT-DETAIL THRU 4100-EXIT.
059900     PERFORM UNTIL BKO-DTL-EOF
060000         ADD 1 TO BKO-EXAMINED-COUNT
060100         IF DTL-DATE = BKO-BACKOUT-DATE
060200             PERFORM 4200-REMOVE-ONE-POSTING THRU 4200-EXIT
060300         END-IF
060400         PERFORM 4100-READ-NEXT-DETAIL THRU 4100-EXIT
060500     END-PERFORM.
060600 4000-EXIT.
060700     EXIT.
060800
060900 4100-READ-NEXT-DETAIL.
061000     READ DETAIL-FILE NEXT RECORD
061100         AT END
061200             SET BKO-DTL-EOF TO TRUE
061300     END-READ.
061400     IF NOT BKO-DETAIL-OK AND NOT BKO-DETAIL-AT-END
061500         DISPLAY "ERROR READING BRANDTL, STATUS "
061600             BKO-DETAIL-STATUS
061700         ADD 1 TO BKO-ERROR-COUNT
061800         SET BKO-DTL-EOF TO TRUE
061900     END-IF.
062000 4100-EXIT.
062100     EXIT.
062200
062300*============================================================
062400*  4200-REMOVE-ONE-POSTING
062500*     ONE BRANDTL POSTING FOR THE BACKOUT DATE. THE DETAIL
062600*     LINE IS STAGED BEFORE ANY DELETE SO THE LISTING SHOWS
062700*     WHAT WAS ON FILE. A FAILED BRANDTL DELETE LEAVES BOTH
062800*     RECORDS IN PLACE AND IS COUNTED AS AN ERROR.
062900*============================================================
063000 4200-REMOVE-ONE-POSTING.
063100     MOVE DTL-BRANCH TO BKO-DET-BRANCH.
063200     COMPUTE BKO-AMT-WORK = DTL-TOTAL / 100.
063300     MOVE BKO-AMT-WORK TO BKO-DET-DTL-TOTAL.
063400     MOVE "NOT ON FILE " TO BKO-DET-DDT-NONE.
063500     MOVE "BRANDTL ONLY" TO BKO-DET-NOTE.
063600     SET BKO-DDT-NOT-FOUND TO TRUE.
063700     IF BKO-DDT-AVAILABLE
063800         MOVE DTL-DATE TO DDT-DATE
063900         MOVE DTL-BRANCH TO DDT-BRANCH
064000         READ DATE-DETAIL-FILE
064100         IF BKO-DDETAIL-OK
064200             SET BKO-DDT-FOUND TO TRUE
064300             COMPUTE BKO-AMT-WORK = DDT-TOTAL / 100
064400             MOVE BKO-AMT-WORK TO BKO-DET-DDT-TOTAL
064500             MOVE "BRANDTL AND BRANDTLD" TO BKO-DET-NOTE
064600         ELSE
064700             IF NOT BKO-DDETAIL-NO-KEY
064800                 DISPLAY "ERROR READING BRANDTLD, STATUS "
064900                     BKO-DDETAIL-STATUS
065000                 ADD 1 TO BKO-ERROR-COUNT
065100             END-IF
065200         END-IF
065300     END-IF.
065400     DELETE DETAIL-FILE.
065500     IF NOT BKO-DETAIL-OK
065600         DISPLAY "UNABLE TO DELETE FROM BRANDTL, STATUS "
065700             BKO-DETAIL-STATUS
065800         ADD 1 TO BKO-ERROR-COUNT
065900         MOVE "NOT REMOVED - ERROR" TO BKO-DET-NOTE
066000         PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
066100         GO TO 4200-EXIT
066200     END-IF.
066300     ADD 1 TO BKO-DTL-REMOVED.
066400     ADD DTL-TOTAL TO BKO-DTL-SUM.
066500     IF BKO-DDT-FOUND
066600         DELETE DATE-DETAIL-FILE
066700         IF BKO-DDETAIL-OK
066800             ADD 1 TO BKO-DDT-REMOVED
066900             ADD DDT-TOTAL TO BKO-DDT-SUM
067000         ELSE
067100             DISPLAY "UNABLE TO DELETE FROM BRANDTLD, STATUS "
067200                 BKO-DDETAIL-STATUS
067300             ADD 1 TO BKO-ERROR-COUNT
067400             MOVE "BRANDTLD NOT REMOVED" TO BKO-DET-NOTE
067500         END-IF
067600     END-IF.
067700     PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT.
067800 4200-EXIT.
067900     EXIT.
068000
068100*============================================================
068200*  4500-SWEEP-DATE-DETAIL
068300*     BRANDTLD IS DATE-MAJOR, SO ANY OF THE DATE'S POSTINGS
068400*     STILL ON IT AFTER THE BRANDTL WALK (A COMPANION FILE
068500*     THAT HAD DRIFTED) SIT TOGETHER FROM DATE PLUS BRANCH
068600*     ZERO. EACH ONE IS LISTED AND DELETED.
068700*============================================================
068800 4500-SWEEP-DATE-DETAIL.
068900     IF BKO-DDT-UNAVAILABLE
069000         GO TO 4500-EXIT
069100     END-IF.
069200     MOVE BKO-BACKOUT-DATE TO DDT-DATE.
069300     MOVE ZEROS TO DDT-BRANCH.
069400     START DATE-DETAIL-FILE KEY IS NOT LESS THAN DDT-KEY.
069500     IF BKO-DDETAIL-NO-KEY OR BKO-DDETAIL-AT-END
069600         GO TO 4500-EXIT
069700     END-IF.
069800     PERFORM 4600-READ-NEXT-DATE-DETAIL THRU 4600-EXIT.
069900     PERFORM UNTIL BKO-DDT-EOF
070000         MOVE DDT-BRANCH TO BKO-DET-BRANCH
070100         MOVE "NOT ON FILE " TO BKO-DET-DTL-NONE
070200         COMPUTE BKO-AMT-WORK = DDT-TOTAL / 100
070300         MOVE BKO-AMT-WORK TO BKO-DET-DDT-TOTAL
070400         MOVE "BRANDTLD ONLY" TO BKO-DET-NOTE
070500         DELETE DATE-DETAIL-FILE
070600         IF BKO-DDETAIL-OK
070700             ADD 1 TO BKO-DDT-REMOVED
070800             ADD DDT-TOTAL TO BKO-DDT-SUM
070900         ELSE
071000             DISPLAY "UNABLE TO DELETE FROM BRANDTLD, STATUS "
071100                 BKO-DDETAIL-STATUS
071200             ADD 1 TO BKO-ERROR-COUNT
071300             MOVE "NOT REMOVED - ERROR" TO BKO-DET-NOTE
071400         END-IF
071500         PERFORM 4900-WRITE-DETAIL-LINE THRU 4900-EXIT
071600         PERFORM 4600-READ-NEXT-DATE-DETAIL THRU 4600-EXIT
071700     END-PERFORM.
071800 4500-EXIT.
071900     EXIT.
072000
072100 4600-READ-NEXT-DATE-DETAIL.
072200     READ DATE-DETAIL-FILE NEXT RECORD
072300         AT END
072400             SET BKO-DDT-EOF TO TRUE
072500     END-READ.
072600     IF NOT BKO-DDETAIL-OK AND NOT BKO-DDETAIL-AT-END
072700         DISPLAY "ERROR READING BRANDTLD, STATUS "
072800             BKO-DDETAIL-STATUS
072900         ADD 1 TO BKO-ERROR-COUNT
073000         SET BKO-DDT-EOF TO TRUE
073100     END-IF.
073200     IF BKO-DDT-NOT-EOF AND DDT-DATE NOT = BKO-BACKOUT-DATE
073300         SET BKO-DDT-EOF TO TRUE
073400     END-IF.
073500 4600-EXIT.
073600     EXIT.
073700
073800 4900-WRITE-DETAIL-LINE.
073900     MOVE BKO-DETAIL-LINE TO RPT-LINE.
074000     WRITE RPT-LINE.
074100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
074200 4900-EXIT.
074300     EXIT.
074400
074500*============================================================
074600*  5000-REMOVE-HISTORY-LINE
074700*     REBUILDS STATHIST IN STORAGE WITHOUT THE BACKOUT DATE'S
074800*     LINE (OR LINES) AND WRITES IT BACK IN ONE PIECE. EACH
074900*     LINE DROPPED IS PRINTED AS IT STOOD. A FILE TOO LARGE
075000*     TO HOLD IS LEFT AS IT IS RATHER THAN TRUNCATED, AND A
075100*     FILE WITH NO LINE FOR THE DATE IS NOT REWRITTEN.
075200*============================================================
075300 5000-REMOVE-HISTORY-LINE.
075400     OPEN INPUT HISTORY-FILE.
075500     IF BKO-HISTORY-MISSING
075600         MOVE "NO STATHIST FILE - NO LINE TO REMOVE"
075700             TO BKO-MSG-TEXT
075800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
075900         GO TO 5000-EXIT
076000     END-IF.
076100     IF NOT BKO-HISTORY-OK
076200         DISPLAY "UNABLE TO READ STATHIST, STATUS "
076300             BKO-HISTORY-STATUS
076400         ADD 1 TO BKO-ERROR-COUNT
076500         MOVE "STATHIST" TO BKO-AUD-FILE
076600         MOVE BKO-HISTORY-STATUS TO BKO-AUD-STATUS
076700         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
076800         GO TO 5000-EXIT
076900     END-IF.
077000     PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
077100     PERFORM UNTIL BKO-HIST-EOF
077200         PERFORM 5200-KEEP-OR-DROP THRU 5200-EXIT
077300         PERFORM 5100-READ-HISTORY THRU 5100-EXIT
077400     END-PERFORM.
077500     CLOSE HISTORY-FILE.
077600     IF BKO-HLOAD-COUNT >= BKO-MAX-HIST
077700         MOVE "STATHIST TOO LARGE - WILL NOT BE REWRITTEN"
077800             TO BKO-MSG-TEXT
077900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
078000         ADD 1 TO BKO-ERROR-COUNT
078100         MOVE 0 TO BKO-HIST-REMOVED
078200         GO TO 5000-EXIT
078300     END-IF.
078400     IF BKO-HIST-REMOVED = 0
078500         MOVE "NO STATHIST LINE FOR THIS DATE"
078600             TO BKO-MSG-TEXT
078700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
078800         GO TO 5000-EXIT
078900     END-IF.
079000     OPEN OUTPUT HISTORY-FILE.
079100     IF NOT BKO-HISTORY-OK
079200         DISPLAY "UNABLE TO REWRITE STATHIST, STATUS "
079300             BKO-HISTORY-STATUS
079400         ADD 1 TO BKO-ERROR-COUNT
079500         MOVE "STATHIST" TO BKO-AUD-FILE
079600         MOVE BKO-HISTORY-STATUS TO BKO-AUD-STATUS
079700         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
079800         GO TO 5000-EXIT
079900     END-IF.
080000     PERFORM VARYING K FROM 1 BY 1
080100             UNTIL K > BKO-HLOAD-COUNT
080200         MOVE BKO-HLOAD-TBL(K) TO HIST-LINE
080300         WRITE HIST-LINE
080400         IF NOT BKO-HISTORY-OK
080500             DISPLAY "UNABLE TO WRITE STATHIST, STATUS "
080600                 BKO-HISTORY-STATUS
080700             ADD 1 TO BKO-ERROR-COUNT
080800         END-IF
080900     END-PERFORM.
081000     CLOSE HISTORY-FILE.
081100 5000-EXIT.
081200     EXIT.
081300
081400 5100-READ-HISTORY.
081500     READ HISTORY-FILE
081600         AT END
081700             SET BKO-HIST-EOF TO TRUE
081800     END-READ.
081900     IF NOT BKO-HISTORY-OK AND NOT BKO-HISTORY-AT-END
082000         DISPLAY "ERROR READING STATHIST, STATUS "
082100             BKO-HISTORY-STATUS
082200         ADD 1 TO BKO-ERROR-COUNT
082300         SET BKO-HIST-EOF TO TRUE
082400     END-IF.
082500 5100-EXIT.
082600     EXIT.
082700
082800*============================================================
082900*  5200-KEEP-OR-DROP
083000*     ONE STATHIST LINE: THE BACKOUT DATE'S LINE IS PRINTED
083100*     AND DROPPED, EVERY OTHER LINE IS KEPT UNCHANGED.
083200*============================================================
083300 5200-KEEP-OR-DROP.
083400     MOVE HIST-LINE TO BKO-HIST-IN-LINE.
083500     MOVE BKO-HIN-YYYY TO BKO-HIN-YMD-YYYY.
083600     MOVE BKO-HIN-MM TO BKO-HIN-YMD-MM.
083700     MOVE BKO-HIN-DD TO BKO-HIN-YMD-DD.
083800     IF BKO-HIN-YMD = BKO-BACKOUT-DATE
083900         ADD 1 TO BKO-HIST-REMOVED
084000         MOVE "STATHIST LINE REMOVED:" TO BKO-MSG-TEXT
084100         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
084200         MOVE HIST-LINE TO RPT-LINE
084300         WRITE RPT-LINE
084400         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
084500         GO TO 5200-EXIT
084600     END-IF.
084700     IF BKO-HLOAD-COUNT >= BKO-MAX-HIST
084800         GO TO 5200-EXIT
084900     END-IF.
085000     ADD 1 TO BKO-HLOAD-COUNT.
085100     MOVE HIST-LINE TO BKO-HLOAD-TBL(BKO-HLOAD-COUNT).
085200 5200-EXIT.
085300     EXIT.
085400
085500*============================================================
085600*  6000-AUDIT-BACKOUT
085700*     ONE BACKOUT LINE PER FILE TOUCHED, EACH CARRYING THE
085800*     COUNT REMOVED, THE DATE BACKED OUT AND THE OVERRIDE
085900*     FLAG. NOTHING FOUND FOR THE DATE AT ALL RAISES THE
086000*     RETURN CODE TO 4 - MOST LIKELY THE WRONG CARD DATE.
086100*============================================================
086200 6000-AUDIT-BACKOUT.
086300     MOVE "BACKOUT   " TO BKO-AUD-EVENT.
086400     MOVE "BRANDTL " TO BKO-AUD-FILE.
086500     MOVE BKO-DTL-REMOVED TO BKO-AUD-COUNT.
086600     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
086700     MOVE "BACKOUT   " TO BKO-AUD-EVENT.
086800     MOVE "BRANDTLD" TO BKO-AUD-FILE.
086900     MOVE BKO-DDT-REMOVED TO BKO-AUD-COUNT.
087000     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
087100     MOVE "BACKOUT   " TO BKO-AUD-EVENT.
087200     MOVE "STATHIST" TO BKO-AUD-FILE.
087300     MOVE BKO-HIST-REMOVED TO BKO-AUD-COUNT.
087400     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
087500     IF BKO-DTL-REMOVED = 0 AND BKO-DDT-REMOVED = 0
087600             AND BKO-HIST-REMOVED = 0
087700         MOVE "NOTHING ON FILE FOR THIS DATE" TO BKO-MSG-TEXT
087800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
087900         IF BKO-RETURN-CODE < 4
088000             MOVE 4 TO BKO-RETURN-CODE
088100         END-IF
088200     END-IF.
088300     IF BKO-ERROR-COUNT > 0 AND BKO-RETURN-CODE < 4
088400         MOVE 4 TO BKO-RETURN-CODE
088500     END-IF.
088600 6000-EXIT.
088700     EXIT.
088800
088900*============================================================
089000*  7000-REPORT-SUMMARY
089100*     THE RUN TOTALS. THE TWO BEFORE TOTALS SHOULD AGREE WITH
089200*     EACH OTHER AND WITH THE DAY'S STATRPT; AN ERROR COUNT
089300*     ABOVE ZERO MEANS SOME POSTINGS ARE STILL ON FILE.
089400*============================================================
089500 7000-REPORT-SUMMARY.
089600     MOVE "POSTINGS EXAMINED      " TO BKO-CNT-LABEL.
089700     MOVE BKO-EXAMINED-COUNT TO BKO-CNT-OUT.
089800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
089900     MOVE "BRANDTL REMOVED        " TO BKO-CNT-LABEL.
090000     MOVE BKO-DTL-REMOVED TO BKO-CNT-OUT.
090100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
090200     MOVE "BRANDTLD REMOVED       " TO BKO-CNT-LABEL.
090300     MOVE BKO-DDT-REMOVED TO BKO-CNT-OUT.
090400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
090500     MOVE "STATHIST LINES REMOVED " TO BKO-CNT-LABEL.
090600     MOVE BKO-HIST-REMOVED TO BKO-CNT-OUT.
090700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
090800     MOVE "BRANARCH POSTINGS KEPT " TO BKO-CNT-LABEL.
090900     MOVE BKO-ARCH-COUNT TO BKO-CNT-OUT.
091000     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
091100     MOVE "ERRORS                 " TO BKO-CNT-LABEL.
091200     MOVE BKO-ERROR-COUNT TO BKO-CNT-OUT.
091300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
091400     MOVE "BRANDTL TOTAL REMOVED  " TO BKO-AMT-LABEL.
091500     COMPUTE BKO-AMT-WORK = BKO-DTL-SUM / 100.
091600     MOVE BKO-AMT-WORK TO BKO-AMT-OUT.
091700     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
091800     MOVE "BRANDTLD TOTAL REMOVED " TO BKO-AMT-LABEL.
091900     COMPUTE BKO-AMT-WORK = BKO-DDT-SUM / 100.
092000     MOVE BKO-AMT-WORK TO BKO-AMT-OUT.
092100     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
092200 7000-EXIT.
092300     EXIT.
092400
092500 7100-WRITE-COUNT-LINE.
092600     MOVE BKO-COUNT-LINE TO RPT-LINE.
092700     WRITE RPT-LINE.
092800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
092900 7100-EXIT.
093000     EXIT.
093100
093200 7200-WRITE-AMOUNT-LINE.
093300     MOVE BKO-AMOUNT-LINE TO RPT-LINE.
093400     WRITE RPT-LINE.
093500     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
093600 7200-EXIT.
093700     EXIT.
093800
093900 8000-WRITE-MESSAGE.
094000     MOVE BKO-MESSAGE-LINE TO RPT-LINE.
094100     WRITE RPT-LINE.
094200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
094300     MOVE SPACES TO BKO-MSG-TEXT.
094400 8000-EXIT.
094500     EXIT.
094600
094700*============================================================
094800*  8100-CHECK-REPORT-WRITE
094900*     CHECKS FILE STATUS AFTER EVERY BKORPT WRITE - THE
095000*     LINE SEQUENTIAL WRITER CAN DROP A RECORD SILENTLY.
095100*============================================================
095200 8100-CHECK-REPORT-WRITE.
095300     IF NOT BKO-REPORT-OK
095400         DISPLAY "UNABLE TO WRITE BKORPT, STATUS "
095500             BKO-REPORT-STATUS
095600     END-IF.
095700 8100-EXIT.
095800     EXIT.
095900
096000*============================================================
096100*  9400-OPEN-AUDIT
096200*     OPENS (OR CREATES) THE STATAUDT RUN AUDIT LOG. IF IT
096300*     CANNOT BE OPENED THE BACKOUT STILL RUNS - BKORPT IS THE
096400*     RECORD OF WHAT WAS REMOVED.
096500*============================================================
096600 9400-OPEN-AUDIT.
096700     OPEN EXTEND AUDIT-FILE.
096800     IF BKO-AUDIT-NEW
096900         OPEN OUTPUT AUDIT-FILE
097000     END-IF.
097100     IF NOT BKO-AUDIT-OK
097200         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
097300             BKO-AUDIT-STATUS
097400         GO TO 9400-EXIT
097500     END-IF.
097600     SET BKO-AUDIT-FILE-IS-OPEN TO TRUE.
097700 9400-EXIT.
097800     EXIT.
097900
098000*============================================================
098100*  9500-WRITE-AUDIT
098200*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
098300*     EVENT, FILE, STATUS AND COUNT THE CALLER STAGED, AND
098400*     THE BACKOUT DATE, OVERRIDE FLAG AND OPERATOR. THE STAGED
098500*     FIELDS ARE CLEARED AFTERWARDS.
098600*============================================================
098700 9500-WRITE-AUDIT.
098800     IF BKO-AUDIT-FILE-IS-CLOSED
098900         GO TO 9500-EXIT
099000     END-IF.
099100     ACCEPT BKO-AUD-DATE-WORK FROM DATE YYYYMMDD.
099200     ACCEPT BKO-AUD-TIME-WORK FROM TIME.
099300     MOVE BKO-AUD-DATE-WORK TO BKO-AUD-DATE.
099400     MOVE BKO-AUD-HHMMSS TO BKO-AUD-TIME.
099500     MOVE BKO-BACKOUT-DATE TO BKO-AUD-BKO-DATE.
099600     MOVE BKO-OVERRIDE-SW TO BKO-AUD-OVERRIDE.
099650     MOVE BKO-OPERATOR TO BKO-AUD-OPERATOR.
099700     MOVE BKO-AUDIT-OUT-LINE TO AUD-LINE.
099800     WRITE AUD-LINE.
099900     IF NOT BKO-AUDIT-OK
100000         DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
100100             BKO-AUDIT-STATUS
100200     END-IF.
100300     MOVE SPACES TO BKO-AUD-EVENT.
100400     MOVE SPACES TO BKO-AUD-FILE.
100500     MOVE SPACES TO BKO-AUD-STATUS.
100600     MOVE 0 TO BKO-AUD-COUNT.
100700 9500-EXIT.
100800     EXIT.
100900
101000*============================================================
101100*  9550-AUDIT-FILE-ERROR
101200*     ONE FILE ERROR: THE CALLER HAS ALREADY STAGED THE FILE
101300*     NAME AND STATUS CODE.
101400*============================================================
101500 9550-AUDIT-FILE-ERROR.
101600     MOVE "FILE-ERROR" TO BKO-AUD-EVENT.
101700     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
101800 9550-EXIT.
101900     EXIT.
102000
102100*============================================================
102200*  9999-TERMINATE
102300*     CLOSES WHAT WAS OPENED AND HANDS THE RETURN CODE TO
102400*     THE SCHEDULER.
102500*============================================================
102600 9999-TERMINATE.
102700     IF BKO-DTL-IS-OPEN
102800         CLOSE DETAIL-FILE
102900     END-IF.
103000     IF BKO-DDT-AVAILABLE
103100         CLOSE DATE-DETAIL-FILE
103200     END-IF.
103300     IF BKO-AUDIT-FILE-IS-OPEN
103400         CLOSE AUDIT-FILE
103500         SET BKO-AUDIT-FILE-IS-CLOSED TO TRUE
103600     END-IF.
103700     IF BKO-REPORT-OK
103800         CLOSE BACKOUT-REPORT-FILE
103900     END-IF.
104000     MOVE BKO-RETURN-CODE TO RETURN-CODE.
104100 9999-EXIT.
104200     EXIT.
