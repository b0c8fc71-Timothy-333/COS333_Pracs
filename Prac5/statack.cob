000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATACK.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. FEED ACKNOWLEDGEMENT TRACKING.
001300*                   STATS NOW LEAVES A FEEDMAN MANIFEST LINE
001400*                   FOR EVERY STATIFC, STATIFCB AND REGNIFC IT
001500*                   RELEASES (RUN DATE, WHEN WRITTEN, RECORD
001600*                   COUNT, HASH TOTAL). THE DASHBOARD AND THE
001700*                   REGIONAL OFFICES SEND BACK ONE FEEDACK
001800*                   LINE PER FEED LOADED OR REFUSED. ACKRPT
001900*                   LISTS EVERY FEED SENT IN THE LOOKBACK
002000*                   WINDOW AS ACKNOWLEDGED, REJECTED, LOADED
002100*                   WITH DIFFERENT TOTALS, AWAITING, OR STILL
002200*                   UNACKNOWLEDGED AFTER THE ACKCTL NUMBER OF
002300*                   HOURS, SO A LOST FEED IS CHASED THE SAME
002400*                   DAY. RETURN CODE 4 WHEN ANY FEED NEEDS
002500*                   CHASING.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CONTROL-CARD-FILE ASSIGN TO "ACKCTL"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS ACK-CTLCARD-STATUS.
003400     SELECT MANIFEST-FILE ASSIGN TO "FEEDMAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS ACK-MANIFEST-STATUS.
003700     SELECT ACKNOWLEDGE-FILE ASSIGN TO "FEEDACK"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS ACK-ACKFILE-STATUS.
004000     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS ACK-REPORT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600*    ACKCTL: HOURS A FEED MAY GO UNACKNOWLEDGED BEFORE IT IS
004700*    CHASED, AND HOW MANY DAYS OF MANIFESTS TO REPORT ON.
004800*    EITHER FIELD BLANK OR ZERO TAKES THE DEFAULT.
004900 FD  CONTROL-CARD-FILE
005000     RECORD CONTAINS 6 CHARACTERS.
005100 01  CTL-RECORD.
005200     05  CTL-LATE-HOURS              PIC X(03).
005300     05  CTL-LOOKBACK-DAYS           PIC X(03).
005400
005500 FD  MANIFEST-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  MAN-LINE.
005800     05  MAN-RUN-DATE                PIC X(08).
005900     05  FILLER                      PIC X(01).
006000     05  MAN-SENT-DATE               PIC X(08).
006100     05  FILLER                      PIC X(01).
006200     05  MAN-SENT-TIME               PIC X(06).
006300     05  FILLER                      PIC X(01).
006400     05  MAN-FEED                    PIC X(08).
006500     05  FILLER                      PIC X(01).
006600     05  MAN-REC-COUNT               PIC X(05).
006700     05  FILLER                      PIC X(01).
006800     05  MAN-HASH                    PIC X(15).
006900     05  FILLER                      PIC X(25).
007000
007100*    FEEDACK: ONE LINE PER FEED THE RECEIVING SYSTEM LOADED
007200*    ("A") OR REFUSED ("R"), ECHOING THE RECORD COUNT AND
007300*    HASH TOTAL IT COUNTED ITSELF AND WHEN IT DID SO.
007400 FD  ACKNOWLEDGE-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  FAK-LINE.
007700     05  FAK-FEED                    PIC X(08).
007800     05  FILLER                      PIC X(01).
007900     05  FAK-RUN-DATE                PIC X(08).
008000     05  FILLER                      PIC X(01).
008100     05  FAK-STATUS                  PIC X(01).
008200         88  FAK-ACCEPTED                VALUE "A".
008300         88  FAK-REJECTED                VALUE "R".
008400     05  FILLER                      PIC X(01).
008500     05  FAK-REC-COUNT               PIC X(05).
008600     05  FILLER                      PIC X(01).
008700     05  FAK-HASH                    PIC X(15).
008800     05  FILLER                      PIC X(01).
008900     05  FAK-ACK-DATE                PIC X(08).
009000     05  FILLER                      PIC X(01).
009100     05  FAK-ACK-TIME                PIC X(06).
009200     05  FILLER                      PIC X(01).
009300     05  FAK-REASON                  PIC X(20).
009400     05  FILLER                      PIC X(02).
009500
009600 FD  ACK-REPORT-FILE
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  RPT-LINE                        PIC X(80).
009900
010000 WORKING-STORAGE SECTION.
010100*----------------------------------------------------------
010200*    RUN CONTROL AND COUNTERS
010300*----------------------------------------------------------
010400 01  ACK-LATE-HOURS        PIC 9(3) VALUE 4.
010500 01  ACK-LOOKBACK-DAYS     PIC 9(3) VALUE 7.
010600 01  ACK-MAN-READ          PIC 9(5) VALUE 0.
010700 01  ACK-FAK-READ          PIC 9(5) VALUE 0.
010800 01  ACK-SUPERSEDED-COUNT  PIC 9(5) VALUE 0.
010900 01  ACK-ACKED-COUNT       PIC 9(5) VALUE 0.
011000 01  ACK-REJECTED-COUNT    PIC 9(5) VALUE 0.
011100 01  ACK-DIFFER-COUNT      PIC 9(5) VALUE 0.
011200 01  ACK-OVERDUE-COUNT     PIC 9(5) VALUE 0.
011300 01  ACK-AWAITING-COUNT    PIC 9(5) VALUE 0.
011400 01  ACK-UNMATCHED-COUNT   PIC 9(5) VALUE 0.
011500 01  ACK-STALE-COUNT       PIC 9(5) VALUE 0.
011600 01  ACK-BAD-LINE-COUNT    PIC 9(5) VALUE 0.
011700 01  ACK-MAX-FEEDS         PIC 9(5) VALUE 9999.
011800 01  K                     PIC 9(5).
011900*    RETURN CODE FOR THE SCHEDULER: 0 NOTHING TO CHASE, 4 A
012000*    FEED REJECTED, LOADED WITH OTHER TOTALS, OVERDUE OR
012100*    ACKNOWLEDGED WITHOUT A MANIFEST, 8 FEEDMAN UNREADABLE.
012200 01  ACK-RETURN-CODE       PIC 9(2) VALUE 0.
012300
012400 01  ACK-NOW-DATE.
012500     05  ACK-NOW-YYYY      PIC 9(4).
012600     05  ACK-NOW-MM        PIC 9(2).
012700     05  ACK-NOW-DD        PIC 9(2).
012800 01  ACK-NOW-TIME.
012900     05  ACK-NOW-HH        PIC 9(2).
013000     05  ACK-NOW-MI        PIC 9(2).
013100     05  ACK-NOW-SS        PIC 9(2).
013200     05  ACK-NOW-CC        PIC 9(2).
013300 01  ACK-NOW-DAYNUM        PIC 9(7).
013400
013500*----------------------------------------------------------
013600*    DAY NUMBER WORK FIELDS. 1700-DAY-NUMBER TURNS A
013700*    CCYYMMDD DATE INTO A RUNNING COUNT OF DAYS SO THAT TWO
013800*    DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.
013900*----------------------------------------------------------
014000 01  ACK-DN-DATE.
014100     05  ACK-DN-YYYY       PIC 9(4).
014200     05  ACK-DN-MM         PIC 9(2).
014300     05  ACK-DN-DD         PIC 9(2).
014400 01  ACK-DN-DATE-X REDEFINES ACK-DN-DATE
014500                           PIC X(08).
014600 01  ACK-DN-DAYS           PIC 9(7).
014700 01  ACK-DN-Y              PIC 9(4).
014800 01  ACK-DN-M              PIC 9(2).
014900 01  ACK-DN-Q4             PIC 9(4).
015000 01  ACK-DN-Q100           PIC 9(4).
015100 01  ACK-DN-Q400           PIC 9(4).
015200 01  ACK-DN-T              PIC 9(4).
015300 01  ACK-DN-T5             PIC 9(4).
015400
015500 01  ACK-SENT-TIME-WORK.
015600     05  ACK-SNT-HH        PIC 9(2).
015700     05  ACK-SNT-MI        PIC 9(2).
015800     05  ACK-SNT-SS        PIC 9(2).
015900 01  ACK-AGE-MINUTES       PIC S9(9).
016000 01  ACK-AGE-HOURS         PIC S9(7).
016100 01  ACK-LATE-MINUTES      PIC 9(7).
016200 01  ACK-AGE-DAYS          PIC S9(7).
016300
016400*----------------------------------------------------------
016500*    FEED TABLE. ONE ENTRY PER FEED AND RUN DATE FROM
016600*    FEEDMAN WITHIN THE LOOKBACK WINDOW. A LATER MANIFEST
016700*    LINE FOR THE SAME FEED AND RUN DATE (A RERUN) REPLACES
016800*    THE EARLIER ONE - THE FEED FILE WAS OVERWRITTEN TOO.
016900*    FED-STATE: SPACE NOTHING HEARD, "A" ACKNOWLEDGED, "R"
017000*    REJECTED, "D" LOADED BUT COUNT OR HASH DIFFERS.
017100*----------------------------------------------------------
017200 01  ACK-FEED-COUNT        PIC 9(5) VALUE 0.
017300 01  FED-FEED              PIC X(08)
017400     OCCURS 1 TO 9999 TIMES
017500     DEPENDING ON ACK-FEED-COUNT.
017600 01  FED-RUN-DATE          PIC X(08)
017700     OCCURS 1 TO 9999 TIMES
017800     DEPENDING ON ACK-FEED-COUNT.
017900 01  FED-SENT-STAMP        PIC X(14)
018000     OCCURS 1 TO 9999 TIMES
018100     DEPENDING ON ACK-FEED-COUNT.
018200 01  FED-REC-COUNT         PIC 9(05)
018300     OCCURS 1 TO 9999 TIMES
018400     DEPENDING ON ACK-FEED-COUNT.
018500 01  FED-HASH              PIC 9(15)
018600     OCCURS 1 TO 9999 TIMES
018700     DEPENDING ON ACK-FEED-COUNT.
018800 01  FED-STATE             PIC X(01)
018900     OCCURS 1 TO 9999 TIMES
019000     DEPENDING ON ACK-FEED-COUNT.
019100 01  FED-ACK-STAMP         PIC X(14)
019200     OCCURS 1 TO 9999 TIMES
019300     DEPENDING ON ACK-FEED-COUNT.
019400 01  FED-REASON            PIC X(20)
019500     OCCURS 1 TO 9999 TIMES
019600     DEPENDING ON ACK-FEED-COUNT.
019700 01  ACK-FEED-IX           PIC 9(5) VALUE 0.
019800
019900 01  ACK-SENT-STAMP.
020000     05  ACK-STP-DATE      PIC X(08).
020100     05  ACK-STP-TIME      PIC X(06).
020200 01  ACK-ACK-STAMP.
020300     05  ACK-AST-DATE      PIC X(08).
020400     05  ACK-AST-TIME      PIC X(06).
020500 01  ACK-KEY-FEED          PIC X(08).
020600 01  ACK-KEY-RUN-DATE      PIC X(08).
020700 01  ACK-COUNT-WORK        PIC 9(05).
020800 01  ACK-HASH-WORK         PIC 9(15).
020900
021000 01  ACK-SWITCHES.
021100     05  ACK-RUN-OK-SW     PIC X(01) VALUE "Y".
021200         88  ACK-RUN-OK              VALUE "Y".
021300         88  ACK-RUN-FAILED          VALUE "N".
021400     05  ACK-MAN-EOF-SW    PIC X(01) VALUE "N".
021500         88  ACK-MAN-EOF             VALUE "Y".
021600         88  ACK-MAN-NOT-EOF         VALUE "N".
021700     05  ACK-FAK-EOF-SW    PIC X(01) VALUE "N".
021800         88  ACK-FAK-EOF             VALUE "Y".
021900         88  ACK-FAK-NOT-EOF         VALUE "N".
022000     05  ACK-FOUND-SW      PIC X(01) VALUE "N".
022100         88  ACK-FEED-FOUND          VALUE "Y".
022200         88  ACK-FEED-NOT-FOUND      VALUE "N".
022300     05  ACK-FULL-SW       PIC X(01) VALUE "N".
022400         88  ACK-TABLE-FULL          VALUE "Y".
022500         88  ACK-TABLE-FITS          VALUE "N".
022600     05  ACK-WINDOW-SW     PIC X(01) VALUE "Y".
022700         88  ACK-IN-WINDOW           VALUE "Y".
022800         88  ACK-OUT-OF-WINDOW       VALUE "N".
022900
023000*----------------------------------------------------------
023100*    FILE HANDLING WORKING STORAGE
023200*----------------------------------------------------------
023300 01  ACK-CTLCARD-STATUS    PIC X(02).
023400     88  ACK-CTLCARD-OK          VALUE "00".
023500     88  ACK-CTLCARD-MISSING     VALUE "35".
023600
023700 01  ACK-MANIFEST-STATUS   PIC X(02).
023800     88  ACK-MANIFEST-OK         VALUE "00".
023900     88  ACK-MANIFEST-AT-END     VALUE "10".
024000     88  ACK-MANIFEST-MISSING    VALUE "35".
024100
024200 01  ACK-ACKFILE-STATUS    PIC X(02).
024300     88  ACK-ACKFILE-OK          VALUE "00".
024400     88  ACK-ACKFILE-AT-END      VALUE "10".
024500     88  ACK-ACKFILE-MISSING     VALUE "35".
024600
024700 01  ACK-REPORT-STATUS     PIC X(02).
024800     88  ACK-REPORT-OK           VALUE "00".
024900
025000*----------------------------------------------------------
025100*    PRINTED ACKNOWLEDGEMENT REPORT WORKING STORAGE
025200*----------------------------------------------------------
025300 01  ACK-HEADING-LINE.
025400     05  FILLER            PIC X(30)
025500         VALUE "FEED ACKNOWLEDGEMENTS - RUN   ".
025600     05  ACK-HDG-MM        PIC 9(2).
025700     05  FILLER            PIC X(01) VALUE "/".
025800     05  ACK-HDG-DD        PIC 9(2).
025900     05  FILLER            PIC X(01) VALUE "/".
026000     05  ACK-HDG-YYYY      PIC 9(4).
026100     05  FILLER            PIC X(01) VALUE SPACES.
026200     05  ACK-HDG-HH        PIC 9(2).
026300     05  FILLER            PIC X(01) VALUE ":".
026400     05  ACK-HDG-MI        PIC 9(2).
026500     05  FILLER            PIC X(34) VALUE SPACES.
026600
026700 01  ACK-LIMITS-LINE.
026800     05  FILLER            PIC X(20)
026900         VALUE "OVERDUE AFTER HOURS ".
027000     05  ACK-LIM-HOURS     PIC ZZ9.
027100     05  FILLER            PIC X(17)
027200         VALUE "   LOOKBACK DAYS ".
027300     05  ACK-LIM-DAYS      PIC ZZ9.
027400     05  FILLER            PIC X(37) VALUE SPACES.
027500
027600 01  ACK-UNMATCHED-HEADER-LINE.
027700     05  FILLER            PIC X(40)
027800         VALUE "ACKNOWLEDGEMENTS NOT MATCHED TO A MANIFE".
027900     05  FILLER            PIC X(40)
028000         VALUE "ST:".
028100
028200 01  ACK-UNMATCHED-LINE.
028300     05  ACK-UNM-FEED      PIC X(08).
028400     05  FILLER            PIC X(02) VALUE SPACES.
028500     05  ACK-UNM-RUN-DATE  PIC X(08).
028600     05  FILLER            PIC X(02) VALUE SPACES.
028700     05  ACK-UNM-STATUS    PIC X(01).
028800     05  FILLER            PIC X(02) VALUE SPACES.
028900     05  ACK-UNM-ACK-DATE  PIC X(08).
029000     05  FILLER            PIC X(01) VALUE SPACES.
029100     05  ACK-UNM-ACK-TIME  PIC X(06).
029200     05  FILLER            PIC X(02) VALUE SPACES.
029300     05  ACK-UNM-NOTE      PIC X(30).
029400     05  FILLER            PIC X(10) VALUE SPACES.
029500
029600 01  ACK-COLUMN-LINE.
029700     05  FILLER            PIC X(40)
029800         VALUE "FEED      RUN DATE  SENT            RECS".
029900     05  FILLER            PIC X(40)
030000         VALUE "  AGE-H  STATUS".
030100
030200 01  ACK-FEED-LINE.
030300     05  ACK-FDL-FEED      PIC X(08).
030400     05  FILLER            PIC X(02) VALUE SPACES.
030500     05  ACK-FDL-RUN-DATE  PIC X(08).
030600     05  FILLER            PIC X(02) VALUE SPACES.
030700     05  ACK-FDL-SENT-DATE PIC X(08).
030800     05  FILLER            PIC X(01) VALUE SPACES.
030900     05  ACK-FDL-SENT-TIME PIC X(06).
031000     05  FILLER            PIC X(01) VALUE SPACES.
031100     05  ACK-FDL-RECS      PIC ZZZZ9.
031200     05  FILLER            PIC X(02) VALUE SPACES.
031300     05  ACK-FDL-AGE       PIC ZZZZ9.
031400     05  FILLER            PIC X(02) VALUE SPACES.
031500     05  ACK-FDL-STATUS    PIC X(24).
031600     05  FILLER            PIC X(06) VALUE SPACES.
031700
031800 01  ACK-DETAIL-LINE.
031900     05  FILLER            PIC X(10) VALUE SPACES.
032000     05  FILLER            PIC X(09) VALUE "ANSWERED ".
032100     05  ACK-DTL-ACK-DATE  PIC X(08).
032200     05  FILLER            PIC X(01) VALUE SPACES.
032300     05  ACK-DTL-ACK-TIME  PIC X(06).
032400     05  FILLER            PIC X(02) VALUE SPACES.
032500     05  ACK-DTL-REASON    PIC X(20).
032600     05  FILLER            PIC X(24) VALUE SPACES.
032700
032800 01  ACK-COUNT-LINE.
032900     05  ACK-CNT-LABEL     PIC X(32).
033000     05  ACK-CNT-OUT       PIC ZZZZ9.
033100     05  FILLER            PIC X(43) VALUE SPACES.
033200
033300 01  ACK-MESSAGE-LINE.
033400     05  ACK-MSG-TEXT      PIC X(45).
033500     05  FILLER            PIC X(35) VALUE SPACES.
033600
033700 PROCEDURE DIVISION.
033800*============================================================
033900*  0000-MAINLINE
034000*============================================================
034100 0000-MAINLINE.
034200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034300     IF ACK-RUN-OK
034400         PERFORM 2000-LOAD-MANIFESTS THRU 2000-EXIT
034500     END-IF.
034600     IF ACK-RUN-OK
034700         PERFORM 3000-MATCH-ACKNOWLEDGEMENTS THRU 3000-EXIT
034800         PERFORM 4000-REPORT-FEEDS THRU 4000-EXIT
034900         PERFORM 5000-REPORT-SUMMARY THRU 5000-EXIT
035000     END-IF.
035100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
035200     STOP RUN.
035300 0000-EXIT.
035400     EXIT.
035500
035600*============================================================
035700*  1000-INITIALIZE
035800*     OPENS ACKRPT, TAKES THE CLOCK (EVERY AGE IS MEASURED
035900*     FROM THIS ONE READING) AND READS THE ACKCTL CARD. NO
036000*     CARD MEANS THE DEFAULT HOURS AND LOOKBACK.
036100*============================================================
036200 1000-INITIALIZE.
036300     OPEN OUTPUT ACK-REPORT-FILE.
036400     IF NOT ACK-REPORT-OK
036500         DISPLAY "UNABLE TO OPEN ACKRPT, STATUS "
036600             ACK-REPORT-STATUS
036700         SET ACK-RUN-FAILED TO TRUE
036800         MOVE 8 TO ACK-RETURN-CODE
036900         GO TO 1000-EXIT
037000     END-IF.
037100     ACCEPT ACK-NOW-DATE FROM DATE YYYYMMDD.
037200     ACCEPT ACK-NOW-TIME FROM TIME.
037300     MOVE ACK-NOW-DATE TO ACK-DN-DATE.
037400     PERFORM 1700-DAY-NUMBER THRU 1700-EXIT.
037500     MOVE ACK-DN-DAYS TO ACK-NOW-DAYNUM.
037600     MOVE ACK-NOW-MM TO ACK-HDG-MM.
037700     MOVE ACK-NOW-DD TO ACK-HDG-DD.
037800     MOVE ACK-NOW-YYYY TO ACK-HDG-YYYY.
037900     MOVE ACK-NOW-HH TO ACK-HDG-HH.
038000     MOVE ACK-NOW-MI TO ACK-HDG-MI.
038100     MOVE ACK-HEADING-LINE TO RPT-LINE.
038200     WRITE RPT-LINE.
038300     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
038400     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
038500     COMPUTE ACK-LATE-MINUTES = ACK-LATE-HOURS * 60.
038600     MOVE ACK-LATE-HOURS TO ACK-LIM-HOURS.
038700     MOVE ACK-LOOKBACK-DAYS TO ACK-LIM-DAYS.
038800     MOVE ACK-LIMITS-LINE TO RPT-LINE.
038900     WRITE RPT-LINE.
039000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
039100 1000-EXIT.
039200     EXIT.
039300
039400 1100-READ-CONTROL-CARD.
039500     OPEN INPUT CONTROL-CARD-FILE.
039600     IF NOT ACK-CTLCARD-OK
039700         GO TO 1100-EXIT
039800     END-IF.
039900     READ CONTROL-CARD-FILE
040000         AT END
040100             MOVE SPACES TO CTL-RECORD
040200     END-READ.
040300     IF CTL-LATE-HOURS NUMERIC AND CTL-LATE-HOURS NOT = "000"
040400         MOVE CTL-LATE-HOURS TO ACK-LATE-HOURS
040500     ELSE
040600         IF CTL-LATE-HOURS NOT = SPACES
040700             MOVE "BAD HOURS ON ACKCTL - DEFAULT USED"
040800                 TO ACK-MSG-TEXT
040900             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
041000         END-IF
041100     END-IF.
041200     IF CTL-LOOKBACK-DAYS NUMERIC
041300             AND CTL-LOOKBACK-DAYS NOT = "000"
041400         MOVE CTL-LOOKBACK-DAYS TO ACK-LOOKBACK-DAYS
041500     ELSE
041600         IF CTL-LOOKBACK-DAYS NOT = SPACES
041700             MOVE "BAD LOOKBACK ON ACKCTL - DEFAULT USED"
041800                 TO ACK-MSG-TEXT
041900             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
042000         END-IF
042100     END-IF.
042200     CLOSE CONTROL-CARD-FILE.
042300 1100-EXIT.
042400     EXIT.
042500
042600*============================================================
042700*  1700-DAY-NUMBER
042800*     ACK-DN-DATE (CCYYMMDD) TO ACK-DN-DAYS, A RUNNING DAY
042900*     COUNT. MARCH IS TAKEN AS THE FIRST MONTH SO THE LEAP
043000*     DAY FALLS AT THE END OF THE COUNTING YEAR.
043100*============================================================
043200 1700-DAY-NUMBER.
043300     IF ACK-DN-MM < 3
043400         COMPUTE ACK-DN-M = ACK-DN-MM + 12
043500         COMPUTE ACK-DN-Y = ACK-DN-YYYY - 1
043600     ELSE
043700         MOVE ACK-DN-MM TO ACK-DN-M
043800         MOVE ACK-DN-YYYY TO ACK-DN-Y
043900     END-IF.
044000     DIVIDE ACK-DN-Y BY 4 GIVING ACK-DN-Q4.
044100     DIVIDE ACK-DN-Y BY 100 GIVING ACK-DN-Q100.
044200     DIVIDE ACK-DN-Y BY 400 GIVING ACK-DN-Q400.
044300     COMPUTE ACK-DN-T = (153 * (ACK-DN-M - 3)) + 2.
044400     DIVIDE ACK-DN-T BY 5 GIVING ACK-DN-T5.
044500     COMPUTE ACK-DN-DAYS = (365 * ACK-DN-Y) + ACK-DN-Q4
044600         - ACK-DN-Q100 + ACK-DN-Q400 + ACK-DN-T5 + ACK-DN-DD.
044700 1700-EXIT.
044800     EXIT.
044900
045000*============================================================
045100*  1800-CHECK-WINDOW
045200*     ACK-DN-DATE-X (A RUN DATE) IS IN THE LOOKBACK WINDOW
045300*     WHEN IT IS A REAL DATE NO MORE THAN ACK-LOOKBACK-DAYS
045400*     BEFORE TODAY.
045500*============================================================
045600 1800-CHECK-WINDOW.
045700     SET ACK-OUT-OF-WINDOW TO TRUE.
045800     IF ACK-DN-DATE-X NOT NUMERIC
045900         GO TO 1800-EXIT
046000     END-IF.
046100     IF ACK-DN-MM < 1 OR ACK-DN-MM > 12
046200             OR ACK-DN-DD < 1 OR ACK-DN-DD > 31
046300         GO TO 1800-EXIT
046400     END-IF.
046500     PERFORM 1700-DAY-NUMBER THRU 1700-EXIT.
046600     COMPUTE ACK-AGE-DAYS = ACK-NOW-DAYNUM - ACK-DN-DAYS.
046700     IF ACK-AGE-DAYS <= ACK-LOOKBACK-DAYS
046800         SET ACK-IN-WINDOW TO TRUE
046900     END-IF.
047000 1800-EXIT.
047100     EXIT.
047200
047300*============================================================
047400*  2000-LOAD-MANIFESTS
047500*     EVERY FEEDMAN LINE FOR A RUN DATE IN THE WINDOW GOES
047600*     INTO THE FEED TABLE. NO FEEDMAN MEANS NO FEED HAS EVER
047700*     BEEN RELEASED - NOTHING TO CHASE.
047800*============================================================
047900 2000-LOAD-MANIFESTS.
048000     OPEN INPUT MANIFEST-FILE.
048100     IF ACK-MANIFEST-MISSING
048200         MOVE "NO FEEDMAN MANIFEST - NO FEEDS RELEASED"
048300             TO ACK-MSG-TEXT
048400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
048500         GO TO 2000-EXIT
048600     END-IF.
048700     IF NOT ACK-MANIFEST-OK
048800         DISPLAY "UNABLE TO OPEN FEEDMAN, STATUS "
048900             ACK-MANIFEST-STATUS
049000         MOVE "FEEDMAN UNREADABLE - NOTHING CHECKED"
049100             TO ACK-MSG-TEXT
049200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
049300         SET ACK-RUN-FAILED TO TRUE
049400         MOVE 8 TO ACK-RETURN-CODE
049500         GO TO 2000-EXIT
049600     END-IF.
049700     PERFORM 2100-READ-MANIFEST THRU 2100-EXIT.
049800     PERFORM UNTIL ACK-MAN-EOF
049900         ADD 1 TO ACK-MAN-READ
050000         PERFORM 2200-TAKE-MANIFEST THRU 2200-EXIT
050100         PERFORM 2100-READ-MANIFEST THRU 2100-EXIT
050200     END-PERFORM.
050300     CLOSE MANIFEST-FILE.
050400 2000-EXIT.
050500     EXIT.
050600
050700 2100-READ-MANIFEST.
050800     READ MANIFEST-FILE
050900         AT END
051000             SET ACK-MAN-EOF TO TRUE
051100     END-READ.
051200     IF NOT ACK-MANIFEST-OK AND NOT ACK-MANIFEST-AT-END
051300         DISPLAY "ERROR READING FEEDMAN, STATUS "
051400             ACK-MANIFEST-STATUS
051500         MOVE 8 TO ACK-RETURN-CODE
051600         SET ACK-MAN-EOF TO TRUE
051700     END-IF.
051800 2100-EXIT.
051900     EXIT.
052000
052100 2200-TAKE-MANIFEST.
052200     IF MAN-SENT-DATE NOT NUMERIC OR MAN-SENT-TIME NOT NUMERIC
052300             OR MAN-REC-COUNT NOT NUMERIC OR MAN-HASH NOT NUMERIC
052400         ADD 1 TO ACK-BAD-LINE-COUNT
052500         GO TO 2200-EXIT
052600     END-IF.
052700     MOVE MAN-RUN-DATE TO ACK-DN-DATE-X.
052800     PERFORM 1800-CHECK-WINDOW THRU 1800-EXIT.
052900     IF ACK-OUT-OF-WINDOW
053000         GO TO 2200-EXIT
053100     END-IF.
053200     MOVE MAN-FEED TO ACK-KEY-FEED.
053300     MOVE MAN-RUN-DATE TO ACK-KEY-RUN-DATE.
053400     PERFORM 2500-FIND-FEED THRU 2500-EXIT.
053500     IF ACK-FEED-FOUND
053600         ADD 1 TO ACK-SUPERSEDED-COUNT
053700     ELSE
053800         IF ACK-FEED-COUNT >= ACK-MAX-FEEDS
053900             IF ACK-TABLE-FITS
054000                 SET ACK-TABLE-FULL TO TRUE
054100                 MOVE "FEED TABLE FULL - LATEST FEEDS NOT LISTED"
054200                     TO ACK-MSG-TEXT
054300                 PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
054400                 MOVE 8 TO ACK-RETURN-CODE
054500             END-IF
054600             GO TO 2200-EXIT
054700         END-IF
054800         ADD 1 TO ACK-FEED-COUNT
054900         MOVE ACK-FEED-COUNT TO ACK-FEED-IX
055000         MOVE MAN-FEED TO FED-FEED(ACK-FEED-IX)
055100         MOVE MAN-RUN-DATE TO FED-RUN-DATE(ACK-FEED-IX)
055200     END-IF.
055300     MOVE MAN-SENT-DATE TO ACK-STP-DATE.
055400     MOVE MAN-SENT-TIME TO ACK-STP-TIME.
055500     MOVE ACK-SENT-STAMP TO FED-SENT-STAMP(ACK-FEED-IX).
055600     MOVE MAN-REC-COUNT TO FED-REC-COUNT(ACK-FEED-IX).
055700     MOVE MAN-HASH TO FED-HASH(ACK-FEED-IX).
055800     MOVE SPACES TO FED-STATE(ACK-FEED-IX).
055900     MOVE SPACES TO FED-ACK-STAMP(ACK-FEED-IX).
056000     MOVE SPACES TO FED-REASON(ACK-FEED-IX).
056100 2200-EXIT.
056200     EXIT.
056300
056400*============================================================
056500*  2500-FIND-FEED
056600*     LOOKS ACK-KEY-FEED / ACK-KEY-RUN-DATE UP IN THE FEED
056700*     TABLE, LEAVING ACK-FEED-IX ON THE ENTRY WHEN FOUND.
056800*============================================================
056900 2500-FIND-FEED.
057000     SET ACK-FEED-NOT-FOUND TO TRUE.
057100     PERFORM VARYING ACK-FEED-IX FROM 1 BY 1
057200             UNTIL ACK-FEED-IX > ACK-FEED-COUNT
057300         IF FED-FEED(ACK-FEED-IX) = ACK-KEY-FEED
057400                 AND FED-RUN-DATE(ACK-FEED-IX) = ACK-KEY-RUN-DATE
057500             SET ACK-FEED-FOUND TO TRUE
057600             GO TO 2500-EXIT
057700         END-IF
057800     END-PERFORM.
057900 2500-EXIT.
058000     EXIT.
058100
058200*============================================================
058300*  3000-MATCH-ACKNOWLEDGEMENTS
058400*     EACH FEEDACK LINE IS MATCHED TO ITS FEED AND RUN DATE.
058500*     A LATER ANSWER FOR THE SAME FEED OVERRIDES AN EARLIER
058600*     ONE. AN ANSWER STAMPED BEFORE THE MANIFEST WAS WRITTEN
058700*     BELONGS TO A COPY A RERUN HAS SINCE REPLACED AND IS
058800*     COUNTED AS STALE. AN ANSWER IN THE WINDOW WITH NO
058900*     MANIFEST AT ALL IS LISTED - SOMETHING WAS LOADED THAT
059000*     STATS DID NOT RELEASE.
059100*============================================================
059200 3000-MATCH-ACKNOWLEDGEMENTS.
059300     MOVE ACK-UNMATCHED-HEADER-LINE TO RPT-LINE.
059400     WRITE RPT-LINE.
059500     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
059600     OPEN INPUT ACKNOWLEDGE-FILE.
059700     IF ACK-ACKFILE-MISSING
059800         MOVE "NO FEEDACK FILE - NO ANSWERS RECEIVED"
059900             TO ACK-MSG-TEXT
060000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
060100         GO TO 3000-EXIT
060200     END-IF.
060300     IF NOT ACK-ACKFILE-OK
060400         DISPLAY "UNABLE TO OPEN FEEDACK, STATUS "
060500             ACK-ACKFILE-STATUS
060600         MOVE "FEEDACK UNREADABLE - NO ANSWERS MATCHED"
060700             TO ACK-MSG-TEXT
060800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
060900         IF ACK-RETURN-CODE < 4
061000             MOVE 4 TO ACK-RETURN-CODE
061100         END-IF
061200         GO TO 3000-EXIT
061300     END-IF.
061400     PERFORM 3100-READ-ACKNOWLEDGEMENT THRU 3100-EXIT.
061500     PERFORM UNTIL ACK-FAK-EOF
061600         ADD 1 TO ACK-FAK-READ
061700         PERFORM 3200-TAKE-ACKNOWLEDGEMENT THRU 3200-EXIT
061800         PERFORM 3100-READ-ACKNOWLEDGEMENT THRU 3100-EXIT
061900     END-PERFORM.
062000     CLOSE ACKNOWLEDGE-FILE.
062100 3000-EXIT.
062200     EXIT.
062300
062400 3100-READ-ACKNOWLEDGEMENT.
062500     READ ACKNOWLEDGE-FILE
062600         AT END
062700             SET ACK-FAK-EOF TO TRUE
062800     END-READ.
062900     IF NOT ACK-ACKFILE-OK AND NOT ACK-ACKFILE-AT-END
063000         DISPLAY "ERROR READING FEEDACK, STATUS "
063100             ACK-ACKFILE-STATUS
063200         IF ACK-RETURN-CODE < 4
063300             MOVE 4 TO ACK-RETURN-CODE
063400         END-IF
063500         SET ACK-FAK-EOF TO TRUE
063600     END-IF.
063700 3100-EXIT.
063800     EXIT.
063900
064000 3200-TAKE-ACKNOWLEDGEMENT.
064100     MOVE FAK-RUN-DATE TO ACK-DN-DATE-X.
064200     PERFORM 1800-CHECK-WINDOW THRU 1800-EXIT.
064300     IF ACK-OUT-OF-WINDOW
064400         GO TO 3200-EXIT
064500     END-IF.
064600     IF NOT FAK-ACCEPTED AND NOT FAK-REJECTED
064700         MOVE "UNKNOWN ANSWER CODE" TO ACK-UNM-NOTE
064800         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT
064900         GO TO 3200-EXIT
065000     END-IF.
065100     MOVE FAK-FEED TO ACK-KEY-FEED.
065200     MOVE FAK-RUN-DATE TO ACK-KEY-RUN-DATE.
065300     PERFORM 2500-FIND-FEED THRU 2500-EXIT.
065400     IF ACK-FEED-NOT-FOUND
065500         MOVE "NO MANIFEST FOR FEED AND DATE" TO ACK-UNM-NOTE
065600         PERFORM 3900-WRITE-UNMATCHED THRU 3900-EXIT
065700         GO TO 3200-EXIT
065800     END-IF.
065900     MOVE FAK-ACK-DATE TO ACK-AST-DATE.
066000     MOVE FAK-ACK-TIME TO ACK-AST-TIME.
066100     IF ACK-ACK-STAMP < FED-SENT-STAMP(ACK-FEED-IX)
066200         ADD 1 TO ACK-STALE-COUNT
066300         GO TO 3200-EXIT
066400     END-IF.
066500     MOVE ACK-ACK-STAMP TO FED-ACK-STAMP(ACK-FEED-IX).
066600     MOVE FAK-REASON TO FED-REASON(ACK-FEED-IX).
066700     IF FAK-REJECTED
066800         MOVE "R" TO FED-STATE(ACK-FEED-IX)
066900         GO TO 3200-EXIT
067000     END-IF.
067100     MOVE "A" TO FED-STATE(ACK-FEED-IX).
067200     IF FAK-REC-COUNT NOT NUMERIC OR FAK-HASH NOT NUMERIC
067300         MOVE "D" TO FED-STATE(ACK-FEED-IX)
067400         MOVE "COUNT/HASH UNREADABLE" TO FED-REASON(ACK-FEED-IX)
067500         GO TO 3200-EXIT
067600     END-IF.
067700     MOVE FAK-REC-COUNT TO ACK-COUNT-WORK.
067800     MOVE FAK-HASH TO ACK-HASH-WORK.
067900     IF ACK-COUNT-WORK NOT = FED-REC-COUNT(ACK-FEED-IX)
068000             OR ACK-HASH-WORK NOT = FED-HASH(ACK-FEED-IX)
068100         MOVE "D" TO FED-STATE(ACK-FEED-IX)
068200         MOVE "COUNT/HASH DIFFERS" TO FED-REASON(ACK-FEED-IX)
068300     END-IF.
068400 3200-EXIT.
068500     EXIT.
068600
068700 3900-WRITE-UNMATCHED.
068800     ADD 1 TO ACK-UNMATCHED-COUNT.
068900     MOVE FAK-FEED TO ACK-UNM-FEED.
069000     MOVE FAK-RUN-DATE TO ACK-UNM-RUN-DATE.
069100     MOVE FAK-STATUS TO ACK-UNM-STATUS.
069200     MOVE FAK-ACK-DATE TO ACK-UNM-ACK-DATE.
069300     MOVE FAK-ACK-TIME TO ACK-UNM-ACK-TIME.
069400     MOVE ACK-UNMATCHED-LINE TO RPT-LINE.
069500     WRITE RPT-LINE.
069600     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
069700 3900-EXIT.
069800     EXIT.
069900
070000*============================================================
070100*  4000-REPORT-FEEDS
070200*     ONE LINE PER FEED IN THE WINDOW WITH ITS AGE IN HOURS
070300*     SINCE IT WAS WRITTEN AND WHERE IT STANDS; ANSWERED
070400*     FEEDS GET A SECOND LINE WITH THE ANSWER'S STAMP AND
070500*     REASON.
070600*============================================================
070700 4000-REPORT-FEEDS.
070800     MOVE ACK-COLUMN-LINE TO RPT-LINE.
070900     WRITE RPT-LINE.
071000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
071100     PERFORM VARYING K FROM 1 BY 1
071200             UNTIL K > ACK-FEED-COUNT
071300         PERFORM 4100-REPORT-ONE-FEED THRU 4100-EXIT
071400     END-PERFORM.
071500 4000-EXIT.
071600     EXIT.
071700
071800 4100-REPORT-ONE-FEED.
071900     MOVE FED-SENT-STAMP(K) TO ACK-SENT-STAMP.
072000     MOVE ACK-STP-DATE TO ACK-DN-DATE-X.
072100     PERFORM 1700-DAY-NUMBER THRU 1700-EXIT.
072200     MOVE ACK-STP-TIME TO ACK-SENT-TIME-WORK.
072300     COMPUTE ACK-AGE-MINUTES =
072400         ((ACK-NOW-DAYNUM - ACK-DN-DAYS) * 1440)
072500         + (ACK-NOW-HH * 60) + ACK-NOW-MI
072600         - (ACK-SNT-HH * 60) - ACK-SNT-MI.
072700     IF ACK-AGE-MINUTES < 0
072800         MOVE 0 TO ACK-AGE-MINUTES
072900     END-IF.
073000     DIVIDE ACK-AGE-MINUTES BY 60 GIVING ACK-AGE-HOURS.
073100     MOVE FED-FEED(K) TO ACK-FDL-FEED.
073200     MOVE FED-RUN-DATE(K) TO ACK-FDL-RUN-DATE.
073300     MOVE ACK-STP-DATE TO ACK-FDL-SENT-DATE.
073400     MOVE ACK-STP-TIME TO ACK-FDL-SENT-TIME.
073500     MOVE FED-REC-COUNT(K) TO ACK-FDL-RECS.
073600     MOVE ACK-AGE-HOURS TO ACK-FDL-AGE.
073700     IF FED-STATE(K) = "A"
073800         ADD 1 TO ACK-ACKED-COUNT
073900         MOVE "ACKNOWLEDGED" TO ACK-FDL-STATUS
074000     END-IF.
074100     IF FED-STATE(K) = "R"
074200         ADD 1 TO ACK-REJECTED-COUNT
074300         MOVE "REJECTED" TO ACK-FDL-STATUS
074400     END-IF.
074500     IF FED-STATE(K) = "D"
074600         ADD 1 TO ACK-DIFFER-COUNT
074700         MOVE "LOADED - TOTALS DIFFER" TO ACK-FDL-STATUS
074800     END-IF.
074900     IF FED-STATE(K) = SPACE
075000         IF ACK-AGE-MINUTES > ACK-LATE-MINUTES
075100             ADD 1 TO ACK-OVERDUE-COUNT
075200             MOVE "UNACKNOWLEDGED - OVERDUE" TO ACK-FDL-STATUS
075300         ELSE
075400             ADD 1 TO ACK-AWAITING-COUNT
075500             MOVE "AWAITING ANSWER" TO ACK-FDL-STATUS
075600         END-IF
075700     END-IF.
075800     MOVE ACK-FEED-LINE TO RPT-LINE.
075900     WRITE RPT-LINE.
076000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
076100     IF FED-STATE(K) = SPACE
076200         GO TO 4100-EXIT
076300     END-IF.
076400     MOVE FED-ACK-STAMP(K) TO ACK-ACK-STAMP.
076500     MOVE ACK-AST-DATE TO ACK-DTL-ACK-DATE.
076600     MOVE ACK-AST-TIME TO ACK-DTL-ACK-TIME.
076700     MOVE FED-REASON(K) TO ACK-DTL-REASON.
076800     MOVE ACK-DETAIL-LINE TO RPT-LINE.
076900     WRITE RPT-LINE.
077000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
077100 4100-EXIT.
077200     EXIT.
077300
077400*============================================================
077500*  5000-REPORT-SUMMARY
077600*     COUNTS BY OUTCOME. ANY FEED REJECTED, LOADED WITH OTHER
077700*     TOTALS OR OVERDUE, OR AN ANSWER WITH NO MANIFEST, MEANS
077800*     SOMETHING TO CHASE TODAY (RETURN CODE 4).
077900*============================================================
078000 5000-REPORT-SUMMARY.
078100     MOVE "MANIFEST LINES READ             " TO ACK-CNT-LABEL.
078200     MOVE ACK-MAN-READ TO ACK-CNT-OUT.
078300     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
078400     MOVE "  SUPERSEDED BY A RERUN         " TO ACK-CNT-LABEL.
078500     MOVE ACK-SUPERSEDED-COUNT TO ACK-CNT-OUT.
078600     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
078700     MOVE "  UNREADABLE                    " TO ACK-CNT-LABEL.
078800     MOVE ACK-BAD-LINE-COUNT TO ACK-CNT-OUT.
078900     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
079000     MOVE "ANSWERS READ                    " TO ACK-CNT-LABEL.
079100     MOVE ACK-FAK-READ TO ACK-CNT-OUT.
079200     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
079300     MOVE "  STALE (BEFORE A RERUN)        " TO ACK-CNT-LABEL.
079400     MOVE ACK-STALE-COUNT TO ACK-CNT-OUT.
079500     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
079600     MOVE "  NOT MATCHED TO A MANIFEST     " TO ACK-CNT-LABEL.
079700     MOVE ACK-UNMATCHED-COUNT TO ACK-CNT-OUT.
079800     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
079900     MOVE "FEEDS ACKNOWLEDGED              " TO ACK-CNT-LABEL.
080000     MOVE ACK-ACKED-COUNT TO ACK-CNT-OUT.
080100     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
080200     MOVE "FEEDS REJECTED                  " TO ACK-CNT-LABEL.
080300     MOVE ACK-REJECTED-COUNT TO ACK-CNT-OUT.
080400     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
080500     MOVE "FEEDS LOADED WITH OTHER TOTALS  " TO ACK-CNT-LABEL.
080600     MOVE ACK-DIFFER-COUNT TO ACK-CNT-OUT.
080700     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
080800     MOVE "FEEDS UNACKNOWLEDGED - OVERDUE  " TO ACK-CNT-LABEL.
080900     MOVE ACK-OVERDUE-COUNT TO ACK-CNT-OUT.
081000     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
081100     MOVE "FEEDS AWAITING AN ANSWER        " TO ACK-CNT-LABEL.
081200     MOVE ACK-AWAITING-COUNT TO ACK-CNT-OUT.
081300     PERFORM 5100-WRITE-COUNT-LINE THRU 5100-EXIT.
081400     IF ACK-REJECTED-COUNT > 0 OR ACK-DIFFER-COUNT > 0
081500             OR ACK-OVERDUE-COUNT > 0 OR ACK-UNMATCHED-COUNT > 0
081600         IF ACK-RETURN-CODE < 4
081700             MOVE 4 TO ACK-RETURN-CODE
081800         END-IF
081900         MOVE "FEEDS TO CHASE - SEE ABOVE" TO ACK-MSG-TEXT
082000     ELSE
082100         MOVE "NO FEEDS TO CHASE" TO ACK-MSG-TEXT
082200     END-IF.
082300     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
082400 5000-EXIT.
082500     EXIT.
082600
082700 5100-WRITE-COUNT-LINE.
082800     MOVE ACK-COUNT-LINE TO RPT-LINE.
082900     WRITE RPT-LINE.
083000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
083100 5100-EXIT.
083200     EXIT.
083300
083400 8000-WRITE-MESSAGE.
083500     MOVE ACK-MESSAGE-LINE TO RPT-LINE.
083600     WRITE RPT-LINE.
083700     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
083800     MOVE SPACES TO ACK-MSG-TEXT.
083900 8000-EXIT.
084000     EXIT.
084100
084200*============================================================
084300*  8100-CHECK-REPORT-WRITE
084400*     CHECKS FILE STATUS AFTER EVERY ACKRPT WRITE - THE
084500*     LINE SEQUENTIAL WRITER CAN DROP A RECORD SILENTLY.
084600*============================================================
084700 8100-CHECK-REPORT-WRITE.
084800     IF NOT ACK-REPORT-OK
084900         DISPLAY "UNABLE TO WRITE ACKRPT, STATUS "
085000             ACK-REPORT-STATUS
085100     END-IF.
085200 8100-EXIT.
085300     EXIT.
085400
085500 9999-TERMINATE.
085600     IF ACK-REPORT-OK
085700         CLOSE ACK-REPORT-FILE
085800     END-IF.
085900     MOVE ACK-RETURN-CODE TO RETURN-CODE.
086000 9999-EXIT.
086100     EXIT.
