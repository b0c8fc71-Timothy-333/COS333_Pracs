000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BRANINTG.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. WEEKLY CROSS-FILE INTEGRITY
001300*                   CHECK. THE SAME POSTINGS LIVE IN BRANDTL,
001400*                   ITS DATE-MAJOR COMPANION BRANDTLD, THE
001500*                   BRANARCH ARCHIVE AND THE BRANCH COUNT ON
001600*                   EACH STATHIST LINE, AND EVERY PROGRAM
001700*                   THAT KEEPS THEM IN STEP SKIPS A FAILING
001800*                   COMPANION WITH ONLY A STATAUDT LINE TO
001900*                   SHOW FOR IT. INTGRPT LISTS EVERY BRANDTL
002000*                   POSTING MISSING FROM BRANDTLD AND THE
002100*                   REVERSE, EVERY TOTAL THAT DIFFERS BETWEEN
002200*                   THE TWO, EVERY POSTING BOTH ONLINE AND
002300*                   ARCHIVED, AND EVERY DATE WHOSE POSTING
002400*                   COUNT (ONLINE PLUS ARCHIVED) DISAGREES
002500*                   WITH ITS STATHIST BRANCH COUNT. RETURN
002600*                   CODE 0 CLEAN, 4 NOT CLEAN, 8 NOT CHECKED.
002610*  2026-10-15 DM    STATHIST LINES ARE NOW 118 WIDE (MEAN,
002620*                   STANDARD DEVIATION AND QUARTILES ADDED BY
002630*                   STATS). ONLY THE BRANCH COUNT IS USED HERE.
002700*----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT DETAIL-FILE ASSIGN TO "BRANDTL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS DTL-KEY
003600         FILE STATUS IS INT-DETAIL-STATUS.
003700     SELECT DATE-DETAIL-FILE ASSIGN TO "BRANDTLD"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS DDT-KEY
004100         FILE STATUS IS INT-DDETAIL-STATUS.
004200     SELECT ARCHIVE-FILE ASSIGN TO "BRANARCH"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS ARC-KEY
004600         FILE STATUS IS INT-ARCHIVE-STATUS.
004700     SELECT HISTORY-FILE ASSIGN TO "STATHIST"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS INT-HISTORY-STATUS.
005000     SELECT INTEGRITY-REPORT-FILE ASSIGN TO "INTGRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS INT-REPORT-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DETAIL-FILE
005700     RECORD CONTAINS 23 CHARACTERS.
005800 01  DTL-RECORD.
005900     05  DTL-KEY.
006000         10  DTL-BRANCH              PIC 9(04).
006100         10  DTL-DATE                PIC X(08).
006200     05  DTL-TOTAL                   PIC 9(11).
006300
006400 FD  DATE-DETAIL-FILE
006500     RECORD CONTAINS 23 CHARACTERS.
006600 01  DDT-RECORD.
006700     05  DDT-KEY.
006800         10  DDT-DATE                PIC X(08).
006900         10  DDT-BRANCH              PIC 9(04).
007000     05  DDT-TOTAL                   PIC 9(11).
007100
007200 FD  ARCHIVE-FILE
007300     RECORD CONTAINS 23 CHARACTERS.
007400 01  ARC-RECORD.
007500     05  ARC-KEY.
007600         10  ARC-BRANCH              PIC 9(04).
007700         10  ARC-DATE                PIC X(08).
007800     05  ARC-TOTAL                   PIC 9(11).
007900
008000 FD  HISTORY-FILE
008100     RECORD CONTAINS 118 CHARACTERS.
008200 01  HIST-LINE                       PIC X(118).
008300
008400 FD  INTEGRITY-REPORT-FILE
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  RPT-LINE                        PIC X(80).
008700
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------
009000*    RUN CONTROL AND COUNTERS - ONE EXCEPTION COUNT PER
009100*    KIND OF DRIFT, PLUS THE RECORDS READ FROM EACH FILE.
009200*----------------------------------------------------------
009300 01  INT-DTL-READ          PIC 9(7) VALUE 0.
009400 01  INT-DDT-READ          PIC 9(7) VALUE 0.
009500 01  INT-ARC-READ          PIC 9(7) VALUE 0.
009600 01  INT-HIST-READ         PIC 9(5) VALUE 0.
009700 01  INT-NO-DDT-COUNT      PIC 9(7) VALUE 0.
009800 01  INT-NO-DTL-COUNT      PIC 9(7) VALUE 0.
009900 01  INT-MISMATCH-COUNT    PIC 9(7) VALUE 0.
010000 01  INT-BOTH-COUNT        PIC 9(7) VALUE 0.
010100 01  INT-DATE-BAD-COUNT    PIC 9(5) VALUE 0.
010200 01  INT-ERROR-COUNT       PIC 9(5) VALUE 0.
010300 01  INT-MAX-DATES         PIC 9(5) VALUE 9999.
010400 01  K                     PIC 9(5).
010500*    INT-AMT-WORK TURNS A CENTS TOTAL INTO AN AMOUNT FOR THE
010600*    PRINTED REPORT - MONEY IS DIVIDED BY 100 INTO IT BEFORE
010700*    THE MOVE TO ITS EDITED FIELD.
010800 01  INT-AMT-WORK          PIC 9(9)V99.
010900*    RETURN CODE FOR THE SCHEDULER: 0 CLEAN, 4 NOT CLEAN,
011000*    8 THE CHECK COULD NOT BE COMPLETED.
011100 01  INT-RETURN-CODE       PIC 9(2) VALUE 0.
011200
011300 01  INT-TODAY.
011400     05  INT-TODAY-YYYY    PIC 9(4).
011500     05  INT-TODAY-MM      PIC 9(2).
011600     05  INT-TODAY-DD      PIC 9(2).
011700
011800*----------------------------------------------------------
011900*    DATE TABLE. ONE ENTRY PER DATE ON STATHIST OR WITH ANY
012000*    POSTING, IN STATHIST ORDER FIRST. INT-DT-HIST IS THE
012100*    STATHIST BRANCH COUNT AS READ (X SO A DAMAGED LINE IS
012200*    SEEN, NOT ABENDED ON); INT-DT-FLAG IS "H" WHEN THE DATE
012300*    HAS A STATHIST LINE, "N" WHEN IT HAS POSTINGS ONLY.
012400*    INT-DATE-IX IS LEFT ON THE LAST DATE FOUND - POSTINGS
012500*    ARRIVE BRANCH BY BRANCH IN DATE ORDER, SO THE NEXT ONE
012600*    IS NEARLY ALWAYS THE SAME OR THE NEXT ENTRY.
012700*----------------------------------------------------------
012800 01  INT-DATE-COUNT        PIC 9(5) VALUE 0.
012900 01  INT-DT-DATE           PIC X(08)
013000     OCCURS 1 TO 9999 TIMES
013100     DEPENDING ON INT-DATE-COUNT.
013200 01  INT-DT-HIST           PIC X(05)
013300     OCCURS 1 TO 9999 TIMES
013400     DEPENDING ON INT-DATE-COUNT.
013500 01  INT-DT-POSTED         PIC 9(05)
013600     OCCURS 1 TO 9999 TIMES
013700     DEPENDING ON INT-DATE-COUNT.
013800 01  INT-DT-FLAG           PIC X(01)
013900     OCCURS 1 TO 9999 TIMES
014000     DEPENDING ON INT-DATE-COUNT.
014100 01  INT-DATE-IX           PIC 9(5) VALUE 0.
014200 01  INT-DATE-WORK         PIC X(08).
014300 01  INT-HIST-CNT-WORK     PIC 9(05).
014400
014500 01  INT-HIST-IN-LINE.
014600     05  INT-HIN-YYYY      PIC X(04).
014700     05  FILLER            PIC X(01).
014800     05  INT-HIN-MM        PIC X(02).
014900     05  FILLER            PIC X(01).
015000     05  INT-HIN-DD        PIC X(02).
015100     05  FILLER            PIC X(01).
015200     05  INT-HIN-BR-CNT    PIC X(05).
015300     05  FILLER            PIC X(102).
015400
015500 01  INT-HIN-YMD.
015600     05  INT-HIN-YMD-YYYY  PIC X(04).
015700     05  INT-HIN-YMD-MM    PIC X(02).
015800     05  INT-HIN-YMD-DD    PIC X(02).
015900
016000 01  INT-SWITCHES.
016100     05  INT-RUN-OK-SW     PIC X(01) VALUE "Y".
016200         88  INT-RUN-OK              VALUE "Y".
016300         88  INT-RUN-FAILED          VALUE "N".
016400     05  INT-DTL-EOF-SW    PIC X(01) VALUE "N".
016500         88  INT-DTL-EOF             VALUE "Y".
016600         88  INT-DTL-NOT-EOF         VALUE "N".
016700     05  INT-DDT-EOF-SW    PIC X(01) VALUE "N".
016800         88  INT-DDT-EOF             VALUE "Y".
016900         88  INT-DDT-NOT-EOF         VALUE "N".
017000     05  INT-ARC-EOF-SW    PIC X(01) VALUE "N".
017100         88  INT-ARC-EOF             VALUE "Y".
017200         88  INT-ARC-NOT-EOF         VALUE "N".
017300     05  INT-HIST-EOF-SW   PIC X(01) VALUE "N".
017400         88  INT-HIST-EOF            VALUE "Y".
017500         88  INT-HIST-NOT-EOF        VALUE "N".
017600     05  INT-ARC-AVAIL-SW  PIC X(01) VALUE "N".
017700         88  INT-ARC-AVAILABLE       VALUE "Y".
017800         88  INT-ARC-UNAVAILABLE     VALUE "N".
017900     05  INT-DATE-FOUND-SW PIC X(01) VALUE "N".
018000         88  INT-DATE-FOUND          VALUE "Y".
018100         88  INT-DATE-NOT-FOUND      VALUE "N".
018200     05  INT-DATE-FULL-SW  PIC X(01) VALUE "N".
018300         88  INT-DATE-FULL           VALUE "Y".
018400         88  INT-DATE-FITS           VALUE "N".
018500
018600*----------------------------------------------------------
018700*    FILE HANDLING WORKING STORAGE
018800*----------------------------------------------------------
018900 01  INT-DETAIL-STATUS     PIC X(02).
019000     88  INT-DETAIL-OK           VALUE "00".
019100     88  INT-DETAIL-AT-END       VALUE "10".
019200     88  INT-DETAIL-NO-KEY       VALUE "23".
019300     88  INT-DETAIL-MISSING      VALUE "35".
019400
019500 01  INT-DDETAIL-STATUS    PIC X(02).
019600     88  INT-DDETAIL-OK          VALUE "00".
019700     88  INT-DDETAIL-AT-END      VALUE "10".
019800     88  INT-DDETAIL-NO-KEY      VALUE "23".
019900     88  INT-DDETAIL-MISSING     VALUE "35".
020000
020100 01  INT-ARCHIVE-STATUS    PIC X(02).
020200     88  INT-ARCHIVE-OK          VALUE "00".
020300     88  INT-ARCHIVE-AT-END      VALUE "10".
020400     88  INT-ARCHIVE-NO-KEY      VALUE "23".
020500     88  INT-ARCHIVE-MISSING     VALUE "35".
020600
020700 01  INT-HISTORY-STATUS    PIC X(02).
020800     88  INT-HISTORY-OK          VALUE "00".
020900     88  INT-HISTORY-AT-END      VALUE "10".
021000     88  INT-HISTORY-MISSING     VALUE "35".
021100
021200 01  INT-REPORT-STATUS     PIC X(02).
021300     88  INT-REPORT-OK           VALUE "00".
021400
021500*----------------------------------------------------------
021600*    PRINTED INTEGRITY REPORT WORKING STORAGE
021700*----------------------------------------------------------
021800 01  INT-HEADING-LINE.
021900     05  FILLER            PIC X(34)
022000         VALUE "BRANCH FILE INTEGRITY CHECK - RUN ".
022100     05  INT-HDG-MM        PIC 9(2).
022200     05  FILLER            PIC X(01) VALUE "/".
022300     05  INT-HDG-DD        PIC 9(2).
022400     05  FILLER            PIC X(01) VALUE "/".
022500     05  INT-HDG-YYYY      PIC 9(4).
022600     05  FILLER            PIC X(36) VALUE SPACES.
022700
022800 01  INT-POSTING-HEADER-LINE.
022900     05  FILLER            PIC X(40)
023000         VALUE "POSTING EXCEPTIONS (AMOUNTS: BRANDTL, TH".
023100     05  FILLER            PIC X(40)
023200         VALUE "EN BRANDTLD OR BRANARCH):".
023300
023400 01  INT-POSTING-LINE.
023500     05  FILLER            PIC X(07) VALUE "BRANCH ".
023600     05  INT-PST-BRANCH    PIC 9(4).
023700     05  FILLER            PIC X(07) VALUE "  DATE ".
023800     05  INT-PST-DATE      PIC X(08).
023900     05  FILLER            PIC X(02) VALUE SPACES.
024000     05  INT-PST-PROBLEM   PIC X(22).
024100     05  FILLER            PIC X(01) VALUE SPACES.
024200     05  INT-PST-AMT-1     PIC ZZZZZZZZ9.99.
024300     05  INT-PST-AMT-1-X REDEFINES INT-PST-AMT-1
024400                           PIC X(12).
024500     05  FILLER            PIC X(01) VALUE SPACES.
024600     05  INT-PST-AMT-2     PIC ZZZZZZZZ9.99.
024700     05  INT-PST-AMT-2-X REDEFINES INT-PST-AMT-2
024800                           PIC X(12).
024900     05  FILLER            PIC X(04) VALUE SPACES.
025000
025100 01  INT-DATE-HEADER-LINE.
025200     05  FILLER            PIC X(40)
025300         VALUE "DATE COUNT EXCEPTIONS (POSTINGS ONLINE P".
025400     05  FILLER            PIC X(40)
025500         VALUE "LUS ARCHIVED AGAINST STATHIST):".
025600
025700 01  INT-DATE-LINE.
025800     05  FILLER            PIC X(05) VALUE "DATE ".
025900     05  INT-DTL-OUT-DATE  PIC X(08).
026000     05  FILLER            PIC X(11) VALUE "  POSTINGS ".
026100     05  INT-DTL-OUT-POSTED PIC ZZZZ9.
026200     05  FILLER            PIC X(11) VALUE "  STATHIST ".
026300     05  INT-DTL-OUT-HIST  PIC X(05).
026400     05  FILLER            PIC X(02) VALUE SPACES.
026500     05  INT-DTL-OUT-NOTE  PIC X(30).
026600     05  FILLER            PIC X(03) VALUE SPACES.
026700
026800 01  INT-COUNT-LINE.
026900     05  INT-CNT-LABEL     PIC X(32).
027000     05  INT-CNT-OUT       PIC ZZZZZZ9.
027100     05  FILLER            PIC X(41) VALUE SPACES.
027200
027300 01  INT-MESSAGE-LINE.
027400     05  INT-MSG-TEXT      PIC X(45).
027500     05  FILLER            PIC X(35) VALUE SPACES.
027600
027700 PROCEDURE DIVISION.
027800*============================================================
027900*  0000-MAINLINE
028000*============================================================
028100 0000-MAINLINE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     IF INT-RUN-OK
028400         PERFORM 2000-OPEN-FILES THRU 2000-EXIT
028500     END-IF.
028600     IF INT-RUN-OK
028700         PERFORM 3000-LOAD-HISTORY THRU 3000-EXIT
028800         MOVE INT-POSTING-HEADER-LINE TO RPT-LINE
028900         WRITE RPT-LINE
029000         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
029100         PERFORM 4000-CHECK-DETAIL THRU 4000-EXIT
029200         PERFORM 5000-CHECK-DATE-DETAIL THRU 5000-EXIT
029300         PERFORM 6000-CHECK-ARCHIVE THRU 6000-EXIT
029400         PERFORM 7000-CHECK-DATE-COUNTS THRU 7000-EXIT
029500         PERFORM 7500-REPORT-SUMMARY THRU 7500-EXIT
029600     END-IF.
029700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
029800     STOP RUN.
029900 0000-EXIT.
030000     EXIT.
030100
030200*============================================================
030300*  1000-INITIALIZE
030400*     OPENS INTGRPT AND PRINTS THE HEADING WITH TODAY'S DATE.
030500*============================================================
030600 1000-INITIALIZE.
030700     OPEN OUTPUT INTEGRITY-REPORT-FILE.
030800     IF NOT INT-REPORT-OK
030900         DISPLAY "UNABLE TO OPEN INTGRPT, STATUS "
031000             INT-REPORT-STATUS
031100         SET INT-RUN-FAILED TO TRUE
031200         MOVE 8 TO INT-RETURN-CODE
031300         GO TO 1000-EXIT
031400     END-IF.
031500     ACCEPT INT-TODAY FROM DATE YYYYMMDD.
031600     MOVE INT-TODAY-MM TO INT-HDG-MM.
031700     MOVE INT-TODAY-DD TO INT-HDG-DD.
031800     MOVE INT-TODAY-YYYY TO INT-HDG-YYYY.
031900     MOVE INT-HEADING-LINE TO RPT-LINE.
032000     WRITE RPT-LINE.
032100     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
032200 1000-EXIT.
032300     EXIT.
032400
032500*============================================================
032600*  2000-OPEN-FILES
032700*     BRANDTL AND BRANDTLD MUST BOTH OPEN - WITHOUT EITHER
032800*     THERE IS NOTHING TO COMPARE AND THE CHECK IS NOT RUN.
032900*     A MISSING BRANARCH MEANS NO PURGE HAS EVER RUN AND THE
033000*     ARCHIVE CHECK IS SIMPLY SKIPPED.
033100*============================================================
033200 2000-OPEN-FILES.
033300     OPEN INPUT DETAIL-FILE.
033400     IF NOT INT-DETAIL-OK
033500         DISPLAY "UNABLE TO OPEN BRANDTL, STATUS "
033600             INT-DETAIL-STATUS
033700         MOVE "BRANDTL UNAVAILABLE - NOTHING CHECKED"
033800             TO INT-MSG-TEXT
033900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
034000         SET INT-RUN-FAILED TO TRUE
034100         MOVE 8 TO INT-RETURN-CODE
034200         GO TO 2000-EXIT
034300     END-IF.
034400     OPEN INPUT DATE-DETAIL-FILE.
034500     IF NOT INT-DDETAIL-OK
034600         DISPLAY "UNABLE TO OPEN BRANDTLD, STATUS "
034700             INT-DDETAIL-STATUS
034800         MOVE "BRANDTLD UNAVAILABLE - NOTHING CHECKED"
034900             TO INT-MSG-TEXT
035000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
035100         CLOSE DETAIL-FILE
035200         SET INT-RUN-FAILED TO TRUE
035300         MOVE 8 TO INT-RETURN-CODE
035400         GO TO 2000-EXIT
035500     END-IF.
035600     OPEN INPUT ARCHIVE-FILE.
035700     IF INT-ARCHIVE-OK
035800         SET INT-ARC-AVAILABLE TO TRUE
035900     ELSE
036000         IF NOT INT-ARCHIVE-MISSING
036100             DISPLAY "UNABLE TO OPEN BRANARCH, STATUS "
036200                 INT-ARCHIVE-STATUS
036300             ADD 1 TO INT-ERROR-COUNT
036400         END-IF
036500         MOVE "NO BRANARCH - ARCHIVE CHECK SKIPPED"
036600             TO INT-MSG-TEXT
036700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
036800     END-IF.
036900 2000-EXIT.
037000     EXIT.
037100
037200*============================================================
037300*  3000-LOAD-HISTORY
037400*     ONE DATE TABLE ENTRY PER STATHIST LINE, CARRYING THE
037500*     BRANCH COUNT THE RUN RECORDED. A SECOND LINE FOR A DATE
037600*     ALREADY IN THE TABLE IS NOT ADDED AGAIN - THE FIRST ONE
037700*     IS WHAT STATTRND AND THE GUARD WOULD HAVE FOUND.
037800*============================================================
037900 3000-LOAD-HISTORY.
038000     OPEN INPUT HISTORY-FILE.
038100     IF INT-HISTORY-MISSING
038200         MOVE "NO STATHIST FILE - EVERY DATE WILL SHOW"
038300             TO INT-MSG-TEXT
038400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
038500         GO TO 3000-EXIT
038600     END-IF.
038700     IF NOT INT-HISTORY-OK
038800         DISPLAY "UNABLE TO OPEN STATHIST, STATUS "
038900             INT-HISTORY-STATUS
039000         ADD 1 TO INT-ERROR-COUNT
039100         GO TO 3000-EXIT
039200     END-IF.
039300     PERFORM 3100-READ-HISTORY THRU 3100-EXIT.
039400     PERFORM UNTIL INT-HIST-EOF
039500         ADD 1 TO INT-HIST-READ
039600         MOVE HIST-LINE TO INT-HIST-IN-LINE
039700         MOVE INT-HIN-YYYY TO INT-HIN-YMD-YYYY
039800         MOVE INT-HIN-MM TO INT-HIN-YMD-MM
039900         MOVE INT-HIN-DD TO INT-HIN-YMD-DD
040000         MOVE INT-HIN-YMD TO INT-DATE-WORK
040100         PERFORM 3500-FIND-DATE THRU 3500-EXIT
040200         IF INT-DATE-FOUND AND INT-DT-FLAG(INT-DATE-IX) = "N"
040300             MOVE "H" TO INT-DT-FLAG(INT-DATE-IX)
040400             MOVE INT-HIN-BR-CNT TO INT-DT-HIST(INT-DATE-IX)
040500         END-IF
040600         PERFORM 3100-READ-HISTORY THRU 3100-EXIT
040700     END-PERFORM.
040800     CLOSE HISTORY-FILE.
040900 3000-EXIT.
041000     EXIT.
041100
041200 3100-READ-HISTORY.
041300     READ HISTORY-FILE
041400         AT END
041500             SET INT-HIST-EOF TO TRUE
041600     END-READ.
041700     IF NOT INT-HISTORY-OK AND NOT INT-HISTORY-AT-END
041800         DISPLAY "ERROR READING STATHIST, STATUS "
041900             INT-HISTORY-STATUS
042000         ADD 1 TO INT-ERROR-COUNT
042100         SET INT-HIST-EOF TO TRUE
042200     END-IF.
042300 3100-EXIT.
042400     EXIT.
042500
042600*============================================================
042700*  3500-FIND-DATE
042800*     LOOKS INT-DATE-WORK UP IN THE DATE TABLE, TRYING THE
042900*     LAST ENTRY FOUND AND THE ONE AFTER IT BEFORE A FULL
043000*     SEARCH. A DATE NOT YET IN THE TABLE IS ADDED AS A
043100*     POSTINGS-ONLY ENTRY ("N") WITH NO STATHIST COUNT. A
043200*     FULL TABLE LEAVES INT-DATE-NOT-FOUND AND IS REPORTED
043300*     ONCE - THE DATE CHECK IS THEN INCOMPLETE.
043400*============================================================
043500 3500-FIND-DATE.
043600     SET INT-DATE-FOUND TO TRUE.
043700     IF INT-DATE-IX > 0 AND INT-DATE-IX <= INT-DATE-COUNT
043800         IF INT-DT-DATE(INT-DATE-IX) = INT-DATE-WORK
043900             GO TO 3500-EXIT
044000         END-IF
044100         IF INT-DATE-IX < INT-DATE-COUNT
044200             ADD 1 TO INT-DATE-IX
044300             IF INT-DT-DATE(INT-DATE-IX) = INT-DATE-WORK
044400                 GO TO 3500-EXIT
044500             END-IF
044600         END-IF
044700     END-IF.
044800     PERFORM VARYING INT-DATE-IX FROM 1 BY 1
044900             UNTIL INT-DATE-IX > INT-DATE-COUNT
045000         IF INT-DT-DATE(INT-DATE-IX) = INT-DATE-WORK
045100             GO TO 3500-EXIT
045200         END-IF
045300     END-PERFORM.
045400     IF INT-DATE-COUNT >= INT-MAX-DATES
045500         SET INT-DATE-NOT-FOUND TO TRUE
045600         MOVE 0 TO INT-DATE-IX
045700         IF INT-DATE-FITS
045800             SET INT-DATE-FULL TO TRUE
045900             MOVE "DATE TABLE FULL - DATE CHECK INCOMPLETE"
046000                 TO INT-MSG-TEXT
046100             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
046200             ADD 1 TO INT-ERROR-COUNT
046300         END-IF
046400         GO TO 3500-EXIT
046500     END-IF.
046600     ADD 1 TO INT-DATE-COUNT.
046700     MOVE INT-DATE-COUNT TO INT-DATE-IX.
046800     MOVE INT-DATE-WORK TO INT-DT-DATE(INT-DATE-IX).
046900     MOVE SPACES TO INT-DT-HIST(INT-DATE-IX).
047000     MOVE 0 TO INT-DT-POSTED(INT-DATE-IX).
047100     MOVE "N" TO INT-DT-FLAG(INT-DATE-IX).
047200 3500-EXIT.
047300     EXIT.
047400
047500*============================================================
047600*  3600-COUNT-POSTING
047700*     ONE POSTING FOR INT-DATE-WORK TOWARDS THAT DATE'S
047800*     COUNT.
047900*============================================================
048000 3600-COUNT-POSTING.
048100     PERFORM 3500-FIND-DATE THRU 3500-EXIT.
048200     IF INT-DATE-FOUND
048300         ADD 1 TO INT-DT-POSTED(INT-DATE-IX)
048400     END-IF.
048500 3600-EXIT.
048600     EXIT.
048700
048800*============================================================
048900*  4000-CHECK-DETAIL
049000*     WALKS BRANDTL. EVERY POSTING IS COUNTED TO ITS DATE AND
049100*     LOOKED UP ON BRANDTLD BY DATE PLUS BRANCH: MISSING, OR
049200*     PRESENT WITH ANOTHER TOTAL, IS AN EXCEPTION.
049300*============================================================
049400 4000-CHECK-DETAIL.
049500     MOVE ZEROS TO DTL-BRANCH.
049600     MOVE "00000000" TO DTL-DATE.
049700     START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY.
049800     IF INT-DETAIL-NO-KEY OR INT-DETAIL-AT-END
049900         GO TO 4000-EXIT
050000     END-IF.
050100     PERFORM 4100-READ-NEXT-DETAIL THRU 4100-EXIT.
050200     PERFORM UNTIL INT-DTL-EOF
050300         ADD 1 TO INT-DTL-READ
050400         MOVE DTL-DATE TO INT-DATE-WORK
050500         PERFORM 3600-COUNT-POSTING THRU 3600-EXIT
050600         PERFORM 4200-MATCH-DATE-DETAIL THRU 4200-EXIT
050700         PERFORM 4100-READ-NEXT-DETAIL THRU 4100-EXIT
050800     END-PERFORM.
050900 4000-EXIT.
051000     EXIT.
051100
051200 4100-READ-NEXT-DETAIL.
051300     READ DETAIL-FILE NEXT RECORD
051400         AT END
051500             SET INT-DTL-EOF TO TRUE
051600     END-READ.
051700     IF NOT INT-DETAIL-OK AND NOT INT-DETAIL-AT-END
051800         DISPLAY "ERROR READING BRANDTL, STATUS "
051900             INT-DETAIL-STATUS
052000         ADD 1 TO INT-ERROR-COUNT
052100         SET INT-DTL-EOF TO TRUE
052200     END-IF.
052300 4100-EXIT.
052400     EXIT.
052500
052600 4200-MATCH-DATE-DETAIL.
052700     MOVE DTL-DATE TO DDT-DATE.
052800     MOVE DTL-BRANCH TO DDT-BRANCH.
052900     READ DATE-DETAIL-FILE.
053000     IF INT-DDETAIL-NO-KEY
053100         ADD 1 TO INT-NO-DDT-COUNT
053200         MOVE "NOT ON BRANDTLD" TO INT-PST-PROBLEM
053300         MOVE DTL-BRANCH TO INT-PST-BRANCH
053400         MOVE DTL-DATE TO INT-PST-DATE
053500         COMPUTE INT-AMT-WORK = DTL-TOTAL / 100
053600         MOVE INT-AMT-WORK TO INT-PST-AMT-1
053700         MOVE SPACES TO INT-PST-AMT-2-X
053800         PERFORM 4900-WRITE-POSTING-LINE THRU 4900-EXIT
053900         GO TO 4200-EXIT
054000     END-IF.
054100     IF NOT INT-DDETAIL-OK
054200         DISPLAY "ERROR READING BRANDTLD, STATUS "
054300             INT-DDETAIL-STATUS
054400         ADD 1 TO INT-ERROR-COUNT
054500         GO TO 4200-EXIT
054600     END-IF.
054700     IF DDT-TOTAL NOT = DTL-TOTAL
054800         ADD 1 TO INT-MISMATCH-COUNT
054900         MOVE "TOTAL MISMATCH" TO INT-PST-PROBLEM
055000         MOVE DTL-BRANCH TO INT-PST-BRANCH
055100         MOVE DTL-DATE TO INT-PST-DATE
055200         COMPUTE INT-AMT-WORK = DTL-TOTAL / 100
055300         MOVE INT-AMT-WORK TO INT-PST-AMT-1
055400         COMPUTE INT-AMT-WORK = DDT-TOTAL / 100
055500         MOVE INT-AMT-WORK TO INT-PST-AMT-2
055600         PERFORM 4900-WRITE-POSTING-LINE THRU 4900-EXIT
055700     END-IF.
055800 4200-EXIT.
055900     EXIT.
056000
056100 4900-WRITE-POSTING-LINE.
056200     MOVE INT-POSTING-LINE TO RPT-LINE.
056300     WRITE RPT-LINE.
056400     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
056500 4900-EXIT.
056600     EXIT.
056700
056800*============================================================
056900*  5000-CHECK-DATE-DETAIL
057000*     WALKS BRANDTLD. EVERY RECORD WITH NO BRANDTL POSTING
057100*     UNDER THE SAME BRANCH AND DATE IS AN EXCEPTION. TOTALS
057200*     WERE ALREADY COMPARED FROM THE BRANDTL SIDE.
057300*============================================================
057400 5000-CHECK-DATE-DETAIL.
057500     MOVE "00000000" TO DDT-DATE.
057600     MOVE ZEROS TO DDT-BRANCH.
057700     START DATE-DETAIL-FILE KEY IS NOT LESS THAN DDT-KEY.
057800     IF INT-DDETAIL-NO-KEY OR INT-DDETAIL-AT-END
057900         GO TO 5000-EXIT
058000     END-IF.
058100     PERFORM 5100-READ-NEXT-DATE-DETAIL THRU 5100-EXIT.
058200     PERFORM UNTIL INT-DDT-EOF
058300         ADD 1 TO INT-DDT-READ
058400         MOVE DDT-BRANCH TO DTL-BRANCH
058500         MOVE DDT-DATE TO DTL-DATE
058600         READ DETAIL-FILE
058700         IF INT-DETAIL-NO-KEY
058800             ADD 1 TO INT-NO-DTL-COUNT
058900             MOVE "NOT ON BRANDTL" TO INT-PST-PROBLEM
059000             MOVE DDT-BRANCH TO INT-PST-BRANCH
059100             MOVE DDT-DATE TO INT-PST-DATE
059200             MOVE SPACES TO INT-PST-AMT-1-X
059300             COMPUTE INT-AMT-WORK = DDT-TOTAL / 100
059400             MOVE INT-AMT-WORK TO INT-PST-AMT-2
059500             PERFORM 4900-WRITE-POSTING-LINE THRU 4900-EXIT
059600         ELSE
059700             IF NOT INT-DETAIL-OK
059800                 DISPLAY "ERROR READING BRANDTL, STATUS "
059900                     INT-DETAIL-STATUS
060000                 ADD 1 TO INT-ERROR-COUNT
060100             END-IF
060200         END-IF
060300         PERFORM 5100-READ-NEXT-DATE-DETAIL THRU 5100-EXIT
060400     END-PERFORM.
060500 5000-EXIT.
060600     EXIT.
060700
060800 5100-READ-NEXT-DATE-DETAIL.
060900     READ DATE-DETAIL-FILE NEXT RECORD
061000         AT END
061100             SET INT-DDT-EOF TO TRUE
061200     END-READ.
061300     IF NOT INT-DDETAIL-OK AND NOT INT-DDETAIL-AT-END
061400         DISPLAY "ERROR READING BRANDTLD, STATUS "
061500             INT-DDETAIL-STATUS
061600         ADD 1 TO INT-ERROR-COUNT
061700         SET INT-DDT-EOF TO TRUE
061800     END-IF.
061900 5100-EXIT.
062000     EXIT.
062100
062200*============================================================
062300*  6000-CHECK-ARCHIVE
062400*     WALKS BRANARCH. AN ARCHIVED POSTING STILL ON BRANDTL IS
062500*     AN EXCEPTION (A PURGE THAT WROTE THE ARCHIVE BUT FAILED
062600*     THE DELETE, OR A DAY POSTED AGAIN AFTER ITS PURGE) AND
062700*     IS COUNTED TO ITS DATE ONLY ONCE, FROM THE BRANDTL SIDE.
062800*     EVERY OTHER ARCHIVED POSTING COUNTS TO ITS DATE HERE.
062900*============================================================
063000 6000-CHECK-ARCHIVE.
063100     IF INT-ARC-UNAVAILABLE
063200         GO TO 6000-EXIT
063300     END-IF.
063400     MOVE ZEROS TO ARC-BRANCH.
063500     MOVE "00000000" TO ARC-DATE.
063600     START ARCHIVE-FILE KEY IS NOT LESS THAN ARC-KEY.
063700     IF INT-ARCHIVE-NO-KEY OR INT-ARCHIVE-AT-END
063800         GO TO 6000-EXIT
063900     END-IF.
064000     PERFORM 6100-READ-NEXT-ARCHIVE THRU 6100-EXIT.
064100     PERFORM UNTIL INT-ARC-EOF
064200         ADD 1 TO INT-ARC-READ
064300         MOVE ARC-BRANCH TO DTL-BRANCH
064400         MOVE ARC-DATE TO DTL-DATE
064500         READ DETAIL-FILE
064600         IF INT-DETAIL-OK
064700             ADD 1 TO INT-BOTH-COUNT
064800             MOVE "ONLINE AND ARCHIVED" TO INT-PST-PROBLEM
064900             MOVE ARC-BRANCH TO INT-PST-BRANCH
065000             MOVE ARC-DATE TO INT-PST-DATE
065100             COMPUTE INT-AMT-WORK = DTL-TOTAL / 100
065200             MOVE INT-AMT-WORK TO INT-PST-AMT-1
065300             COMPUTE INT-AMT-WORK = ARC-TOTAL / 100
065400             MOVE INT-AMT-WORK TO INT-PST-AMT-2
065500             PERFORM 4900-WRITE-POSTING-LINE THRU 4900-EXIT
065600         ELSE
065700             IF INT-DETAIL-NO-KEY
065800                 MOVE ARC-DATE TO INT-DATE-WORK
065900                 PERFORM 3600-COUNT-POSTING THRU 3600-EXIT
066000             ELSE
066100                 DISPLAY "ERROR READING BRANDTL, STATUS "
066200                     INT-DETAIL-STATUS
066300                 ADD 1 TO INT-ERROR-COUNT
066400             END-IF
066500         END-IF
066600         PERFORM 6100-READ-NEXT-ARCHIVE THRU 6100-EXIT
066700     END-PERFORM.
066800 6000-EXIT.
066900     EXIT.
067000
067100 6100-READ-NEXT-ARCHIVE.
067200     READ ARCHIVE-FILE NEXT RECORD
067300         AT END
067400             SET INT-ARC-EOF TO TRUE
067500     END-READ.
067600     IF NOT INT-ARCHIVE-OK AND NOT INT-ARCHIVE-AT-END
067700         DISPLAY "ERROR READING BRANARCH, STATUS "
067800             INT-ARCHIVE-STATUS
067900         ADD 1 TO INT-ERROR-COUNT
068000         SET INT-ARC-EOF TO TRUE
068100     END-IF.
068200 6100-EXIT.
068300     EXIT.
068400
068500*============================================================
068600*  7000-CHECK-DATE-COUNTS
068700*     EVERY DATE IN THE TABLE: A DATE WITH POSTINGS AND NO
068800*     STATHIST LINE, A STATHIST LINE WHOSE COUNT CANNOT BE
068900*     READ, AND A COUNT THAT DISAGREES WITH THE POSTINGS ON
069000*     FILE ARE ALL EXCEPTIONS.
069100*============================================================
069200 7000-CHECK-DATE-COUNTS.
069300     MOVE INT-DATE-HEADER-LINE TO RPT-LINE.
069400     WRITE RPT-LINE.
069500     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
069600     PERFORM VARYING K FROM 1 BY 1
069700             UNTIL K > INT-DATE-COUNT
069800         PERFORM 7100-CHECK-ONE-DATE THRU 7100-EXIT
069900     END-PERFORM.
070000 7000-EXIT.
070100     EXIT.
070200
070300 7100-CHECK-ONE-DATE.
070400     MOVE INT-DT-DATE(K) TO INT-DTL-OUT-DATE.
070500     MOVE INT-DT-POSTED(K) TO INT-DTL-OUT-POSTED.
070600     MOVE INT-DT-HIST(K) TO INT-DTL-OUT-HIST.
070700     IF INT-DT-FLAG(K) = "N"
070800         MOVE "POSTINGS BUT NO STATHIST LINE" TO INT-DTL-OUT-NOTE
070900         GO TO 7100-WRITE
071000     END-IF.
071100     IF INT-DT-HIST(K) NOT NUMERIC
071200         MOVE "STATHIST COUNT UNREADABLE" TO INT-DTL-OUT-NOTE
071300         GO TO 7100-WRITE
071400     END-IF.
071500     MOVE INT-DT-HIST(K) TO INT-HIST-CNT-WORK.
071600     IF INT-HIST-CNT-WORK = INT-DT-POSTED(K)
071700         GO TO 7100-EXIT
071800     END-IF.
071900     IF INT-DT-POSTED(K) = 0
072000         MOVE "NO POSTINGS ON FILE" TO INT-DTL-OUT-NOTE
072100     ELSE
072200         MOVE "COUNT DISAGREES" TO INT-DTL-OUT-NOTE
072300     END-IF.
072400 7100-WRITE.
072500     ADD 1 TO INT-DATE-BAD-COUNT.
072600     MOVE INT-DATE-LINE TO RPT-LINE.
072700     WRITE RPT-LINE.
072800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
072900 7100-EXIT.
073000     EXIT.
073100
073200*============================================================
073300*  7500-REPORT-SUMMARY
073400*     RECORDS READ AND EXCEPTIONS BY KIND, THEN THE VERDICT.
073500*     ANY EXCEPTION MAKES THE FILES NOT CLEAN (RETURN CODE
073600*     4); A READ ERROR OR A FULL DATE TABLE MEANS THE CHECK
073700*     ITSELF IS INCOMPLETE (RETURN CODE 8).
073800*============================================================
073900 7500-REPORT-SUMMARY.
074000     MOVE "BRANDTL POSTINGS READ          " TO INT-CNT-LABEL.
074100     MOVE INT-DTL-READ TO INT-CNT-OUT.
074200     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
074300     MOVE "BRANDTLD POSTINGS READ         " TO INT-CNT-LABEL.
074400     MOVE INT-DDT-READ TO INT-CNT-OUT.
074500     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
074600     MOVE "BRANARCH POSTINGS READ         " TO INT-CNT-LABEL.
074700     MOVE INT-ARC-READ TO INT-CNT-OUT.
074800     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
074900     MOVE "STATHIST LINES READ            " TO INT-CNT-LABEL.
075000     MOVE INT-HIST-READ TO INT-CNT-OUT.
075100     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
075200     MOVE "BRANDTL POSTINGS NOT ON BRANDTLD" TO INT-CNT-LABEL.
075300     MOVE INT-NO-DDT-COUNT TO INT-CNT-OUT.
075400     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
075500     MOVE "BRANDTLD RECORDS NOT ON BRANDTL" TO INT-CNT-LABEL.
075600     MOVE INT-NO-DTL-COUNT TO INT-CNT-OUT.
075700     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
075800     MOVE "TOTALS DIFFERING               " TO INT-CNT-LABEL.
075900     MOVE INT-MISMATCH-COUNT TO INT-CNT-OUT.
076000     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
076100     MOVE "POSTINGS ONLINE AND ARCHIVED   " TO INT-CNT-LABEL.
076200     MOVE INT-BOTH-COUNT TO INT-CNT-OUT.
076300     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
076400     MOVE "DATES DISAGREEING WITH STATHIST" TO INT-CNT-LABEL.
076500     MOVE INT-DATE-BAD-COUNT TO INT-CNT-OUT.
076600     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
076700     MOVE "READ ERRORS                    " TO INT-CNT-LABEL.
076800     MOVE INT-ERROR-COUNT TO INT-CNT-OUT.
076900     PERFORM 7600-WRITE-COUNT-LINE THRU 7600-EXIT.
077000     IF INT-NO-DDT-COUNT > 0 OR INT-NO-DTL-COUNT > 0
077100             OR INT-MISMATCH-COUNT > 0 OR INT-BOTH-COUNT > 0
077200             OR INT-DATE-BAD-COUNT > 0
077300         MOVE 4 TO INT-RETURN-CODE
077400     END-IF.
077500     IF INT-ERROR-COUNT > 0
077600         MOVE 8 TO INT-RETURN-CODE
077700     END-IF.
077800     IF INT-RETURN-CODE = 0
077900         MOVE "RESULT: FILES CLEAN" TO INT-MSG-TEXT
078000     ELSE
078100         IF INT-RETURN-CODE = 4
078200             MOVE "RESULT: FILES NOT CLEAN" TO INT-MSG-TEXT
078300         ELSE
078400             MOVE "RESULT: CHECK INCOMPLETE - SEE ERRORS"
078500                 TO INT-MSG-TEXT
078600         END-IF
078700     END-IF.
078800     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
078900 7500-EXIT.
079000     EXIT.
079100
079200 7600-WRITE-COUNT-LINE.
079300     MOVE INT-COUNT-LINE TO RPT-LINE.
079400     WRITE RPT-LINE.
079500     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
079600 7600-EXIT.
079700     EXIT.
079800
079900 8000-WRITE-MESSAGE.
080000     MOVE INT-MESSAGE-LINE TO RPT-LINE.
080100     WRITE RPT-LINE.
080200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
080300     MOVE SPACES TO INT-MSG-TEXT.
080400 8000-EXIT.
080500     EXIT.
080600
080700*============================================================
080800*  8100-CHECK-REPORT-WRITE
080900*     CHECKS FILE STATUS AFTER EVERY INTGRPT WRITE - THE
081000*     LINE SEQUENTIAL WRITER CAN DROP A RECORD SILENTLY.
081100*============================================================
081200 8100-CHECK-REPORT-WRITE.
081300     IF NOT INT-REPORT-OK
081400         DISPLAY "UNABLE TO WRITE INTGRPT, STATUS "
081500             INT-REPORT-STATUS
081600     END-IF.
081700 8100-EXIT.
081800     EXIT.
081900
082000*============================================================
082100*  9999-TERMINATE
082200*     CLOSES WHAT WAS OPENED AND HANDS THE CLEAN/NOT-CLEAN
082300*     RETURN CODE TO THE SCHEDULER.
082400*============================================================
082500 9999-TERMINATE.
082600     IF INT-RUN-OK
082700         CLOSE DETAIL-FILE
082800         CLOSE DATE-DETAIL-FILE
082900     END-IF.
083000     IF INT-ARC-AVAILABLE
083100         CLOSE ARCHIVE-FILE
083200     END-IF.
083300     IF INT-REPORT-OK
083400         CLOSE INTEGRITY-REPORT-FILE
083500     END-IF.
083600     MOVE INT-RETURN-CODE TO RETURN-CODE.
083700 9999-EXIT.
083800     EXIT.
