002392*                   SUMMARY, SO "DAYS 12" READS AGAINST THE
002394*                   22 THE MONTH ACTUALLY HELD. A MISSING
002396*                   STATCAL ONLY DROPS THE HOLIDAY CHECK.
002400*  2026-10-15 DM    PRINTS EACH BRANCH'S ACTUAL FOR THE MONTH
002405*                   AGAINST ITS BRANTGT TARGET, THE VARIANCE
002410*                   AND THE PERCENT ACHIEVED, GROUPED BY THE
002415*                   BRANMST REGION WITH REGION SUBTOTALS AND
002420*                   A NETWORK TOTAL. A MONTHLY TARGET OF ZERO
002425*                   IS TAKEN AS THE DAILY TARGET TIMES THE
002430*                   MONTH'S BUSINESS DAYS.
002435*  2026-10-15 DM    BRANMST NOW CARRIES OPENING AND CLOSING
002440*                   DATES (RECORDS NOW 44). A BRANCH COUNTS
002445*                   INTO ACTUAL AGAINST TARGET WHEN IT WAS
002450*                   OPEN ON ANY BUSINESS DAY OF THE MONTH,
002455*                   AND A DAILY TARGET IS MULTIPLIED BY THE
002460*                   BUSINESS DAYS IT WAS ACTUALLY OPEN, NOT
002465*                   THE WHOLE MONTH OR TODAY'S STATUS. THE
002466*                   DETAIL LINE NOW SHOWS THOSE DUE DAYS BESIDE
002467*                   THE DAYS REPORTED ("DAYS  8 OF  9"), SO
002468*                   MNTHRPT GOES TO 132 COLUMNS.
002470*  2026-10-15 DM    STATCTL RECORD NOW 26 WIDE, CARRYING THE
002475*                   SUBMITTING AND RELEASING OPERATOR IDS.
002478*  2026-10-15 DM    THE STEP NOW ENDS WITH A RETURN CODE: 8 WHEN
002481*                   THE MONTH COULD NOT BE CONSOLIDATED, 4 AFTER
002484*                   A FILE ERROR IT WORKED PAST, ELSE 0.
002490*----------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003910     SELECT CALENDAR-FILE ASSIGN TO "STATCAL"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS MTH-CALENDAR-STATUS.
003940     SELECT MASTER-FILE ASSIGN TO "BRANMST"
003950         ORGANIZATION IS LINE SEQUENTIAL
003960         FILE STATUS IS MTH-MASTER-STATUS.
003970     SELECT TARGET-FILE ASSIGN TO "BRANTGT"
003980         ORGANIZATION IS LINE SEQUENTIAL
003990         FILE STATUS IS MTH-TARGET-STATUS.
004000     SELECT MONTH-REPORT-FILE ASSIGN TO "MNTHRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS MTH-REPORT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTROL-CARD-FILE
004700     RECORD CONTAINS 26 CHARACTERS.
004800 01  CTL-RECORD.
004900     05  CTL-PROC-DATE               PIC X(08).
005000     05  CTL-RUN-MODE                PIC X(01).
005100     05  CTL-GUARD-RELEASE           PIC X(01).
005120     05  CTL-OPERATOR                PIC X(08).
005140     05  CTL-RELEASE-OPERATOR        PIC X(08).
005200
005300 FD  DETAIL-FILE
005400     RECORD CONTAINS 23 CHARACTERS.
006620     RECORD CONTAINS 8 CHARACTERS.
006630 01  CAL-RECORD                      PIC X(08).
006640
006641 FD  MASTER-FILE
006642     RECORD CONTAINS 44 CHARACTERS.
006643 01  MST-RECORD.
006644     05  MST-BRANCH                  PIC X(04).
006645     05  MST-NAME                    PIC X(20).
006646     05  MST-REGION                  PIC X(03).
006647     05  MST-STATUS                  PIC X(01).
006648     05  MST-OPEN-DATE               PIC X(08).
006649     05  MST-CLOSE-DATE              PIC X(08).
006650
006651 FD  TARGET-FILE
006652     RECORD CONTAINS 34 CHARACTERS.
006653 01  TGT-RECORD.
006654     05  TGT-BRANCH                  PIC X(04).
006655     05  TGT-MONTH                   PIC X(06).
006656     05  TGT-DAILY                   PIC X(11).
006657     05  TGT-MONTHLY                 PIC X(13).
006658
006700 FD  MONTH-REPORT-FILE
006800     RECORD CONTAINS 132 CHARACTERS.
006900 01  RPT-LINE                        PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------
014908 01  MTH-DOW-J4            PIC 9(2).
014910 01  MTH-DOW-SUM           PIC 9(5).
014912 01  MTH-DOW-QUOT          PIC 9(5).
014914 01  MTH-BUS-DATE          PIC X(8) OCCURS 31 TIMES.
014916 01  MTH-BUS-IX            PIC 9(2).
014956 01  MTH-BRANCHES-OUT      PIC 9(5) VALUE 0.
015000 01  MTH-POSTINGS-READ     PIC 9(5) VALUE 0.
015100 01  I                     PIC 9(5).
015200 01  K                     PIC 9(5).
015202
015203*----------------------------------------------------------
015204*    BRANCH MASTER - REGION, STATUS, OPENING AND CLOSING
015205*    DATES, AND THE BUSINESS DAYS OF THE MONTH EACH BRANCH
015206*    WAS OPEN. NO BRANMST PRINTS EVERY BRANCH UNDER "???".
015207*----------------------------------------------------------
015208 01  MTH-MASTER-COUNT      PIC 9(5) VALUE 0.
015209 01  MTH-MST-BRANCH        PIC X(4)
015210     OCCURS 1 TO 9999 TIMES
015211     DEPENDING ON MTH-MASTER-COUNT.
015212 01  MTH-MST-REGION        PIC X(3)
015213     OCCURS 1 TO 9999 TIMES
015214     DEPENDING ON MTH-MASTER-COUNT.
015215 01  MTH-MST-STATUS        PIC X(1)
015216     OCCURS 1 TO 9999 TIMES
015217     DEPENDING ON MTH-MASTER-COUNT.
015218 01  MTH-MST-OPEN-DATE     PIC X(8)
015219     OCCURS 1 TO 9999 TIMES
015220     DEPENDING ON MTH-MASTER-COUNT.
015221 01  MTH-MST-CLOSE-DATE    PIC X(8)
015222     OCCURS 1 TO 9999 TIMES
015223     DEPENDING ON MTH-MASTER-COUNT.
015224 01  MTH-MST-DUE-DAYS      PIC 9(2)
015225     OCCURS 1 TO 9999 TIMES
015226     DEPENDING ON MTH-MASTER-COUNT.
015227
015228*----------------------------------------------------------
015229*    BRANTGT TARGETS FOR THE REQUESTED MONTH ONLY - DAILY
015230*    AND MONTHLY, BOTH IN CENTS. LINES FOR OTHER MONTHS AND
015231*    LINES THAT DO NOT PARSE ARE PASSED OVER.
015232*----------------------------------------------------------
015233 01  MTH-TGT-COUNT         PIC 9(5) VALUE 0.
015234 01  MTH-TGT-BRANCH        PIC X(4)
015235     OCCURS 1 TO 9999 TIMES
015236     DEPENDING ON MTH-TGT-COUNT.
015237 01  MTH-TGT-DAILY         PIC 9(11)
015238     OCCURS 1 TO 9999 TIMES
015239     DEPENDING ON MTH-TGT-COUNT.
015240 01  MTH-TGT-MONTHLY       PIC 9(13)
015241     OCCURS 1 TO 9999 TIMES
015242     DEPENDING ON MTH-TGT-COUNT.
015243
015244*----------------------------------------------------------
015245*    THIS MONTH'S ACTUALS - ONE ENTRY PER BRANCH FLUSHED BY
015246*    THE CONSOLIDATION, KEPT FOR THE TARGET SECTION.
015247*----------------------------------------------------------
015248 01  MTH-ACT-COUNT         PIC 9(5) VALUE 0.
015249 01  MTH-ACT-BRANCH        PIC 9(4)
015250     OCCURS 1 TO 9999 TIMES
015251     DEPENDING ON MTH-ACT-COUNT.
015252 01  MTH-ACT-TOTAL         PIC 9(13)
015253     OCCURS 1 TO 9999 TIMES
015254     DEPENDING ON MTH-ACT-COUNT.
015255
015256*----------------------------------------------------------
015257*    ACTUAL AGAINST TARGET TABLE - EVERY MASTER BRANCH OPEN
015258*    IN THE MONTH, EVERY BRANCH WITH AN ACTUAL AND EVERY
015259*    BRANCH WITH A TARGET, ONCE EACH. MTH-VAR-DONE MARKS AN
015260*    ENTRY ALREADY PRINTED IN ITS REGION GROUP.
015261*----------------------------------------------------------
015262 01  MTH-VAR-COUNT         PIC 9(5) VALUE 0.
015263 01  MTH-VAR-BRANCH        PIC X(4)
015264     OCCURS 1 TO 9999 TIMES
015265     DEPENDING ON MTH-VAR-COUNT.
015266 01  MTH-VAR-REGION        PIC X(3)
015267     OCCURS 1 TO 9999 TIMES
015268     DEPENDING ON MTH-VAR-COUNT.
015269 01  MTH-VAR-ACTUAL        PIC 9(13)
015270     OCCURS 1 TO 9999 TIMES
015271     DEPENDING ON MTH-VAR-COUNT.
015272 01  MTH-VAR-TARGET        PIC 9(13)
015273     OCCURS 1 TO 9999 TIMES
015274     DEPENDING ON MTH-VAR-COUNT.
015275 01  MTH-VAR-DONE          PIC X(1)
015276     OCCURS 1 TO 9999 TIMES
015277     DEPENDING ON MTH-VAR-COUNT.
015278 01  MTH-VAR-DUE-DAYS      PIC 9(2)
015279     OCCURS 1 TO 9999 TIMES
015280     DEPENDING ON MTH-VAR-COUNT.
015281 01  MTH-VAR-IX            PIC 9(5).
015282 01  MTH-GRP-REGION        PIC X(3).
015283 01  MTH-LINE-ACTUAL       PIC 9(13).
015284 01  MTH-LINE-TARGET       PIC 9(13).
015285 01  MTH-GRP-ACTUAL        PIC 9(13).
015286 01  MTH-GRP-TARGET        PIC 9(13).
015287 01  MTH-NET-ACTUAL        PIC 9(13).
015288 01  MTH-NET-TARGET        PIC 9(13).
015289 01  MTH-VARIANCE          PIC S9(14).
015290 01  MTH-PCT-WORK          PIC 9(7)V9.
015291 01  MTH-KEY-BRANCH        PIC X(4).
015292 01  MTH-KEY-BRANCH-9 REDEFINES MTH-KEY-BRANCH
015293                           PIC 9(4).
015294 01  MTH-SCAN-IX           PIC 9(5).
015300
015310*----------------------------------------------------------
015320*    STEP RETURN CODE, RAISE-ONLY: 0 CLEAN, 4 A FILE ERROR
015330*    THE RUN WORKED PAST, 8 THE MONTH COULD NOT BE
015340*    CONSOLIDATED. STATJOB TESTS IT AFTER THIS STEP.
015350*----------------------------------------------------------
015360 01  MTH-RETURN-CODE       PIC 9(2) VALUE 0.
015370
015400 01  MTH-SWITCHES.
015500     05  MTH-RUN-OK-SW     PIC X(01) VALUE "Y".
015600         88  MTH-RUN-OK              VALUE "Y".
016670     05  MTH-SUM-FULL-SW   PIC X(01) VALUE "N".
016680         88  MTH-SUM-FULL            VALUE "Y".
016690         88  MTH-SUM-FITS            VALUE "N".
016691     05  MTH-MST-EOF-SW    PIC X(01) VALUE "N".
016692         88  MTH-MST-EOF             VALUE "Y".
016693         88  MTH-MST-NOT-EOF         VALUE "N".
016694     05  MTH-TGT-EOF-SW    PIC X(01) VALUE "N".
016695         88  MTH-TGT-EOF             VALUE "Y".
016696         88  MTH-TGT-NOT-EOF         VALUE "N".
016697     05  MTH-VAR-FOUND-SW  PIC X(01) VALUE "N".
016698         88  MTH-VAR-FOUND           VALUE "Y".
016699         88  MTH-VAR-NOT-FOUND       VALUE "N".
016700
016800*----------------------------------------------------------
016900*    FILE HANDLING WORKING STORAGE
018530     88  MTH-CALENDAR-AT-END     VALUE "10".
018540     88  MTH-CALENDAR-MISSING    VALUE "35".
018550
018551 01  MTH-MASTER-STATUS     PIC X(02).
018552     88  MTH-MASTER-OK           VALUE "00".
018553     88  MTH-MASTER-AT-END       VALUE "10".
018554     88  MTH-MASTER-MISSING      VALUE "35".
018555
018556 01  MTH-TARGET-STATUS     PIC X(02).
018557     88  MTH-TARGET-OK           VALUE "00".
018558     88  MTH-TARGET-AT-END       VALUE "10".
018559     88  MTH-TARGET-MISSING      VALUE "35".
018560
018600 01  MTH-REPORT-STATUS     PIC X(02).
018700     88  MTH-REPORT-OK           VALUE "00".
018800
020200     05  MTH-DET-TOTAL     PIC ZZZZZZZZZZ9.99.
020300     05  FILLER            PIC X(06) VALUE " DAYS ".
020400     05  MTH-DET-DAYS      PIC Z9.
020420     05  FILLER            PIC X(04) VALUE " OF ".
020440     05  MTH-DET-DUE-DAYS  PIC Z9.
020500     05  FILLER            PIC X(07) VALUE " PRIOR ".
020600     05  MTH-DET-PRIOR     PIC ZZZZZZZZZZ9.99.
020700     05  FILLER            PIC X(06) VALUE " MOVE ".
020800     05  MTH-DET-MOVE      PIC +ZZZZZZZZ9.99.
021000
021001 01  MTH-VAR-HEADER-LINE.
021002     05  FILLER            PIC X(24)
021003         VALUE "ACTUAL AGAINST TARGET - ".
021004     05  MTH-VHD-MONTH     PIC X(06).
021005     05  FILLER            PIC X(50) VALUE SPACES.
021006
021007*    ONE LINE SHAPE SERVES BRANCH, REGION SUBTOTAL AND
021008*    NETWORK TOTAL LINES - ONLY THE LABEL AND ID CHANGE. THE
021009*    PERCENT PRINTS "N/A" WHEN THERE IS NO TARGET TO MEASURE
021010*    AGAINST.
021011 01  MTH-VAR-LINE.
021012     05  MTH-VAR-LABEL     PIC X(07).
021013     05  MTH-VAR-ID        PIC X(04).
021014     05  FILLER            PIC X(05) VALUE " ACT ".
021015     05  MTH-VAR-ACT-OUT   PIC ZZZZZZZZZZ9.99.
021016     05  FILLER            PIC X(05) VALUE " TGT ".
021017     05  MTH-VAR-TGT-OUT   PIC ZZZZZZZZZZ9.99.
021018     05  FILLER            PIC X(05) VALUE " VAR ".
021019     05  MTH-VAR-VAR-OUT   PIC +ZZZZZZZZZZ9.99.
021020     05  FILLER            PIC X(05) VALUE " PCT ".
021021     05  MTH-VAR-PCT-OUT   PIC ZZZ9.9.
021022     05  MTH-VAR-PCT-X REDEFINES MTH-VAR-PCT-OUT
021023                           PIC X(06).
021024
021100 01  MTH-COUNT-LINE.
021200     05  MTH-CNT-LABEL     PIC X(23).
021300     05  MTH-CNT-OUT       PIC ZZZZ9.
022650         PERFORM 1500-LOAD-CALENDAR THRU 1500-EXIT
022660         PERFORM 2500-COUNT-BUSINESS-DAYS THRU 2500-EXIT
022700         PERFORM 2000-LOAD-PRIOR-SUMMARIES THRU 2000-EXIT
022710         PERFORM 1600-LOAD-BRANCH-MASTER THRU 1600-EXIT
022720         PERFORM 1700-LOAD-TARGETS THRU 1700-EXIT
022800     END-IF.
022900     IF MTH-RUN-OK
023000         PERFORM 3000-CONSOLIDATE-MONTH THRU 3000-EXIT
023010         PERFORM 7000-PRINT-TARGET-VARIANCE THRU 7000-EXIT
023100         PERFORM 5000-REWRITE-MONTH-FILE THRU 5000-EXIT
023200         PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT
023300     END-IF.
024900         DISPLAY "UNABLE TO OPEN MNTHRPT, STATUS "
025000             MTH-REPORT-STATUS
025100         SET MTH-RUN-FAILED TO TRUE
025110         MOVE 8 TO MTH-RETURN-CODE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     OPEN INPUT CONTROL-CARD-FILE.
025900             TO MTH-MSG-TEXT
026000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
026100         SET MTH-RUN-FAILED TO TRUE
026110         MOVE 8 TO MTH-RETURN-CODE
026200         GO TO 1000-EXIT
026300     END-IF.
026400     READ CONTROL-CARD-FILE
027100             TO MTH-MSG-TEXT
027200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
027300         SET MTH-RUN-FAILED TO TRUE
027310         MOVE 8 TO MTH-RETURN-CODE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     MOVE CTL-PROC-DATE TO MTH-PROC-DATE.
027800         MOVE "BAD MONTH ON STATCTL CARD" TO MTH-MSG-TEXT
027900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
028000         SET MTH-RUN-FAILED TO TRUE
028010         MOVE 8 TO MTH-RETURN-CODE
028100         GO TO 1000-EXIT
028200     END-IF.
028300     IF MTH-REQ-MM = 1
031500         DISPLAY "UNABLE TO OPEN MNTHSUM, STATUS "
031600             MTH-SUM-STATUS
031700         SET MTH-RUN-FAILED TO TRUE
031710         MOVE 8 TO MTH-RETURN-CODE
031800         GO TO 2000-EXIT
031900     END-IF.
032000     PERFORM 2100-READ-MONTH-SUM THRU 2100-EXIT.
034800     END-READ.
034900 2100-EXIT.
035000     EXIT.
035097
035098*============================================================
035099*  1600-LOAD-BRANCH-MASTER
035100*     LOADS BRANCH, REGION, STATUS AND THE OPENING AND CLOSING
035101*     DATES FROM BRANMST FOR THE ACTUAL AGAINST TARGET SECTION.
035102*     A MISSING MASTER ONLY LEAVES THE REGIONS UNKNOWN - THE
035103*     CONSOLIDATION ITSELF DOES NOT NEED IT.
035104*============================================================
035105 1600-LOAD-BRANCH-MASTER.
035106     OPEN INPUT MASTER-FILE.
035107     IF NOT MTH-MASTER-OK
035108         DISPLAY "UNABLE TO OPEN BRANMST, STATUS "
035109             MTH-MASTER-STATUS
035110         IF MTH-RETURN-CODE < 4
035111             MOVE 4 TO MTH-RETURN-CODE
035112         END-IF
035113         MOVE "NO BRANMST - TARGET REGIONS SHOW AS ???"
035114             TO MTH-MSG-TEXT
035115         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
035116         GO TO 1600-EXIT
035117     END-IF.
035118     PERFORM 1650-READ-MASTER THRU 1650-EXIT.
035119     PERFORM UNTIL MTH-MST-EOF OR MTH-MASTER-COUNT >= 9999
035120         IF MST-BRANCH NUMERIC
035121             ADD 1 TO MTH-MASTER-COUNT
035122             MOVE MST-BRANCH TO MTH-MST-BRANCH(MTH-MASTER-COUNT)
035123             MOVE MST-REGION TO MTH-MST-REGION(MTH-MASTER-COUNT)
035124             MOVE MST-STATUS TO MTH-MST-STATUS(MTH-MASTER-COUNT)
035125             MOVE MST-OPEN-DATE
035126                 TO MTH-MST-OPEN-DATE(MTH-MASTER-COUNT)
035127             MOVE MST-CLOSE-DATE
035128                 TO MTH-MST-CLOSE-DATE(MTH-MASTER-COUNT)
035129             PERFORM 1660-COUNT-DUE-DAYS THRU 1660-EXIT
035130         END-IF
035131         PERFORM 1650-READ-MASTER THRU 1650-EXIT
035132     END-PERFORM.
035133     CLOSE MASTER-FILE.
035134 1600-EXIT.
035135     EXIT.
035136
035137 1650-READ-MASTER.
035138     READ MASTER-FILE
035139         AT END
035140             SET MTH-MST-EOF TO TRUE
035141     END-READ.
035142 1650-EXIT.
035143     EXIT.
035144
035145*============================================================
035146*  1700-LOAD-TARGETS
035147*     LOADS THE REQUESTED MONTH'S TARGETS FROM BRANTGT. LINES
035148*     FOR OTHER MONTHS AND LINES THAT DO NOT PARSE ARE PASSED
035149*     OVER. A MISSING FILE PRINTS EVERY TARGET AS ZERO.
035150*============================================================
035151 1700-LOAD-TARGETS.
035152     OPEN INPUT TARGET-FILE.
035153     IF NOT MTH-TARGET-OK
035154         DISPLAY "UNABLE TO OPEN BRANTGT, STATUS "
035155             MTH-TARGET-STATUS
035156         IF MTH-RETURN-CODE < 4
035157             MOVE 4 TO MTH-RETURN-CODE
035158         END-IF
035159         MOVE "NO BRANTGT FILE - TARGETS SHOW AS ZERO"
035160             TO MTH-MSG-TEXT
035161         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
035162         GO TO 1700-EXIT
035163     END-IF.
035164     PERFORM 1750-READ-TARGET THRU 1750-EXIT.
035165     PERFORM UNTIL MTH-TGT-EOF OR MTH-TGT-COUNT >= 9999
035166         IF TGT-MONTH = MTH-REQ-MONTH-X
035167                 AND TGT-BRANCH NUMERIC
035168                 AND TGT-DAILY NUMERIC
035169                 AND TGT-MONTHLY NUMERIC
035170             ADD 1 TO MTH-TGT-COUNT
035171             MOVE TGT-BRANCH TO MTH-TGT-BRANCH(MTH-TGT-COUNT)
035172             MOVE TGT-DAILY TO MTH-TGT-DAILY(MTH-TGT-COUNT)
035173             MOVE TGT-MONTHLY TO MTH-TGT-MONTHLY(MTH-TGT-COUNT)
035174         END-IF
035175         PERFORM 1750-READ-TARGET THRU 1750-EXIT
035176     END-PERFORM.
035177     CLOSE TARGET-FILE.
035178 1700-EXIT.
035179     EXIT.
035180
035181 1750-READ-TARGET.
035182     READ TARGET-FILE
035183         AT END
035184             SET MTH-TGT-EOF TO TRUE
035185     END-READ.
035186 1750-EXIT.
035187     EXIT.
035188
035200*============================================================
035300*  3000-CONSOLIDATE-MONTH
035400*     WALKS BRANDTL IN KEY ORDER. BRANDTL IS KEYED BRANCH
036600             TO MTH-MSG-TEXT
036700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
036800         SET MTH-RUN-FAILED TO TRUE
036810         MOVE 8 TO MTH-RETURN-CODE
036900         GO TO 3000-EXIT
037000     END-IF.
037100     MOVE ZEROS TO DTL-BRANCH.
040700     IF NOT MTH-DETAIL-OK AND NOT MTH-DETAIL-AT-END
040800         DISPLAY "ERROR READING BRANDTL, STATUS "
040900             MTH-DETAIL-STATUS
040910         IF MTH-RETURN-CODE < 4
040920             MOVE 4 TO MTH-RETURN-CODE
040930         END-IF
041000         SET MTH-DTL-EOF TO TRUE
041100     END-IF.
041200 3100-EXIT.
041500*============================================================
041600*  4000-FLUSH-BRANCH
041700*     ONE BRANCH'S MONTH IS COMPLETE: PRINT ITS REPORT LINE
041800*     (TOTAL, DAYS REPORTED OF THE BUSINESS DAYS IT WAS DUE,
041850*     PRIOR MONTH AND MOVEMENT) AND STAGE ITS MNTHSUM LINE
041900*     AND ITS ACTUAL FOR THE TARGET SECTION, THEN CLEAR THE
042000*     ACCUMULATORS FOR THE NEXT GROUP. THE DUE DAYS COME
042050*     FROM BRANMST; A BRANCH NOT ON IT IS DUE EVERY BUSINESS
042060*     DAY OF THE MONTH.
042100*============================================================
042200 4000-FLUSH-BRANCH.
042300     PERFORM 4100-FIND-PRIOR-TOTAL THRU 4100-EXIT.
042450     COMPUTE MTH-AMT-WORK = MTH-CUR-TOTAL / 100.
042500     MOVE MTH-AMT-WORK TO MTH-DET-TOTAL.
042600     MOVE MTH-CUR-DAYS TO MTH-DET-DAYS.
042605     MOVE MTH-BUSDAY-COUNT TO MTH-DET-DUE-DAYS.
042610     PERFORM VARYING MTH-SCAN-IX FROM 1 BY 1
042615             UNTIL MTH-SCAN-IX > MTH-MASTER-COUNT
042620         IF MTH-MST-BRANCH(MTH-SCAN-IX) = MTH-CUR-BRANCH
042625             MOVE MTH-MST-DUE-DAYS(MTH-SCAN-IX)
042630                 TO MTH-DET-DUE-DAYS
042635         END-IF
042640     END-PERFORM.
042650     COMPUTE MTH-AMT-WORK = MTH-PRI-FOUND-TOTAL / 100.
042700     MOVE MTH-AMT-WORK TO MTH-DET-PRIOR.
042800     COMPUTE MTH-MOVEMENT =
043900         MOVE MTH-CUR-DAYS TO MTH-SUM-DAYS
044000         MOVE MTH-SUM-OUT-LINE TO MTH-NEW-TBL(MTH-NEW-COUNT)
044100     END-IF.
044110     IF MTH-ACT-COUNT < 9999
044120         ADD 1 TO MTH-ACT-COUNT
044130         MOVE MTH-CUR-BRANCH TO MTH-ACT-BRANCH(MTH-ACT-COUNT)
044140         MOVE MTH-CUR-TOTAL TO MTH-ACT-TOTAL(MTH-ACT-COUNT)
044150     END-IF.
044200     ADD 1 TO MTH-BRANCHES-OUT.
044300     MOVE 0 TO MTH-CUR-TOTAL.
044400     MOVE 0 TO MTH-CUR-DAYS.
046500 4100-EXIT.
046600     EXIT.
046700
046701*============================================================
046702*  7000-PRINT-TARGET-VARIANCE
046703*     PRINTS EVERY BRANCH'S ACTUAL FOR THE MONTH AGAINST ITS
046704*     TARGET, THE VARIANCE AND THE PERCENT ACHIEVED. BRANCHES
046705*     ARE GROUPED BY REGION IN ORDER OF FIRST APPEARANCE;
046706*     EACH GROUP CLOSES WITH A REGION SUBTOTAL AND THE
046707*     SECTION WITH A NETWORK TOTAL.
046708*============================================================
046709 7000-PRINT-TARGET-VARIANCE.
046710     PERFORM 7100-BUILD-VARIANCE-TABLE THRU 7100-EXIT.
046711     MOVE MTH-REQ-MONTH-X TO MTH-VHD-MONTH.
046712     MOVE MTH-VAR-HEADER-LINE TO RPT-LINE.
046713     WRITE RPT-LINE.
046714     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
046715     MOVE 0 TO MTH-NET-ACTUAL.
046716     MOVE 0 TO MTH-NET-TARGET.
046717     PERFORM VARYING I FROM 1 BY 1 UNTIL I > MTH-VAR-COUNT
046718         IF MTH-VAR-DONE(I) = "N"
046719             MOVE MTH-VAR-REGION(I) TO MTH-GRP-REGION
046720             PERFORM 7300-PRINT-REGION-GROUP THRU 7300-EXIT
046721         END-IF
046722     END-PERFORM.
046723     MOVE "NETWORK" TO MTH-VAR-LABEL.
046724     MOVE SPACES TO MTH-VAR-ID.
046725     MOVE MTH-NET-ACTUAL TO MTH-LINE-ACTUAL.
046726     MOVE MTH-NET-TARGET TO MTH-LINE-TARGET.
046727     PERFORM 7400-WRITE-VARIANCE-LINE THRU 7400-EXIT.
046728 7000-EXIT.
046729     EXIT.
046730
046731*============================================================
046732*  7100-BUILD-VARIANCE-TABLE
046733*     ONE ENTRY PER BRANCH: EVERY MASTER BRANCH OPEN ON ANY
046734*     BUSINESS DAY OF THE MONTH, IN MASTER ORDER, THEN ANY
046735*     BRANCH WITH AN ACTUAL OR A TARGET NOT ALREADY IN - ITS
046736*     FIGURES STILL HAVE TO SHOW. THE MONTH'S TARGET IS THE
046737*     MONTHLY FIGURE, OR WHEN NONE IS SET THE DAILY FIGURE
046738*     TIMES THE BUSINESS DAYS THE BRANCH WAS OPEN, SO A BRANCH
046739*     OPENED OR CLOSED MID-MONTH IS NOT HELD TO A FULL MONTH.
046740*============================================================
046741 7100-BUILD-VARIANCE-TABLE.
046742     PERFORM VARYING K FROM 1 BY 1 UNTIL K > MTH-MASTER-COUNT
046743         IF MTH-MST-DUE-DAYS(K) > 0
046744             MOVE MTH-MST-BRANCH(K) TO MTH-KEY-BRANCH
046745             PERFORM 7200-FIND-VARIANCE-ENTRY THRU 7200-EXIT
046746         END-IF
046747     END-PERFORM.
046748     PERFORM VARYING K FROM 1 BY 1 UNTIL K > MTH-ACT-COUNT
046749         MOVE MTH-ACT-BRANCH(K) TO MTH-KEY-BRANCH-9
046750         PERFORM 7200-FIND-VARIANCE-ENTRY THRU 7200-EXIT
046751         IF MTH-VAR-FOUND
046752             ADD MTH-ACT-TOTAL(K) TO MTH-VAR-ACTUAL(MTH-VAR-IX)
046753         END-IF
046754     END-PERFORM.
046755     PERFORM VARYING K FROM 1 BY 1 UNTIL K > MTH-TGT-COUNT
046756         MOVE MTH-TGT-BRANCH(K) TO MTH-KEY-BRANCH
046757         PERFORM 7200-FIND-VARIANCE-ENTRY THRU 7200-EXIT
046758         IF MTH-VAR-FOUND
046759             IF MTH-TGT-MONTHLY(K) > 0
046760                 MOVE MTH-TGT-MONTHLY(K)
046761                     TO MTH-VAR-TARGET(MTH-VAR-IX)
046762             ELSE
046763                 COMPUTE MTH-VAR-TARGET(MTH-VAR-IX) =
046764                     MTH-TGT-DAILY(K)
046765                         * MTH-VAR-DUE-DAYS(MTH-VAR-IX)
046766             END-IF
046767         END-IF
046768     END-PERFORM.
046769 7100-EXIT.
046770     EXIT.
046771
046800*============================================================
046900*  5000-REWRITE-MONTH-FILE
047000*     WRITES MNTHSUM BACK IN ONE PIECE: EVERY RETAINED LINE
047700     IF NOT MTH-SUM-OK
047800         DISPLAY "UNABLE TO REWRITE MNTHSUM, STATUS "
047900             MTH-SUM-STATUS
047910         IF MTH-RETURN-CODE < 4
047920             MOVE 4 TO MTH-RETURN-CODE
047930         END-IF
048000         MOVE "MNTHSUM NOT REWRITTEN - SEE CONSOLE"
048100             TO MTH-MSG-TEXT
048200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
048900         IF NOT MTH-SUM-OK
049000             DISPLAY "UNABLE TO WRITE MNTHSUM, STATUS "
049100                 MTH-SUM-STATUS
049110             IF MTH-RETURN-CODE < 4
049120                 MOVE 4 TO MTH-RETURN-CODE
049130             END-IF
049200         END-IF
049300     END-PERFORM.
049400     PERFORM VARYING K FROM 1 BY 1
049800         IF NOT MTH-SUM-OK
049900             DISPLAY "UNABLE TO WRITE MNTHSUM, STATUS "
050000                 MTH-SUM-STATUS
050010             IF MTH-RETURN-CODE < 4
050020                 MOVE 4 TO MTH-RETURN-CODE
050030             END-IF
050100         END-IF
050200     END-PERFORM.
050300     CLOSE MONTH-SUM-FILE.
050400 5000-EXIT.
050500     EXIT.
050600
050601*============================================================
050602*  7200-FIND-VARIANCE-ENTRY
050603*     LOOKS MTH-KEY-BRANCH UP IN THE VARIANCE TABLE AND ADDS
050604*     IT - WITH ITS MASTER REGION, "???" WHEN IT IS NOT ON
050605*     BRANMST - AND THE BUSINESS DAYS IT WAS OPEN, WHEN IT IS
050606*     NOT THERE YET. LEAVES MTH-VAR-IX ON THE ENTRY; NOT FOUND
050607*     ONLY WHEN THE TABLE IS FULL.
050608*============================================================
050609 7200-FIND-VARIANCE-ENTRY.
050610     SET MTH-VAR-NOT-FOUND TO TRUE.
050611     PERFORM VARYING MTH-SCAN-IX FROM 1 BY 1
050612             UNTIL MTH-SCAN-IX > MTH-VAR-COUNT OR MTH-VAR-FOUND
050613         IF MTH-VAR-BRANCH(MTH-SCAN-IX) = MTH-KEY-BRANCH
050614             SET MTH-VAR-FOUND TO TRUE
050615             MOVE MTH-SCAN-IX TO MTH-VAR-IX
050616         END-IF
050617     END-PERFORM.
050618     IF MTH-VAR-FOUND OR MTH-VAR-COUNT >= 9999
050619         GO TO 7200-EXIT
050620     END-IF.
050621     ADD 1 TO MTH-VAR-COUNT.
050622     MOVE MTH-VAR-COUNT TO MTH-VAR-IX.
050623     MOVE MTH-KEY-BRANCH TO MTH-VAR-BRANCH(MTH-VAR-IX).
050624     MOVE "???" TO MTH-VAR-REGION(MTH-VAR-IX).
050625     MOVE 0 TO MTH-VAR-ACTUAL(MTH-VAR-IX).
050626     MOVE 0 TO MTH-VAR-TARGET(MTH-VAR-IX).
050627     MOVE "N" TO MTH-VAR-DONE(MTH-VAR-IX).
050628     MOVE MTH-BUSDAY-COUNT TO MTH-VAR-DUE-DAYS(MTH-VAR-IX).
050629     PERFORM VARYING MTH-SCAN-IX FROM 1 BY 1
050630             UNTIL MTH-SCAN-IX > MTH-MASTER-COUNT
050631         IF MTH-MST-BRANCH(MTH-SCAN-IX) = MTH-KEY-BRANCH
050632             MOVE MTH-MST-REGION(MTH-SCAN-IX)
050633                 TO MTH-VAR-REGION(MTH-VAR-IX)
050634             MOVE MTH-MST-DUE-DAYS(MTH-SCAN-IX)
050635                 TO MTH-VAR-DUE-DAYS(MTH-VAR-IX)
050636         END-IF
050637     END-PERFORM.
050638     SET MTH-VAR-FOUND TO TRUE.
050639 7200-EXIT.
050640     EXIT.
050641
050642*============================================================
050643*  7300-PRINT-REGION-GROUP
050644*     PRINTS EVERY ENTRY OF REGION MTH-GRP-REGION NOT YET
050645*     PRINTED, FROM ENTRY I ON, THEN THE REGION SUBTOTAL,
050646*     AND ADDS THE GROUP INTO THE NETWORK TOTAL.
050647*============================================================
050648 7300-PRINT-REGION-GROUP.
050649     MOVE 0 TO MTH-GRP-ACTUAL.
050650     MOVE 0 TO MTH-GRP-TARGET.
050651     PERFORM VARYING K FROM I BY 1 UNTIL K > MTH-VAR-COUNT
050652         IF MTH-VAR-DONE(K) = "N"
050653                 AND MTH-VAR-REGION(K) = MTH-GRP-REGION
050654             MOVE "Y" TO MTH-VAR-DONE(K)
050655             MOVE "BRANCH " TO MTH-VAR-LABEL
050656             MOVE MTH-VAR-BRANCH(K) TO MTH-VAR-ID
050657             MOVE MTH-VAR-ACTUAL(K) TO MTH-LINE-ACTUAL
050658             MOVE MTH-VAR-TARGET(K) TO MTH-LINE-TARGET
050659             PERFORM 7400-WRITE-VARIANCE-LINE THRU 7400-EXIT
050660             ADD MTH-VAR-ACTUAL(K) TO MTH-GRP-ACTUAL
050661             ADD MTH-VAR-TARGET(K) TO MTH-GRP-TARGET
050662         END-IF
050663     END-PERFORM.
050664     MOVE "REGION " TO MTH-VAR-LABEL.
050665     MOVE MTH-GRP-REGION TO MTH-VAR-ID.
050666     MOVE MTH-GRP-ACTUAL TO MTH-LINE-ACTUAL.
050667     MOVE MTH-GRP-TARGET TO MTH-LINE-TARGET.
050668     PERFORM 7400-WRITE-VARIANCE-LINE THRU 7400-EXIT.
050669     ADD MTH-GRP-ACTUAL TO MTH-NET-ACTUAL.
050670     ADD MTH-GRP-TARGET TO MTH-NET-TARGET.
050671 7300-EXIT.
050672     EXIT.
050673
050700*============================================================
050800*  6000-REPORT-SUMMARY
050900*     CLOSES MNTHRPT WITH THE RUN'S COUNTS SO A MONTH WITH
052800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
052900 6000-EXIT.
053000     EXIT.
053001
053002*============================================================
053003*  7400-WRITE-VARIANCE-LINE
053004*     ONE LINE FROM MTH-LINE-ACTUAL AND MTH-LINE-TARGET: THE
053005*     VARIANCE IS ACTUAL LESS TARGET, THE PERCENT ACHIEVED
053006*     ACTUAL OVER TARGET, CAPPED AT 9999.9.
053007*============================================================
053008 7400-WRITE-VARIANCE-LINE.
053009     COMPUTE MTH-AMT-WORK = MTH-LINE-ACTUAL / 100.
053010     MOVE MTH-AMT-WORK TO MTH-VAR-ACT-OUT.
053011     COMPUTE MTH-AMT-WORK = MTH-LINE-TARGET / 100.
053012     MOVE MTH-AMT-WORK TO MTH-VAR-TGT-OUT.
053013     COMPUTE MTH-VARIANCE = MTH-LINE-ACTUAL - MTH-LINE-TARGET.
053014     COMPUTE MTH-AMT-WORK = MTH-VARIANCE / 100.
053015     MOVE MTH-AMT-WORK TO MTH-VAR-VAR-OUT.
053016     IF MTH-LINE-TARGET = 0
053017         MOVE "   N/A" TO MTH-VAR-PCT-X
053018     ELSE
053019         COMPUTE MTH-PCT-WORK ROUNDED =
053020             MTH-LINE-ACTUAL * 100 / MTH-LINE-TARGET
053021             ON SIZE ERROR
053022                 MOVE 9999.9 TO MTH-PCT-WORK
053023         END-COMPUTE
053024         IF MTH-PCT-WORK > 9999.9
053025             MOVE 9999.9 TO MTH-PCT-WORK
053026         END-IF
053027         MOVE MTH-PCT-WORK TO MTH-VAR-PCT-OUT
053028     END-IF.
053029     MOVE MTH-VAR-LINE TO RPT-LINE.
053030     WRITE RPT-LINE.
053031     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
053032 7400-EXIT.
053033     EXIT.
053100
053102*============================================================
053104*  1500-LOAD-CALENDAR
053130         GO TO 1500-EXIT
053132     END-IF.
053134     IF NOT MTH-CALENDAR-OK
053135         DISPLAY "UNABLE TO OPEN STATCAL, STATUS "
053136             MTH-CALENDAR-STATUS
053137         IF MTH-RETURN-CODE < 4
053138             MOVE 4 TO MTH-RETURN-CODE
053139         END-IF
053140         GO TO 1500-EXIT
053142     END-IF.
053144     PERFORM 1550-READ-CALENDAR THRU 1550-EXIT.
053190*     ONES THAT ARE NEITHER A WEEKEND NOR A STATCAL HOLIDAY.
053192*     THE COUNT PRINTS ON THE SUMMARY SO A BRANCH'S DAYS
053194*     REPORTED READS AGAINST WHAT THE MONTH ACTUALLY HELD.
053195*     EACH BUSINESS DATE IS KEPT FOR THE BRANCH DUE-DAY COUNT.
053196*============================================================
053198 2500-COUNT-BUSINESS-DAYS.
053200     MOVE 0 TO MTH-BUSDAY-COUNT.
053212         PERFORM 2700-CHECK-BUSINESS-DAY THRU 2700-EXIT
053214         IF MTH-BUSINESS-DAY
053216             ADD 1 TO MTH-BUSDAY-COUNT
053217             MOVE MTH-WORK-DATE-X
053218                 TO MTH-BUS-DATE(MTH-BUSDAY-COUNT)
053219         END-IF
053220     END-PERFORM.
053222 2500-EXIT.
053224     EXIT.
053700 8000-EXIT.
053800     EXIT.
053900
053902*============================================================
053904*  1660-COUNT-DUE-DAYS
053906*     COUNTS THE MONTH'S BUSINESS DAYS ON WHICH THE MASTER
053908*     ENTRY JUST LOADED WAS OPEN - THE DAYS IT SHOULD HAVE
053910*     REPORTED. A BRANCH IS OPEN FROM ITS OPENING DATE UP TO
053912*     THE DAY BEFORE ITS CLOSING DATE; A BLANK OPENING DATE
053914*     MEANS OPEN SINCE BEFORE RECORDS BEGAN, AND WITH NO
053916*     CLOSING DATE THE STATUS BYTE DECIDES, AS IT ALWAYS HAS.
053918*============================================================
053920 1660-COUNT-DUE-DAYS.
053922     MOVE 0 TO MTH-MST-DUE-DAYS(MTH-MASTER-COUNT).
053924     IF MST-CLOSE-DATE = SPACES AND MST-STATUS NOT = "O"
053926         GO TO 1660-EXIT
053928     END-IF.
053930     PERFORM VARYING MTH-BUS-IX FROM 1 BY 1
053932             UNTIL MTH-BUS-IX > MTH-BUSDAY-COUNT
053934         IF (MST-OPEN-DATE = SPACES
053936                 OR MST-OPEN-DATE NOT > MTH-BUS-DATE(MTH-BUS-IX))
053938             AND (MST-CLOSE-DATE = SPACES
053940                 OR MST-CLOSE-DATE > MTH-BUS-DATE(MTH-BUS-IX))
053942             ADD 1 TO MTH-MST-DUE-DAYS(MTH-MASTER-COUNT)
053944         END-IF
053946     END-PERFORM.
053948 1660-EXIT.
053950     EXIT.
053952
054000*============================================================
054100*  8100-CHECK-REPORT-WRITE
054200*     CHECKS FILE STATUS AFTER EVERY MNTHRPT WRITE - THE
054600     IF NOT MTH-REPORT-OK
054700         DISPLAY "UNABLE TO WRITE MNTHRPT, STATUS "
054800             MTH-REPORT-STATUS
054810         IF MTH-RETURN-CODE < 4
054820             MOVE 4 TO MTH-RETURN-CODE
054830         END-IF
054900     END-IF.
055000 8100-EXIT.
055100     EXIT.
055700     IF MTH-REPORT-OK
055800         CLOSE MONTH-REPORT-FILE
055900     END-IF.
055910     MOVE MTH-RETURN-CODE TO RETURN-CODE.
056000 9999-EXIT.
056100     EXIT.
