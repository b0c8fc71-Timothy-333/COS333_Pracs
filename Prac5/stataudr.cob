002300*                   CUTOFF ARE TRIMMED AND STATAUDT IS
002400*                   WRITTEN BACK, BECAUSE THE LOG IS OPENED
002500*                   EXTEND FOREVER AND NEVER SHRINKS.
002510*  2026-10-15 DM    THE AUDTCTL CARD NOW CARRIES THE ID OF THE
002520*                   OPERATOR WHO RAISED IT (CARD NOW 16 WIDE),
002530*                   CHECKED AGAINST OPERAUTH FOR LOG TRIM
002540*                   AUTHORITY. AN UNAUTHORIZED CARD TRIMS
002550*                   NOTHING, ENDS RC 4 AND IS LOGGED TO STATAUDT
002560*                   AS REFUSED; A TRIM IS LOGGED WITH ITS
002570*                   OPERATOR. AUDTRPT NOW LISTS EVERY LOG LINE
002580*                   CARRYING AN OPERATOR UNDER OPERATOR ACTIONS.
002583*  2026-10-15 DM    THE STEP NOW ENDS WITH A RETURN CODE: 8 WHEN
002586*                   STATAUDT CANNOT BE READ OR AUDTRPT OPENED, 4
002589*                   FOR A REFUSED CARD OR A FILE ERROR IT WORKED
002592*                   PAST, ELSE 0.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
003700     SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDTRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS AUR-REPORT-STATUS.
003910     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
003920         ORGANIZATION IS LINE SEQUENTIAL
003930         FILE STATUS IS AUR-OPERAUTH-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004500 01  AUD-LINE                        PIC X(80).
004600
004700 FD  TRIM-CARD-FILE
004800     RECORD CONTAINS 16 CHARACTERS.
004900 01  TRM-CARD-RECORD.
005000     05  TRM-CARD-CUTOFF             PIC X(08).
005050     05  TRM-CARD-OPERATOR           PIC X(08).
005100
005200 FD  AUDIT-REPORT-FILE
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  RPT-LINE                        PIC X(80).
005500
005505 FD  OPERATOR-FILE
005510     RECORD CONTAINS 80 CHARACTERS.
005515 01  OPA-RECORD.
005520     05  OPA-OPERATOR                PIC X(08).
005525     05  FILLER                      PIC X(01).
005530     05  OPA-NAME                    PIC X(20).
005535     05  FILLER                      PIC X(01).
005540     05  OPA-FUNCTIONS               PIC X(07).
005545     05  FILLER                      PIC X(43).
005550
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------
005800*    STATAUDT LINE LAYOUT - MUST STAY IN STEP WITH THE
007300     05  AUR-IN-STATUS     PIC X(02).
007400     05  FILLER            PIC X(01).
007500     05  AUR-IN-COUNT      PIC X(05).
007600     05  FILLER            PIC X(01).
007610     05  AUR-IN-KEY        PIC X(08).
007620     05  FILLER            PIC X(01).
007630     05  AUR-IN-FLAG       PIC X(01).
007640     05  FILLER            PIC X(01).
007650     05  AUR-IN-OPERATOR   PIC X(08).
007660     05  FILLER            PIC X(01).
007670     05  AUR-IN-OPERATOR-2 PIC X(08).
007680     05  FILLER            PIC X(07).
007700
007800*----------------------------------------------------------
007900*    RETAINED LOG LINES - EVERYTHING ON OR AFTER THE CUTOFF
009600     OCCURS 1 TO 99 TIMES
009700     DEPENDING ON AUR-ERRF-COUNT.
009800
009801*----------------------------------------------------------
009802*    OPERATOR ACTIONS - EVERY LOG LINE THAT CARRIES AN
009803*    OPERATOR ID, KEPT IN LOG ORDER FOR ITS OWN SECTION.
009804*----------------------------------------------------------
009805 01  AUR-ACT-COUNT         PIC 9(5) VALUE 0.
009806 01  AUR-ACT-TBL           PIC X(80)
009807     OCCURS 1 TO 9999 TIMES
009808     DEPENDING ON AUR-ACT-COUNT.
009809
009810*----------------------------------------------------------
009811*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
009812*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
009813*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
009814*    TRIM). THE TRIM RUNS ONLY WHEN THE AUDTCTL CARD'S
009815*    OPERATOR HOLDS LOG TRIM. NO OPERAUTH MEANS NO AUTHORITY.
009816*----------------------------------------------------------
009817 01  AUR-OPERATOR          PIC X(08) VALUE SPACES.
009818 01  AUR-OPR-FUNCS-WORK.
009819     05  FILLER            PIC X(06).
009820     05  AUR-OPR-TRIM      PIC X(01).
009821         88  AUR-OPR-MAY-TRIM        VALUE "Y".
009822
009823*----------------------------------------------------------
009824*    STATAUDT LINE THIS PROGRAM APPENDS FOR ITS OWN TRIM -
009825*    THE SAME LAYOUT AS AUR-IN-LINE, WITH THE CUTOFF DATE AS
009826*    THE KEY AND THE CARD'S OPERATOR.
009827*----------------------------------------------------------
009828 01  AUR-AUD-DATE-WORK     PIC 9(8).
009829 01  AUR-AUD-TIME-WORK.
009830     05  AUR-AUD-HHMMSS    PIC 9(6).
009831     05  FILLER            PIC 9(2).
009832
009833 01  AUR-AUDIT-OUT-LINE.
009834     05  AUR-AUD-DATE      PIC 9(8) VALUE 0.
009835     05  FILLER            PIC X(01) VALUE SPACES.
009836     05  AUR-AUD-TIME      PIC 9(6) VALUE 0.
009837     05  FILLER            PIC X(01) VALUE SPACES.
009838     05  AUR-AUD-EVENT     PIC X(10) VALUE SPACES.
009839     05  FILLER            PIC X(01) VALUE SPACES.
009840     05  AUR-AUD-FILE      PIC X(08) VALUE SPACES.
009841     05  FILLER            PIC X(01) VALUE SPACES.
009842     05  AUR-AUD-STATUS    PIC X(02) VALUE SPACES.
009843     05  FILLER            PIC X(01) VALUE SPACES.
009844     05  AUR-AUD-COUNT     PIC 9(05) VALUE 0.
009845     05  FILLER            PIC X(01) VALUE SPACES.
009846     05  AUR-AUD-KEY       PIC X(08) VALUE SPACES.
009847     05  FILLER            PIC X(01) VALUE SPACES.
009848     05  AUR-AUD-FLAG      PIC X(01) VALUE SPACES.
009849     05  FILLER            PIC X(01) VALUE SPACES.
009850     05  AUR-AUD-OPERATOR  PIC X(08) VALUE SPACES.
009851     05  FILLER            PIC X(01) VALUE SPACES.
009852     05  AUR-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
009853     05  FILLER            PIC X(07) VALUE SPACES.
009854
009900*----------------------------------------------------------
010000*    ONE RUN IN PROGRESS - FILLED AT RUN-START, CLOSED AT
010100*    RUN-END OR FLAGGED WHEN THE NEXT RUN-START (OR END OF
012200 01  AUR-LINES-TRIMMED     PIC 9(5) VALUE 0.
012300 01  AUR-RUNS-LISTED       PIC 9(5) VALUE 0.
012400 01  AUR-ABENDS-FLAGGED    PIC 9(5) VALUE 0.
012450 01  AUR-ACTIONS-SEEN      PIC 9(5) VALUE 0.
012500 01  AUR-FOUND-IX          PIC 9(3).
012600 01  I                     PIC 9(5).
012700 01  K                     PIC 9(5).
012800
012810*----------------------------------------------------------
012820*    STEP RETURN CODE, RAISE-ONLY: 0 CLEAN, 4 A REFUSED
012830*    TRIM CARD OR A FILE ERROR THE RUN WORKED PAST, 8 THE
012840*    LOG COULD NOT BE READ OR AUDTRPT NOT OPENED. STATJOB
012850*    TESTS IT AFTER THIS STEP.
012860*----------------------------------------------------------
012870 01  AUR-RETURN-CODE       PIC 9(2) VALUE 0.
012880
012900 01  AUR-SWITCHES.
013000     05  AUR-RUN-OK-SW     PIC X(01) VALUE "Y".
013100         88  AUR-RUN-OK              VALUE "Y".
014200     05  AUR-ERRF-FOUND-SW PIC X(01) VALUE "N".
014300         88  AUR-ERRF-FOUND          VALUE "Y".
014400         88  AUR-ERRF-NOT-FOUND      VALUE "N".
014410     05  AUR-OPR-EOF-SW    PIC X(01) VALUE "N".
014415         88  AUR-OPR-EOF             VALUE "Y".
014420         88  AUR-OPR-NOT-EOF         VALUE "N".
014425     05  AUR-OPR-FOUND-SW  PIC X(01) VALUE "N".
014430         88  AUR-OPR-FOUND           VALUE "Y".
014435         88  AUR-OPR-NOT-FOUND       VALUE "N".
014500
014600*----------------------------------------------------------
014700*    FILE HANDLING WORKING STORAGE
015700
015800 01  AUR-REPORT-STATUS     PIC X(02).
015900     88  AUR-REPORT-OK           VALUE "00".
015910
015920 01  AUR-OPERAUTH-STATUS   PIC X(02).
015930     88  AUR-OPERAUTH-OK         VALUE "00".
015940     88  AUR-OPERAUTH-MISSING    VALUE "35".
016000
016100*----------------------------------------------------------
016200*    PRINTED AUDIT SUMMARY WORKING STORAGE
020700     05  AUR-ERRF-CNT-OUT  PIC ZZZZ9.
020800     05  FILLER            PIC X(54) VALUE SPACES.
020900
020904 01  AUR-ACT-HEADER-LINE.
020908     05  FILLER            PIC X(17)
020912         VALUE "OPERATOR ACTIONS:".
020916     05  FILLER            PIC X(63) VALUE SPACES.
020920
020924 01  AUR-ACT-LINE.
020928     05  AUR-ACT-DATE-OUT  PIC X(08).
020932     05  FILLER            PIC X(01) VALUE SPACES.
020936     05  AUR-ACT-TIME-OUT  PIC X(06).
020940     05  FILLER            PIC X(01) VALUE SPACES.
020944     05  AUR-ACT-EVENT-OUT PIC X(10).
020948     05  FILLER            PIC X(01) VALUE SPACES.
020952     05  AUR-ACT-FILE-OUT  PIC X(08).
020956     05  FILLER            PIC X(01) VALUE SPACES.
020960     05  AUR-ACT-KEY-OUT   PIC X(08).
020964     05  FILLER            PIC X(01) VALUE SPACES.
020968     05  AUR-ACT-FLAG-OUT  PIC X(01).
020972     05  FILLER            PIC X(04) VALUE " BY ".
020976     05  AUR-ACT-OPR-OUT   PIC X(08).
020980     05  AUR-ACT-AND       PIC X(05).
020984     05  AUR-ACT-OPR2-OUT  PIC X(08).
020988     05  FILLER            PIC X(09) VALUE SPACES.
020992
021000 01  AUR-COUNT-LINE.
021100     05  AUR-CNT-LABEL     PIC X(23).
021200     05  AUR-CNT-OUT       PIC ZZZZ9.
022500     IF AUR-RUN-OK
022600         PERFORM 2000-READ-AUDIT-LOG THRU 2000-EXIT
022700         PERFORM 5000-PRINT-ERROR-TOTALS THRU 5000-EXIT
022750         PERFORM 5500-PRINT-OPERATOR-ACTIONS THRU 5500-EXIT
022800         PERFORM 6000-REPORT-SUMMARY THRU 6000-EXIT
022900         PERFORM 7000-TRIM-AUDIT-LOG THRU 7000-EXIT
023000     END-IF.
023800*     OPENS AUDTRPT AND READS THE OPTIONAL AUDTCTL CUTOFF
023900*     CARD. NO CARD MEANS REPORT ONLY, TRIM NOTHING - THE
024000*     READER MUST BE SAFE TO RUN AT ANY TIME.
024020*     A CARD WHOSE OPERATOR LACKS LOG TRIM AUTHORITY IS
024040*     REFUSED AND ALSO MEANS REPORT ONLY.
024100*============================================================
024200 1000-INITIALIZE.
024300     OPEN OUTPUT AUDIT-REPORT-FILE.
024500         DISPLAY "UNABLE TO OPEN AUDTRPT, STATUS "
024600             AUR-REPORT-STATUS
024700         SET AUR-RUN-FAILED TO TRUE
024710         MOVE 8 TO AUR-RETURN-CODE
024800         GO TO 1000-EXIT
024900     END-IF.
025000     MOVE AUR-HEADING-LINE TO RPT-LINE.
026000     IF NOT AUR-CARD-OK
026100         DISPLAY "UNABLE TO OPEN AUDTCTL, STATUS "
026200             AUR-CARD-STATUS
026210         IF AUR-RETURN-CODE < 4
026220             MOVE 4 TO AUR-RETURN-CODE
026230         END-IF
026300         GO TO 1000-EXIT
026400     END-IF.
026500     READ TRIM-CARD-FILE
027400         GO TO 1000-EXIT
027500     END-IF.
027600     MOVE TRM-CARD-CUTOFF TO AUR-CUTOFF-DATE.
027650     MOVE TRM-CARD-OPERATOR TO AUR-OPERATOR.
027700     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
027800 1000-EXIT.
027900     EXIT.
028000
028001*============================================================
028002*  1100-CHECK-OPERATOR
028003*     LOOKS THE AUDTCTL CARD'S OPERATOR UP ON OPERAUTH. THE
028004*     TRIM IS ARMED ONLY WHEN THAT OPERATOR HOLDS LOG TRIM
028005*     AUTHORITY; OTHERWISE 1180 REFUSES THE CARD AND THE RUN
028006*     REPORTS ONLY. NO OPERAUTH MEANS NO AUTHORITY.
028007*============================================================
028008 1100-CHECK-OPERATOR.
028009     SET AUR-OPR-NOT-FOUND TO TRUE.
028010     MOVE "NNNNNNN" TO AUR-OPR-FUNCS-WORK.
028011     IF AUR-OPERATOR = SPACES
028012         MOVE "NO OPERATOR ID ON AUDTCTL - NO TRIM"
028013             TO AUR-MSG-TEXT
028014         PERFORM 1180-REFUSE-TRIM THRU 1180-EXIT
028015         GO TO 1100-EXIT
028016     END-IF.
028017     OPEN INPUT OPERATOR-FILE.
028018     IF NOT AUR-OPERAUTH-OK
028019         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
028020             AUR-OPERAUTH-STATUS
028021         MOVE "OPERAUTH UNAVAILABLE - NO TRIM"
028022             TO AUR-MSG-TEXT
028023         PERFORM 1180-REFUSE-TRIM THRU 1180-EXIT
028024         GO TO 1100-EXIT
028025     END-IF.
028026     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
028027     PERFORM UNTIL AUR-OPR-EOF OR AUR-OPR-FOUND
028028         IF OPA-OPERATOR = AUR-OPERATOR
028029             SET AUR-OPR-FOUND TO TRUE
028030             MOVE OPA-FUNCTIONS TO AUR-OPR-FUNCS-WORK
028031         ELSE
028032             PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
028033         END-IF
028034     END-PERFORM.
028035     CLOSE OPERATOR-FILE.
028036     IF NOT AUR-OPR-MAY-TRIM
028037         MOVE "OPERATOR NOT AUTHORIZED - NO TRIM"
028038             TO AUR-MSG-TEXT
028039         PERFORM 1180-REFUSE-TRIM THRU 1180-EXIT
028040         GO TO 1100-EXIT
028041     END-IF.
028042     SET AUR-TRIM-REQUESTED TO TRUE.
028043 1100-EXIT.
028044     EXIT.
028045
028046 1150-READ-OPERATOR.
028047     READ OPERATOR-FILE
028048         AT END
028049             SET AUR-OPR-EOF TO TRUE
028050     END-READ.
028051 1150-EXIT.
028052     EXIT.
028053
028054*============================================================
028055*  1180-REFUSE-TRIM
028056*     PRINTS THE STAGED REASON, LOGS THE CARD TO STATAUDT AS
028057*     REFUSED - BEFORE THE LOG IS READ, SO THE REFUSAL SHOWS
028058*     UNDER OPERATOR ACTIONS ON THIS VERY REPORT - AND SETS
028059*     RC 4. THE SUMMARY STILL RUNS; NOTHING IS TRIMMED.
028060*============================================================
028061 1180-REFUSE-TRIM.
028062     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
028063     MOVE "REFUSED   " TO AUR-AUD-EVENT.
028064     MOVE "AUDTCTL " TO AUR-AUD-FILE.
028065     MOVE AUR-CUTOFF-DATE TO AUR-AUD-KEY.
028066     MOVE AUR-OPERATOR TO AUR-AUD-OPERATOR.
028067     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
028068     IF AUR-RETURN-CODE < 4
028069         MOVE 4 TO AUR-RETURN-CODE
028070     END-IF.
028071 1180-EXIT.
028072     EXIT.
028073
028100*============================================================
028200*  2000-READ-AUDIT-LOG
028300*     ONE PASS OVER STATAUDT. RUNS ARE DELIMITED BY
030000         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
030100             AUR-AUDIT-STATUS
030200         SET AUR-RUN-FAILED TO TRUE
030210         MOVE 8 TO AUR-RETURN-CODE
030300         SET AUR-TRIM-OFF TO TRUE
030400         GO TO 2000-EXIT
030500     END-IF.
035700     IF AUR-IN-DATE NOT NUMERIC OR AUR-IN-TIME NOT NUMERIC
035800         GO TO 3000-EXIT
035900     END-IF.
035920     IF AUR-IN-OPERATOR NOT = SPACES
035940         PERFORM 3400-NOTE-OPERATOR-ACTION THRU 3400-EXIT
035960     END-IF.
036000     IF AUR-IN-EVENT = "RUN-START "
036100         PERFORM 3100-NOTE-RUN-START THRU 3100-EXIT
036200         GO TO 3000-EXIT
044100 3300-EXIT.
044200     EXIT.
044300
044302*============================================================
044304*  3400-NOTE-OPERATOR-ACTION
044306*     KEEPS A LOG LINE THAT CARRIES AN OPERATOR ID FOR THE
044308*     OPERATOR ACTIONS SECTION. PAST 9999 LINES THE REST ARE
044310*     COUNTED BUT NOT LISTED.
044312*============================================================
044314 3400-NOTE-OPERATOR-ACTION.
044316     ADD 1 TO AUR-ACTIONS-SEEN.
044318     IF AUR-ACT-COUNT >= 9999
044320         GO TO 3400-EXIT
044322     END-IF.
044324     ADD 1 TO AUR-ACT-COUNT.
044326     MOVE AUR-IN-LINE TO AUR-ACT-TBL(AUR-ACT-COUNT).
044328 3400-EXIT.
044330     EXIT.
044332
044400*============================================================
044500*  4000-PRINT-RUN-LINE
044600*     ONE COMPLETED RUN. ELAPSED IS END MINUS START IN
052100 5000-EXIT.
052200     EXIT.
052300
052302*============================================================
052304*  5500-PRINT-OPERATOR-ACTIONS
052306*     EVERY LOG LINE CARRYING AN OPERATOR ID, IN LOG ORDER -
052308*     WHO RAN, RERAN, RELEASED, MAINTAINED, CORRECTED, PURGED
052310*     OR TRIMMED WHAT, AND EVERY CARD THAT WAS REFUSED. THE
052312*     SECOND OPERATOR OF A GUARD RELEASE PRINTS AFTER "AND".
052314*============================================================
052316 5500-PRINT-OPERATOR-ACTIONS.
052318     IF AUR-ACT-COUNT = 0
052320         GO TO 5500-EXIT
052322     END-IF.
052324     MOVE AUR-ACT-HEADER-LINE TO RPT-LINE.
052326     WRITE RPT-LINE.
052328     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
052330     PERFORM VARYING K FROM 1 BY 1
052332             UNTIL K > AUR-ACT-COUNT
052334         MOVE AUR-ACT-TBL(K) TO AUR-IN-LINE
052336         MOVE AUR-IN-DATE TO AUR-ACT-DATE-OUT
052338         MOVE AUR-IN-TIME TO AUR-ACT-TIME-OUT
052340         MOVE AUR-IN-EVENT TO AUR-ACT-EVENT-OUT
052342         MOVE AUR-IN-FILE TO AUR-ACT-FILE-OUT
052344         MOVE AUR-IN-KEY TO AUR-ACT-KEY-OUT
052346         MOVE AUR-IN-FLAG TO AUR-ACT-FLAG-OUT
052348         MOVE AUR-IN-OPERATOR TO AUR-ACT-OPR-OUT
052350         IF AUR-IN-OPERATOR-2 = SPACES
052352             MOVE SPACES TO AUR-ACT-AND
052354         ELSE
052356             MOVE " AND " TO AUR-ACT-AND
052358         END-IF
052360         MOVE AUR-IN-OPERATOR-2 TO AUR-ACT-OPR2-OUT
052362         MOVE AUR-ACT-LINE TO RPT-LINE
052364         WRITE RPT-LINE
052366         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
052368     END-PERFORM.
052370     IF AUR-ACTIONS-SEEN > AUR-ACT-COUNT
052372         MOVE "MORE OPERATOR ACTIONS THAN LISTED" TO AUR-MSG-TEXT
052374         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
052376     END-IF.
052378 5500-EXIT.
052380     EXIT.
052382
052400*============================================================
052500*  6000-REPORT-SUMMARY
052600*============================================================
055000     MOVE AUR-COUNT-LINE TO RPT-LINE.
055100     WRITE RPT-LINE.
055200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
055210     MOVE "OPERATOR ACTIONS       " TO AUR-CNT-LABEL.
055220     MOVE AUR-ACTIONS-SEEN TO AUR-CNT-OUT.
055230     MOVE AUR-COUNT-LINE TO RPT-LINE.
055240     WRITE RPT-LINE.
055250     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
055300 6000-EXIT.
055400     EXIT.
055500
056700     IF NOT AUR-AUDIT-OK
056800         DISPLAY "UNABLE TO REWRITE STATAUDT, STATUS "
056900             AUR-AUDIT-STATUS
056910         IF AUR-RETURN-CODE < 4
056920             MOVE 4 TO AUR-RETURN-CODE
056930         END-IF
057000         GO TO 7000-EXIT
057100     END-IF.
057200     PERFORM VARYING K FROM 1 BY 1
057600         IF NOT AUR-AUDIT-OK
057700             DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
057800                 AUR-AUDIT-STATUS
057810             IF AUR-RETURN-CODE < 4
057820                 MOVE 4 TO AUR-RETURN-CODE
057830             END-IF
057900         END-IF
058000     END-PERFORM.
058100     CLOSE AUDIT-FILE.
058110     MOVE "TRIM      " TO AUR-AUD-EVENT.
058120     MOVE "STATAUDT" TO AUR-AUD-FILE.
058130     MOVE AUR-LINES-TRIMMED TO AUR-AUD-COUNT.
058140     MOVE AUR-CUTOFF-DATE TO AUR-AUD-KEY.
058150     MOVE AUR-OPERATOR TO AUR-AUD-OPERATOR.
058160     PERFORM 9500-APPEND-AUDIT THRU 9500-EXIT.
058200 7000-EXIT.
058300     EXIT.
058400
059900     IF NOT AUR-REPORT-OK
060000         DISPLAY "UNABLE TO WRITE AUDTRPT, STATUS "
060100             AUR-REPORT-STATUS
060110         IF AUR-RETURN-CODE < 4
060120             MOVE 4 TO AUR-RETURN-CODE
060130         END-IF
060200     END-IF.
060300 8100-EXIT.
060400     EXIT.
060500
060502*============================================================
060504*  9500-APPEND-AUDIT
060506*     APPENDS ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
060508*     EVENT, FILE, COUNT, KEY AND OPERATOR THE CALLER STAGED.
060510*     THE LOG IS OPENED EXTEND FOR THE ONE LINE AND CLOSED
060512*     AGAIN, SO IT IS NEVER HELD OPEN ACROSS THE READ OR THE
060514*     TRIM. THE STAGED FIELDS ARE CLEARED AFTERWARDS.
060516*============================================================
060518 9500-APPEND-AUDIT.
060520     OPEN EXTEND AUDIT-FILE.
060522     IF AUR-AUDIT-MISSING
060524         OPEN OUTPUT AUDIT-FILE
060526     END-IF.
060528     IF AUR-AUDIT-OK
060530         ACCEPT AUR-AUD-DATE-WORK FROM DATE YYYYMMDD
060532         ACCEPT AUR-AUD-TIME-WORK FROM TIME
060534         MOVE AUR-AUD-DATE-WORK TO AUR-AUD-DATE
060536         MOVE AUR-AUD-HHMMSS TO AUR-AUD-TIME
060538         MOVE AUR-AUDIT-OUT-LINE TO AUD-LINE
060540         WRITE AUD-LINE
060542         IF NOT AUR-AUDIT-OK
060543             DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
060544                 AUR-AUDIT-STATUS
060545             IF AUR-RETURN-CODE < 4
060546                 MOVE 4 TO AUR-RETURN-CODE
060547             END-IF
060548         END-IF
060550         CLOSE AUDIT-FILE
060552     ELSE
060553         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
060554             AUR-AUDIT-STATUS
060555         IF AUR-RETURN-CODE < 4
060556             MOVE 4 TO AUR-RETURN-CODE
060557         END-IF
060558     END-IF.
060560     MOVE SPACES TO AUR-AUD-EVENT.
060562     MOVE SPACES TO AUR-AUD-FILE.
060564     MOVE SPACES TO AUR-AUD-STATUS.
060566     MOVE 0 TO AUR-AUD-COUNT.
060568     MOVE SPACES TO AUR-AUD-KEY.
060570     MOVE SPACES TO AUR-AUD-FLAG.
060572     MOVE SPACES TO AUR-AUD-OPERATOR.
060574     MOVE SPACES TO AUR-AUD-OPERATOR-2.
060576 9500-EXIT.
060578     EXIT.
060580
060600*============================================================
060700*  9999-TERMINATE
060800*============================================================
061000     IF AUR-REPORT-OK
061100         CLOSE AUDIT-REPORT-FILE
061200     END-IF.
061210     MOVE AUR-RETURN-CODE TO RETURN-CODE.
061300 9999-EXIT.
061400     EXIT.
