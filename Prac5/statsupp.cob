002640*                   SUPPEXT RECORDS 21 WITH A 9(15) HASH,
002650*                   AND SUPPRPT PRINTS AMOUNTS WITH A
002660*                   DECIMAL POINT.
002662*  2026-10-15 DM    BRANCHES ARE NOW JUDGED AGAINST THE
002664*                   BRANMST OPENING AND CLOSING DATES AS OF
002666*                   THE DATE BEING RESTATED, NOT TODAY'S
002668*                   STATUS. A CORRECTION FOR A BRANCH NOT
002670*                   OPEN ON THAT DATE IS HELD OUT; A REJECT
002672*                   WHOSE ONLY FAULT WAS THE BRANCH'S STATUS,
002674*                   FOR A BRANCH THAT WAS IN FACT OPEN THAT
002676*                   DAY, IS REINSTATED WITH ITS ORIGINAL
002678*                   TOTAL; A CARRIED TOTAL FOR A BRANCH NOT
002680*                   OPEN THAT DAY IS FLAGGED ON SUPPRPT.
002682*  2026-10-15 DM    A BRANREJ EXTRA COPY OF A BRANCH STATS
002684*                   ALREADY ACCEPTED ONCE ("DUPLICATE BRANCH
002686*                   RECORD", "BRANCH IN TWO SEGMENTS") IS
002688*                   LISTED BUT NEVER PAIRED WITH A CORRECTION -
002690*                   THE BRANCH IS ALREADY CARRIED FROM BRANDTL.
002691*  2026-10-15 DM    EVERY BRANCOR CARD NOW CARRIES THE ID OF
002692*                   THE OPERATOR WHO RAISED IT (CARDS NOW 23),
002693*                   CHECKED AGAINST OPERAUTH FOR CORRECTION
002694*                   AUTHORITY. AN UNAUTHORIZED CARD IS REFUSED,
002695*                   LISTED AND NEVER USED. USED AND REFUSED
002696*                   CORRECTIONS ARE LOGGED TO STATAUDT WITH THEIR
002697*                   OPERATOR, WHO ALSO PRINTS ON SUPPRPT. STATCTL
002698*                   RECORD NOW 26 WIDE.
002699*  2026-10-15 DM    THE STEP NOW ENDS WITH A RETURN CODE: 8 WHEN
002700*                   THE RESTATEMENT COULD NOT BE MADE, 4 AFTER A
002701*                   FILE ERROR IT WORKED PAST, ELSE 0.
002702*----------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004600     SELECT SUPP-EXTRACT-FILE ASSIGN TO "SUPPEXT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS SUP-EXTRACT-STATUS.
004810     SELECT MASTER-FILE ASSIGN TO "BRANMST"
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS SUP-MASTER-STATUS.
004840     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS SUP-OPERAUTH-STATUS.
004870     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
004880         ORGANIZATION IS LINE SEQUENTIAL
004890         FILE STATUS IS SUP-AUDIT-STATUS.
004900     SELECT SUPP-REPORT-FILE ASSIGN TO "SUPPRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS SUP-REPORT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-CARD-FILE
005600     RECORD CONTAINS 26 CHARACTERS.
005700 01  CTL-RECORD.
005800     05  CTL-PROC-DATE               PIC X(08).
005900     05  CTL-RUN-MODE                PIC X(01).
006000     05  CTL-GUARD-RELEASE           PIC X(01).
006020     05  CTL-OPERATOR                PIC X(08).
006040     05  CTL-RELEASE-OPERATOR        PIC X(08).
006100
006200 FD  REJECT-FILE
006300     RECORD CONTAINS 41 CHARACTERS.
006900     05  REJ-REASON                  PIC X(23).
007000
007100 FD  CORRECTION-FILE
007200     RECORD CONTAINS 23 CHARACTERS.
007300 01  COR-RECORD.
007400     05  COR-BRANCH                  PIC X(04).
007500     05  COR-TOTAL                   PIC X(11).
007550     05  COR-OPERATOR                PIC X(08).
007600
007700 FD  DETAIL-FILE
007800     RECORD CONTAINS 23 CHARACTERS.
008200         10  DTL-DATE                PIC X(08).
008300     05  DTL-TOTAL                   PIC 9(11).
008400
008405 FD  MASTER-FILE
008410     RECORD CONTAINS 44 CHARACTERS.
008415 01  MST-RECORD.
008420     05  MST-BRANCH                  PIC X(04).
008425     05  MST-NAME                    PIC X(20).
008430     05  MST-REGION                  PIC X(03).
008435     05  MST-STATUS                  PIC X(01).
008440     05  MST-OPEN-DATE               PIC X(08).
008445     05  MST-CLOSE-DATE              PIC X(08).
008450
008500 FD  SUPP-EXTRACT-FILE
008600     RECORD CONTAINS 21 CHARACTERS.
008700 01  EXT-RECORD                      PIC X(21).
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  RPT-LINE                        PIC X(80).
009200
009205 FD  OPERATOR-FILE
009210     RECORD CONTAINS 80 CHARACTERS.
009215 01  OPA-RECORD.
009220     05  OPA-OPERATOR                PIC X(08).
009225     05  FILLER                      PIC X(01).
009230     05  OPA-NAME                    PIC X(20).
009235     05  FILLER                      PIC X(01).
009240     05  OPA-FUNCTIONS               PIC X(07).
009245     05  FILLER                      PIC X(43).
009250
009255 FD  AUDIT-FILE
009260     RECORD CONTAINS 80 CHARACTERS.
009265 01  AUD-LINE                        PIC X(80).
009270
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------
009500*    CORRECTION TABLES - ONE ENTRY PER VALID BRANCOR CARD.
010600 01  SUP-COR-USED          PIC X(1)
010700     OCCURS 1 TO 9999 TIMES
010800     DEPENDING ON SUP-COR-COUNT.
010810 01  SUP-COR-OPERATOR      PIC X(08)
010820     OCCURS 1 TO 9999 TIMES
010830     DEPENDING ON SUP-COR-COUNT.
010900
010905*----------------------------------------------------------
010910*    BRANCH MASTER - EACH BRANCH AND WHETHER IT WAS OPEN ON
010915*    THE PROCESSING DATE ("Y"/"N"), JUDGED FROM ITS BRANMST
010920*    OPENING AND CLOSING DATES.
010925*----------------------------------------------------------
010930 01  SUP-MASTER-COUNT      PIC 9(5) VALUE 0.
010935 01  SUP-MST-BRANCH        PIC 9(4)
010940     OCCURS 1 TO 9999 TIMES
010945     DEPENDING ON SUP-MASTER-COUNT.
010950 01  SUP-MST-ON-DATE       PIC X(1)
010955     OCCURS 1 TO 9999 TIMES
010960     DEPENDING ON SUP-MASTER-COUNT.
010965
011000*----------------------------------------------------------
011100*    SUPPLEMENTAL EXTRACT RECORD LAYOUTS - MUST STAY IN
011200*    STEP WITH THE BRANCHIN LAYOUTS STATS READS.
013700 01  SUP-CORRECTED-COUNT   PIC 9(5) VALUE 0.
013800 01  SUP-UNCORRECTED-COUNT PIC 9(5) VALUE 0.
013900 01  SUP-UNMATCHED-COUNT   PIC 9(5) VALUE 0.
013910 01  SUP-REINSTATED-COUNT  PIC 9(5) VALUE 0.
013920 01  SUP-REFUSED-COUNT     PIC 9(5) VALUE 0.
014000 01  SUP-WORK-BRANCH       PIC 9(4).
014100 01  SUP-WORK-TOTAL        PIC 9(11).
014150 01  SUP-AMT-WORK          PIC 9(9)V99.
014300 01  I                     PIC 9(5).
014400 01  K                     PIC 9(5).
014500
014501*----------------------------------------------------------
014502*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
014503*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
014504*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
014505*    TRIM). A BRANCOR CARD IS USED ONLY WHEN ITS OPERATOR
014506*    HOLDS CORRECTION. NO OPERAUTH MEANS NO AUTHORITY.
014507*----------------------------------------------------------
014508 01  SUP-OPR-COUNT         PIC 9(5) VALUE 0.
014509 01  SUP-OPR-TBL-ID        PIC X(08)
014510     OCCURS 1 TO 9999 TIMES
014511     DEPENDING ON SUP-OPR-COUNT.
014512 01  SUP-OPR-TBL-FUNCS     PIC X(07)
014513     OCCURS 1 TO 9999 TIMES
014514     DEPENDING ON SUP-OPR-COUNT.
014515 01  SUP-OPR-IX            PIC 9(5).
014516 01  SUP-OPR-FUNCS-WORK.
014517     05  FILLER            PIC X(04).
014518     05  SUP-OPR-CORRECT   PIC X(01).
014519         88  SUP-OPR-MAY-CORRECT     VALUE "Y".
014520     05  FILLER            PIC X(02).
014521
014522*----------------------------------------------------------
014523*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
014524*    STATS WRITES. THE TAIL CARRIES THE BRANCH AS THE KEY
014525*    AND THE OPERATOR WHO RAISED THE CORRECTION.
014526*----------------------------------------------------------
014527 01  SUP-AUD-DATE-WORK     PIC 9(8).
014528 01  SUP-AUD-TIME-WORK.
014529     05  SUP-AUD-HHMMSS    PIC 9(6).
014530     05  FILLER            PIC 9(2).
014531
014532 01  SUP-AUDIT-OUT-LINE.
014533     05  SUP-AUD-DATE      PIC 9(8) VALUE 0.
014534     05  FILLER            PIC X(01) VALUE SPACES.
014535     05  SUP-AUD-TIME      PIC 9(6) VALUE 0.
014536     05  FILLER            PIC X(01) VALUE SPACES.
014537     05  SUP-AUD-EVENT     PIC X(10) VALUE SPACES.
014538     05  FILLER            PIC X(01) VALUE SPACES.
014539     05  SUP-AUD-FILE      PIC X(08) VALUE SPACES.
014540     05  FILLER            PIC X(01) VALUE SPACES.
014541     05  SUP-AUD-STATUS    PIC X(02) VALUE SPACES.
014542     05  FILLER            PIC X(01) VALUE SPACES.
014543     05  SUP-AUD-COUNT     PIC 9(05) VALUE 0.
014544     05  FILLER            PIC X(01) VALUE SPACES.
014545     05  SUP-AUD-KEY       PIC X(08) VALUE SPACES.
014546     05  FILLER            PIC X(01) VALUE SPACES.
014547     05  SUP-AUD-FLAG      PIC X(01) VALUE SPACES.
014548     05  FILLER            PIC X(01) VALUE SPACES.
014549     05  SUP-AUD-OPERATOR  PIC X(08) VALUE SPACES.
014550     05  FILLER            PIC X(01) VALUE SPACES.
014551     05  SUP-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
014552     05  FILLER            PIC X(07) VALUE SPACES.
014553
014558*----------------------------------------------------------
014563*    STEP RETURN CODE, RAISE-ONLY: 0 CLEAN, 4 A FILE ERROR
014568*    THE RUN WORKED PAST, 8 THE RESTATEMENT COULD NOT BE
014573*    MADE. STATJOB TESTS IT AFTER THIS STEP.
014578*----------------------------------------------------------
014583 01  SUP-RETURN-CODE       PIC 9(2) VALUE 0.
014588
014600 01  SUP-SWITCHES.
014700     05  SUP-RUN-OK-SW     PIC X(01) VALUE "Y".
014800         88  SUP-RUN-OK              VALUE "Y".
015900     05  SUP-COR-FOUND-SW  PIC X(01) VALUE "N".
016000         88  SUP-COR-FOUND           VALUE "Y".
016100         88  SUP-COR-NOT-FOUND       VALUE "N".
016105     05  SUP-MST-EOF-SW    PIC X(01) VALUE "N".
016110         88  SUP-MST-EOF             VALUE "Y".
016115         88  SUP-MST-NOT-EOF         VALUE "N".
016120     05  SUP-MST-LOADED-SW PIC X(01) VALUE "N".
016125         88  SUP-MASTER-LOADED       VALUE "Y".
016130         88  SUP-MASTER-NOT-LOADED   VALUE "N".
016135     05  SUP-OPEN-SW       PIC X(01) VALUE "N".
016140         88  SUP-BRANCH-OPEN         VALUE "Y".
016145         88  SUP-BRANCH-NOT-OPEN     VALUE "N".
016150     05  SUP-REINSTATE-SW  PIC X(01) VALUE "N".
016155         88  SUP-REINSTATED          VALUE "Y".
016160         88  SUP-NOT-REINSTATED      VALUE "N".
016164     05  SUP-OPR-EOF-SW    PIC X(01) VALUE "N".
016168         88  SUP-OPR-EOF             VALUE "Y".
016172         88  SUP-OPR-NOT-EOF         VALUE "N".
016176     05  SUP-OPR-FOUND-SW  PIC X(01) VALUE "N".
016180         88  SUP-OPR-FOUND           VALUE "Y".
016184         88  SUP-OPR-NOT-FOUND       VALUE "N".
016188     05  SUP-AUDIT-OPEN-SW PIC X(01) VALUE "N".
016192         88  SUP-AUDIT-FILE-IS-OPEN  VALUE "Y".
016196         88  SUP-AUDIT-FILE-IS-CLOSED VALUE "N".
016200
016300*----------------------------------------------------------
016400*    FILE HANDLING WORKING STORAGE
018600
018700 01  SUP-REPORT-STATUS     PIC X(02).
018800     88  SUP-REPORT-OK           VALUE "00".
018810
018820 01  SUP-MASTER-STATUS     PIC X(02).
018830     88  SUP-MASTER-OK           VALUE "00".
018840     88  SUP-MASTER-MISSING      VALUE "35".
018850
018855 01  SUP-OPERAUTH-STATUS   PIC X(02).
018860     88  SUP-OPERAUTH-OK         VALUE "00".
018865     88  SUP-OPERAUTH-MISSING    VALUE "35".
018870
018875 01  SUP-AUDIT-STATUS      PIC X(02).
018880     88  SUP-AUDIT-OK            VALUE "00".
018885     88  SUP-AUDIT-NEW           VALUE "35".
018900
019000*----------------------------------------------------------
019100*    PRINTED RESTATEMENT REPORT WORKING STORAGE
020400     05  SUP-DET-TOTAL     PIC ZZZZZZZZ9.99.
020500     05  FILLER            PIC X(02) VALUE SPACES.
020600     05  SUP-DET-NOTE      PIC X(31).
020700     05  SUP-DET-BY        PIC X(04) VALUE SPACES.
020720     05  SUP-DET-OPERATOR  PIC X(08) VALUE SPACES.
020740     05  FILLER            PIC X(04) VALUE SPACES.
020800
020900 01  SUP-COUNT-LINE.
021000     05  SUP-CNT-LABEL     PIC X(23).
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022400     IF SUP-RUN-OK
022500         PERFORM 2000-LOAD-CORRECTIONS THRU 2000-EXIT
022510         PERFORM 2500-LOAD-BRANCH-MASTER THRU 2500-EXIT
022600     END-IF.
022700     IF SUP-RUN-OK
022800         PERFORM 3000-OPEN-EXTRACT THRU 3000-EXIT
025100         DISPLAY "UNABLE TO OPEN SUPPRPT, STATUS "
025200             SUP-REPORT-STATUS
025300         SET SUP-RUN-FAILED TO TRUE
025310         MOVE 8 TO SUP-RETURN-CODE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     OPEN INPUT CONTROL-CARD-FILE.
026100             TO SUP-MSG-TEXT
026200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
026300         SET SUP-RUN-FAILED TO TRUE
026310         MOVE 8 TO SUP-RETURN-CODE
026400         GO TO 1000-EXIT
026500     END-IF.
026600     READ CONTROL-CARD-FILE
027300             TO SUP-MSG-TEXT
027400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
027500         SET SUP-RUN-FAILED TO TRUE
027510         MOVE 8 TO SUP-RETURN-CODE
027600         GO TO 1000-EXIT
027700     END-IF.
027900     MOVE SUP-PROC-DATE TO SUP-HDG-DATE.
028000     MOVE SUP-HEADING-LINE TO RPT-LINE.
028100     WRITE RPT-LINE.
028101     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
028110     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
028120     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028402*============================================================
028404*  1100-LOAD-OPERATORS
028406*     LOADS OPERAUTH. WITHOUT IT NO OPERATOR HOLDS
028408*     CORRECTION AUTHORITY AND EVERY BRANCOR CARD IS REFUSED -
028410*     THE RUN THEN CARRIES THE ACCEPTED TOTALS FORWARD AND
028412*     LEAVES EVERY REJECT UNCORRECTED.
028414*============================================================
028416 1100-LOAD-OPERATORS.
028418     MOVE 0 TO SUP-OPR-COUNT.
028420     OPEN INPUT OPERATOR-FILE.
028422     IF SUP-OPERAUTH-MISSING
028424         MOVE "NO OPERAUTH FILE - EVERY CORRECTION REFUSED"
028426             TO SUP-MSG-TEXT
028428         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
028430         GO TO 1100-EXIT
028432     END-IF.
028434     IF NOT SUP-OPERAUTH-OK
028436         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
028438             SUP-OPERAUTH-STATUS
028439         IF SUP-RETURN-CODE < 4
028440             MOVE 4 TO SUP-RETURN-CODE
028441         END-IF
028442         MOVE "OPERAUTH UNREADABLE - CORRECTIONS REFUSED"
028443             TO SUP-MSG-TEXT
028444         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
028446         GO TO 1100-EXIT
028448     END-IF.
028450     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
028452     PERFORM UNTIL SUP-OPR-EOF OR SUP-OPR-COUNT >= 9999
028454         IF OPA-OPERATOR NOT = SPACES
028456             ADD 1 TO SUP-OPR-COUNT
028458             MOVE OPA-OPERATOR TO SUP-OPR-TBL-ID(SUP-OPR-COUNT)
028460             MOVE OPA-FUNCTIONS
028462                 TO SUP-OPR-TBL-FUNCS(SUP-OPR-COUNT)
028464         END-IF
028466         PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
028468     END-PERFORM.
028470     CLOSE OPERATOR-FILE.
028472 1100-EXIT.
028474     EXIT.
028476
028478 1150-READ-OPERATOR.
028480     READ OPERATOR-FILE
028482         AT END
028484             SET SUP-OPR-EOF TO TRUE
028486     END-READ.
028488 1150-EXIT.
028490     EXIT.
028492
028500*============================================================
028600*  2000-LOAD-CORRECTIONS
028700*     LOADS THE BRANCOR CORRECTION CARDS. EACH CARD IS THE
028900*     MISSING BRANCOR IS ALLOWED - THE RUN THEN SIMPLY
029000*     CARRIES THE ACCEPTED TOTALS FORWARD AND REPORTS EVERY
029100*     REJECT AS STILL UNCORRECTED.
029120*     A CARD IS USED ONLY WHEN ITS OPERATOR HOLDS
029140*     CORRECTION AUTHORITY ON OPERAUTH.
029200*============================================================
029300 2000-LOAD-CORRECTIONS.
029400     OPEN INPUT CORRECTION-FILE.
030200         DISPLAY "UNABLE TO OPEN BRANCOR, STATUS "
030300             SUP-CORRECTION-STATUS
030400         SET SUP-RUN-FAILED TO TRUE
030410         MOVE 8 TO SUP-RETURN-CODE
030500         GO TO 2000-EXIT
030600     END-IF.
030700     PERFORM 2100-READ-CORRECTION THRU 2100-EXIT.
030800     PERFORM UNTIL SUP-COR-EOF
030900             OR SUP-COR-COUNT >= 9999
031000         IF COR-BRANCH NUMERIC AND COR-TOTAL NUMERIC
031100             PERFORM 2050-TAKE-CORRECTION THRU 2050-EXIT
031500         ELSE
031600             MOVE "BAD CORRECTION CARD SKIPPED"
031700                 TO SUP-MSG-TEXT
032300 2000-EXIT.
032400     EXIT.
032500
032501*============================================================
032502*  2050-TAKE-CORRECTION
032503*     A WELL-FORMED CARD GOES INTO THE CORRECTION TABLE WITH
032504*     ITS OPERATOR WHEN THAT OPERATOR HOLDS CORRECTION
032505*     AUTHORITY. ANY OTHER CARD IS REFUSED: LISTED ON SUPPRPT,
032506*     LOGGED TO STATAUDT AND NEVER PAIRED WITH A REJECT.
032507*============================================================
032508 2050-TAKE-CORRECTION.
032509     SET SUP-OPR-NOT-FOUND TO TRUE.
032510     MOVE "NNNNNNN" TO SUP-OPR-FUNCS-WORK.
032511     PERFORM VARYING SUP-OPR-IX FROM 1 BY 1
032512             UNTIL SUP-OPR-IX > SUP-OPR-COUNT OR SUP-OPR-FOUND
032513         IF SUP-OPR-TBL-ID(SUP-OPR-IX) = COR-OPERATOR
032514             SET SUP-OPR-FOUND TO TRUE
032515             MOVE SUP-OPR-TBL-FUNCS(SUP-OPR-IX)
032516                 TO SUP-OPR-FUNCS-WORK
032517         END-IF
032518     END-PERFORM.
032519     IF COR-OPERATOR NOT = SPACES AND SUP-OPR-MAY-CORRECT
032520         ADD 1 TO SUP-COR-COUNT
032521         MOVE COR-BRANCH TO SUP-COR-BRANCH(SUP-COR-COUNT)
032522         MOVE COR-TOTAL TO SUP-COR-TOTAL(SUP-COR-COUNT)
032523         MOVE "N" TO SUP-COR-USED(SUP-COR-COUNT)
032524         MOVE COR-OPERATOR TO SUP-COR-OPERATOR(SUP-COR-COUNT)
032525         GO TO 2050-EXIT
032526     END-IF.
032527     ADD 1 TO SUP-REFUSED-COUNT.
032528     MOVE COR-BRANCH TO SUP-DET-BRANCH.
032529     MOVE COR-TOTAL TO SUP-WORK-TOTAL.
032530     COMPUTE SUP-AMT-WORK = SUP-WORK-TOTAL / 100.
032531     MOVE SUP-AMT-WORK TO SUP-DET-TOTAL.
032532     IF COR-OPERATOR = SPACES
032533         MOVE "REFUSED - NO OPERATOR ID" TO SUP-DET-NOTE
032534     ELSE
032535         MOVE "REFUSED - NOT AUTHORIZED" TO SUP-DET-NOTE
032536         MOVE " BY " TO SUP-DET-BY
032537         MOVE COR-OPERATOR TO SUP-DET-OPERATOR
032538     END-IF.
032539     MOVE SUP-DETAIL-LINE TO RPT-LINE.
032540     WRITE RPT-LINE.
032541     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
032542     MOVE SPACES TO SUP-DET-BY.
032543     MOVE SPACES TO SUP-DET-OPERATOR.
032544     MOVE "REFUSED   " TO SUP-AUD-EVENT.
032545     MOVE "BRANCOR " TO SUP-AUD-FILE.
032546     MOVE COR-BRANCH TO SUP-AUD-KEY.
032547     MOVE COR-OPERATOR TO SUP-AUD-OPERATOR.
032548     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
032549 2050-EXIT.
032550     EXIT.
032551
032600 2100-READ-CORRECTION.
032700     READ CORRECTION-FILE
032800         AT END
033100 2100-EXIT.
033200     EXIT.
033300
033301*============================================================
033302*  2500-LOAD-BRANCH-MASTER
033303*     LOADS BRANMST AND MARKS EACH BRANCH OPEN OR NOT ON THE
033304*     PROCESSING DATE - THE DAY BEING RESTATED, NOT TODAY -
033305*     SO A BRANCH THAT HAS OPENED OR CLOSED SINCE IS JUDGED
033306*     AS IT STOOD THEN. A MISSING MASTER ONLY TURNS THE
033307*     CHECK OFF; STATS STILL APPLIES ITS OWN ON THE RERUN.
033308*============================================================
033309 2500-LOAD-BRANCH-MASTER.
033310     OPEN INPUT MASTER-FILE.
033311     IF NOT SUP-MASTER-OK
033312         DISPLAY "UNABLE TO OPEN BRANMST, STATUS "
033313             SUP-MASTER-STATUS
033314         IF SUP-RETURN-CODE < 4
033315             MOVE 4 TO SUP-RETURN-CODE
033316         END-IF
033317         MOVE "NO BRANMST - BRANCH DATES NOT CHECKED"
033318             TO SUP-MSG-TEXT
033319         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
033320         GO TO 2500-EXIT
033321     END-IF.
033322     PERFORM 2550-READ-MASTER THRU 2550-EXIT.
033323     PERFORM UNTIL SUP-MST-EOF OR SUP-MASTER-COUNT >= 9999
033324         IF MST-BRANCH NUMERIC
033325             ADD 1 TO SUP-MASTER-COUNT
033326             MOVE MST-BRANCH TO SUP-MST-BRANCH(SUP-MASTER-COUNT)
033327             PERFORM 2600-SET-OPEN-ON-DATE THRU 2600-EXIT
033328         END-IF
033329         PERFORM 2550-READ-MASTER THRU 2550-EXIT
033330     END-PERFORM.
033331     CLOSE MASTER-FILE.
033332     IF SUP-MASTER-COUNT > 0
033333         SET SUP-MASTER-LOADED TO TRUE
033334     END-IF.
033335 2500-EXIT.
033336     EXIT.
033337
033338 2550-READ-MASTER.
033339     READ MASTER-FILE
033340         AT END
033341             SET SUP-MST-EOF TO TRUE
033342     END-READ.
033343 2550-EXIT.
033344     EXIT.
033345
033346*============================================================
033347*  2600-SET-OPEN-ON-DATE
033348*     A BRANCH IS OPEN FROM ITS OPENING DATE UP TO THE DAY
033349*     BEFORE ITS CLOSING DATE. A BLANK OPENING DATE MEANS
033350*     OPEN SINCE BEFORE RECORDS BEGAN; WITH NO CLOSING DATE
033351*     THE STATUS BYTE DECIDES, AS IT ALWAYS HAS.
033352*============================================================
033353 2600-SET-OPEN-ON-DATE.
033354     MOVE "N" TO SUP-MST-ON-DATE(SUP-MASTER-COUNT).
033355     IF MST-OPEN-DATE NOT = SPACES
033356             AND MST-OPEN-DATE > SUP-PROC-DATE
033357         GO TO 2600-EXIT
033358     END-IF.
033359     IF MST-CLOSE-DATE NOT = SPACES
033360         IF MST-CLOSE-DATE > SUP-PROC-DATE
033361             MOVE "Y" TO SUP-MST-ON-DATE(SUP-MASTER-COUNT)
033362         END-IF
033363         GO TO 2600-EXIT
033364     END-IF.
033365     IF MST-STATUS = "O"
033366         MOVE "Y" TO SUP-MST-ON-DATE(SUP-MASTER-COUNT)
033367     END-IF.
033368 2600-EXIT.
033369     EXIT.
033370
033371*============================================================
033372*  2700-CHECK-BRANCH-OPEN
033373*     WAS SUP-WORK-BRANCH OPEN ON THE PROCESSING DATE? A
033374*     BRANCH NOT ON THE MASTER AT ALL COUNTS AS NOT OPEN.
033375*============================================================
033376 2700-CHECK-BRANCH-OPEN.
033377     SET SUP-BRANCH-NOT-OPEN TO TRUE.
033378     PERFORM VARYING K FROM 1 BY 1
033379             UNTIL K > SUP-MASTER-COUNT OR SUP-BRANCH-OPEN
033380         IF SUP-MST-BRANCH(K) = SUP-WORK-BRANCH
033381                 AND SUP-MST-ON-DATE(K) = "Y"
033382             SET SUP-BRANCH-OPEN TO TRUE
033383         END-IF
033384     END-PERFORM.
033385 2700-EXIT.
033386     EXIT.
033387
033400*============================================================
033500*  3000-OPEN-EXTRACT
033600*     OPENS BRANDTL (WITHOUT THE ORIGINAL RUN'S ACCEPTED
034700             TO SUP-MSG-TEXT
034800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
034900         SET SUP-RUN-FAILED TO TRUE
034910         MOVE 8 TO SUP-RETURN-CODE
035000         GO TO 3000-EXIT
035100     END-IF.
035200     OPEN OUTPUT SUPP-EXTRACT-FILE.
035500             SUP-EXTRACT-STATUS
035600         CLOSE DETAIL-FILE
035700         SET SUP-RUN-FAILED TO TRUE
035710         MOVE 8 TO SUP-RETURN-CODE
035800         GO TO 3000-EXIT
035900     END-IF.
036000     MOVE SUP-PROC-DATE TO SUP-HDR-DATE.
036210     IF NOT SUP-EXTRACT-OK
036220         DISPLAY "UNABLE TO WRITE SUPPEXT, STATUS "
036230             SUP-EXTRACT-STATUS
036232         IF SUP-RETURN-CODE < 4
036234             MOVE 4 TO SUP-RETURN-CODE
036236         END-IF
036240     END-IF.
036300 3000-EXIT.
036400     EXIT.
036800*     WALKS THE WHOLE OF BRANDTL AND CARRIES EVERY ROW FOR
036900*     THE PROCESSING DATE FORWARD INTO SUPPEXT UNCHANGED -
037000*     THESE ARE THE TOTALS THE ORIGINAL RUN ACCEPTED.
037050*     A TOTAL FOR A BRANCH NOT OPEN ON THAT DATE IS FLAGGED -
037060*     THE RERUN WILL REJECT IT.
037100*============================================================
037200 4000-CARRY-ACCEPTED.
037300     MOVE ZEROS TO DTL-BRANCH.
038650             COMPUTE SUP-AMT-WORK = DTL-TOTAL / 100
038700             MOVE SUP-AMT-WORK TO SUP-DET-TOTAL
038800             MOVE "CARRIED FORWARD" TO SUP-DET-NOTE
038810             IF SUP-MASTER-LOADED
038820                 PERFORM 2700-CHECK-BRANCH-OPEN THRU 2700-EXIT
038830                 IF SUP-BRANCH-NOT-OPEN
038840                     MOVE "CARRIED - NOT OPEN ON THIS DATE"
038850                         TO SUP-DET-NOTE
038860                 END-IF
038870             END-IF
038900             MOVE SUP-DETAIL-LINE TO RPT-LINE
039000             WRITE RPT-LINE
039001             PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
040200     IF NOT SUP-DETAIL-OK AND NOT SUP-DETAIL-AT-END
040300         DISPLAY "ERROR READING BRANDTL, STATUS "
040400             SUP-DETAIL-STATUS
040410         IF SUP-RETURN-CODE < 4
040420             MOVE 4 TO SUP-RETURN-CODE
040430         END-IF
040500         SET SUP-DTL-EOF TO TRUE
040600     END-IF.
040700 4100-EXIT.
042100     IF NOT SUP-EXTRACT-OK
042200         DISPLAY "UNABLE TO WRITE SUPPEXT, STATUS "
042300             SUP-EXTRACT-STATUS
042310         IF SUP-RETURN-CODE < 4
042320             MOVE 4 TO SUP-RETURN-CODE
042330         END-IF
042400     END-IF.
042500     ADD 1 TO SUP-DETAIL-COUNT.
042600     ADD SUP-WORK-TOTAL TO SUP-HASH-TOTAL.
044800     IF NOT SUP-REJECT-OK
044900         DISPLAY "UNABLE TO OPEN BRANREJ, STATUS "
045000             SUP-REJECT-STATUS
045010         IF SUP-RETURN-CODE < 4
045020             MOVE 4 TO SUP-RETURN-CODE
045030         END-IF
045100         GO TO 5000-EXIT
045200     END-IF.
045300     PERFORM 5100-READ-REJECT THRU 5100-EXIT.
047600         GO TO 5200-EXIT
047700     END-IF.
047800     MOVE REJ-BRANCH TO SUP-WORK-BRANCH.
047810     IF REJ-REASON = "DUPLICATE BRANCH RECORD"
047815             OR REJ-REASON = "BRANCH IN TWO SEGMENTS"
047820         MOVE SUP-WORK-BRANCH TO SUP-DET-BRANCH
047825         MOVE 0 TO SUP-DET-TOTAL
047830         MOVE "EXTRA COPY - ALREADY CARRIED" TO SUP-DET-NOTE
047835         MOVE SUP-DETAIL-LINE TO RPT-LINE
047840         WRITE RPT-LINE
047845         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
047850         GO TO 5200-EXIT
047855     END-IF.
047900     PERFORM 5300-FIND-CORRECTION THRU 5300-EXIT.
048000     IF SUP-COR-NOT-FOUND
048010         PERFORM 5400-TRY-REINSTATE THRU 5400-EXIT
048020         IF SUP-REINSTATED
048030             GO TO 5200-EXIT
048040         END-IF
048100         ADD 1 TO SUP-UNCORRECTED-COUNT
048200         MOVE SUP-WORK-BRANCH TO SUP-DET-BRANCH
048300         MOVE 0 TO SUP-DET-TOTAL
048601         PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
048700         GO TO 5200-EXIT
048800     END-IF.
048805     IF SUP-MASTER-LOADED
048810         PERFORM 2700-CHECK-BRANCH-OPEN THRU 2700-EXIT
048815         IF SUP-BRANCH-NOT-OPEN
048820             MOVE "Y" TO SUP-COR-USED(SUP-FOUND-IX)
048825             ADD 1 TO SUP-UNCORRECTED-COUNT
048830             MOVE SUP-WORK-BRANCH TO SUP-DET-BRANCH
048835             MOVE 0 TO SUP-DET-TOTAL
048840             MOVE "NOT OPEN ON DATE - NOT RESTATED"
048845                 TO SUP-DET-NOTE
048850             MOVE SUP-DETAIL-LINE TO RPT-LINE
048855             WRITE RPT-LINE
048860             PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
048865             GO TO 5200-EXIT
048870         END-IF
048875     END-IF.
048900     MOVE SUP-COR-TOTAL(SUP-FOUND-IX) TO SUP-WORK-TOTAL.
049000     MOVE "Y" TO SUP-COR-USED(SUP-FOUND-IX).
049100     PERFORM 4200-WRITE-SUPP-DETAIL THRU 4200-EXIT.
049350     COMPUTE SUP-AMT-WORK = SUP-WORK-TOTAL / 100.
049400     MOVE SUP-AMT-WORK TO SUP-DET-TOTAL.
049500     MOVE "CORRECTED" TO SUP-DET-NOTE.
049520     MOVE " BY " TO SUP-DET-BY.
049540     MOVE SUP-COR-OPERATOR(SUP-FOUND-IX) TO SUP-DET-OPERATOR.
049600     MOVE SUP-DETAIL-LINE TO RPT-LINE.
049700     WRITE RPT-LINE.
049701     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
049710     MOVE SPACES TO SUP-DET-BY.
049720     MOVE SPACES TO SUP-DET-OPERATOR.
049730     MOVE "CORRECTION" TO SUP-AUD-EVENT.
049740     MOVE "SUPPEXT " TO SUP-AUD-FILE.
049750     MOVE 1 TO SUP-AUD-COUNT.
049760     MOVE SUP-WORK-BRANCH TO SUP-AUD-KEY.
049770     MOVE SUP-COR-OPERATOR(SUP-FOUND-IX) TO SUP-AUD-OPERATOR.
049780     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
049800 5200-EXIT.
049900     EXIT.
050000
051500 5300-EXIT.
051600     EXIT.
051700
051702*============================================================
051704*  5400-TRY-REINSTATE
051706*     A REJECT WITH NO CORRECTION CARD WHOSE ONLY FAULT WAS
051708*     THE BRANCH'S STATUS ON THE MASTER, FOR A BRANCH THAT
051710*     WAS IN FACT OPEN ON THE PROCESSING DATE, GOES BACK INTO
051712*     SUPPEXT WITH ITS ORIGINAL TOTAL - THE ORIGINAL RUN
051714*     JUDGED IT AGAINST THE WRONG DAY'S STATUS. ANY OTHER
051716*     REJECT IS LEFT FOR 5200 TO REPORT AS BEFORE.
051718*============================================================
051720 5400-TRY-REINSTATE.
051722     SET SUP-NOT-REINSTATED TO TRUE.
051724     IF SUP-MASTER-NOT-LOADED
051726         GO TO 5400-EXIT
051728     END-IF.
051730     IF REJ-REASON NOT = "BRANCH CLOSED ON MASTER"
051732             AND REJ-REASON NOT = "BRANCH NOT OPEN ON DATE"
051734         GO TO 5400-EXIT
051736     END-IF.
051738     IF REJ-VALUE NOT NUMERIC
051740         GO TO 5400-EXIT
051742     END-IF.
051744     PERFORM 2700-CHECK-BRANCH-OPEN THRU 2700-EXIT.
051746     IF SUP-BRANCH-NOT-OPEN
051748         GO TO 5400-EXIT
051750     END-IF.
051752     MOVE REJ-VALUE TO SUP-WORK-TOTAL.
051754     IF SUP-WORK-TOTAL < 1
051756         GO TO 5400-EXIT
051758     END-IF.
051760     PERFORM 4200-WRITE-SUPP-DETAIL THRU 4200-EXIT.
051762     ADD 1 TO SUP-REINSTATED-COUNT.
051764     SET SUP-REINSTATED TO TRUE.
051766     MOVE SUP-WORK-BRANCH TO SUP-DET-BRANCH.
051768     COMPUTE SUP-AMT-WORK = SUP-WORK-TOTAL / 100.
051770     MOVE SUP-AMT-WORK TO SUP-DET-TOTAL.
051772     MOVE "REINSTATED - OPEN ON THIS DATE" TO SUP-DET-NOTE.
051774     MOVE SUP-DETAIL-LINE TO RPT-LINE.
051776     WRITE RPT-LINE.
051778     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
051780 5400-EXIT.
051782     EXIT.
051784
051800*============================================================
051900*  6000-WRITE-TRAILER
052000*     CLOSES SUPPEXT WITH THE TRAILER STATS WILL RECONCILE
052900     IF NOT SUP-EXTRACT-OK
053000         DISPLAY "UNABLE TO WRITE SUPPEXT, STATUS "
053100             SUP-EXTRACT-STATUS
053110         IF SUP-RETURN-CODE < 4
053120             MOVE 4 TO SUP-RETURN-CODE
053130         END-IF
053200     END-IF.
053300     CLOSE SUPP-EXTRACT-FILE.
053400     CLOSE DETAIL-FILE.
055200             MOVE 0 TO SUP-DET-TOTAL
055300             MOVE "CORRECTION UNMATCHED - NOT USED"
055400                 TO SUP-DET-NOTE
055420             MOVE " BY " TO SUP-DET-BY
055440             MOVE SUP-COR-OPERATOR(K) TO SUP-DET-OPERATOR
055500             MOVE SUP-DETAIL-LINE TO RPT-LINE
055600             WRITE RPT-LINE
055601             PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT
055610             MOVE SPACES TO SUP-DET-BY
055620             MOVE SPACES TO SUP-DET-OPERATOR
055700         END-IF
055800     END-PERFORM.
055900     MOVE "TOTALS CARRIED FORWARD " TO SUP-CNT-LABEL.
056500     MOVE SUP-COUNT-LINE TO RPT-LINE.
056600     WRITE RPT-LINE.
056601     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
056610     MOVE "REJECTS REINSTATED     " TO SUP-CNT-LABEL.
056620     MOVE SUP-REINSTATED-COUNT TO SUP-CNT-OUT.
056630     MOVE SUP-COUNT-LINE TO RPT-LINE.
056640     WRITE RPT-LINE.
056650     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
056700     MOVE "REJECTS NOT CORRECTED  " TO SUP-CNT-LABEL.
056800     MOVE SUP-UNCORRECTED-COUNT TO SUP-CNT-OUT.
056900     MOVE SUP-COUNT-LINE TO RPT-LINE.
057300     MOVE SUP-COUNT-LINE TO RPT-LINE.
057400     WRITE RPT-LINE.
057401     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
057410     MOVE "CORRECTIONS REFUSED    " TO SUP-CNT-LABEL.
057420     MOVE SUP-REFUSED-COUNT TO SUP-CNT-OUT.
057430     MOVE SUP-COUNT-LINE TO RPT-LINE.
057440     WRITE RPT-LINE.
057450     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
057500     MOVE "RECORDS ON SUPPEXT     " TO SUP-CNT-LABEL.
057600     MOVE SUP-DETAIL-COUNT TO SUP-CNT-OUT.
057700     MOVE SUP-COUNT-LINE TO RPT-LINE.
059316     IF NOT SUP-REPORT-OK
059318         DISPLAY "UNABLE TO WRITE SUPPRPT, STATUS "
059320             SUP-REPORT-STATUS
059321         IF SUP-RETURN-CODE < 4
059322             MOVE 4 TO SUP-RETURN-CODE
059323         END-IF
059324     END-IF.
059325 8100-EXIT.
059326     EXIT.
059400
059401*============================================================
059402*  9400-OPEN-AUDIT
059403*     OPENS (OR CREATES) THE STATAUDT RUN AUDIT LOG. IF IT
059404*     CANNOT BE OPENED THE RESTATEMENT STILL RUNS - SUPPRPT
059405*     IS THE RECORD OF WHAT WAS CORRECTED AND BY WHOM.
059406*============================================================
059407 9400-OPEN-AUDIT.
059408     OPEN EXTEND AUDIT-FILE.
059409     IF SUP-AUDIT-NEW
059410         OPEN OUTPUT AUDIT-FILE
059411     END-IF.
059412     IF NOT SUP-AUDIT-OK
059413         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
059414             SUP-AUDIT-STATUS
059415         IF SUP-RETURN-CODE < 4
059416             MOVE 4 TO SUP-RETURN-CODE
059417         END-IF
059418         GO TO 9400-EXIT
059419     END-IF.
059420     SET SUP-AUDIT-FILE-IS-OPEN TO TRUE.
059421 9400-EXIT.
059422     EXIT.
059423
059424*============================================================
059425*  9500-WRITE-AUDIT
059426*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
059427*     EVENT, FILE, COUNT, KEY AND OPERATOR THE CALLER STAGED.
059428*     THE STAGED FIELDS ARE CLEARED AFTERWARDS.
059429*============================================================
059430 9500-WRITE-AUDIT.
059431     IF SUP-AUDIT-FILE-IS-CLOSED
059432         GO TO 9500-EXIT
059433     END-IF.
059434     ACCEPT SUP-AUD-DATE-WORK FROM DATE YYYYMMDD.
059435     ACCEPT SUP-AUD-TIME-WORK FROM TIME.
059436     MOVE SUP-AUD-DATE-WORK TO SUP-AUD-DATE.
059437     MOVE SUP-AUD-HHMMSS TO SUP-AUD-TIME.
059438     MOVE SUP-AUDIT-OUT-LINE TO AUD-LINE.
059439     WRITE AUD-LINE.
059440     IF NOT SUP-AUDIT-OK
059441         DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
059442             SUP-AUDIT-STATUS
059443         IF SUP-RETURN-CODE < 4
059444             MOVE 4 TO SUP-RETURN-CODE
059445         END-IF
059446     END-IF.
059447     MOVE SPACES TO SUP-AUD-EVENT.
059448     MOVE SPACES TO SUP-AUD-FILE.
059449     MOVE SPACES TO SUP-AUD-STATUS.
059450     MOVE 0 TO SUP-AUD-COUNT.
059451     MOVE SPACES TO SUP-AUD-KEY.
059452     MOVE SPACES TO SUP-AUD-FLAG.
059453     MOVE SPACES TO SUP-AUD-OPERATOR.
059454     MOVE SPACES TO SUP-AUD-OPERATOR-2.
059455 9500-EXIT.
059456     EXIT.
059457
059500*============================================================
059600*  9999-TERMINATE
059700*============================================================
059900     IF SUP-REPORT-OK
060000         CLOSE SUPP-REPORT-FILE
060100     END-IF.
060110     IF SUP-AUDIT-FILE-IS-OPEN
060120         CLOSE AUDIT-FILE
060130         SET SUP-AUDIT-FILE-IS-CLOSED TO TRUE
060140     END-IF.
060150     MOVE SUP-RETURN-CODE TO RETURN-CODE.
060200 9999-EXIT.
060300     EXIT.
