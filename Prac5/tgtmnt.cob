000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TGTMNT.
000300 AUTHOR. D MARAIS.
000400 INSTALLATION. BRANCH OPERATIONS SUPPORT.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  ---------- ----  -----------------------------------
001200*  2026-10-15 DM    NEW PROGRAM. MAINTAINS BRANTGT, THE
001300*                   BRANCH TARGETS FILE - ONE RECORD PER
001400*                   BRANCH PER MONTH CARRYING THE DAILY AND
001500*                   THE MONTHLY TARGET IN CENTS - FROM
001600*                   TGTCRD TRANSACTION CARDS: "A" ADD, "C"
001700*                   CHANGE, "D" DELETE. EVERY FIELD IS
001800*                   EDITED (BRANCH NUMERIC AND ON BRANMST,
001900*                   MONTH A REAL YYYYMM, TARGETS NUMERIC).
002000*                   TGTRPT CARRIES A BEFORE/AFTER LINE PAIR
002100*                   FOR EVERY APPLIED TRANSACTION AND A
002200*                   REJECTED-TRANSACTION LISTING WITH THE
002300*                   REASON, THE SAME WAY BRANMNT KEEPS
002400*                   BRANMST. TARGET RECORDS THAT CANNOT BE
002500*                   PARSED ARE CARRIED THROUGH UNCHANGED.
002510*  2026-10-15 DM    BRANMST RECORD NOW 44 WIDE, CARRYING THE
002520*                   BRANCH OPENING AND CLOSING DATES.
002530*  2026-10-15 DM    EVERY TGTCRD CARD NOW CARRIES THE ID OF
002540*                   THE OPERATOR WHO RAISED IT (CARDS NOW 43),
002550*                   CHECKED AGAINST OPERAUTH FOR MASTER
002560*                   MAINTENANCE AUTHORITY. AN UNAUTHORIZED CARD
002570*                   IS REFUSED AND LISTED. EVERY APPLIED OR
002580*                   REFUSED CARD IS LOGGED TO STATAUDT WITH ITS
002590*                   OPERATOR, WHO ALSO PRINTS ON TGTRPT.
002600*----------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TARGET-FILE ASSIGN TO "BRANTGT"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TMT-TARGET-STATUS.
003400     SELECT MASTER-FILE ASSIGN TO "BRANMST"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS TMT-MASTER-STATUS.
003700     SELECT TARGET-CARD-FILE ASSIGN TO "TGTCRD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS TMT-CARD-STATUS.
004000     SELECT TARGET-REPORT-FILE ASSIGN TO "TGTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TMT-REPORT-STATUS.
004210     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS TMT-OPERAUTH-STATUS.
004240     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
004250         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS TMT-AUDIT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TARGET-FILE
004700     RECORD CONTAINS 34 CHARACTERS.
004800 01  TGT-RECORD.
004900     05  TGT-BRANCH                  PIC X(04).
005000     05  TGT-MONTH                   PIC X(06).
005100     05  TGT-DAILY                   PIC X(11).
005200     05  TGT-MONTHLY                 PIC X(13).
005300
005400 FD  MASTER-FILE
005500     RECORD CONTAINS 44 CHARACTERS.
005600 01  MST-RECORD.
005700     05  MST-BRANCH                  PIC X(04).
005800     05  MST-NAME                    PIC X(20).
005900     05  MST-REGION                  PIC X(03).
006000     05  MST-STATUS                  PIC X(01).
006010     05  MST-OPEN-DATE               PIC X(08).
006020     05  MST-CLOSE-DATE              PIC X(08).
006100
006200 FD  TARGET-CARD-FILE
006300     RECORD CONTAINS 43 CHARACTERS.
006400 01  CRD-RECORD.
006500     05  CRD-ACTION                  PIC X(01).
006600         88  CRD-ADD                     VALUE "A".
006700         88  CRD-CHANGE                  VALUE "C".
006800         88  CRD-DELETE                  VALUE "D".
006900     05  CRD-BRANCH                  PIC X(04).
007000     05  CRD-MONTH.
007100         10  CRD-MONTH-YYYY          PIC X(04).
007200         10  CRD-MONTH-MM            PIC X(02).
007300     05  CRD-DAILY                   PIC X(11).
007400     05  CRD-MONTHLY                 PIC X(13).
007450     05  CRD-OPERATOR                PIC X(08).
007500
007600 FD  TARGET-REPORT-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  RPT-LINE                        PIC X(80).
007900
007905 FD  OPERATOR-FILE
007910     RECORD CONTAINS 80 CHARACTERS.
007915 01  OPA-RECORD.
007920     05  OPA-OPERATOR                PIC X(08).
007925     05  FILLER                      PIC X(01).
007930     05  OPA-NAME                    PIC X(20).
007935     05  FILLER                      PIC X(01).
007940     05  OPA-FUNCTIONS               PIC X(07).
007945     05  FILLER                      PIC X(43).
007950
007955 FD  AUDIT-FILE
007960     RECORD CONTAINS 80 CHARACTERS.
007965 01  AUD-LINE                        PIC X(80).
007970
008000 WORKING-STORAGE SECTION.
008100*----------------------------------------------------------
008200*    IN-CORE TARGETS FILE - LOADED ONCE, MAINTAINED BY THE
008300*    CARDS, WRITTEN BACK IN ONE PIECE. RECORDS THAT DO NOT
008400*    PARSE ARE KEPT AS RAW LINES WITH THE VALID FLAG "N" SO
008500*    THEY SURVIVE THE REWRITE UNCHANGED; A DELETED RECORD
008600*    TURNS ITS FLAG TO "D" AND IS LEFT OUT OF THE REWRITE.
008700*----------------------------------------------------------
008800 01  TMT-TARGET-COUNT      PIC 9(5) VALUE 0.
008900 01  TMT-TBL-RAW           PIC X(34)
009000     OCCURS 1 TO 9999 TIMES
009100     DEPENDING ON TMT-TARGET-COUNT.
009200 01  TMT-TBL-VALID         PIC X(1)
009300     OCCURS 1 TO 9999 TIMES
009400     DEPENDING ON TMT-TARGET-COUNT.
009500
009600*----------------------------------------------------------
009700*    BRANCH MASTER - BRANCH NUMBERS ONLY. A TARGET MAY ONLY
009800*    BE SET FOR A BRANCH THE NETWORK KNOWS. A MISSING
009900*    BRANMST TURNS THE CHECK OFF RATHER THAN THE RUN.
010000*----------------------------------------------------------
010100 01  TMT-MASTER-COUNT      PIC 9(5) VALUE 0.
010200 01  TMT-MST-BRANCH        PIC X(4)
010300     OCCURS 1 TO 9999 TIMES
010400     DEPENDING ON TMT-MASTER-COUNT.
010500
010600*----------------------------------------------------------
010700*    ONE PARSED TARGET RECORD - THE TABLE ENTRY BEING LOOKED
010800*    AT OR CHANGED. SAME SHAPE AS THE TGT-RECORD LAYOUT.
010900*----------------------------------------------------------
011000 01  TMT-WORK-RECORD.
011100     05  TMT-WRK-BRANCH    PIC X(04).
011200     05  TMT-WRK-MONTH     PIC X(06).
011300     05  TMT-WRK-DAILY     PIC 9(11).
011400     05  TMT-WRK-MONTHLY   PIC 9(13).
011500 01  TMT-WORK-RECORD-X REDEFINES TMT-WORK-RECORD.
011600     05  FILLER            PIC X(10).
011700     05  TMT-WRK-DAILY-X   PIC X(11).
011800     05  TMT-WRK-MONTHLY-X PIC X(13).
011900
011901*----------------------------------------------------------
011902*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
011903*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
011904*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
011905*    TRIM). A CARD IS APPLIED ONLY WHEN ITS OPERATOR HOLDS
011906*    MASTER MAINTENANCE. NO OPERAUTH MEANS NO AUTHORITY.
011907*----------------------------------------------------------
011908 01  TMT-OPR-COUNT         PIC 9(5) VALUE 0.
011909 01  TMT-OPR-TBL-ID        PIC X(08)
011910     OCCURS 1 TO 9999 TIMES
011911     DEPENDING ON TMT-OPR-COUNT.
011912 01  TMT-OPR-TBL-FUNCS     PIC X(07)
011913     OCCURS 1 TO 9999 TIMES
011914     DEPENDING ON TMT-OPR-COUNT.
011915 01  TMT-OPR-IX            PIC 9(5).
011916 01  TMT-OPR-FUNCS-WORK.
011917     05  FILLER            PIC X(03).
011918     05  TMT-OPR-MAINT     PIC X(01).
011919         88  TMT-OPR-MAY-MAINTAIN    VALUE "Y".
011920     05  FILLER            PIC X(03).
011921 01  TMT-REFUSED-COUNT     PIC 9(5) VALUE 0.
011922
011923*----------------------------------------------------------
011924*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
011925*    STATS WRITES. THE TAIL CARRIES THE BRANCH AS THE KEY,
011926*    THE CARD ACTION AS THE FLAG AND THE CARD'S OPERATOR.
011927*----------------------------------------------------------
011928 01  TMT-AUD-DATE-WORK     PIC 9(8).
011929 01  TMT-AUD-TIME-WORK.
011930     05  TMT-AUD-HHMMSS    PIC 9(6).
011931     05  FILLER            PIC 9(2).
011932
011933 01  TMT-AUDIT-OUT-LINE.
011934     05  TMT-AUD-DATE      PIC 9(8) VALUE 0.
011935     05  FILLER            PIC X(01) VALUE SPACES.
011936     05  TMT-AUD-TIME      PIC 9(6) VALUE 0.
011937     05  FILLER            PIC X(01) VALUE SPACES.
011938     05  TMT-AUD-EVENT     PIC X(10) VALUE SPACES.
011939     05  FILLER            PIC X(01) VALUE SPACES.
011940     05  TMT-AUD-FILE      PIC X(08) VALUE SPACES.
011941     05  FILLER            PIC X(01) VALUE SPACES.
011942     05  TMT-AUD-STATUS    PIC X(02) VALUE SPACES.
011943     05  FILLER            PIC X(01) VALUE SPACES.
011944     05  TMT-AUD-COUNT     PIC 9(05) VALUE 0.
011945     05  FILLER            PIC X(01) VALUE SPACES.
011946     05  TMT-AUD-KEY       PIC X(08) VALUE SPACES.
011947     05  FILLER            PIC X(01) VALUE SPACES.
011948     05  TMT-AUD-FLAG      PIC X(01) VALUE SPACES.
011949     05  FILLER            PIC X(01) VALUE SPACES.
011950     05  TMT-AUD-OPERATOR  PIC X(08) VALUE SPACES.
011951     05  FILLER            PIC X(01) VALUE SPACES.
011952     05  TMT-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
011953     05  FILLER            PIC X(07) VALUE SPACES.
011954
012000 01  TMT-CRD-MM            PIC 9(2).
012100 01  TMT-FOUND-IX          PIC 9(5).
012200 01  TMT-CARDS-READ        PIC 9(5) VALUE 0.
012300 01  TMT-APPLIED-COUNT     PIC 9(5) VALUE 0.
012400 01  TMT-REJECTED-COUNT    PIC 9(5) VALUE 0.
012500 01  TMT-BAD-TARGET-COUNT  PIC 9(5) VALUE 0.
012600 01  TMT-RECORDS-OUT       PIC 9(5) VALUE 0.
012700 01  TMT-REJECT-REASON     PIC X(34).
012800*    TMT-AMT-WORK TURNS A CENTS TARGET INTO AN AMOUNT FOR THE
012900*    PRINTED LISTING - DIVIDED BY 100 INTO IT BEFORE THE MOVE
013000*    TO ITS EDITED FIELD.
013100 01  TMT-AMT-WORK          PIC 9(11)V99.
013200 01  I                     PIC 9(5).
013300 01  K                     PIC 9(5).
013400
013500 01  TMT-SWITCHES.
013600     05  TMT-RUN-OK-SW     PIC X(01) VALUE "Y".
013700         88  TMT-RUN-OK              VALUE "Y".
013800         88  TMT-RUN-FAILED          VALUE "N".
013900     05  TMT-TGT-EOF-SW    PIC X(01) VALUE "N".
014000         88  TMT-TGT-EOF             VALUE "Y".
014100         88  TMT-TGT-NOT-EOF         VALUE "N".
014200     05  TMT-MST-EOF-SW    PIC X(01) VALUE "N".
014300         88  TMT-MST-EOF             VALUE "Y".
014400         88  TMT-MST-NOT-EOF         VALUE "N".
014500     05  TMT-CARD-EOF-SW   PIC X(01) VALUE "N".
014600         88  TMT-CARD-EOF            VALUE "Y".
014700         88  TMT-CARD-NOT-EOF        VALUE "N".
014800     05  TMT-FOUND-SW      PIC X(01) VALUE "N".
014900         88  TMT-TARGET-FOUND        VALUE "Y".
015000         88  TMT-TARGET-NOT-FOUND    VALUE "N".
015100     05  TMT-MST-LOADED-SW PIC X(01) VALUE "N".
015200         88  TMT-MASTER-LOADED       VALUE "Y".
015300         88  TMT-MASTER-NOT-LOADED   VALUE "N".
015400     05  TMT-MST-FOUND-SW  PIC X(01) VALUE "N".
015500         88  TMT-MST-FOUND           VALUE "Y".
015600         88  TMT-MST-NOT-FOUND       VALUE "N".
015605     05  TMT-OPR-EOF-SW    PIC X(01) VALUE "N".
015610         88  TMT-OPR-EOF             VALUE "Y".
015615         88  TMT-OPR-NOT-EOF         VALUE "N".
015620     05  TMT-OPR-FOUND-SW  PIC X(01) VALUE "N".
015625         88  TMT-OPR-FOUND           VALUE "Y".
015630         88  TMT-OPR-NOT-FOUND       VALUE "N".
015635     05  TMT-AUDIT-OPEN-SW PIC X(01) VALUE "N".
015640         88  TMT-AUDIT-FILE-IS-OPEN  VALUE "Y".
015645         88  TMT-AUDIT-FILE-IS-CLOSED VALUE "N".
015700
015800*----------------------------------------------------------
015900*    FILE HANDLING WORKING STORAGE
016000*----------------------------------------------------------
016100 01  TMT-TARGET-STATUS     PIC X(02).
016200     88  TMT-TARGET-OK           VALUE "00".
016300     88  TMT-TARGET-AT-END       VALUE "10".
016400     88  TMT-TARGET-MISSING      VALUE "35".
016500
016600 01  TMT-MASTER-STATUS     PIC X(02).
016700     88  TMT-MASTER-OK           VALUE "00".
016800     88  TMT-MASTER-AT-END       VALUE "10".
016900     88  TMT-MASTER-MISSING      VALUE "35".
017000
017100 01  TMT-CARD-STATUS       PIC X(02).
017200     88  TMT-CARD-OK             VALUE "00".
017300     88  TMT-CARD-MISSING        VALUE "35".
017400
017500 01  TMT-REPORT-STATUS     PIC X(02).
017600     88  TMT-REPORT-OK           VALUE "00".
017700
017710 01  TMT-OPERAUTH-STATUS   PIC X(02).
017720     88  TMT-OPERAUTH-OK         VALUE "00".
017730     88  TMT-OPERAUTH-MISSING    VALUE "35".
017740
017750 01  TMT-AUDIT-STATUS      PIC X(02).
017760     88  TMT-AUDIT-OK            VALUE "00".
017770     88  TMT-AUDIT-NEW           VALUE "35".
017780
017800*----------------------------------------------------------
017900*    PRINTED MAINTENANCE REPORT WORKING STORAGE
018000*----------------------------------------------------------
018100 01  TMT-RUN-DATE.
018200     05  TMT-RUN-YYYY      PIC 9(4).
018300     05  TMT-RUN-MM        PIC 9(2).
018400     05  TMT-RUN-DD        PIC 9(2).
018500
018600 01  TMT-HEADING-LINE.
018700     05  FILLER            PIC X(29)
018800         VALUE "BRANCH TARGETS MAINTENANCE - ".
018900     05  TMT-HDG-MM        PIC 9(2).
019000     05  FILLER            PIC X(01) VALUE "/".
019100     05  TMT-HDG-DD        PIC 9(2).
019200     05  FILLER            PIC X(01) VALUE "/".
019300     05  TMT-HDG-YYYY      PIC 9(4).
019400     05  FILLER            PIC X(41) VALUE SPACES.
019500
019600 01  TMT-ACTION-LINE.
019700     05  FILLER            PIC X(07) VALUE "ACTION ".
019800     05  TMT-ACT-OUT       PIC X(06).
019900     05  FILLER            PIC X(08) VALUE " BRANCH ".
020000     05  TMT-ACT-BRANCH    PIC X(04).
020100     05  FILLER            PIC X(07) VALUE " MONTH ".
020200     05  TMT-ACT-MONTH     PIC X(06).
020300     05  FILLER            PIC X(04) VALUE " BY ".
020310     05  TMT-ACT-OPERATOR  PIC X(08).
020320     05  FILLER            PIC X(30) VALUE SPACES.
020400
020500 01  TMT-IMAGE-LINE.
020600     05  TMT-IMG-TAG       PIC X(08).
020700     05  TMT-IMG-BRANCH    PIC X(04).
020800     05  FILLER            PIC X(02) VALUE SPACES.
020900     05  TMT-IMG-MONTH     PIC X(06).
021000     05  FILLER            PIC X(08) VALUE "  DAILY ".
021100     05  TMT-IMG-DAILY     PIC ZZZZZZZZ9.99.
021200     05  FILLER            PIC X(10) VALUE "  MONTHLY ".
021300     05  TMT-IMG-MONTHLY   PIC ZZZZZZZZZZ9.99.
021400     05  FILLER            PIC X(16) VALUE SPACES.
021500
021600 01  TMT-NOTE-IMAGE-LINE.
021700     05  TMT-NIM-TAG       PIC X(08).
021800     05  TMT-NIM-TEXT      PIC X(12).
021900     05  FILLER            PIC X(60) VALUE SPACES.
022000
022100 01  TMT-REJECT-LINE.
022200     05  FILLER            PIC X(09) VALUE "REJECTED ".
022300     05  TMT-REJ-ACTION    PIC X(01).
022400     05  FILLER            PIC X(01) VALUE SPACES.
022500     05  TMT-REJ-BRANCH    PIC X(04).
022600     05  FILLER            PIC X(01) VALUE SPACES.
022700     05  TMT-REJ-MONTH     PIC X(06).
022800     05  FILLER            PIC X(02) VALUE SPACES.
022900     05  TMT-REJ-REASON    PIC X(34).
023000     05  FILLER            PIC X(04) VALUE " BY ".
023010     05  TMT-REJ-OPERATOR  PIC X(08).
023020     05  FILLER            PIC X(10) VALUE SPACES.
023100
023200 01  TMT-COUNT-LINE.
023300     05  TMT-CNT-LABEL     PIC X(23).
023400     05  TMT-CNT-OUT       PIC ZZZZ9.
023500     05  FILLER            PIC X(52) VALUE SPACES.
023600
023700 01  TMT-MESSAGE-LINE.
023800     05  TMT-MSG-TEXT      PIC X(45).
023900     05  FILLER            PIC X(35) VALUE SPACES.
024000
024100 PROCEDURE DIVISION.
024200*============================================================
024300*  0000-MAINLINE
024400*============================================================
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     IF TMT-RUN-OK
024800         PERFORM 1500-LOAD-BRANCH-MASTER THRU 1500-EXIT
024900         PERFORM 2000-LOAD-TARGETS THRU 2000-EXIT
025000     END-IF.
025100     IF TMT-RUN-OK
025200         PERFORM 3000-APPLY-CARDS THRU 3000-EXIT
025300         PERFORM 6000-REWRITE-TARGETS THRU 6000-EXIT
025400         PERFORM 7000-REPORT-SUMMARY THRU 7000-EXIT
025500     END-IF.
025600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
025700     STOP RUN.
025800 0000-EXIT.
025900     EXIT.
026000
026100*============================================================
026200*  1000-INITIALIZE
026300*============================================================
026400 1000-INITIALIZE.
026500     ACCEPT TMT-RUN-DATE FROM DATE YYYYMMDD.
026600     OPEN OUTPUT TARGET-REPORT-FILE.
026700     IF NOT TMT-REPORT-OK
026800         DISPLAY "UNABLE TO OPEN TGTRPT, STATUS "
026900             TMT-REPORT-STATUS
027000         SET TMT-RUN-FAILED TO TRUE
027100         GO TO 1000-EXIT
027200     END-IF.
027300     MOVE TMT-RUN-MM TO TMT-HDG-MM.
027400     MOVE TMT-RUN-DD TO TMT-HDG-DD.
027500     MOVE TMT-RUN-YYYY TO TMT-HDG-YYYY.
027600     MOVE TMT-HEADING-LINE TO RPT-LINE.
027700     WRITE RPT-LINE.
027800     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
027810     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
027820     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
027900 1000-EXIT.
028000     EXIT.
028100
028102*============================================================
028104*  1100-LOAD-OPERATORS
028106*     LOADS OPERAUTH. WITHOUT IT NO OPERATOR HOLDS MASTER
028108*     MAINTENANCE AUTHORITY AND EVERY CARD IS REFUSED - THE
028110*     TARGETS ARE LEFT EXACTLY AS THEY WERE.
028112*============================================================
028114 1100-LOAD-OPERATORS.
028116     MOVE 0 TO TMT-OPR-COUNT.
028118     OPEN INPUT OPERATOR-FILE.
028120     IF TMT-OPERAUTH-MISSING
028122         MOVE "NO OPERAUTH FILE - EVERY CARD WILL BE REFUSED"
028124             TO TMT-MSG-TEXT
028126         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
028128         GO TO 1100-EXIT
028130     END-IF.
028132     IF NOT TMT-OPERAUTH-OK
028134         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
028136             TMT-OPERAUTH-STATUS
028138         MOVE "OPERAUTH UNREADABLE - EVERY CARD REFUSED"
028140             TO TMT-MSG-TEXT
028142         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
028144         GO TO 1100-EXIT
028146     END-IF.
028148     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
028150     PERFORM UNTIL TMT-OPR-EOF OR TMT-OPR-COUNT >= 9999
028152         IF OPA-OPERATOR NOT = SPACES
028154             ADD 1 TO TMT-OPR-COUNT
028156             MOVE OPA-OPERATOR TO TMT-OPR-TBL-ID(TMT-OPR-COUNT)
028158             MOVE OPA-FUNCTIONS
028160                 TO TMT-OPR-TBL-FUNCS(TMT-OPR-COUNT)
028162         END-IF
028164         PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
028166     END-PERFORM.
028168     CLOSE OPERATOR-FILE.
028170 1100-EXIT.
028172     EXIT.
028174
028176 1150-READ-OPERATOR.
028178     READ OPERATOR-FILE
028180         AT END
028182             SET TMT-OPR-EOF TO TRUE
028184     END-READ.
028186 1150-EXIT.
028188     EXIT.
028190
028200*============================================================
028300*  1500-LOAD-BRANCH-MASTER
028400*     LOADS THE BRANCH NUMBERS FROM BRANMST SO A TARGET CANNOT
028500*     BE SET FOR A BRANCH THE NETWORK DOES NOT KNOW. A MISSING
028600*     OR EMPTY MASTER TURNS THE CHECK OFF AND SAYS SO.
028700*============================================================
028800 1500-LOAD-BRANCH-MASTER.
028900     OPEN INPUT MASTER-FILE.
029000     IF NOT TMT-MASTER-OK
029100         DISPLAY "UNABLE TO OPEN BRANMST, STATUS "
029200             TMT-MASTER-STATUS
029300         MOVE "NO BRANMST - BRANCH CHECK OFF"
029400             TO TMT-MSG-TEXT
029500         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
029600         GO TO 1500-EXIT
029700     END-IF.
029800     PERFORM 1550-READ-MASTER THRU 1550-EXIT.
029900     PERFORM UNTIL TMT-MST-EOF
030000             OR TMT-MASTER-COUNT >= 9999
030100         IF MST-BRANCH NUMERIC
030200             ADD 1 TO TMT-MASTER-COUNT
030300             MOVE MST-BRANCH TO TMT-MST-BRANCH(TMT-MASTER-COUNT)
030400         END-IF
030500         PERFORM 1550-READ-MASTER THRU 1550-EXIT
030600     END-PERFORM.
030700     CLOSE MASTER-FILE.
030800     IF TMT-MASTER-COUNT > 0
030900         SET TMT-MASTER-LOADED TO TRUE
031000     ELSE
031100         MOVE "BRANMST EMPTY - BRANCH CHECK OFF"
031200             TO TMT-MSG-TEXT
031300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
031400     END-IF.
031500 1500-EXIT.
031600     EXIT.
031700
031800 1550-READ-MASTER.
031900     READ MASTER-FILE
032000         AT END
032100             SET TMT-MST-EOF TO TRUE
032200     END-READ.
032300 1550-EXIT.
032400     EXIT.
032500
032600*============================================================
032700*  2000-LOAD-TARGETS
032800*     LOADS EVERY BRANTGT RECORD INTO THE IN-CORE TABLE. A
032900*     RECORD THAT DOES NOT PARSE IS KEPT RAW (VALID FLAG "N")
033000*     AND REPORTED - IT WILL BE WRITTEN BACK EXACTLY AS IT
033100*     CAME IN. A MISSING BRANTGT IS ALLOWED - THE FIRST ADD
033200*     CARDS CREATE IT. A FILE TOO BIG FOR THE TABLE ABANDONS
033300*     THE RUN RATHER THAN REWRITE FROM A PARTIAL TABLE.
033400*============================================================
033500 2000-LOAD-TARGETS.
033600     OPEN INPUT TARGET-FILE.
033700     IF TMT-TARGET-MISSING
033800         MOVE "NO BRANTGT FILE - STARTING AN EMPTY FILE"
033900             TO TMT-MSG-TEXT
034000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
034100         GO TO 2000-EXIT
034200     END-IF.
034300     IF NOT TMT-TARGET-OK
034400         DISPLAY "UNABLE TO OPEN BRANTGT, STATUS "
034500             TMT-TARGET-STATUS
034600         SET TMT-RUN-FAILED TO TRUE
034700         GO TO 2000-EXIT
034800     END-IF.
034900     PERFORM 2100-READ-TARGET THRU 2100-EXIT.
035000     PERFORM UNTIL TMT-TGT-EOF
035100             OR TMT-TARGET-COUNT >= 9999
035200         ADD 1 TO TMT-TARGET-COUNT
035300         MOVE TGT-RECORD TO TMT-TBL-RAW(TMT-TARGET-COUNT)
035400         IF TGT-BRANCH NUMERIC AND TGT-MONTH NUMERIC
035500                 AND TGT-DAILY NUMERIC AND TGT-MONTHLY NUMERIC
035600             MOVE "Y" TO TMT-TBL-VALID(TMT-TARGET-COUNT)
035700         ELSE
035800             MOVE "N" TO TMT-TBL-VALID(TMT-TARGET-COUNT)
035900             ADD 1 TO TMT-BAD-TARGET-COUNT
036000             MOVE "TARGET RECORD NOT PARSED - KEPT AS IS"
036100                 TO TMT-MSG-TEXT
036200             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
036300         END-IF
036400         PERFORM 2100-READ-TARGET THRU 2100-EXIT
036500     END-PERFORM.
036600     IF TMT-TGT-NOT-EOF
036700         DISPLAY "BRANTGT TOO LARGE FOR THE TARGET TABLE"
036800         MOVE "BRANTGT TOO LARGE - RUN ABANDONED"
036900             TO TMT-MSG-TEXT
037000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
037100         SET TMT-RUN-FAILED TO TRUE
037200     END-IF.
037300     CLOSE TARGET-FILE.
037400 2000-EXIT.
037500     EXIT.
037600
037700 2100-READ-TARGET.
037800     READ TARGET-FILE
037900         AT END
038000             SET TMT-TGT-EOF TO TRUE
038100     END-READ.
038200 2100-EXIT.
038300     EXIT.
038400
038500*============================================================
038600*  3000-APPLY-CARDS
038700*     READS EVERY TGTCRD TRANSACTION AND APPLIES IT IN CARD
038800*     ORDER. A CARD THAT FAILS ANY EDIT GOES TO THE REJECTED
038900*     LISTING WITH ITS REASON AND CHANGES NOTHING.
039000*============================================================
039100 3000-APPLY-CARDS.
039200     OPEN INPUT TARGET-CARD-FILE.
039300     IF NOT TMT-CARD-OK
039400         DISPLAY "UNABLE TO OPEN TGTCRD, STATUS "
039500             TMT-CARD-STATUS
039600         MOVE "NO TRANSACTION CARDS - TARGETS UNCHANGED"
039700             TO TMT-MSG-TEXT
039800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
039900         GO TO 3000-EXIT
040000     END-IF.
040100     PERFORM 3100-READ-CARD THRU 3100-EXIT.
040200     PERFORM UNTIL TMT-CARD-EOF
040300         ADD 1 TO TMT-CARDS-READ
040400         PERFORM 3200-APPLY-ONE-CARD THRU 3200-EXIT
040500         PERFORM 3100-READ-CARD THRU 3100-EXIT
040600     END-PERFORM.
040700     CLOSE TARGET-CARD-FILE.
040800 3000-EXIT.
040900     EXIT.
041000
041100 3100-READ-CARD.
041200     READ TARGET-CARD-FILE
041300         AT END
041400             SET TMT-CARD-EOF TO TRUE
041500     END-READ.
041600 3100-EXIT.
041700     EXIT.
041800
041802*============================================================
041804*  3150-CHECK-OPERATOR
041806*     THE CARD'S OPERATOR MUST BE ON OPERAUTH WITH MASTER
041808*     MAINTENANCE AUTHORITY. A CARD THAT FAILS LEAVES ITS
041810*     REASON IN TMT-REJECT-REASON AND IS LOGGED TO STATAUDT
041812*     AS REFUSED; A CARD THAT PASSES LEAVES IT BLANK.
041814*============================================================
041816 3150-CHECK-OPERATOR.
041818     MOVE SPACES TO TMT-REJECT-REASON.
041820     SET TMT-OPR-NOT-FOUND TO TRUE.
041822     MOVE "NNNNNNN" TO TMT-OPR-FUNCS-WORK.
041824     PERFORM VARYING TMT-OPR-IX FROM 1 BY 1
041826             UNTIL TMT-OPR-IX > TMT-OPR-COUNT OR TMT-OPR-FOUND
041828         IF TMT-OPR-TBL-ID(TMT-OPR-IX) = CRD-OPERATOR
041830             SET TMT-OPR-FOUND TO TRUE
041832             MOVE TMT-OPR-TBL-FUNCS(TMT-OPR-IX)
041834                 TO TMT-OPR-FUNCS-WORK
041836         END-IF
041838     END-PERFORM.
041840     IF CRD-OPERATOR = SPACES
041842         MOVE "NO OPERATOR ID ON CARD" TO TMT-REJECT-REASON
041844     ELSE
041846         IF NOT TMT-OPR-MAY-MAINTAIN
041848             MOVE "OPERATOR NOT AUTHORIZED" TO TMT-REJECT-REASON
041850         END-IF
041852     END-IF.
041854     IF TMT-REJECT-REASON = SPACES
041856         GO TO 3150-EXIT
041858     END-IF.
041860     ADD 1 TO TMT-REFUSED-COUNT.
041862     MOVE "REFUSED   " TO TMT-AUD-EVENT.
041864     MOVE "TGTCRD  " TO TMT-AUD-FILE.
041866     MOVE CRD-BRANCH TO TMT-AUD-KEY.
041868     MOVE CRD-ACTION TO TMT-AUD-FLAG.
041870     MOVE CRD-OPERATOR TO TMT-AUD-OPERATOR.
041872     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
041874 3150-EXIT.
041876     EXIT.
041878
041900*============================================================
042000*  3200-APPLY-ONE-CARD
042100*     ACTION, BRANCH AND MONTH ARE EDITED FOR EVERY CARD -
042200*     THE BRANCH NUMBER BEFORE ANYTHING ELSE, AS BRANMNT
042300*     DOES - THEN THE ACTION ITSELF. EVERY REJECTION NAMES
042400*     ITS REASON ON THE LISTING.
042500*============================================================
042600 3200-APPLY-ONE-CARD.
042610     PERFORM 3150-CHECK-OPERATOR THRU 3150-EXIT.
042620     IF TMT-REJECT-REASON NOT = SPACES
042630         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
042640         GO TO 3200-EXIT
042650     END-IF.
042700     IF NOT CRD-ADD AND NOT CRD-CHANGE AND NOT CRD-DELETE
042800         MOVE "UNKNOWN ACTION CODE" TO TMT-REJECT-REASON
042900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
043000         GO TO 3200-EXIT
043100     END-IF.
043200     IF CRD-BRANCH NOT NUMERIC
043300         MOVE "NON-NUMERIC BRANCH NBR" TO TMT-REJECT-REASON
043400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
043500         GO TO 3200-EXIT
043600     END-IF.
043700     IF CRD-BRANCH = "0000"
043800         MOVE "BRANCH NBR OUT OF RANGE" TO TMT-REJECT-REASON
043900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
044000         GO TO 3200-EXIT
044100     END-IF.
044200     IF CRD-MONTH NOT NUMERIC
044300         MOVE "NON-NUMERIC TARGET MONTH" TO TMT-REJECT-REASON
044400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
044500         GO TO 3200-EXIT
044600     END-IF.
044700     MOVE CRD-MONTH-MM TO TMT-CRD-MM.
044800     IF TMT-CRD-MM < 1 OR TMT-CRD-MM > 12
044900         MOVE "TARGET MONTH NOT 01 TO 12" TO TMT-REJECT-REASON
045000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
045100         GO TO 3200-EXIT
045200     END-IF.
045300     PERFORM 3300-LOOKUP-TARGET THRU 3300-EXIT.
045400     IF CRD-ADD
045500         PERFORM 4000-APPLY-ADD THRU 4000-EXIT
045600         GO TO 3200-EXIT
045700     END-IF.
045800     IF CRD-CHANGE
045900         PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
046000         GO TO 3200-EXIT
046100     END-IF.
046200     PERFORM 4200-APPLY-DELETE THRU 4200-EXIT.
046300 3200-EXIT.
046400     EXIT.
046500
046600*============================================================
046700*  3300-LOOKUP-TARGET
046800*     LOOKS THE CARD'S BRANCH AND MONTH UP AMONG THE PARSED
046900*     TARGET ENTRIES. RAW AND DELETED ENTRIES NEVER MATCH.
047000*============================================================
047100 3300-LOOKUP-TARGET.
047200     SET TMT-TARGET-NOT-FOUND TO TRUE.
047300     MOVE 0 TO TMT-FOUND-IX.
047400     PERFORM VARYING I FROM 1 BY 1
047500             UNTIL I > TMT-TARGET-COUNT OR TMT-TARGET-FOUND
047600         IF TMT-TBL-VALID(I) = "Y"
047700             MOVE TMT-TBL-RAW(I) TO TMT-WORK-RECORD
047800             IF TMT-WRK-BRANCH = CRD-BRANCH
047900                     AND TMT-WRK-MONTH = CRD-MONTH
048000                 SET TMT-TARGET-FOUND TO TRUE
048100                 MOVE I TO TMT-FOUND-IX
048200             END-IF
048300         END-IF
048400     END-PERFORM.
048500 3300-EXIT.
048600     EXIT.
048700
048800*============================================================
048900*  3400-CHECK-BRANCH
049000*     THE CARD'S BRANCH MUST BE ON BRANMST. ALWAYS PASSES
049100*     WHEN THE MASTER COULD NOT BE LOADED.
049200*============================================================
049300 3400-CHECK-BRANCH.
049400     SET TMT-MST-FOUND TO TRUE.
049500     IF TMT-MASTER-NOT-LOADED
049600         GO TO 3400-EXIT
049700     END-IF.
049800     SET TMT-MST-NOT-FOUND TO TRUE.
049900     PERFORM VARYING K FROM 1 BY 1
050000             UNTIL K > TMT-MASTER-COUNT OR TMT-MST-FOUND
050100         IF TMT-MST-BRANCH(K) = CRD-BRANCH
050200             SET TMT-MST-FOUND TO TRUE
050300         END-IF
050400     END-PERFORM.
050500 3400-EXIT.
050600     EXIT.
050700
050800*============================================================
050900*  4000-APPLY-ADD
051000*     A NEW BRANCH/MONTH TARGET: MUST NOT ALREADY EXIST, THE
051100*     BRANCH MUST BE ON THE MASTER, AND AT LEAST ONE OF THE
051200*     TWO TARGETS MUST BE PUNCHED - A BLANK ONE IS TAKEN AS
051300*     ZERO. THE BEFORE IMAGE PRINTS AS "NEW".
051400*============================================================
051500 4000-APPLY-ADD.
051600     IF TMT-TARGET-FOUND
051700         MOVE "TARGET ALREADY ON FILE" TO TMT-REJECT-REASON
051800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
051900         GO TO 4000-EXIT
052000     END-IF.
052100     PERFORM 3400-CHECK-BRANCH THRU 3400-EXIT.
052200     IF TMT-MST-NOT-FOUND
052300         MOVE "BRANCH NOT ON MASTER" TO TMT-REJECT-REASON
052400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
052500         GO TO 4000-EXIT
052600     END-IF.
052700     PERFORM 4500-EDIT-AMOUNTS THRU 4500-EXIT.
052800     IF TMT-REJECT-REASON NOT = SPACES
052900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
053000         GO TO 4000-EXIT
053100     END-IF.
053200     IF TMT-TARGET-COUNT >= 9999
053300         MOVE "TARGET TABLE FULL" TO TMT-REJECT-REASON
053400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
053500         GO TO 4000-EXIT
053600     END-IF.
053700     MOVE "ADD   " TO TMT-ACT-OUT.
053800     PERFORM 5100-WRITE-ACTION THRU 5100-EXIT.
053900     MOVE "BEFORE  " TO TMT-NIM-TAG.
054000     MOVE "NEW" TO TMT-NIM-TEXT.
054100     PERFORM 5600-WRITE-NOTE-IMAGE THRU 5600-EXIT.
054200     MOVE CRD-BRANCH TO TMT-WRK-BRANCH.
054300     MOVE CRD-MONTH TO TMT-WRK-MONTH.
054400     MOVE 0 TO TMT-WRK-DAILY.
054500     MOVE 0 TO TMT-WRK-MONTHLY.
054600     IF CRD-DAILY NOT = SPACES
054700         MOVE CRD-DAILY TO TMT-WRK-DAILY-X
054800     END-IF.
054900     IF CRD-MONTHLY NOT = SPACES
055000         MOVE CRD-MONTHLY TO TMT-WRK-MONTHLY-X
055100     END-IF.
055200     ADD 1 TO TMT-TARGET-COUNT.
055300     MOVE TMT-WORK-RECORD TO TMT-TBL-RAW(TMT-TARGET-COUNT).
055400     MOVE "Y" TO TMT-TBL-VALID(TMT-TARGET-COUNT).
055500     PERFORM 5300-WRITE-AFTER-IMAGE THRU 5300-EXIT.
055600     ADD 1 TO TMT-APPLIED-COUNT.
055610     PERFORM 5700-AUDIT-APPLIED THRU 5700-EXIT.
055700 4000-EXIT.
055800     EXIT.
055900
056000*============================================================
056100*  4100-APPLY-CHANGE
056200*     AN EXISTING TARGET: A BLANK CARD AMOUNT LEAVES THE
056300*     FILE'S AMOUNT ALONE, A PUNCHED ONE REPLACES IT.
056400*============================================================
056500 4100-APPLY-CHANGE.
056600     IF TMT-TARGET-NOT-FOUND
056700         MOVE "TARGET NOT ON FILE" TO TMT-REJECT-REASON
056800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
056900         GO TO 4100-EXIT
057000     END-IF.
057100     PERFORM 4500-EDIT-AMOUNTS THRU 4500-EXIT.
057200     IF TMT-REJECT-REASON NOT = SPACES
057300         IF TMT-REJECT-REASON = "NO TARGET AMOUNT PUNCHED"
057400             MOVE "NOTHING TO CHANGE" TO TMT-REJECT-REASON
057500         END-IF
057600         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
057700         GO TO 4100-EXIT
057800     END-IF.
057900     MOVE "CHANGE" TO TMT-ACT-OUT.
058000     PERFORM 5100-WRITE-ACTION THRU 5100-EXIT.
058100     MOVE TMT-TBL-RAW(TMT-FOUND-IX) TO TMT-WORK-RECORD.
058200     PERFORM 5400-WRITE-BEFORE-IMAGE THRU 5400-EXIT.
058300     IF CRD-DAILY NOT = SPACES
058400         MOVE CRD-DAILY TO TMT-WRK-DAILY-X
058500     END-IF.
058600     IF CRD-MONTHLY NOT = SPACES
058700         MOVE CRD-MONTHLY TO TMT-WRK-MONTHLY-X
058800     END-IF.
058900     MOVE TMT-WORK-RECORD TO TMT-TBL-RAW(TMT-FOUND-IX).
059000     PERFORM 5300-WRITE-AFTER-IMAGE THRU 5300-EXIT.
059100     ADD 1 TO TMT-APPLIED-COUNT.
059110     PERFORM 5700-AUDIT-APPLIED THRU 5700-EXIT.
059200 4100-EXIT.
059300     EXIT.
059400
059500*============================================================
059600*  4200-APPLY-DELETE
059700*     REMOVES AN EXISTING TARGET. THE ENTRY IS FLAGGED "D"
059800*     AND LEFT OUT OF THE REWRITE; THE AFTER IMAGE PRINTS AS
059900*     "DELETED".
060000*============================================================
060100 4200-APPLY-DELETE.
060200     IF TMT-TARGET-NOT-FOUND
060300         MOVE "TARGET NOT ON FILE" TO TMT-REJECT-REASON
060400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
060500         GO TO 4200-EXIT
060600     END-IF.
060700     MOVE "DELETE" TO TMT-ACT-OUT.
060800     PERFORM 5100-WRITE-ACTION THRU 5100-EXIT.
060900     MOVE TMT-TBL-RAW(TMT-FOUND-IX) TO TMT-WORK-RECORD.
061000     PERFORM 5400-WRITE-BEFORE-IMAGE THRU 5400-EXIT.
061100     MOVE "D" TO TMT-TBL-VALID(TMT-FOUND-IX).
061200     MOVE "AFTER   " TO TMT-NIM-TAG.
061300     MOVE "DELETED" TO TMT-NIM-TEXT.
061400     PERFORM 5600-WRITE-NOTE-IMAGE THRU 5600-EXIT.
061500     ADD 1 TO TMT-APPLIED-COUNT.
061510     PERFORM 5700-AUDIT-APPLIED THRU 5700-EXIT.
061600 4200-EXIT.
061700     EXIT.
061800
061900*============================================================
062000*  4500-EDIT-AMOUNTS
062100*     BOTH TARGET AMOUNTS ARE BLANK OR NUMERIC CENTS, AND AT
062200*     LEAST ONE IS PUNCHED. LEAVES TMT-REJECT-REASON BLANK
062300*     WHEN THE CARD'S AMOUNTS PASS.
062400*============================================================
062500 4500-EDIT-AMOUNTS.
062600     MOVE SPACES TO TMT-REJECT-REASON.
062700     IF CRD-DAILY NOT = SPACES AND CRD-DAILY NOT NUMERIC
062800         MOVE "NON-NUMERIC DAILY TARGET" TO TMT-REJECT-REASON
062900         GO TO 4500-EXIT
063000     END-IF.
063100     IF CRD-MONTHLY NOT = SPACES AND CRD-MONTHLY NOT NUMERIC
063200         MOVE "NON-NUMERIC MONTHLY TARGET" TO TMT-REJECT-REASON
063300         GO TO 4500-EXIT
063400     END-IF.
063500     IF CRD-DAILY = SPACES AND CRD-MONTHLY = SPACES
063600         MOVE "NO TARGET AMOUNT PUNCHED" TO TMT-REJECT-REASON
063700     END-IF.
063800 4500-EXIT.
063900     EXIT.
064000
064100*============================================================
064200*  5000-WRITE-REJECT
064300*     ONE REJECTED TRANSACTION: THE ACTION, THE BRANCH AND
064400*     MONTH AS PUNCHED AND THE REASON.
064500*============================================================
064600 5000-WRITE-REJECT.
064700     ADD 1 TO TMT-REJECTED-COUNT.
064800     MOVE CRD-ACTION TO TMT-REJ-ACTION.
064850     MOVE CRD-OPERATOR TO TMT-REJ-OPERATOR.
064900     MOVE CRD-BRANCH TO TMT-REJ-BRANCH.
065000     MOVE CRD-MONTH TO TMT-REJ-MONTH.
065100     MOVE TMT-REJECT-REASON TO TMT-REJ-REASON.
065200     MOVE TMT-REJECT-LINE TO RPT-LINE.
065300     WRITE RPT-LINE.
065400     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
065500 5000-EXIT.
065600     EXIT.
065700
065800 5100-WRITE-ACTION.
065900     MOVE CRD-BRANCH TO TMT-ACT-BRANCH.
065950     MOVE CRD-OPERATOR TO TMT-ACT-OPERATOR.
066000     MOVE CRD-MONTH TO TMT-ACT-MONTH.
066100     MOVE TMT-ACTION-LINE TO RPT-LINE.
066200     WRITE RPT-LINE.
066300     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
066400 5100-EXIT.
066500     EXIT.
066600
066700 5200-WRITE-IMAGE.
066800     MOVE TMT-IMAGE-LINE TO RPT-LINE.
066900     WRITE RPT-LINE.
067000     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
067100 5200-EXIT.
067200     EXIT.
067300
067400*============================================================
067500*  5300-WRITE-AFTER-IMAGE / 5400-WRITE-BEFORE-IMAGE
067600*     THE MAINTENANCE TRAIL: THE RECORD AS IT STOOD AND AS
067700*     IT NOW STANDS, FROM TMT-WORK-RECORD.
067800*============================================================
067900 5300-WRITE-AFTER-IMAGE.
068000     MOVE "AFTER   " TO TMT-IMG-TAG.
068100     PERFORM 5500-FILL-IMAGE THRU 5500-EXIT.
068200     PERFORM 5200-WRITE-IMAGE THRU 5200-EXIT.
068300 5300-EXIT.
068400     EXIT.
068500
068600 5400-WRITE-BEFORE-IMAGE.
068700     MOVE "BEFORE  " TO TMT-IMG-TAG.
068800     PERFORM 5500-FILL-IMAGE THRU 5500-EXIT.
068900     PERFORM 5200-WRITE-IMAGE THRU 5200-EXIT.
069000 5400-EXIT.
069100     EXIT.
069200
069300 5500-FILL-IMAGE.
069400     MOVE TMT-WRK-BRANCH TO TMT-IMG-BRANCH.
069500     MOVE TMT-WRK-MONTH TO TMT-IMG-MONTH.
069600     COMPUTE TMT-AMT-WORK = TMT-WRK-DAILY / 100.
069700     MOVE TMT-AMT-WORK TO TMT-IMG-DAILY.
069800     COMPUTE TMT-AMT-WORK = TMT-WRK-MONTHLY / 100.
069900     MOVE TMT-AMT-WORK TO TMT-IMG-MONTHLY.
070000 5500-EXIT.
070100     EXIT.
070200
070300 5600-WRITE-NOTE-IMAGE.
070400     MOVE TMT-NOTE-IMAGE-LINE TO RPT-LINE.
070500     WRITE RPT-LINE.
070600     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
070700 5600-EXIT.
070800     EXIT.
070900
070902*============================================================
070904*  5700-AUDIT-APPLIED
070906*     ONE STATAUDT "TARGET" LINE PER APPLIED CARD: BRANCH,
070908*     ACTION AND THE OPERATOR WHO RAISED IT.
070910*============================================================
070912 5700-AUDIT-APPLIED.
070914     MOVE "TARGET    " TO TMT-AUD-EVENT.
070916     MOVE "BRANTGT " TO TMT-AUD-FILE.
070918     MOVE 1 TO TMT-AUD-COUNT.
070920     MOVE CRD-BRANCH TO TMT-AUD-KEY.
070922     MOVE CRD-ACTION TO TMT-AUD-FLAG.
070924     MOVE CRD-OPERATOR TO TMT-AUD-OPERATOR.
070926     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
070928 5700-EXIT.
070930     EXIT.
070932
071000*============================================================
071100*  6000-REWRITE-TARGETS
071200*     WRITES BRANTGT BACK IN ONE PIECE FROM THE TABLE -
071300*     MAINTAINED RECORDS, ADDED RECORDS AND THE RAW LINES
071400*     THAT COULD NOT BE PARSED, ALL IN THEIR LOADED ORDER.
071500*     DELETED ENTRIES ARE LEFT OUT.
071600*============================================================
071700 6000-REWRITE-TARGETS.
071800     OPEN OUTPUT TARGET-FILE.
071900     IF NOT TMT-TARGET-OK
072000         DISPLAY "UNABLE TO REWRITE BRANTGT, STATUS "
072100             TMT-TARGET-STATUS
072200         MOVE "BRANTGT NOT REWRITTEN - SEE CONSOLE"
072300             TO TMT-MSG-TEXT
072400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
072500         GO TO 6000-EXIT
072600     END-IF.
072700     PERFORM VARYING K FROM 1 BY 1
072800             UNTIL K > TMT-TARGET-COUNT
072900         IF TMT-TBL-VALID(K) NOT = "D"
073000             MOVE TMT-TBL-RAW(K) TO TGT-RECORD
073100             WRITE TGT-RECORD
073200             IF NOT TMT-TARGET-OK
073300                 DISPLAY "UNABLE TO WRITE BRANTGT, STATUS "
073400                     TMT-TARGET-STATUS
073500             ELSE
073600                 ADD 1 TO TMT-RECORDS-OUT
073700             END-IF
073800         END-IF
073900     END-PERFORM.
074000     CLOSE TARGET-FILE.
074100 6000-EXIT.
074200     EXIT.
074300
074400*============================================================
074500*  7000-REPORT-SUMMARY
074600*============================================================
074700 7000-REPORT-SUMMARY.
074800     MOVE "CARDS READ             " TO TMT-CNT-LABEL.
074900     MOVE TMT-CARDS-READ TO TMT-CNT-OUT.
075000     MOVE TMT-COUNT-LINE TO RPT-LINE.
075100     WRITE RPT-LINE.
075200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
075300     MOVE "TRANSACTIONS APPLIED   " TO TMT-CNT-LABEL.
075400     MOVE TMT-APPLIED-COUNT TO TMT-CNT-OUT.
075500     MOVE TMT-COUNT-LINE TO RPT-LINE.
075600     WRITE RPT-LINE.
075700     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
075800     MOVE "TRANSACTIONS REJECTED  " TO TMT-CNT-LABEL.
075900     MOVE TMT-REJECTED-COUNT TO TMT-CNT-OUT.
076000     MOVE TMT-COUNT-LINE TO RPT-LINE.
076100     WRITE RPT-LINE.
076200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
076210     MOVE "REFUSED - NO AUTHORITY " TO TMT-CNT-LABEL.
076220     MOVE TMT-REFUSED-COUNT TO TMT-CNT-OUT.
076230     MOVE TMT-COUNT-LINE TO RPT-LINE.
076240     WRITE RPT-LINE.
076250     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
076300     MOVE "UNPARSED TARGET LINES  " TO TMT-CNT-LABEL.
076400     MOVE TMT-BAD-TARGET-COUNT TO TMT-CNT-OUT.
076500     MOVE TMT-COUNT-LINE TO RPT-LINE.
076600     WRITE RPT-LINE.
076700     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
076800     MOVE "RECORDS ON TARGET FILE " TO TMT-CNT-LABEL.
076900     MOVE TMT-RECORDS-OUT TO TMT-CNT-OUT.
077000     MOVE TMT-COUNT-LINE TO RPT-LINE.
077100     WRITE RPT-LINE.
077200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
077300 7000-EXIT.
077400     EXIT.
077500
077600 8000-WRITE-MESSAGE.
077700     MOVE TMT-MESSAGE-LINE TO RPT-LINE.
077800     WRITE RPT-LINE.
077900     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
078000     MOVE SPACES TO TMT-MSG-TEXT.
078100 8000-EXIT.
078200     EXIT.
078300
078400*============================================================
078500*  8100-CHECK-REPORT-WRITE
078600*     CHECKS FILE STATUS AFTER EVERY TGTRPT WRITE - THE
078700*     LINE SEQUENTIAL WRITER CAN DROP A RECORD SILENTLY.
078800*============================================================
078900 8100-CHECK-REPORT-WRITE.
079000     IF NOT TMT-REPORT-OK
079100         DISPLAY "UNABLE TO WRITE TGTRPT, STATUS "
079200             TMT-REPORT-STATUS
079300     END-IF.
079400 8100-EXIT.
079500     EXIT.
079600
079601*============================================================
079602*  9400-OPEN-AUDIT
079603*     OPENS (OR CREATES) THE STATAUDT RUN AUDIT LOG. IF IT
079604*     CANNOT BE OPENED THE MAINTENANCE STILL RUNS - TGTRPT
079605*     IS THE RECORD OF WHAT WAS DONE AND BY WHOM.
079606*============================================================
079607 9400-OPEN-AUDIT.
079608     OPEN EXTEND AUDIT-FILE.
079609     IF TMT-AUDIT-NEW
079610         OPEN OUTPUT AUDIT-FILE
079611     END-IF.
079612     IF NOT TMT-AUDIT-OK
079613         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
079614             TMT-AUDIT-STATUS
079615         GO TO 9400-EXIT
079616     END-IF.
079617     SET TMT-AUDIT-FILE-IS-OPEN TO TRUE.
079618 9400-EXIT.
079619     EXIT.
079620
079621*============================================================
079622*  9500-WRITE-AUDIT
079623*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
079624*     EVENT, FILE, COUNT, KEY, FLAG AND OPERATOR THE CALLER
079625*     STAGED. THE STAGED FIELDS ARE CLEARED AFTERWARDS.
079626*============================================================
079627 9500-WRITE-AUDIT.
079628     IF TMT-AUDIT-FILE-IS-CLOSED
079629         GO TO 9500-EXIT
079630     END-IF.
079631     ACCEPT TMT-AUD-DATE-WORK FROM DATE YYYYMMDD.
079632     ACCEPT TMT-AUD-TIME-WORK FROM TIME.
079633     MOVE TMT-AUD-DATE-WORK TO TMT-AUD-DATE.
079634     MOVE TMT-AUD-HHMMSS TO TMT-AUD-TIME.
079635     MOVE TMT-AUDIT-OUT-LINE TO AUD-LINE.
079636     WRITE AUD-LINE.
079637     IF NOT TMT-AUDIT-OK
079638         DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
079639             TMT-AUDIT-STATUS
079640     END-IF.
079641     MOVE SPACES TO TMT-AUD-EVENT.
079642     MOVE SPACES TO TMT-AUD-FILE.
079643     MOVE SPACES TO TMT-AUD-STATUS.
079644     MOVE 0 TO TMT-AUD-COUNT.
079645     MOVE SPACES TO TMT-AUD-KEY.
079646     MOVE SPACES TO TMT-AUD-FLAG.
079647     MOVE SPACES TO TMT-AUD-OPERATOR.
079648     MOVE SPACES TO TMT-AUD-OPERATOR-2.
079649 9500-EXIT.
079650     EXIT.
079651
079700*============================================================
079800*  9999-TERMINATE
079900*============================================================
080000 9999-TERMINATE.
080100     IF TMT-REPORT-OK
080200         CLOSE TARGET-REPORT-FILE
080300     END-IF.
080310     IF TMT-AUDIT-FILE-IS-OPEN
080320         CLOSE AUDIT-FILE
080330         SET TMT-AUDIT-FILE-IS-CLOSED TO TRUE
080340     END-IF.
080400 9999-EXIT.
080500     EXIT.
