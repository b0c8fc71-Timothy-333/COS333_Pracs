002500*                   THAT CANNOT BE PARSED ARE CARRIED
002600*                   THROUGH UNCHANGED AND REPORTED, NEVER
002700*                   SILENTLY DROPPED.
002710*  2026-10-15 DM    BRANMST NOW CARRIES AN OPENING AND A
002720*                   CLOSING DATE (RECORDS NOW 44). BRMNTCRD
002730*                   GAINS AN EFFECTIVE DATE (CARDS NOW 37):
002740*                   THE OPENING DATE ON AN ADD, THE CLOSING
002750*                   DATE ON A CLOSE, BOTH DEFAULTING TO THE
002760*                   RUN DATE. A CHANGE TO STATUS "O" REOPENS
002770*                   THE BRANCH. BOTH DATES PRINT ON MNTRPT.
002772*  2026-10-15 DM    EVERY BRMNTCRD CARD NOW CARRIES THE ID OF
002776*                   THE OPERATOR WHO RAISED IT (CARDS NOW 45),
002780*                   CHECKED AGAINST OPERAUTH FOR MASTER
002784*                   MAINTENANCE AUTHORITY. AN UNAUTHORIZED CARD
002788*                   IS REFUSED AND LISTED. EVERY APPLIED OR
002792*                   REFUSED CARD IS LOGGED TO STATAUDT WITH ITS
002796*                   OPERATOR, WHO ALSO PRINTS ON MNTRPT.
002797*  2026-10-15 DM    A CHANGE CARD WITH STATUS "C" AND A DATE
002798*                   NOW CLOSES THE BRANCH ON THAT DATE, AS A
002799*                   CLOSE CARD DOES; THE OPENING DATE IS KEPT.
002800*----------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003900     SELECT MAINT-REPORT-FILE ASSIGN TO "MNTRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS MNT-REPORT-STATUS.
004110     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS MNT-OPERAUTH-STATUS.
004140     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
004150         ORGANIZATION IS LINE SEQUENTIAL
004160         FILE STATUS IS MNT-AUDIT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MASTER-FILE
004600     RECORD CONTAINS 44 CHARACTERS.
004700 01  MST-RECORD.
004800     05  MST-BRANCH                  PIC X(04).
004900     05  MST-NAME                    PIC X(20).
005000     05  MST-REGION                  PIC X(03).
005100     05  MST-STATUS                  PIC X(01).
005110     05  MST-OPEN-DATE               PIC X(08).
005120     05  MST-CLOSE-DATE              PIC X(08).
005200
005300 FD  MAINT-CARD-FILE
005400     RECORD CONTAINS 45 CHARACTERS.
005500 01  CRD-RECORD.
005600     05  CRD-ACTION                  PIC X(01).
005700         88  CRD-ADD                     VALUE "A".
006100     05  CRD-NAME                    PIC X(20).
006200     05  CRD-REGION                  PIC X(03).
006300     05  CRD-STATUS                  PIC X(01).
006310     05  CRD-EFF-DATE                PIC X(08).
006320     05  CRD-EFF-DATE-R REDEFINES CRD-EFF-DATE.
006330         10  CRD-EFF-YYYY            PIC 9(04).
006340         10  CRD-EFF-MM              PIC 9(02).
006350         10  CRD-EFF-DD              PIC 9(02).
006360     05  CRD-OPERATOR                PIC X(08).
006400
006500 FD  MAINT-REPORT-FILE
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  RPT-LINE                        PIC X(80).
006800
006805 FD  OPERATOR-FILE
006810     RECORD CONTAINS 80 CHARACTERS.
006815 01  OPA-RECORD.
006820     05  OPA-OPERATOR                PIC X(08).
006825     05  FILLER                      PIC X(01).
006830     05  OPA-NAME                    PIC X(20).
006835     05  FILLER                      PIC X(01).
006840     05  OPA-FUNCTIONS               PIC X(07).
006845     05  FILLER                      PIC X(43).
006850
006855 FD  AUDIT-FILE
006860     RECORD CONTAINS 80 CHARACTERS.
006865 01  AUD-LINE                        PIC X(80).
006870
006900 WORKING-STORAGE SECTION.
007000*----------------------------------------------------------
007100*    KNOWN REGION CODES - THE ONLY VALUES A CARD MAY CARRY.
008800*    VALID FLAG OFF SO THEY SURVIVE THE REWRITE UNCHANGED.
008900*----------------------------------------------------------
009000 01  MNT-MASTER-COUNT      PIC 9(5) VALUE 0.
009100 01  MNT-TBL-RAW           PIC X(44)
009200     OCCURS 1 TO 9999 TIMES
009300     DEPENDING ON MNT-MASTER-COUNT.
009400 01  MNT-TBL-VALID         PIC X(1)
010400     05  MNT-WRK-NAME      PIC X(20).
010500     05  MNT-WRK-REGION    PIC X(03).
010600     05  MNT-WRK-STATUS    PIC X(01).
010610     05  MNT-WRK-OPEN-DATE PIC X(08).
010620     05  MNT-WRK-CLOSE-DATE PIC X(08).
010700
010710*----------------------------------------------------------
010711*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
010712*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
010713*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
010714*    TRIM). A CARD IS APPLIED ONLY WHEN ITS OPERATOR HOLDS
010715*    MASTER MAINTENANCE. NO OPERAUTH MEANS NO AUTHORITY.
010716*----------------------------------------------------------
010717 01  MNT-OPR-COUNT         PIC 9(5) VALUE 0.
010718 01  MNT-OPR-TBL-ID        PIC X(08)
010719     OCCURS 1 TO 9999 TIMES
010720     DEPENDING ON MNT-OPR-COUNT.
010721 01  MNT-OPR-TBL-FUNCS     PIC X(07)
010722     OCCURS 1 TO 9999 TIMES
010723     DEPENDING ON MNT-OPR-COUNT.
010724 01  MNT-OPR-IX            PIC 9(5).
010725 01  MNT-OPR-FUNCS-WORK.
010726     05  FILLER            PIC X(03).
010727     05  MNT-OPR-MAINT     PIC X(01).
010728         88  MNT-OPR-MAY-MAINTAIN    VALUE "Y".
010729     05  FILLER            PIC X(03).
010730 01  MNT-REFUSED-COUNT     PIC 9(5) VALUE 0.
010731
010732*----------------------------------------------------------
010733*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
010734*    STATS WRITES. THE TAIL CARRIES THE BRANCH AS THE KEY,
010735*    THE CARD ACTION AS THE FLAG AND THE CARD'S OPERATOR.
010736*----------------------------------------------------------
010737 01  MNT-AUD-DATE-WORK     PIC 9(8).
010738 01  MNT-AUD-TIME-WORK.
010739     05  MNT-AUD-HHMMSS    PIC 9(6).
010740     05  FILLER            PIC 9(2).
010741
010742 01  MNT-AUDIT-OUT-LINE.
010743     05  MNT-AUD-DATE      PIC 9(8) VALUE 0.
010744     05  FILLER            PIC X(01) VALUE SPACES.
010745     05  MNT-AUD-TIME      PIC 9(6) VALUE 0.
010746     05  FILLER            PIC X(01) VALUE SPACES.
010747     05  MNT-AUD-EVENT     PIC X(10) VALUE SPACES.
010748     05  FILLER            PIC X(01) VALUE SPACES.
010749     05  MNT-AUD-FILE      PIC X(08) VALUE SPACES.
010750     05  FILLER            PIC X(01) VALUE SPACES.
010751     05  MNT-AUD-STATUS    PIC X(02) VALUE SPACES.
010752     05  FILLER            PIC X(01) VALUE SPACES.
010753     05  MNT-AUD-COUNT     PIC 9(05) VALUE 0.
010754     05  FILLER            PIC X(01) VALUE SPACES.
010755     05  MNT-AUD-KEY       PIC X(08) VALUE SPACES.
010756     05  FILLER            PIC X(01) VALUE SPACES.
010757     05  MNT-AUD-FLAG      PIC X(01) VALUE SPACES.
010758     05  FILLER            PIC X(01) VALUE SPACES.
010759     05  MNT-AUD-OPERATOR  PIC X(08) VALUE SPACES.
010760     05  FILLER            PIC X(01) VALUE SPACES.
010761     05  MNT-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
010762     05  FILLER            PIC X(07) VALUE SPACES.
010763
010800 01  MNT-FOUND-IX          PIC 9(5).
010900 01  MNT-CARDS-READ        PIC 9(5) VALUE 0.
011000 01  MNT-APPLIED-COUNT     PIC 9(5) VALUE 0.
011100 01  MNT-REJECTED-COUNT    PIC 9(5) VALUE 0.
011200 01  MNT-BAD-MASTER-COUNT  PIC 9(5) VALUE 0.
011300 01  MNT-REJECT-REASON     PIC X(34).
011310 01  MNT-EFF-DATE          PIC X(08).
011320 01  MNT-MONTH-DAYS        PIC 9(2).
011330 01  MNT-LEAP-QUOT         PIC 9(4).
011340 01  MNT-LEAP-REM          PIC 9(3).
011400 01  I                     PIC 9(5).
011500 01  K                     PIC 9(5).
011600
013000     05  MNT-REGION-OK-SW  PIC X(01) VALUE "N".
013100         88  MNT-REGION-VALID        VALUE "Y".
013200         88  MNT-REGION-INVALID      VALUE "N".
013210     05  MNT-DATE-OK-SW    PIC X(01) VALUE "N".
013220         88  MNT-DATE-VALID          VALUE "Y".
013230         88  MNT-DATE-INVALID        VALUE "N".
013235     05  MNT-OPR-EOF-SW    PIC X(01) VALUE "N".
013240         88  MNT-OPR-EOF             VALUE "Y".
013245         88  MNT-OPR-NOT-EOF         VALUE "N".
013250     05  MNT-OPR-FOUND-SW  PIC X(01) VALUE "N".
013255         88  MNT-OPR-FOUND           VALUE "Y".
013260         88  MNT-OPR-NOT-FOUND       VALUE "N".
013265     05  MNT-AUDIT-OPEN-SW PIC X(01) VALUE "N".
013270         88  MNT-AUDIT-FILE-IS-OPEN  VALUE "Y".
013275         88  MNT-AUDIT-FILE-IS-CLOSED VALUE "N".
013300
013400*----------------------------------------------------------
013500*    FILE HANDLING WORKING STORAGE
014600 01  MNT-REPORT-STATUS     PIC X(02).
014700     88  MNT-REPORT-OK           VALUE "00".
014800
014810 01  MNT-OPERAUTH-STATUS   PIC X(02).
014820     88  MNT-OPERAUTH-OK         VALUE "00".
014830     88  MNT-OPERAUTH-MISSING    VALUE "35".
014840
014850 01  MNT-AUDIT-STATUS      PIC X(02).
014860     88  MNT-AUDIT-OK            VALUE "00".
014870     88  MNT-AUDIT-NEW           VALUE "35".
014880
014900*----------------------------------------------------------
015000*    PRINTED MAINTENANCE REPORT WORKING STORAGE
015100*----------------------------------------------------------
016900     05  MNT-ACT-OUT       PIC X(06).
017000     05  FILLER            PIC X(08) VALUE " BRANCH ".
017100     05  MNT-ACT-BRANCH    PIC X(04).
017200     05  FILLER            PIC X(04) VALUE " BY ".
017210     05  MNT-ACT-OPERATOR  PIC X(08).
017220     05  FILLER            PIC X(43) VALUE SPACES.
017300
017400 01  MNT-IMAGE-LINE.
017500     05  MNT-IMG-TAG       PIC X(08).
018000     05  MNT-IMG-REGION    PIC X(03).
018100     05  FILLER            PIC X(02) VALUE SPACES.
018200     05  MNT-IMG-STATUS    PIC X(01).
018300     05  FILLER            PIC X(02) VALUE SPACES.
018310     05  MNT-IMG-OPEN      PIC X(08).
018320     05  FILLER            PIC X(02) VALUE SPACES.
018330     05  MNT-IMG-CLOSE     PIC X(08).
018340     05  FILLER            PIC X(18) VALUE SPACES.
018400
018500 01  MNT-REJECT-LINE.
018600     05  FILLER            PIC X(09) VALUE "REJECTED ".
018900     05  MNT-REJ-BRANCH    PIC X(04).
019000     05  FILLER            PIC X(02) VALUE SPACES.
019100     05  MNT-REJ-REASON    PIC X(34).
019200     05  FILLER            PIC X(04) VALUE " BY ".
019210     05  MNT-REJ-OPERATOR  PIC X(08).
019220     05  FILLER            PIC X(17) VALUE SPACES.
019300
019400 01  MNT-COUNT-LINE.
019500     05  MNT-CNT-LABEL     PIC X(23).
023700     MOVE MNT-HEADING-LINE TO RPT-LINE.
023800     WRITE RPT-LINE.
023900     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
023910     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
023920     PERFORM 1100-LOAD-OPERATORS THRU 1100-EXIT.
024000 1000-EXIT.
024100     EXIT.
024200
024202*============================================================
024204*  1100-LOAD-OPERATORS
024206*     LOADS OPERAUTH. WITHOUT IT NO OPERATOR HOLDS MASTER
024208*     MAINTENANCE AUTHORITY AND EVERY CARD IS REFUSED - THE
024210*     MASTER IS LEFT EXACTLY AS IT WAS.
024212*============================================================
024214 1100-LOAD-OPERATORS.
024216     MOVE 0 TO MNT-OPR-COUNT.
024218     OPEN INPUT OPERATOR-FILE.
024220     IF MNT-OPERAUTH-MISSING
024222         MOVE "NO OPERAUTH FILE - EVERY CARD WILL BE REFUSED"
024224             TO MNT-MSG-TEXT
024226         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
024228         GO TO 1100-EXIT
024230     END-IF.
024232     IF NOT MNT-OPERAUTH-OK
024234         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
024236             MNT-OPERAUTH-STATUS
024238         MOVE "OPERAUTH UNREADABLE - EVERY CARD REFUSED"
024240             TO MNT-MSG-TEXT
024242         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
024244         GO TO 1100-EXIT
024246     END-IF.
024248     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
024250     PERFORM UNTIL MNT-OPR-EOF OR MNT-OPR-COUNT >= 9999
024252         IF OPA-OPERATOR NOT = SPACES
024254             ADD 1 TO MNT-OPR-COUNT
024256             MOVE OPA-OPERATOR TO MNT-OPR-TBL-ID(MNT-OPR-COUNT)
024258             MOVE OPA-FUNCTIONS
024260                 TO MNT-OPR-TBL-FUNCS(MNT-OPR-COUNT)
024262         END-IF
024264         PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
024266     END-PERFORM.
024268     CLOSE OPERATOR-FILE.
024270 1100-EXIT.
024272     EXIT.
024274
024276 1150-READ-OPERATOR.
024278     READ OPERATOR-FILE
024280         AT END
024282             SET MNT-OPR-EOF TO TRUE
024284     END-READ.
024286 1150-EXIT.
024288     EXIT.
024290
024300*============================================================
024400*  2000-LOAD-MASTER
024500*     LOADS EVERY BRANMST RECORD INTO THE IN-CORE TABLE. A
032600 3100-EXIT.
032700     EXIT.
032800
032802*============================================================
032804*  3150-CHECK-OPERATOR
032806*     THE CARD'S OPERATOR MUST BE ON OPERAUTH WITH MASTER
032808*     MAINTENANCE AUTHORITY. A CARD THAT FAILS LEAVES ITS
032810*     REASON IN MNT-REJECT-REASON AND IS LOGGED TO STATAUDT
032812*     AS REFUSED; A CARD THAT PASSES LEAVES IT BLANK.
032814*============================================================
032816 3150-CHECK-OPERATOR.
032818     MOVE SPACES TO MNT-REJECT-REASON.
032820     SET MNT-OPR-NOT-FOUND TO TRUE.
032822     MOVE "NNNNNNN" TO MNT-OPR-FUNCS-WORK.
032824     PERFORM VARYING MNT-OPR-IX FROM 1 BY 1
032826             UNTIL MNT-OPR-IX > MNT-OPR-COUNT OR MNT-OPR-FOUND
032828         IF MNT-OPR-TBL-ID(MNT-OPR-IX) = CRD-OPERATOR
032830             SET MNT-OPR-FOUND TO TRUE
032832             MOVE MNT-OPR-TBL-FUNCS(MNT-OPR-IX)
032834                 TO MNT-OPR-FUNCS-WORK
032836         END-IF
032838     END-PERFORM.
032840     IF CRD-OPERATOR = SPACES
032842         MOVE "NO OPERATOR ID ON CARD" TO MNT-REJECT-REASON
032844     ELSE
032846         IF NOT MNT-OPR-MAY-MAINTAIN
032848             MOVE "OPERATOR NOT AUTHORIZED" TO MNT-REJECT-REASON
032850         END-IF
032852     END-IF.
032854     IF MNT-REJECT-REASON = SPACES
032856         GO TO 3150-EXIT
032858     END-IF.
032860     ADD 1 TO MNT-REFUSED-COUNT.
032862     MOVE "REFUSED   " TO MNT-AUD-EVENT.
032864     MOVE "BRMNTCRD" TO MNT-AUD-FILE.
032866     MOVE CRD-BRANCH TO MNT-AUD-KEY.
032868     MOVE CRD-ACTION TO MNT-AUD-FLAG.
032870     MOVE CRD-OPERATOR TO MNT-AUD-OPERATOR.
032872     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
032874 3150-EXIT.
032876     EXIT.
032878
032900*============================================================
033000*  3200-APPLY-ONE-CARD
033100*     FIELD-BY-FIELD EDITS FIRST - THE BRANCH NUMBER BEFORE
033300*     REJECTION NAMES ITS REASON ON THE LISTING.
033400*============================================================
033500 3200-APPLY-ONE-CARD.
033510     PERFORM 3150-CHECK-OPERATOR THRU 3150-EXIT.
033520     IF MNT-REJECT-REASON NOT = SPACES
033530         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
033540         GO TO 3200-EXIT
033550     END-IF.
033600     IF NOT CRD-ADD AND NOT CRD-CHANGE AND NOT CRD-CLOSE
033700         MOVE "UNKNOWN ACTION CODE" TO MNT-REJECT-REASON
033800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
034800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
034900         GO TO 3200-EXIT
035000     END-IF.
035010     IF CRD-EFF-DATE NOT = SPACES
035015         PERFORM 3500-CHECK-EFF-DATE THRU 3500-EXIT
035020         IF MNT-DATE-INVALID
035025             MOVE "EFFECTIVE DATE NOT A VALID DATE"
035030                 TO MNT-REJECT-REASON
035035             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
035040             GO TO 3200-EXIT
035045         END-IF
035050         MOVE CRD-EFF-DATE TO MNT-EFF-DATE
035055     ELSE
035060         MOVE MNT-RUN-DATE TO MNT-EFF-DATE
035065     END-IF.
035100     PERFORM 3300-LOOKUP-BRANCH THRU 3300-EXIT.
035200     IF CRD-ADD
035300         PERFORM 4000-APPLY-ADD THRU 4000-EXIT
039900 3400-EXIT.
040000     EXIT.
040100
040102*============================================================
040104*  3500-CHECK-EFF-DATE
040106*     THE CARD'S EFFECTIVE DATE MUST BE A REAL CALENDAR DATE,
040108*     CCYYMMDD - A MONTH OF 01-12 AND A DAY THAT MONTH HAS,
040110*     29 FEBRUARY ONLY IN A LEAP YEAR.
040112*============================================================
040114 3500-CHECK-EFF-DATE.
040116     SET MNT-DATE-INVALID TO TRUE.
040118     IF CRD-EFF-DATE NOT NUMERIC
040120         GO TO 3500-EXIT
040122     END-IF.
040124     IF CRD-EFF-YYYY < 1900 OR CRD-EFF-MM < 1 OR CRD-EFF-MM > 12
040126             OR CRD-EFF-DD < 1
040128         GO TO 3500-EXIT
040130     END-IF.
040132     MOVE 31 TO MNT-MONTH-DAYS.
040134     IF CRD-EFF-MM = 4 OR CRD-EFF-MM = 6 OR CRD-EFF-MM = 9
040136             OR CRD-EFF-MM = 11
040138         MOVE 30 TO MNT-MONTH-DAYS
040140     END-IF.
040142     IF CRD-EFF-MM = 2
040144         MOVE 28 TO MNT-MONTH-DAYS
040146         DIVIDE CRD-EFF-YYYY BY 4 GIVING MNT-LEAP-QUOT
040148             REMAINDER MNT-LEAP-REM
040150         IF MNT-LEAP-REM = 0
040152             MOVE 29 TO MNT-MONTH-DAYS
040154         END-IF
040156         DIVIDE CRD-EFF-YYYY BY 100 GIVING MNT-LEAP-QUOT
040158             REMAINDER MNT-LEAP-REM
040160         IF MNT-LEAP-REM = 0
040162             MOVE 28 TO MNT-MONTH-DAYS
040164         END-IF
040166         DIVIDE CRD-EFF-YYYY BY 400 GIVING MNT-LEAP-QUOT
040168             REMAINDER MNT-LEAP-REM
040170         IF MNT-LEAP-REM = 0
040172             MOVE 29 TO MNT-MONTH-DAYS
040174         END-IF
040176     END-IF.
040178     IF CRD-EFF-DD > MNT-MONTH-DAYS
040180         GO TO 3500-EXIT
040182     END-IF.
040184     SET MNT-DATE-VALID TO TRUE.
040186 3500-EXIT.
040188     EXIT.
040190
040200*============================================================
040300*  4000-APPLY-ADD
040400*     A NEW BRANCH: MUST NOT ALREADY EXIST, NEEDS A NAME AND
040500*     A KNOWN REGION; A BLANK STATUS OPENS THE BRANCH. THE
040600*     BEFORE IMAGE PRINTS AS "(NEW)".
040610*     THE CARD'S EFFECTIVE DATE - THE RUN DATE WHEN BLANK -
040620*     BECOMES THE OPENING DATE.
040700*============================================================
040800 4000-APPLY-ADD.
040900     IF MNT-BRANCH-FOUND
044100     MOVE SPACES TO MNT-IMG-NAME.
044200     MOVE SPACES TO MNT-IMG-REGION.
044300     MOVE SPACES TO MNT-IMG-STATUS.
044310     MOVE SPACES TO MNT-IMG-OPEN.
044320     MOVE SPACES TO MNT-IMG-CLOSE.
044400     PERFORM 5200-WRITE-IMAGE THRU 5200-EXIT.
044500     MOVE CRD-BRANCH TO MNT-WRK-BRANCH.
044600     MOVE CRD-NAME TO MNT-WRK-NAME.
045000     ELSE
045100         MOVE CRD-STATUS TO MNT-WRK-STATUS
045200     END-IF.
045210     MOVE MNT-EFF-DATE TO MNT-WRK-OPEN-DATE.
045220     MOVE SPACES TO MNT-WRK-CLOSE-DATE.
045300     ADD 1 TO MNT-MASTER-COUNT.
045400     MOVE MNT-WORK-RECORD TO MNT-TBL-RAW(MNT-MASTER-COUNT).
045500     MOVE "Y" TO MNT-TBL-VALID(MNT-MASTER-COUNT).
045600     PERFORM 5300-WRITE-AFTER-IMAGE THRU 5300-EXIT.
045700     ADD 1 TO MNT-APPLIED-COUNT.
045710     PERFORM 5600-AUDIT-APPLIED THRU 5600-EXIT.
045800 4000-EXIT.
045900     EXIT.
046000
046300*     AN EXISTING BRANCH: BLANK CARD FIELDS LEAVE THE MASTER
046400*     FIELD ALONE, FILLED ONES REPLACE IT AFTER THE SAME
046500*     EDITS AN ADD GETS.
046510*     A DATE ON A CHANGE CARD RESETS THE OPENING DATE, EXCEPT
046520*     WITH STATUS "C", WHERE IT IS THE CLOSING DATE AND GETS
046530*     THE SAME EDIT AS ON A CLOSE CARD. STATUS "O" REOPENS THE
046540*     BRANCH AND CLEARS ITS CLOSING DATE; STATUS "C" WITH NO
046550*     DATE ON A BRANCH WITH NO CLOSING DATE CLOSES IT FROM THE
046560*     RUN DATE.
046600*============================================================
046700 4100-APPLY-CHANGE.
046800     IF MNT-BRANCH-NOT-FOUND
048500         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
048600         GO TO 4100-EXIT
048700     END-IF.
048710     MOVE MNT-TBL-RAW(MNT-FOUND-IX) TO MNT-WORK-RECORD.
048715     IF CRD-EFF-DATE NOT = SPACES AND CRD-STATUS = SPACE
048720             AND MNT-WRK-CLOSE-DATE NOT = SPACES
048725             AND CRD-EFF-DATE NOT < MNT-WRK-CLOSE-DATE
048730         MOVE "OPENING DATE NOT BEFORE CLOSE DATE"
048735             TO MNT-REJECT-REASON
048740         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
048745         GO TO 4100-EXIT
048750     END-IF.
048752     IF CRD-EFF-DATE NOT = SPACES AND CRD-STATUS = "C"
048754             AND MNT-WRK-OPEN-DATE NOT = SPACES
048756             AND CRD-EFF-DATE < MNT-WRK-OPEN-DATE
048758         MOVE "CLOSE DATE BEFORE OPENING DATE"
048760             TO MNT-REJECT-REASON
048762         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
048764         GO TO 4100-EXIT
048766     END-IF.
048800     IF CRD-NAME = SPACES AND CRD-REGION = SPACES
048900             AND CRD-STATUS = SPACE
048910             AND CRD-EFF-DATE = SPACES
049000         MOVE "NOTHING TO CHANGE" TO MNT-REJECT-REASON
049100         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
049200         GO TO 4100-EXIT
050500     IF CRD-STATUS NOT = SPACE
050600         MOVE CRD-STATUS TO MNT-WRK-STATUS
050700     END-IF.
050710     IF CRD-EFF-DATE NOT = SPACES AND CRD-STATUS NOT = "C"
050720         MOVE CRD-EFF-DATE TO MNT-WRK-OPEN-DATE
050730     END-IF.
050740     IF CRD-STATUS = "O"
050750         MOVE SPACES TO MNT-WRK-CLOSE-DATE
050760     END-IF.
050770     IF CRD-STATUS = "C" AND CRD-EFF-DATE NOT = SPACES
050775         MOVE CRD-EFF-DATE TO MNT-WRK-CLOSE-DATE
050780     END-IF.
050785     IF CRD-STATUS = "C" AND MNT-WRK-CLOSE-DATE = SPACES
050790         MOVE MNT-RUN-DATE TO MNT-WRK-CLOSE-DATE
050795     END-IF.
050800     MOVE MNT-WORK-RECORD TO MNT-TBL-RAW(MNT-FOUND-IX).
050900     PERFORM 5300-WRITE-AFTER-IMAGE THRU 5300-EXIT.
051000     ADD 1 TO MNT-APPLIED-COUNT.
051010     PERFORM 5600-AUDIT-APPLIED THRU 5600-EXIT.
051100 4100-EXIT.
051200     EXIT.
051300
051400*============================================================
051500*  4200-APPLY-CLOSE
051600*     CLOSES AN EXISTING BRANCH - THE STATUS BYTE GOES TO
051700*     "C" AND THE CLOSING DATE IS SET; EVERYTHING ELSE STAYS.
051800*     A BRANCH ALREADY CLOSED IS REJECTED SO A DOUBLED CARD
051810*     SHOWS UP ON THE LISTING. THE CLOSING DATE IS THE CARD'S
051820*     EFFECTIVE DATE (THE RUN DATE WHEN BLANK) - THE FIRST DAY
051830*     THE BRANCH IS NO LONGER OPEN - SO A BRANCH THAT SHUT
051840*     LAST WEEK, OR SHUTS AT MONTH END, IS RECORDED AS SUCH.
051900*============================================================
052000 4200-APPLY-CLOSE.
052100     IF MNT-BRANCH-NOT-FOUND
052900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
053000         GO TO 4200-EXIT
053100     END-IF.
053110     IF MNT-WRK-OPEN-DATE NOT = SPACES
053120             AND MNT-EFF-DATE < MNT-WRK-OPEN-DATE
053130         MOVE "CLOSE DATE BEFORE OPENING DATE"
053135             TO MNT-REJECT-REASON
053140         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
053150         GO TO 4200-EXIT
053160     END-IF.
053200     MOVE "CLOSE " TO MNT-ACT-OUT.
053300     MOVE CRD-BRANCH TO MNT-ACT-BRANCH.
053400     PERFORM 5100-WRITE-ACTION THRU 5100-EXIT.
053500     PERFORM 5400-WRITE-BEFORE-IMAGE THRU 5400-EXIT.
053600     MOVE "C" TO MNT-WRK-STATUS.
053610     MOVE MNT-EFF-DATE TO MNT-WRK-CLOSE-DATE.
053700     MOVE MNT-WORK-RECORD TO MNT-TBL-RAW(MNT-FOUND-IX).
053800     PERFORM 5300-WRITE-AFTER-IMAGE THRU 5300-EXIT.
053900     ADD 1 TO MNT-APPLIED-COUNT.
053910     PERFORM 5600-AUDIT-APPLIED THRU 5600-EXIT.
054000 4200-EXIT.
054100     EXIT.
054200
054900     ADD 1 TO MNT-REJECTED-COUNT.
055000     MOVE CRD-ACTION TO MNT-REJ-ACTION.
055100     MOVE CRD-BRANCH TO MNT-REJ-BRANCH.
055150     MOVE CRD-OPERATOR TO MNT-REJ-OPERATOR.
055200     MOVE MNT-REJECT-REASON TO MNT-REJ-REASON.
055300     MOVE MNT-REJECT-LINE TO RPT-LINE.
055400     WRITE RPT-LINE.
055700     EXIT.
055800
055900 5100-WRITE-ACTION.
055950     MOVE CRD-OPERATOR TO MNT-ACT-OPERATOR.
056000     MOVE MNT-ACTION-LINE TO RPT-LINE.
056100     WRITE RPT-LINE.
056200     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
059400     MOVE MNT-WRK-NAME TO MNT-IMG-NAME.
059500     MOVE MNT-WRK-REGION TO MNT-IMG-REGION.
059600     MOVE MNT-WRK-STATUS TO MNT-IMG-STATUS.
059610     MOVE MNT-WRK-OPEN-DATE TO MNT-IMG-OPEN.
059620     MOVE MNT-WRK-CLOSE-DATE TO MNT-IMG-CLOSE.
059700 5500-EXIT.
059800     EXIT.
059900
059902*============================================================
059904*  5600-AUDIT-APPLIED
059906*     ONE STATAUDT "MAINT" LINE PER APPLIED CARD: BRANCH,
059908*     ACTION AND THE OPERATOR WHO RAISED IT.
059910*============================================================
059912 5600-AUDIT-APPLIED.
059914     MOVE "MAINT     " TO MNT-AUD-EVENT.
059916     MOVE "BRANMST " TO MNT-AUD-FILE.
059918     MOVE 1 TO MNT-AUD-COUNT.
059920     MOVE CRD-BRANCH TO MNT-AUD-KEY.
059922     MOVE CRD-ACTION TO MNT-AUD-FLAG.
059924     MOVE CRD-OPERATOR TO MNT-AUD-OPERATOR.
059926     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
059928 5600-EXIT.
059930     EXIT.
059932
060000*============================================================
060100*  6000-REWRITE-MASTER
060200*     WRITES BRANMST BACK IN ONE PIECE FROM THE TABLE -
064500     MOVE MNT-COUNT-LINE TO RPT-LINE.
064600     WRITE RPT-LINE.
064700     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
064710     MOVE "REFUSED - NO AUTHORITY " TO MNT-CNT-LABEL.
064720     MOVE MNT-REFUSED-COUNT TO MNT-CNT-OUT.
064730     MOVE MNT-COUNT-LINE TO RPT-LINE.
064740     WRITE RPT-LINE.
064750     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
064800     MOVE "UNPARSED MASTER LINES  " TO MNT-CNT-LABEL.
064900     MOVE MNT-BAD-MASTER-COUNT TO MNT-CNT-OUT.
065000     MOVE MNT-COUNT-LINE TO RPT-LINE.
067900 8100-EXIT.
068000     EXIT.
068100
068101*============================================================
068102*  9400-OPEN-AUDIT
068103*     OPENS (OR CREATES) THE STATAUDT RUN AUDIT LOG. IF IT
068104*     CANNOT BE OPENED THE MAINTENANCE STILL RUNS - MNTRPT
068105*     IS THE RECORD OF WHAT WAS DONE AND BY WHOM.
068106*============================================================
068107 9400-OPEN-AUDIT.
068108     OPEN EXTEND AUDIT-FILE.
068109     IF MNT-AUDIT-NEW
068110         OPEN OUTPUT AUDIT-FILE
068111     END-IF.
068112     IF NOT MNT-AUDIT-OK
068113         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
068114             MNT-AUDIT-STATUS
068115         GO TO 9400-EXIT
068116     END-IF.
068117     SET MNT-AUDIT-FILE-IS-OPEN TO TRUE.
068118 9400-EXIT.
068119     EXIT.
068120
068121*============================================================
068122*  9500-WRITE-AUDIT
068123*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
068124*     EVENT, FILE, COUNT, KEY, FLAG AND OPERATOR THE CALLER
068125*     STAGED. THE STAGED FIELDS ARE CLEARED AFTERWARDS.
068126*============================================================
068127 9500-WRITE-AUDIT.
068128     IF MNT-AUDIT-FILE-IS-CLOSED
068129         GO TO 9500-EXIT
068130     END-IF.
068131     ACCEPT MNT-AUD-DATE-WORK FROM DATE YYYYMMDD.
068132     ACCEPT MNT-AUD-TIME-WORK FROM TIME.
068133     MOVE MNT-AUD-DATE-WORK TO MNT-AUD-DATE.
068134     MOVE MNT-AUD-HHMMSS TO MNT-AUD-TIME.
068135     MOVE MNT-AUDIT-OUT-LINE TO AUD-LINE.
068136     WRITE AUD-LINE.
068137     IF NOT MNT-AUDIT-OK
068138         DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
068139             MNT-AUDIT-STATUS
068140     END-IF.
068141     MOVE SPACES TO MNT-AUD-EVENT.
068142     MOVE SPACES TO MNT-AUD-FILE.
068143     MOVE SPACES TO MNT-AUD-STATUS.
068144     MOVE 0 TO MNT-AUD-COUNT.
068145     MOVE SPACES TO MNT-AUD-KEY.
068146     MOVE SPACES TO MNT-AUD-FLAG.
068147     MOVE SPACES TO MNT-AUD-OPERATOR.
068148     MOVE SPACES TO MNT-AUD-OPERATOR-2.
068149 9500-EXIT.
068150     EXIT.
068151
068200*============================================================
068300*  9999-TERMINATE
068400*============================================================
068600     IF MNT-REPORT-OK
068700         CLOSE MAINT-REPORT-FILE
068800     END-IF.
068810     IF MNT-AUDIT-FILE-IS-OPEN
068820         CLOSE AUDIT-FILE
068830         SET MNT-AUDIT-FILE-IS-CLOSED TO TRUE
068840     END-IF.
068900 9999-EXIT.
069000     EXIT.
