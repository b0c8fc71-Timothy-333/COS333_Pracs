006180*                   REPORTING SECTION AND THE GUARD'S BRANCH
006181*                   COUNT CHECK STAND DOWN INSTEAD OF
006182*                   FLAGGING THE WHOLE NETWORK AS SILENT.
006183*  2026-10-15 DM    THE PER-BRANCH DETAIL NOW SHOWS EACH
006184*                   BRANCH'S MONTH-TO-DATE POSITION: BRANDTL
006185*                   POSTINGS FROM THE FIRST OF THE MONTH
006186*                   PLUS TODAY'S TOTAL, AGAINST ITS BRANTGT
006187*                   TARGET TO DATE (DAILY TARGET TIMES THE
006188*                   BUSINESS DAYS SO FAR, OR THE MONTHLY
006189*                   TARGET PRO-RATED BY BUSINESS DAYS) AND
006190*                   THE PERCENT ACHIEVED. BRANDTL IS NOW
006191*                   OPENED DYNAMIC FOR THE MONTH'S READ.
006192*  2026-10-15 DM    BRANMST NOW CARRIES OPENING AND CLOSING
006193*                   DATES (RECORDS NOW 44). THE MASTER CHECK
006194*                   IN 2200-EDIT-BRANCH-VALUE, THE EXPECTED
006195*                   REGION CHECK AND "BRANCHES NOT REPORTING"
006196*                   NOW JUDGE A BRANCH OPEN OR CLOSED AS OF
006197*                   THE PROCESSING DATE, NOT BY TODAY'S
006198*                   STATUS BYTE, SO A RERUN FOR AN EARLIER
006199*                   DATE SEES THE BRANCH AS IT STOOD THEN.
006200*                   A RECORD FROM A BRANCH NOT OPEN ON THAT
006201*                   DATE IS REJECTED "BRANCH NOT OPEN ON
006202*                   DATE".
006203*  2026-10-15 DM    DUPLICATE AND CROSS-REGION SUBMISSIONS ARE
006204*                   NOW CAUGHT. A DETAIL IN A SEGMENT WHOSE
006205*                   HEADER REGION IS NOT THE BRANCH'S BRANMST
006206*                   REGION IS REJECTED "SEGMENT REGION
006207*                   MISMATCH". ONCE THE EXTRACT IS READ,
006208*                   2800-RESOLVE-DUPLICATES LOOKS FOR A BRANCH
006209*                   ACCEPTED MORE THAN ONCE: IDENTICAL COPIES
006210*                   KEEP THE FIRST AND REJECT THE REST
006211*                   ("DUPLICATE BRANCH RECORD" IN THE SAME
006212*                   SEGMENT, "BRANCH IN TWO SEGMENTS" ACROSS
006213*                   SEGMENTS); COPIES WITH DIFFERENT TOTALS
006214*                   ARE ALL REJECTED "CONFLICTING TOTALS" AND
006215*                   THE BRANCH IS HELD OUT OF THE STATISTICS
006216*                   AND BRANDTL. STATRPT LISTS EVERY COPY AND
006217*                   MISMATCH WITH ITS SEGMENT UNDER "BRANCH
006218*                   CONFLICTS AND DUPLICATES".
006219*  2026-10-15 DM    EVERY RELEASED RUN NOW LEAVES A FEED
006220*                   MANIFEST. EACH OF STATIFC, STATIFCB AND
006221*                   REGNIFC ACTUALLY WRITTEN ADDS ONE LINE TO
006222*                   FEEDMAN (KEPT, EXTENDED LIKE STATAUDT):
006223*                   RUN DATE, WHEN THE FEED WAS WRITTEN, ITS
006224*                   RECORD COUNT AND A HASH TOTAL OF THE
006225*                   AMOUNTS IT CARRIES, SO STATACK CAN MATCH
006226*                   THE RECEIVING SYSTEMS' ACKNOWLEDGEMENTS
006227*                   AGAINST WHAT WAS SENT. A HELD RUN WRITES
006228*                   NO MANIFEST.
006229*  2026-10-15 DM    THE RUN NOW ALSO WORKS OUT THE MEAN, THE
006230*                   STANDARD DEVIATION AND THE LOWER AND UPPER
006231*                   QUARTILES, FOR THE NETWORK AND FOR EACH
006232*                   REGION. STATRPT PRINTS THEM WITH THE OTHER
006233*                   FIGURES AND GAINS AN "OUTLIER BRANCHES"
006234*                   SECTION LISTING EVERY BRANCH WHOSE TOTAL IS
006235*                   MORE THAN 1.5 INTERQUARTILE RANGES BELOW THE
006236*                   LOWER OR ABOVE THE UPPER QUARTILE. STATHIST
006237*                   LINES WIDEN FROM 70 TO 118 AND STATIFC FROM
006238*                   62 TO 106 TO CARRY THE NEW FIGURES (OLD
006239*                   70-BYTE HISTORY LINES READ WITH THEM BLANK).
006240*  2026-10-15 DM    STATCTL NOW CARRIES THE OPERATOR ID OF WHOEVER
006241*                   SUBMITTED IT AND, FOR A GUARD RELEASE, A
006242*                   SECOND RELEASING OPERATOR (CARD NOW 26).
006243*                   BOTH ARE CHECKED AGAINST OPERAUTH: A NORMAL
006244*                   RUN NEEDS RUN AUTHORITY, A RERUN NEEDS RERUN
006245*                   AUTHORITY AND A RELEASE NEEDS TWO DIFFERENT
006246*                   OPERATORS WHO BOTH HOLD GUARD RELEASE. AN
006247*                   UNAUTHORIZED CARD FAILS THE CONTROLS BEFORE
006248*                   ANY FILE IS TOUCHED; A REFUSED RELEASE LEAVES
006249*                   THE GUARD ENFORCED. THE OPERATORS GO TO
006250*                   STATAUDT AND ARE PRINTED ON STATRPT.
006251*  2026-10-15 DM    THE MONTH-TO-DATE TARGET NOW TAKES THE
006252*                   MONTHLY TARGET FIRST (PRO-RATED) AND THE
006253*                   DAILY TARGET ONLY WHEN NO MONTHLY FIGURE IS
006254*                   SET, MATCHING MNTHRPT.
006255*  2026-10-15 DM    A COPY REJECTED AS SEGMENT REGION MISMATCH IS
006256*                   NOW ALSO COMPARED WITH THE BRANCH'S ACCEPTED
006257*                   COPIES. IF ITS TOTAL DIFFERS THE BRANCH IS
006258*                   HELD OUT AS CONFLICTING TOTALS, AS FOR TWO
006259*                   ACCEPTED COPIES THAT DISAGREE.
006270*----------------------------------------------------------
006280      
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
008310     SELECT MASTER-FILE ASSIGN TO "BRANMST"
008320         ORGANIZATION IS LINE SEQUENTIAL
008330         FILE STATUS IS STA-MASTER-STATUS.
008331     SELECT TARGET-FILE ASSIGN TO "BRANTGT"
008332         ORGANIZATION IS LINE SEQUENTIAL
008333         FILE STATUS IS STA-TARGET-STATUS.
008340     SELECT DETAIL-FILE ASSIGN TO "BRANDTL"
008350         ORGANIZATION IS INDEXED
008360         ACCESS MODE IS DYNAMIC
008370         RECORD KEY IS DTL-KEY
008380         FILE STATUS IS STA-DETAIL-STATUS.
008381     SELECT DATE-DETAIL-FILE ASSIGN TO "BRANDTLD"
008398         FILE STATUS IS STA-CALENDAR-STATUS.
008399     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
008400
008410     SELECT MANIFEST-FILE ASSIGN TO "FEEDMAN"
008420         ORGANIZATION IS LINE SEQUENTIAL
008430         FILE STATUS IS STA-MANIFEST-STATUS.
008440
008450     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
008460         ORGANIZATION IS LINE SEQUENTIAL
008470         FILE STATUS IS STA-OPERAUTH-STATUS.
008480
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  BRANCH-IN-FILE
009700 01  REJ-LINE                        PIC X(41).
009800
009900 FD  HISTORY-FILE
010000     RECORD CONTAINS 118 CHARACTERS.
010100 01  HIST-LINE                       PIC X(118).
010200
010300 FD  CHECKPOINT-FILE
010400     RECORD CONTAINS 5 CHARACTERS.
010500 01  CKPT-LINE                       PIC X(05).
010600
010700 FD  INTERFACE-FILE
010800     RECORD CONTAINS 106 CHARACTERS.
010900 01  IFC-LINE                        PIC X(106).
010902
010904 FD  CONTROL-CARD-FILE
010906     RECORD CONTAINS 26 CHARACTERS.
010908 01  CTL-RECORD.
010910     05  CTL-PROC-DATE               PIC X(08).
010912     05  CTL-RUN-MODE                PIC X(01).
010914     05  CTL-GUARD-RELEASE           PIC X(01).
010915     05  CTL-OPERATOR                PIC X(08).
010916     05  CTL-RELEASE-OPERATOR        PIC X(08).
010917
010918 FD  AUDIT-FILE
010920     RECORD CONTAINS 80 CHARACTERS.
010922 01  AUD-LINE                        PIC X(80).
010934 01  CAL-RECORD                      PIC X(08).
010935
010936 FD  MASTER-FILE
010937     RECORD CONTAINS 44 CHARACTERS.
010938 01  MST-RECORD.
010939     05  MST-BRANCH                  PIC X(04).
010940     05  MST-NAME                    PIC X(20).
010941     05  MST-REGION                  PIC X(03).
010942     05  MST-STATUS                  PIC X(01).
010943     05  MST-OPEN-DATE               PIC X(08).
010944     05  MST-CLOSE-DATE              PIC X(08).
010945
010946 FD  DETAIL-FILE
010947     RECORD CONTAINS 23 CHARACTERS.
010948 01  DTL-RECORD.
010949     05  DTL-KEY.
010950         10  DTL-BRANCH              PIC 9(04).
010952         10  DTL-DATE                PIC X(08).
010954     05  DTL-TOTAL                   PIC 9(11).
010983 01  SORT-REC.
010986     05  SORT-TOTAL                  PIC 9(11).
010989     05  SORT-REGION                 PIC X(03).
010990
010991 FD  TARGET-FILE
010992     RECORD CONTAINS 34 CHARACTERS.
010993 01  TGT-RECORD.
010994     05  TGT-BRANCH                  PIC X(04).
010995     05  TGT-MONTH                   PIC X(06).
010996     05  TGT-DAILY                   PIC X(11).
010997     05  TGT-MONTHLY                 PIC X(13).
011000
011010 FD  MANIFEST-FILE
011020     RECORD CONTAINS 80 CHARACTERS.
011030 01  MAN-LINE                        PIC X(80).
011040
011044 FD  OPERATOR-FILE
011048     RECORD CONTAINS 80 CHARACTERS.
011052 01  OPA-RECORD.
011056     05  OPA-OPERATOR                PIC X(08).
011060     05  FILLER                      PIC X(01).
011064     05  OPA-NAME                    PIC X(20).
011068     05  FILLER                      PIC X(01).
011072     05  OPA-FUNCTIONS               PIC X(07).
011076     05  FILLER                      PIC X(43).
011080
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------
011300*    ORIGINAL WORKING STORAGE
012066*    ARR-REGION(N) IS THE BRANMST REGION OF ARR-BRANCH(N),
012068*    SPACES WHEN THE MASTER COULD NOT BE LOADED. LOADED IN
012070*    STEP WITH ARR AND ARR-BRANCH.
012072 01  ARR-SEG               PIC 9(3)
012074     OCCURS 1 TO 9999 TIMES
012076     DEPENDING ON STA-BRANCH-COUNT.
012078 01  ARR-SEG-RGN           PIC X(3)
012080     OCCURS 1 TO 9999 TIMES
012082     DEPENDING ON STA-BRANCH-COUNT.
012084 01  ARR-DUP-FLAG          PIC X(1)
012086     OCCURS 1 TO 9999 TIMES
012088     DEPENDING ON STA-BRANCH-COUNT.
012090*    ARR-SEG(N) / ARR-SEG-RGN(N) ARE THE EXTRACT SEGMENT AND
012092*    ITS HEADER REGION THAT CARRIED ARR(N). ARR-DUP-FLAG(N)
012094*    IS WORK SPACE FOR 2800-RESOLVE-DUPLICATES: K KEPT,
012096*    D DUPLICATE COPY, C CONFLICTING TOTAL.
012100 01  I                     PIC 9(5).
012200 01  SMALLEST              PIC 9(11).
012300 01  LARGEST               PIC 9(11).
012600 01  J                     PIC 9(5).
012700 01  MAXCOUNT              PIC 9(5) VALUE 0.
012800 01  MEDIANVALUE           PIC 9(11).
012810 01  MEANVALUE             PIC 9(11).
012820 01  STDDEVVALUE           PIC 9(11).
012830 01  LOWERQUARTILE         PIC 9(11).
012840 01  UPPERQUARTILE         PIC 9(11).
012900      
013000*----------------------------------------------------------
013100*    MEDIAN WORKING STORAGE
013800 01  STA-MID-2             PIC 9(5).
013900 01  STA-REMAINDER         PIC 9(5).
014000
014002*----------------------------------------------------------
014004*    SPREAD WORKING STORAGE
014006*    5600-COMPUTE-SPREAD WORKS ON STA-SPR-VALUE, LOADED IN
014008*    ASCENDING ORDER BY THE CALLER (SORTED-ARR FOR THE
014010*    NETWORK, ONE RGS GROUP FOR A REGION). MEAN AND STANDARD
014012*    DEVIATION (POPULATION) ARE IN CENTS, ROUNDED. THE
014014*    QUARTILES ARE THE MEDIANS OF THE LOWER AND UPPER HALVES,
014016*    THE MIDDLE VALUE LEFT OUT ON AN ODD COUNT.
014018*----------------------------------------------------------
014020 01  STA-SPR-COUNT         PIC 9(5) VALUE 0.
014022 01  STA-SPR-VALUE         PIC 9(11)
014024     OCCURS 1 TO 9999 TIMES
014026     DEPENDING ON STA-SPR-COUNT.
014028 01  STA-SPR-IX            PIC 9(5).
014030 01  STA-SPR-HALF          PIC 9(5).
014032 01  STA-SPR-BASE          PIC 9(5).
014034 01  STA-SPR-MID-1         PIC 9(5).
014036 01  STA-SPR-MID-2         PIC 9(5).
014038 01  STA-SPR-REMAINDER     PIC 9(5).
014040 01  STA-SPR-SUM           PIC 9(15).
014042 01  STA-SPR-DIFF          PIC S9(11).
014044 01  STA-SPR-SUMSQ         PIC 9(27).
014046 01  STA-SPR-MEAN          PIC 9(11).
014048 01  STA-SPR-STDDEV        PIC 9(11).
014050 01  STA-SPR-Q1            PIC 9(11).
014052 01  STA-SPR-Q3            PIC 9(11).
014053 01  STA-SPR-Q-WORK        PIC 9(11).
014054
014056*----------------------------------------------------------
014058*    OUTLIER WORKING STORAGE
014060*    A BRANCH IS AN OUTLIER WHEN ITS TOTAL IS BELOW THE LOW
014062*    FENCE (LOWER QUARTILE LESS 1.5 INTERQUARTILE RANGES) OR
014064*    ABOVE THE HIGH FENCE (UPPER QUARTILE PLUS 1.5 RANGES).
014066*    NOT ATTEMPTED ON FEWER THAN STA-OUT-MIN-BRANCHES TOTALS.
014068*----------------------------------------------------------
014070 01  STA-OUT-MIN-BRANCHES  PIC 9(5) VALUE 4.
014072 01  STA-OUT-LOW-FENCE     PIC S9(12).
014074 01  STA-OUT-HIGH-FENCE    PIC 9(12).
014076 01  STA-OUT-COUNT         PIC 9(5) VALUE 0.
014078 01  STA-OUT-AMT-WORK      PIC S9(10)V99.
014080 01  STA-OUT-SIDE-WORK     PIC X(04).
014100*----------------------------------------------------------
014200*    MODE / FREQUENCY DISTRIBUTION WORKING STORAGE
014300*    BUILT FROM SORTED-ARR, WHICH 5000-FIND-MEDIAN LEAVES
016040*    MST-TBL-REPORTED(N) IS FLIPPED TO "Y" THE FIRST TIME A
016050*    RECORD FOR THAT BRANCH ARRIVES ON THE EXTRACT - OPEN
016052*    BRANCHES STILL "N" AT END OF RUN ARE THE ONES PRINTED
016054*    UNDER "BRANCHES NOT REPORTING" ON STATRPT. "OPEN" MEANS
016055*    OPEN ON THE PROCESSING DATE - SEE MST-TBL-ON-DATE.
016056*----------------------------------------------------------
016058 01  STA-MASTER-COUNT      PIC 9(5) VALUE 0.
016060 01  MST-TBL-BRANCH        PIC 9(4)
016090 01  STA-MST-IX            PIC 9(5).
016092 01  STA-MST-FOUND-IX      PIC 9(5).
016094 01  STA-NOT-REPORTING-CNT PIC 9(5) VALUE 0.
016095 01  MST-TBL-ON-DATE       PIC X(01)
016096     OCCURS 1 TO 9999 TIMES
016097     DEPENDING ON STA-MASTER-COUNT.
016098
016100*----------------------------------------------------------
016102*    REGIONAL STATISTICS WORKING STORAGE
016104*    6700-REGION-STATISTICS SORTS THE ACCEPTED TOTALS BY
016150 01  REG-TBL-MODE          PIC 9(11)
016152     OCCURS 1 TO 99 TIMES
016154     DEPENDING ON STA-REGION-COUNT.
016155 01  REG-TBL-MEAN          PIC 9(11)
016156     OCCURS 1 TO 99 TIMES
016157     DEPENDING ON STA-REGION-COUNT.
016158 01  REG-TBL-STDDEV        PIC 9(11)
016159     OCCURS 1 TO 99 TIMES
016160     DEPENDING ON STA-REGION-COUNT.
016161 01  REG-TBL-Q1            PIC 9(11)
016162     OCCURS 1 TO 99 TIMES
016163     DEPENDING ON STA-REGION-COUNT.
016164 01  REG-TBL-Q3            PIC 9(11)
016165     OCCURS 1 TO 99 TIMES
016166     DEPENDING ON STA-REGION-COUNT.
016167 01  RGS-REGION            PIC X(3)
016168     OCCURS 1 TO 9999 TIMES
016169     DEPENDING ON STA-BRANCH-COUNT.
016170 01  RGS-TOTAL             PIC 9(11)
016171     OCCURS 1 TO 9999 TIMES
016172     DEPENDING ON STA-BRANCH-COUNT.
016173 01  STA-REG-FIRST         PIC 9(5).
016174 01  STA-REG-CNT           PIC 9(5).
016175 01  STA-REG-MID-1         PIC 9(5).
016176 01  STA-REG-MID-2         PIC 9(5).
016177 01  STA-REG-REMAINDER     PIC 9(5).
016178 01  STA-REG-RUN-LEN       PIC 9(5).
016179 01  STA-REG-MAX-RUN       PIC 9(5).
016180 01  STA-REG-MODE-WORK     PIC 9(11).
016181
016192*----------------------------------------------------------
016200*    FILE HANDLING WORKING STORAGE
016300*----------------------------------------------------------
018460
018470 01  STA-DETAIL-STATUS     PIC X(02).
018480     88  STA-DETAIL-OK           VALUE "00".
018482     88  STA-DETAIL-AT-END       VALUE "10".
018484     88  STA-DETAIL-NO-KEY       VALUE "23".
018490     88  STA-DETAIL-DUP          VALUE "22".
018492     88  STA-DETAIL-MISSING      VALUE "35".
018493
018526     88  STA-CALENDAR-AT-END     VALUE "10".
018528     88  STA-CALENDAR-MISSING    VALUE "35".
018553
018554 01  STA-TARGET-STATUS     PIC X(02).
018555     88  STA-TARGET-OK           VALUE "00".
018556     88  STA-TARGET-AT-END       VALUE "10".
018557     88  STA-TARGET-MISSING      VALUE "35".
018558
018560 01  STA-MANIFEST-STATUS   PIC X(02).
018562     88  STA-MANIFEST-OK         VALUE "00".
018564     88  STA-MANIFEST-NEW        VALUE "35".
018566
018570 01  STA-OPERAUTH-STATUS   PIC X(02).
018572     88  STA-OPERAUTH-OK         VALUE "00".
018574     88  STA-OPERAUTH-MISSING    VALUE "35".
018576
018600 01  STA-CKPT-INTERVAL     PIC 9(5) VALUE 50.
018700 01  STA-CKPT-REMAINDER    PIC 9(5).
018800 01  STA-CKPT-QUOTIENT     PIC 9(5).
019000 01  STA-TOTAL-READ        PIC 9(5) VALUE 0.
019100 01  STA-SKIP-COUNT        PIC 9(5).
019200
019202*----------------------------------------------------------
019204*    OPERATOR AUTHORITY WORKING STORAGE
019206*    OPERAUTH LISTS ONE OPERATOR PER LINE WITH A Y/N BYTE
019208*    FOR EACH FUNCTION, IN THE ORDER RUN, RERUN, GUARD
019210*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE AND LOG
019212*    TRIM. IT IS LOADED ONLY WHEN A STATCTL CARD IS PRESENT -
019214*    THE UNATTENDED SCHEDULE RUNS WITHOUT ONE. AN OPERATOR
019216*    NOT ON THE FILE (OR NO FILE AT ALL) HOLDS NO AUTHORITY.
019218*----------------------------------------------------------
019220 01  STA-OPR-COUNT         PIC 9(5) VALUE 0.
019222 01  STA-OPR-TBL-ID        PIC X(08)
019224     OCCURS 1 TO 9999 TIMES
019226     DEPENDING ON STA-OPR-COUNT.
019228 01  STA-OPR-TBL-FUNCS     PIC X(07)
019230     OCCURS 1 TO 9999 TIMES
019232     DEPENDING ON STA-OPR-COUNT.
019234 01  STA-OPR-IX            PIC 9(5).
019236 01  STA-OPR-WANTED        PIC X(08).
019238 01  STA-OPR-FUNCS-WORK.
019240     05  STA-OPR-RUN       PIC X(01).
019242         88  STA-OPR-MAY-RUN         VALUE "Y".
019244     05  STA-OPR-RERUN     PIC X(01).
019246         88  STA-OPR-MAY-RERUN       VALUE "Y".
019248     05  STA-OPR-RELEASE   PIC X(01).
019250         88  STA-OPR-MAY-RELEASE     VALUE "Y".
019252     05  FILLER            PIC X(04).
019254 01  STA-CTL-OPERATOR      PIC X(08) VALUE SPACES.
019256 01  STA-CTL-REL-OPERATOR  PIC X(08) VALUE SPACES.
019258 01  STA-REL-REFUSE-TEXT   PIC X(40) VALUE SPACES.
019260
019300 01  STA-SWITCHES.
019400     05  STA-EOF-SW        PIC X(01) VALUE "N".
019500         88  STA-EOF                 VALUE "Y".
020343     05  STA-CTLCARD-SW    PIC X(01) VALUE "N".
020345         88  STA-CTLCARD-PRESENT     VALUE "Y".
020347         88  STA-CTLCARD-ABSENT      VALUE "N".
020349     05  STA-DUPGRP-SW     PIC X(01) VALUE "N".
020350         88  STA-DUP-FOUND           VALUE "Y".
020351         88  STA-DUP-NONE            VALUE "N".
020352     05  STA-DUPTOT-SW     PIC X(01) VALUE "N".
020353         88  STA-DUP-CONFLICT        VALUE "Y".
020354         88  STA-DUP-IDENTICAL       VALUE "N".
020355     05  STA-OPRREF-SW     PIC X(01) VALUE "N".
020356         88  STA-OPERATOR-REFUSED    VALUE "Y".
020357         88  STA-OPERATOR-ACCEPTED   VALUE "N".
020358     05  STA-RELREF-SW     PIC X(01) VALUE "N".
020359         88  STA-RELEASE-REFUSED     VALUE "Y".
020360         88  STA-RELEASE-ALLOWED     VALUE "N".
020361     05  STA-OPR-FOUND-SW  PIC X(01) VALUE "N".
020362         88  STA-OPR-FOUND           VALUE "Y".
020363         88  STA-OPR-NOT-FOUND       VALUE "N".
020364     05  STA-OPR-EOF-SW    PIC X(01) VALUE "N".
020365         88  STA-OPR-EOF             VALUE "Y".
020366         88  STA-OPR-NOT-EOF         VALUE "N".
020367
020400 01  STA-BRANCH-COUNT      PIC 9(5) VALUE 0.
020500 01  STA-REJECT-COUNT      PIC 9(5) VALUE 0.
020600 01  STA-EDIT-VALUE        PIC 9(11).
020785*    AND THE FILE IS THEN WRITTEN BACK FROM THIS TABLE.
020786*----------------------------------------------------------
020787 01  STA-HLOAD-COUNT       PIC 9(5) VALUE 0.
020788 01  STA-HLOAD-TBL         PIC X(118)
020789     OCCURS 1 TO 9999 TIMES
020790     DEPENDING ON STA-HLOAD-COUNT.
020791
020828     05  STA-AUD-STATUS    PIC X(02) VALUE SPACES.
020830     05  FILLER            PIC X(01) VALUE SPACES.
020832     05  STA-AUD-COUNT     PIC 9(05) VALUE 0.
020834     05  FILLER            PIC X(01) VALUE SPACES.
020836     05  STA-AUD-KEY       PIC X(08) VALUE SPACES.
020838     05  FILLER            PIC X(01) VALUE SPACES.
020840     05  STA-AUD-FLAG      PIC X(01) VALUE SPACES.
020842     05  FILLER            PIC X(01) VALUE SPACES.
020844     05  STA-AUD-OPERATOR  PIC X(08) VALUE SPACES.
020846     05  FILLER            PIC X(01) VALUE SPACES.
020848     05  STA-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
020850     05  FILLER            PIC X(07) VALUE SPACES.
020856 01  STA-REJECT-REASON     PIC X(23).
020878
020900 01  STA-REJECT-OUT-LINE.
021000     05  STA-REJ-VALUE     PIC X(11).
021100     05  FILLER            PIC X(02) VALUE SPACES.
021200     05  STA-REJ-REASON    PIC X(23).
021204*----------------------------------------------------------
021208*    SEGMENT REGION MISMATCH COPIES - BRANCH AND TOTAL OF
021212*    EVERY DETAIL 2200 REJECTED FOR ARRIVING IN ANOTHER
021216*    REGION'S SEGMENT, WITH ITS CFL ENTRY (0 WHEN THE
021220*    CONFLICTS LISTING WAS FULL). 2810 CHECKS THEM AGAINST
021224*    THE ACCEPTED COPIES, SO A BRANCH SENT WITH TWO TOTALS
021228*    IS HELD OUT EVEN WHEN ONE CAME IN THE WRONG SEGMENT.
021232*----------------------------------------------------------
021236 01  STA-MIS-COUNT         PIC 9(5) VALUE 0.
021240 01  MIS-BRANCH            PIC 9(4)
021244     OCCURS 1 TO 9999 TIMES
021248     DEPENDING ON STA-MIS-COUNT.
021252 01  MIS-TOTAL             PIC 9(11)
021256     OCCURS 1 TO 9999 TIMES
021260     DEPENDING ON STA-MIS-COUNT.
021264 01  MIS-CFL-IX            PIC 9(5)
021268     OCCURS 1 TO 9999 TIMES
021272     DEPENDING ON STA-MIS-COUNT.
021276 01  STA-MIS-IX            PIC 9(5).
021280
021300
021301*----------------------------------------------------------
021302*    BRANCH CONFLICT WORKING STORAGE
021303*    ONE CFL ENTRY PER COPY OF A BRANCH THAT ARRIVED MORE
021304*    THAN ONCE, AND PER DETAIL SENT IN A SEGMENT FOR THE
021305*    WRONG REGION - WITH THE SEGMENT NUMBER AND HEADER
021306*    REGION IT CAME IN, THE BRANMST REGION, ITS TOTAL AND
021307*    WHAT WAS DONE WITH IT. PRINTED BY 7400-PRINT-CONFLICTS.
021308*    THE STA-CFL WORK FIELDS STAGE ONE ENTRY FOR
021309*    2850-NOTE-CONFLICT.
021310*----------------------------------------------------------
021311 01  STA-CONFLICT-COUNT    PIC 9(5) VALUE 0.
021312 01  CFL-BRANCH            PIC 9(4)
021313     OCCURS 1 TO 9999 TIMES
021314     DEPENDING ON STA-CONFLICT-COUNT.
021315 01  CFL-TOTAL             PIC 9(11)
021316     OCCURS 1 TO 9999 TIMES
021317     DEPENDING ON STA-CONFLICT-COUNT.
021318 01  CFL-SEG               PIC 9(3)
021319     OCCURS 1 TO 9999 TIMES
021320     DEPENDING ON STA-CONFLICT-COUNT.
021321 01  CFL-SEG-RGN           PIC X(3)
021322     OCCURS 1 TO 9999 TIMES
021323     DEPENDING ON STA-CONFLICT-COUNT.
021324 01  CFL-MST-RGN           PIC X(3)
021325     OCCURS 1 TO 9999 TIMES
021326     DEPENDING ON STA-CONFLICT-COUNT.
021327 01  CFL-REASON            PIC X(23)
021328     OCCURS 1 TO 9999 TIMES
021329     DEPENDING ON STA-CONFLICT-COUNT.
021330 01  STA-CFL-SEG-WORK      PIC 9(3).
021331 01  STA-CFL-SEGRGN-WORK   PIC X(3).
021332 01  STA-CFL-REASON-WORK   PIC X(23).
021333
021334 01  STA-CONFLICT-HEADER-LINE.
021335     05  FILLER            PIC X(33)
021336         VALUE "BRANCH CONFLICTS AND DUPLICATES: ".
021337     05  STA-CFL-CNT-OUT   PIC ZZZZ9.
021338     05  FILLER            PIC X(42) VALUE SPACES.
021339
021340 01  STA-CONFLICT-LINE.
021341     05  FILLER            PIC X(07) VALUE "BRANCH ".
021342     05  STA-CFL-BRANCH-OUT PIC 9(4).
021343     05  FILLER            PIC X(05) VALUE " SEG ".
021344     05  STA-CFL-SEG-OUT   PIC 9(3).
021345     05  FILLER            PIC X(05) VALUE " RGN ".
021346     05  STA-CFL-SEGRGN-OUT PIC X(03).
021347     05  FILLER            PIC X(05) VALUE " MST ".
021348     05  STA-CFL-MSTRGN-OUT PIC X(03).
021349     05  FILLER            PIC X(02) VALUE SPACES.
021350     05  STA-CFL-TOTAL-OUT PIC ZZZZZZZZ9.99.
021351     05  FILLER            PIC X(02) VALUE SPACES.
021352     05  STA-CFL-REASON-OUT PIC X(23).
021353     05  FILLER            PIC X(06) VALUE SPACES.
021354
021400 01  STA-HISTORY-OUT-LINE.
021500     05  STA-HIST-YYYY     PIC 9(4).
021600     05  FILLER            PIC X(01) VALUE "-".
022900     05  STA-HIST-MEDIAN   PIC 9(11).
023000     05  FILLER            PIC X(01) VALUE SPACES.
023100     05  STA-HIST-MODE     PIC 9(11).
023110     05  FILLER            PIC X(01) VALUE SPACES.
023120     05  STA-HIST-MEAN     PIC 9(11).
023130     05  FILLER            PIC X(01) VALUE SPACES.
023140     05  STA-HIST-STDDEV   PIC 9(11).
023150     05  FILLER            PIC X(01) VALUE SPACES.
023160     05  STA-HIST-Q1       PIC 9(11).
023170     05  FILLER            PIC X(01) VALUE SPACES.
023180     05  STA-HIST-Q3       PIC 9(11).
023200
023300*----------------------------------------------------------
023400*    DASHBOARD INTERFACE WORKING STORAGE
024600     05  STA-IFC-LARGE     PIC 9(11).
024700     05  STA-IFC-MEDIAN    PIC 9(11).
024800     05  STA-IFC-MODE      PIC 9(11).
024810     05  STA-IFC-MEAN      PIC 9(11).
024820     05  STA-IFC-STDDEV    PIC 9(11).
024830     05  STA-IFC-Q1        PIC 9(11).
024840     05  STA-IFC-Q3        PIC 9(11).
024900
024901*----------------------------------------------------------
024902*    MONTH-TO-DATE AGAINST TARGET WORKING STORAGE
024903*    THE RUN MONTH'S BRANTGT TARGETS (CENTS), THE FIRST OF
024904*    THE RUN MONTH AS A BRANDTL KEY DATE, AND THE MONTH'S
024905*    BUSINESS DAYS - IN ALL, AND UP TO THE RUN DATE - FOR
024906*    THE PER-BRANCH DETAIL'S MTD COLUMNS.
024907*----------------------------------------------------------
024908 01  STA-TGT-COUNT         PIC 9(5) VALUE 0.
024909 01  STA-TGT-BRANCH        PIC 9(4)
024910     OCCURS 1 TO 9999 TIMES
024911     DEPENDING ON STA-TGT-COUNT.
024912 01  STA-TGT-DAILY         PIC 9(11)
024913     OCCURS 1 TO 9999 TIMES
024914     DEPENDING ON STA-TGT-COUNT.
024915 01  STA-TGT-MONTHLY       PIC 9(13)
024916     OCCURS 1 TO 9999 TIMES
024917     DEPENDING ON STA-TGT-COUNT.
024918 01  STA-TGT-IX            PIC 9(5).
024919 01  STA-MTD-FROM-DATE.
024920     05  STA-MTD-FROM-MONTH.
024921         10  STA-MTD-FROM-YYYY PIC 9(4).
024922         10  STA-MTD-FROM-MM   PIC 9(2).
024923     05  STA-MTD-FROM-DD   PIC 9(2) VALUE 1.
024924 01  STA-MTD-FROM-DATE-X REDEFINES STA-MTD-FROM-DATE
024925                           PIC X(08).
024926 01  STA-MTD-BUSDAYS       PIC 9(2) VALUE 0.
024927 01  STA-MTD-ELAPSED       PIC 9(2) VALUE 0.
024928 01  STA-MTD-ACTUAL        PIC 9(13).
024929 01  STA-MTD-TARGET        PIC 9(13).
024930 01  STA-MTD-PCT           PIC 9(4)V9.
024931*    STA-MTD-AMT-WORK IS STA-AMT-WORK WIDENED FOR A MONTH'S
024932*    WORTH OF POSTINGS.
024933 01  STA-MTD-AMT-WORK      PIC 9(11)V99.
024934 01  STA-MTD-SWITCHES.
024935     05  STA-MTD-DTL-SW    PIC X(01) VALUE "N".
024936         88  STA-MTD-DTL-OPEN        VALUE "Y".
024937         88  STA-MTD-DTL-CLOSED      VALUE "N".
024938     05  STA-MTD-EOF-SW    PIC X(01) VALUE "N".
024939         88  STA-MTD-EOF             VALUE "Y".
024940         88  STA-MTD-NOT-EOF         VALUE "N".
024941     05  STA-TGT-EOF-SW    PIC X(01) VALUE "N".
024942         88  STA-TGT-EOF             VALUE "Y".
024943         88  STA-TGT-NOT-EOF         VALUE "N".
024944     05  STA-MTD-DAY-SW    PIC X(01) VALUE "Y".
024945         88  STA-MTD-BUSDAY          VALUE "Y".
024946         88  STA-MTD-HOLIDAY         VALUE "N".
024947
024948 01  STA-MTD-TODAY-ONLY-LINE.
024949     05  FILLER            PIC X(42)
024950         VALUE "BRANDTL UNAVAILABLE - MTD SHOWS TODAY ONLY".
024951     05  FILLER            PIC X(38) VALUE SPACES.
024952
024953*----------------------------------------------------------
024954*    FEED MANIFEST WORKING STORAGE
024955*    ONE FEEDMAN LINE PER FEED FILE WRITTEN ON A RELEASED
024956*    RUN. THE HASH SUMS, IN CENTS, THE AMOUNTS THE FEED CARRIES
024957*    - REGNIFC ROWS: SMALLEST, LARGEST, MEDIAN AND MODE; STATIFC:
024958*    THOSE FOUR, MEAN, STD DEVIATION AND QUARTILES; STATIFCB:
024959*    EVERY BRANCH TOTAL. COUNT AND HASH COVER CLEAN WRITES ONLY.
024960*----------------------------------------------------------
024961 01  STA-MAN-IFC-COUNT     PIC 9(5) VALUE 0.
024962 01  STA-MAN-IFC-HASH      PIC 9(15) VALUE 0.
024963 01  STA-MAN-BIFC-COUNT    PIC 9(5) VALUE 0.
024964 01  STA-MAN-BIFC-HASH     PIC 9(15) VALUE 0.
024965 01  STA-MAN-RUP-COUNT     PIC 9(5) VALUE 0.
024966 01  STA-MAN-RUP-HASH      PIC 9(15) VALUE 0.
024967 01  STA-MAN-LINES         PIC 9(5) VALUE 0.
024968 01  STA-MAN-SWITCHES.
024969     05  STA-MAN-IFC-SW    PIC X(01) VALUE "N".
024970         88  STA-MAN-IFC-SENT        VALUE "Y".
024971         88  STA-MAN-IFC-NOT-SENT    VALUE "N".
024972     05  STA-MAN-BIFC-SW   PIC X(01) VALUE "N".
024973         88  STA-MAN-BIFC-SENT       VALUE "Y".
024974         88  STA-MAN-BIFC-NOT-SENT   VALUE "N".
024975     05  STA-MAN-RUP-SW    PIC X(01) VALUE "N".
024976         88  STA-MAN-RUP-SENT        VALUE "Y".
024977         88  STA-MAN-RUP-NOT-SENT    VALUE "N".
024978 01  STA-MANIFEST-OUT-LINE.
024979     05  STA-MAN-RUN-DATE  PIC X(08).
024980     05  FILLER            PIC X(01) VALUE SPACES.
024981     05  STA-MAN-SENT-DATE PIC 9(08).
024982     05  FILLER            PIC X(01) VALUE SPACES.
024983     05  STA-MAN-SENT-TIME PIC 9(06).
024984     05  FILLER            PIC X(01) VALUE SPACES.
024985     05  STA-MAN-FEED      PIC X(08).
024986     05  FILLER            PIC X(01) VALUE SPACES.
024987     05  STA-MAN-REC-COUNT PIC 9(05).
024988     05  FILLER            PIC X(01) VALUE SPACES.
024989     05  STA-MAN-HASH      PIC 9(15).
024990     05  FILLER            PIC X(25) VALUE SPACES.
024991
025000*----------------------------------------------------------
025100*    PRINTED SUMMARY REPORT WORKING STORAGE
025200*----------------------------------------------------------
028200     05  STA-STAT-VALUE    PIC ZZZZZZZZ9.99.
028300     05  FILLER            PIC X(45) VALUE SPACES.
028400
028402 01  STA-REGION-SPREAD-COLUMN-LINE.
028404     05  FILLER            PIC X(13) VALUE SPACES.
028406     05  FILLER            PIC X(13) VALUE "         MEAN".
028408     05  FILLER            PIC X(13) VALUE "      STD DEV".
028410     05  FILLER            PIC X(13) VALUE "    LOWER QTL".
028412     05  FILLER            PIC X(13) VALUE "    UPPER QTL".
028414     05  FILLER            PIC X(15) VALUE SPACES.
028416
028418 01  STA-REGION-SPREAD-LINE.
028420     05  FILLER            PIC X(14) VALUE SPACES.
028422     05  STA-RGN-MEAN-OUT  PIC ZZZZZZZZ9.99.
028424     05  FILLER            PIC X(01) VALUE SPACES.
028426     05  STA-RGN-STDDEV-OUT PIC ZZZZZZZZ9.99.
028428     05  FILLER            PIC X(01) VALUE SPACES.
028430     05  STA-RGN-Q1-OUT    PIC ZZZZZZZZ9.99.
028432     05  FILLER            PIC X(01) VALUE SPACES.
028434     05  STA-RGN-Q3-OUT    PIC ZZZZZZZZ9.99.
028436     05  FILLER            PIC X(15) VALUE SPACES.
028438
028440 01  STA-OUTLIER-HEADER-LINE.
028442     05  FILLER            PIC X(18)
028444         VALUE "OUTLIER BRANCHES: ".
028446     05  STA-OUT-CNT-OUT   PIC ZZZZ9.
028448     05  FILLER            PIC X(57) VALUE SPACES.
028450
028452 01  STA-OUTLIER-FENCE-LINE.
028454     05  FILLER            PIC X(10) VALUE "LOW FENCE ".
028456     05  STA-OUT-LOW-OUT   PIC -ZZZZZZZZZ9.99.
028458     05  FILLER            PIC X(13) VALUE "  HIGH FENCE ".
028460     05  STA-OUT-HIGH-OUT  PIC ZZZZZZZZZ9.99.
028462     05  FILLER            PIC X(30) VALUE SPACES.
028464
028466 01  STA-OUTLIER-SKIP-LINE.
028468     05  FILLER            PIC X(46) VALUE
028470         "TOO FEW BRANCH TOTALS - OUTLIER CHECK SKIPPED".
028472     05  FILLER            PIC X(34) VALUE SPACES.
028474
028476 01  STA-OUTLIER-LINE.
028478     05  FILLER            PIC X(07) VALUE "BRANCH ".
028480     05  STA-OUT-BRANCH-OUT PIC 9(4).
028482     05  FILLER            PIC X(02) VALUE SPACES.
028484     05  STA-OUT-NAME-OUT  PIC X(20).
028486     05  FILLER            PIC X(02) VALUE SPACES.
028488     05  STA-OUT-REGION-OUT PIC X(03).
028490     05  FILLER            PIC X(02) VALUE SPACES.
028492     05  STA-OUT-TOTAL-OUT PIC ZZZZZZZZ9.99.
028494     05  FILLER            PIC X(02) VALUE SPACES.
028496     05  STA-OUT-SIDE-OUT  PIC X(04).
028498     05  FILLER            PIC X(22) VALUE SPACES.
028500 01  STA-DIST-HEADER-LINE.
028600     05  FILLER            PIC X(27)
028700         VALUE "FREQUENCY DISTRIBUTION:    ".
028800     05  FILLER            PIC X(53) VALUE SPACES.
028900
028902 01  STA-OPR-CARD-LINE.
028904     05  FILLER            PIC X(23)
028906         VALUE "CONTROL CARD OPERATOR  ".
028908     05  STA-OPR-CARD-ID-OUT PIC X(08).
028910     05  FILLER            PIC X(05) VALUE " FOR ".
028912     05  STA-OPR-CARD-FUNC-OUT PIC X(05).
028914     05  FILLER            PIC X(39) VALUE SPACES.
028916
028918 01  STA-OPR-SCHED-LINE.
028920     05  FILLER            PIC X(31)
028922         VALUE "SCHEDULED RUN - NO CONTROL CARD".
028924     05  FILLER            PIC X(49) VALUE SPACES.
028926
028928 01  STA-OPR-REL-LINE.
028930     05  FILLER            PIC X(23)
028932         VALUE "GUARD RELEASE BY       ".
028934     05  STA-OPR-REL-ID1-OUT PIC X(08).
028936     05  FILLER            PIC X(05) VALUE " AND ".
028938     05  STA-OPR-REL-ID2-OUT PIC X(08).
028940     05  FILLER            PIC X(36) VALUE SPACES.
028942
028944 01  STA-OPR-RELREF-LINE.
028946     05  FILLER            PIC X(24)
028948         VALUE "GUARD RELEASE REFUSED - ".
028950     05  STA-OPR-RELREF-OUT PIC X(40).
028952     05  FILLER            PIC X(16) VALUE SPACES.
028954
029000 01  STA-DIST-LINE.
029100     05  FILLER            PIC X(14) VALUE "BRANCH TOTAL  ".
029200     05  STA-DIST-VALUE-OUT PIC ZZZZZZZZ9.99.
029582     05  STA-DET-BRANCH-OUT PIC 9(4).
029584     05  FILLER            PIC X(08) VALUE "  TOTAL ".
029586     05  STA-DET-VALUE-OUT PIC ZZZZZZZZ9.99.
029588     05  FILLER            PIC X(05) VALUE " MTD ".
029590     05  STA-DET-MTD-OUT   PIC ZZZZZZZZZZ9.99.
029592     05  FILLER            PIC X(05) VALUE " TGT ".
029594     05  STA-DET-TGT-OUT   PIC ZZZZZZZZZZ9.99.
029596     05  FILLER            PIC X(05) VALUE " PCT ".
029597     05  STA-DET-PCT-OUT   PIC ZZZ9.9.
029598     05  STA-DET-PCT-X REDEFINES STA-DET-PCT-OUT
029599                           PIC X(06).
029600
029602 01  STA-NOTRPT-HEADER-LINE.
029604     05  FILLER            PIC X(24)
030000*============================================================
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030210     IF STA-OPERATOR-REFUSED
030220         PERFORM 7800-PRODUCE-FAILURE-REPORT THRU 7800-EXIT
030230         PERFORM 9999-TERMINATE THRU 9999-EXIT
030240         STOP RUN
030250     END-IF.
030300     PERFORM 2000-READ-BRANCH-DATA THRU 2000-EXIT.
030310     IF STA-CONTROL-FAILED
030320         PERFORM 7800-PRODUCE-FAILURE-REPORT THRU 7800-EXIT
030500     PERFORM 4000-FIND-LARGEST THRU 4000-EXIT.
030600     PERFORM 5000-FIND-MEDIAN THRU 5000-EXIT.
030700     PERFORM 6000-FIND-MODE THRU 6000-EXIT.
030705     PERFORM 5500-FIND-SPREAD THRU 5500-EXIT.
030710     PERFORM 6500-GUARD-PLAUSIBILITY THRU 6500-EXIT.
030715     PERFORM 6650-AUDIT-GUARD-RELEASE THRU 6650-EXIT.
030720     PERFORM 6700-REGION-STATISTICS THRU 6700-EXIT.
030800     PERFORM 7000-PRODUCE-REPORT THRU 7000-EXIT.
030900     PERFORM 8000-UPDATE-HISTORY THRU 8000-EXIT.
031000     PERFORM 8100-EXPORT-INTERFACE THRU 8100-EXIT.
031005     PERFORM 8150-EXPORT-BRANCH-IFC THRU 8150-EXIT.
031010     PERFORM 8300-EXPORT-REGION-ROLLUP THRU 8300-EXIT.
031015     PERFORM 8400-WRITE-MANIFEST THRU 8400-EXIT.
031100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
031200     STOP RUN.
031300 0000-EXIT.
032372             MOVE MST-NAME TO MST-TBL-NAME(STA-MASTER-COUNT)
032374             MOVE MST-REGION TO MST-TBL-REGION(STA-MASTER-COUNT)
032376             MOVE MST-STATUS TO MST-TBL-STATUS(STA-MASTER-COUNT)
032377             PERFORM 1160-SET-OPEN-ON-DATE THRU 1160-EXIT
032378             MOVE "N" TO MST-TBL-REPORTED(STA-MASTER-COUNT)
032380         ELSE
032382             DISPLAY "BRANMST RECORD SKIPPED - BAD BRANCH NBR "
032422*============================================================
032424*  1200-READ-CONTROL-CARD
032426*     READS THE ONE-RECORD STATCTL CONTROL CARD: PROCESSING
032428*     DATE, RUN MODE, GUARD RELEASE BYTE AND OPERATOR IDS.
032430*     NO CARD MEANS A NORMAL RUN WITH THE GUARD ENFORCED -
032431*     EXACTLY WHAT THE UNATTENDED OVERNIGHT SCHEDULE WANTS.
032432*     A CARD THAT IS PRESENT BUT UNREADABLE (NON-NUMERIC
032463             IF CTL-GUARD-RELEASE = "Y"
032464                 SET STA-GUARD-RELEASED TO TRUE
032465             END-IF
032466             MOVE CTL-OPERATOR TO STA-CTL-OPERATOR
032467             MOVE CTL-RELEASE-OPERATOR TO STA-CTL-REL-OPERATOR
032468     END-READ.
032469     CLOSE CONTROL-CARD-FILE.
032470     IF STA-CTLCARD-ABSENT
032471         GO TO 1200-EXIT
032472     END-IF.
032473     IF STA-CTL-PROC-DATE NOT NUMERIC
032474         MOVE "BAD PROCESSING DATE ON CONTROL CARD"
032475             TO STA-CTL-FAIL-TEXT
032476         PERFORM 2700-NOTE-CONTROL-FAIL THRU 2700-EXIT
032477     END-IF.
032478     IF STA-CTL-RUN-MODE = SPACE
032479         MOVE "N" TO STA-CTL-RUN-MODE
032480     END-IF.
032481     IF STA-CTL-RUN-MODE NOT = "N" AND STA-CTL-RUN-MODE NOT = "R"
032482         MOVE "BAD RUN MODE ON CONTROL CARD"
032483             TO STA-CTL-FAIL-TEXT
032484         PERFORM 2700-NOTE-CONTROL-FAIL THRU 2700-EXIT
032485     END-IF.
032486     PERFORM 1250-CHECK-OPERATORS THRU 1250-EXIT.
032487 1200-EXIT.
032488     EXIT.
032489
032494*============================================================
032499*  1300-RESOLVE-RUN-DATE
036512                         TO ARR-BRANCH(STA-BRANCH-COUNT)
036514                     MOVE STA-EDIT-REGION
036516                         TO ARR-REGION(STA-BRANCH-COUNT)
036517                     MOVE STA-SEG-COUNT
036518                         TO ARR-SEG(STA-BRANCH-COUNT)
036519                     MOVE STA-SEG-REGION
036520                         TO ARR-SEG-RGN(STA-BRANCH-COUNT)
036600                 ELSE
036700                     PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
036800                 END-IF
037600         END-IF
037700         PERFORM 2100-READ-NEXT THRU 2100-EXIT
037800     END-PERFORM.
037850     PERFORM 2800-RESOLVE-DUPLICATES THRU 2800-EXIT.
037900     CLOSE BRANCH-IN-FILE.
037910     MOVE "BRANCHIN" TO STA-AUD-FILE.
037920     MOVE STA-BRANCH-IN-STATUS TO STA-AUD-STATUS.
043520                             TO ARR-BRANCH(STA-BRANCH-COUNT)
043530                         MOVE STA-EDIT-REGION
043540                             TO ARR-REGION(STA-BRANCH-COUNT)
043542                         MOVE STA-SEG-COUNT
043543                             TO ARR-SEG(STA-BRANCH-COUNT)
043544                         MOVE STA-SEG-REGION
043545                             TO ARR-SEG-RGN(STA-BRANCH-COUNT)
043600                     ELSE
043700                         ADD 1 TO STA-REJECT-COUNT
043800                     END-IF
052210*     STATISTICS. THE BRANCH NUMBER IS EDITED FIRST - A RECORD
052220*     WHOSE BRANCH CANNOT BE TRUSTED IS REJECTED BEFORE ITS
052230*     TOTAL IS EVEN LOOKED AT.
052240*     A GOOD RECORD SENT IN A SEGMENT WHOSE HEADER NAMES
052250*     ANOTHER REGION THAN THE BRANCH'S BRANMST REGION IS
052260*     REJECTED AND NOTED FOR THE CONFLICTS SECTION.
052300*============================================================
052400 2200-EDIT-BRANCH-VALUE.
052500     SET STA-VALID-NO TO TRUE.
052787         MOVE "Y" TO MST-TBL-REPORTED(STA-MST-FOUND-IX)
052788         MOVE MST-TBL-REGION(STA-MST-FOUND-IX)
052789             TO STA-EDIT-REGION
052790         IF MST-TBL-ON-DATE(STA-MST-FOUND-IX) NOT = "Y"
052791             MOVE "BRANCH NOT OPEN ON DATE" TO STA-REJECT-REASON
052792             GO TO 2200-EXIT
052793         END-IF
052794     END-IF.
053200         MOVE "VALUE OUT OF RANGE" TO STA-REJECT-REASON
053300         GO TO 2200-EXIT
053500     END-IF.
053505     IF STA-MASTER-LOADED AND STA-SEG-IS-OPEN
053510             AND STA-SEG-REGION NOT = SPACES
053515             AND STA-SEG-REGION NOT = STA-EDIT-REGION
053520         MOVE "SEGMENT REGION MISMATCH" TO STA-REJECT-REASON
053525         MOVE STA-SEG-COUNT TO STA-CFL-SEG-WORK
053530         MOVE STA-SEG-REGION TO STA-CFL-SEGRGN-WORK
053535         MOVE STA-REJECT-REASON TO STA-CFL-REASON-WORK
053538         PERFORM 2860-NOTE-MISMATCH THRU 2860-EXIT
053540         PERFORM 2850-NOTE-CONFLICT THRU 2850-EXIT
053545         GO TO 2200-EXIT
053550     END-IF.
053600     SET STA-VALID-YES TO TRUE.
053700 2200-EXIT.
053800     EXIT.
053848 2250-EXIT.
053850     EXIT.
053900
053902*============================================================
053904*  1160-SET-OPEN-ON-DATE
053906*     MARKS THE MASTER ENTRY JUST LOADED AS OPEN ("Y") OR NOT
053908*     ("N") ON THE PROCESSING DATE, SO A RERUN OR A BACK-DATED
053910*     DAY IS JUDGED BY THE BRANCH AS IT STOOD THEN, NOT AS IT
053912*     STANDS TODAY. A BRANCH IS OPEN FROM ITS OPENING DATE UP
053914*     TO THE DAY BEFORE ITS CLOSING DATE; A BLANK OPENING DATE
053916*     MEANS OPEN SINCE BEFORE RECORDS BEGAN. WITH NO CLOSING
053918*     DATE THE STATUS BYTE DECIDES, AS IT ALWAYS HAS.
053920*============================================================
053922 1160-SET-OPEN-ON-DATE.
053924     MOVE "N" TO MST-TBL-ON-DATE(STA-MASTER-COUNT).
053926     IF MST-OPEN-DATE NOT = SPACES
053928             AND MST-OPEN-DATE > STA-RUN-DATE-X
053930         GO TO 1160-EXIT
053932     END-IF.
053934     IF MST-CLOSE-DATE NOT = SPACES
053936         IF MST-CLOSE-DATE > STA-RUN-DATE-X
053938             MOVE "Y" TO MST-TBL-ON-DATE(STA-MASTER-COUNT)
053940         END-IF
053942         GO TO 1160-EXIT
053944     END-IF.
053946     IF MST-STATUS = "O"
053948         MOVE "Y" TO MST-TBL-ON-DATE(STA-MASTER-COUNT)
053950     END-IF.
053952 1160-EXIT.
053954     EXIT.
053956
054000*============================================================
054100*  2300-WRITE-REJECT
054200*     SKIPS THE WRITE WHEN BRANREJ IS NOT CURRENTLY OPEN - THIS
056260
056261*============================================================
056262*  2650-CHECK-EXPECTED-REGIONS
056263*     EVERY REGION WITH A BRANCH OPEN ON THE PROCESSING DATE IS
056264*     EXPECTED TO HAVE SENT A SEGMENT. EACH DISTINCT REGION
056265*     IS CHECKED ONCE (THE CHK TABLE STOPS A REGION WITH
056266*     FIFTY BRANCHES FAILING FIFTY TIMES). SKIPPED ENTIRELY
056271     MOVE 0 TO STA-CHK-COUNT.
056272     PERFORM VARYING K FROM 1 BY 1
056273             UNTIL K > STA-MASTER-COUNT
056274         IF MST-TBL-ON-DATE(K) = "Y"
056275             MOVE MST-TBL-REGION(K) TO STA-CHK-WORK
056276             PERFORM 2660-CHECK-ONE-REGION THRU 2660-EXIT
056277         END-IF
068872         END-IF
068874     END-PERFORM.
068876     MOVE STA-REG-MODE-WORK TO REG-TBL-MODE(STA-REGION-COUNT).
068877     PERFORM 6870-REGION-SPREAD THRU 6870-EXIT.
068878     COMPUTE STA-REG-FIRST = I + 1.
068880 6850-EXIT.
068882     EXIT.
068884
068886*============================================================
068888*  7350-PRINT-REGION-SECTION
068890*     PRINTS TWO LINES PER REGION - THE SAME FIGURES THE
068892*     NETWORK GETS, GROUPED THE WAY THE REGIONAL MANAGERS
068894*     READ THEM. SKIPPED WHEN NO REGIONS WERE SUMMARIZED.
068896*============================================================
068902         GO TO 7350-EXIT
068904     END-IF.
068906     MOVE STA-REGION-HEADER-LINE TO RPT-LINE.
068907     WRITE RPT-LINE.
068908     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
068909     MOVE STA-REGION-COLUMN-LINE TO RPT-LINE.
068910     WRITE RPT-LINE.
068911     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
068912     MOVE STA-REGION-SPREAD-COLUMN-LINE TO RPT-LINE.
068913     WRITE RPT-LINE.
068914     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
068915     PERFORM VARYING K FROM 1 BY 1
068916             UNTIL K > STA-REGION-COUNT
068917         MOVE REG-TBL-CODE(K) TO STA-RGN-CODE-OUT
068918         MOVE REG-TBL-CNT(K) TO STA-RGN-CNT-OUT
068919         COMPUTE STA-AMT-WORK = REG-TBL-SMALL(K) / 100
068920         MOVE STA-AMT-WORK TO STA-RGN-SMALL-OUT
068924         MOVE STA-AMT-WORK TO STA-RGN-MEDIAN-OUT
068925         COMPUTE STA-AMT-WORK = REG-TBL-MODE(K) / 100
068926         MOVE STA-AMT-WORK TO STA-RGN-MODE-OUT
068927         MOVE STA-REGION-LINE TO RPT-LINE
068928         WRITE RPT-LINE
068929         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
068930         PERFORM 7360-PRINT-REGION-SPREAD THRU 7360-EXIT
068931     END-PERFORM.
068936 7350-EXIT.
068938     EXIT.
068940
068954*     EVERY RUN LIKE STATIFC.
068956*============================================================
068958 8300-EXPORT-REGION-ROLLUP.
068959     IF STA-RUN-SUSPECT AND STA-GUARD-ENFORCED
068960         DISPLAY "REGNIFC EXPORT HELD - RUN SUSPECT"
068961         IF STA-RETURN-CODE < 4
068962             MOVE 4 TO STA-RETURN-CODE
068963         END-IF
068964         GO TO 8300-EXIT
068965     END-IF.
068966     OPEN OUTPUT ROLLUP-FILE.
068967     IF NOT STA-ROLLUP-OK
068968         DISPLAY "UNABLE TO OPEN REGNIFC, STATUS "
068969             STA-ROLLUP-STATUS
068970         MOVE "REGNIFC " TO STA-AUD-FILE
068971         MOVE STA-ROLLUP-STATUS TO STA-AUD-STATUS
068972         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
068973         GO TO 8300-EXIT
068974     END-IF.
068975     SET STA-MAN-RUP-SENT TO TRUE.
068976     MOVE STA-RUN-YYYY TO STA-RUP-YYYY.
068977     MOVE STA-RUN-MM TO STA-RUP-MM.
068978     MOVE STA-RUN-DD TO STA-RUP-DD.
068979     PERFORM VARYING K FROM 1 BY 1
068980             UNTIL K > STA-REGION-COUNT
068981         MOVE REG-TBL-CODE(K) TO STA-RUP-REGION
068982         MOVE REG-TBL-CNT(K) TO STA-RUP-CNT
068983         MOVE REG-TBL-SMALL(K) TO STA-RUP-SMALL
068984         MOVE REG-TBL-LARGE(K) TO STA-RUP-LARGE
068985         MOVE REG-TBL-MEDIAN(K) TO STA-RUP-MEDIAN
068986         MOVE REG-TBL-MODE(K) TO STA-RUP-MODE
068987         MOVE STA-ROLLUP-OUT-LINE TO RUP-LINE
068988         WRITE RUP-LINE
068989         IF NOT STA-ROLLUP-OK
068990             DISPLAY "UNABLE TO WRITE REGNIFC, STATUS "
068991                 STA-ROLLUP-STATUS
068992             MOVE "REGNIFC " TO STA-AUD-FILE
068993             MOVE STA-ROLLUP-STATUS TO STA-AUD-STATUS
068994             PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
068995         END-IF
068996         IF STA-ROLLUP-OK
068997             ADD 1 TO STA-MAN-RUP-COUNT
068998             ADD REG-TBL-SMALL(K) REG-TBL-LARGE(K)
068999                 REG-TBL-MEDIAN(K) REG-TBL-MODE(K)
069000                 TO STA-MAN-RUP-HASH
069001         END-IF
069002     END-PERFORM.
069003     CLOSE ROLLUP-FILE.
069004     MOVE "REGNIFC " TO STA-AUD-FILE.
069005     MOVE STA-ROLLUP-STATUS TO STA-AUD-STATUS.
069006     MOVE STA-REGION-COUNT TO STA-AUD-COUNT.
069007     PERFORM 9560-AUDIT-FILE-CLOSE THRU 9560-EXIT.
069008 8300-EXIT.
069009     EXIT.
069048
069050*============================================================
069052*  8150-EXPORT-BRANCH-IFC
069102         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
069104         GO TO 8150-EXIT
069106     END-IF.
069107     SET STA-MAN-BIFC-SENT TO TRUE.
069108     MOVE STA-RUN-YYYY TO STA-BIFC-YYYY.
069110     MOVE STA-RUN-MM TO STA-BIFC-MM.
069112     MOVE STA-RUN-DD TO STA-BIFC-DD.
069156             MOVE STA-BIFC-STATUS TO STA-AUD-STATUS
069158             PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
069160         END-IF
069161         IF STA-BIFC-OK
069162             ADD 1 TO STA-MAN-BIFC-COUNT
069163             ADD ARR(K) TO STA-MAN-BIFC-HASH
069164         END-IF
069165     END-PERFORM.
069166     CLOSE BRANCH-IFC-FILE.
069167     MOVE "STATIFCB" TO STA-AUD-FILE.
069168     MOVE STA-BIFC-STATUS TO STA-AUD-STATUS.
069169     MOVE STA-BRANCH-COUNT TO STA-AUD-COUNT.
069170     PERFORM 9560-AUDIT-FILE-CLOSE THRU 9560-EXIT.
069171 8150-EXIT.
069172     EXIT.
069178
069180*============================================================
069182*  1400-VALIDATE-RUN-DATE
070300     MOVE STA-HEADING-LINE TO RPT-LINE.
070400     WRITE RPT-LINE.
070500     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
070550     PERFORM 7160-PRINT-OPERATORS THRU 7160-EXIT.
070600     MOVE STA-BRANCH-COUNT TO STA-CNT-OUT.
070700     MOVE STA-COUNT-LINE TO RPT-LINE.
070800     WRITE RPT-LINE.
072600     MOVE STA-STAT-LINE TO RPT-LINE.
072700     WRITE RPT-LINE.
072800     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
072805     PERFORM 7120-PRINT-SPREAD THRU 7120-EXIT.
072810     PERFORM 7150-PRINT-GUARD-STATUS THRU 7150-EXIT.
072900     PERFORM 7100-PRINT-MODES THRU 7100-EXIT.
073000     PERFORM 7200-PRINT-DISTRIBUTION THRU 7200-EXIT.
073010     PERFORM 7250-PRINT-BRANCH-DETAIL THRU 7250-EXIT.
073015     PERFORM 7350-PRINT-REGION-SECTION THRU 7350-EXIT.
073016     PERFORM 7400-PRINT-CONFLICTS THRU 7400-EXIT.
073017     PERFORM 7450-PRINT-OUTLIERS THRU 7450-EXIT.
073020     PERFORM 7300-PRINT-NOT-REPORTING THRU 7300-EXIT.
073100     CLOSE REPORT-FILE.
073110     MOVE "STATRPT " TO STA-AUD-FILE.
073200 7000-EXIT.
073300     EXIT.
073400
073401*============================================================
073402*  7255-PREPARE-MTD-POSITION
073403*     READIES THE MONTH-TO-DATE COLUMNS OF THE PER-BRANCH
073404*     DETAIL: LOADS THE RUN MONTH'S BRANTGT TARGETS, COUNTS
073405*     THE MONTH'S BUSINESS DAYS AND THOSE UP TO THE RUN
073406*     DATE, AND OPENS BRANDTL FOR THE EARLIER POSTINGS. A
073407*     MISSING BRANTGT SHOWS EVERY TARGET AS ZERO, THE SAME
073408*     WAY A MISSING STATCAL ONLY TURNS THE HOLIDAY CHECK
073409*     OFF. A BRANDTL THAT CANNOT BE OPENED LEAVES THE MTD
073410*     COLUMNS AT TODAY'S TOTAL ONLY, AND THE REPORT SAYS SO.
073411*============================================================
073412 7255-PREPARE-MTD-POSITION.
073413     MOVE 0 TO STA-TGT-COUNT.
073414     SET STA-TGT-NOT-EOF TO TRUE.
073415     MOVE STA-RUN-YYYY TO STA-MTD-FROM-YYYY.
073416     MOVE STA-RUN-MM TO STA-MTD-FROM-MM.
073417     PERFORM 7257-COUNT-MTD-BUSDAYS THRU 7257-EXIT.
073418     OPEN INPUT TARGET-FILE.
073419     IF STA-TARGET-MISSING
073420         DISPLAY "BRANTGT NOT FOUND - TARGETS SHOW AS ZERO"
073421     END-IF.
073422     IF NOT STA-TARGET-OK AND NOT STA-TARGET-MISSING
073423         DISPLAY "UNABLE TO OPEN BRANTGT, STATUS "
073424             STA-TARGET-STATUS
073425         MOVE "BRANTGT " TO STA-AUD-FILE
073426         MOVE STA-TARGET-STATUS TO STA-AUD-STATUS
073427         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
073428     END-IF.
073429     IF STA-TARGET-OK
073430         PERFORM 7256-READ-TARGET THRU 7256-EXIT
073431         PERFORM UNTIL STA-TGT-EOF OR STA-TGT-COUNT >= 9999
073432             IF TGT-MONTH = STA-MTD-FROM-MONTH
073433                     AND TGT-BRANCH NUMERIC
073434                     AND TGT-DAILY NUMERIC
073435                     AND TGT-MONTHLY NUMERIC
073436                 ADD 1 TO STA-TGT-COUNT
073437                 MOVE TGT-BRANCH TO STA-TGT-BRANCH(STA-TGT-COUNT)
073438                 MOVE TGT-DAILY TO STA-TGT-DAILY(STA-TGT-COUNT)
073439                 MOVE TGT-MONTHLY
073440                     TO STA-TGT-MONTHLY(STA-TGT-COUNT)
073441             END-IF
073442             PERFORM 7256-READ-TARGET THRU 7256-EXIT
073443         END-PERFORM
073444         CLOSE TARGET-FILE
073445     END-IF.
073446     SET STA-MTD-DTL-CLOSED TO TRUE.
073447     OPEN INPUT DETAIL-FILE.
073448     IF STA-DETAIL-OK
073449         SET STA-MTD-DTL-OPEN TO TRUE
073450         GO TO 7255-EXIT
073451     END-IF.
073452     IF NOT STA-DETAIL-MISSING
073453         DISPLAY "UNABLE TO OPEN BRANDTL, STATUS "
073454             STA-DETAIL-STATUS
073455         MOVE "BRANDTL " TO STA-AUD-FILE
073456         MOVE STA-DETAIL-STATUS TO STA-AUD-STATUS
073457         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
073458     END-IF.
073459     MOVE STA-MTD-TODAY-ONLY-LINE TO RPT-LINE.
073460     WRITE RPT-LINE.
073461     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
073462 7255-EXIT.
073463     EXIT.
073464
073465 7256-READ-TARGET.
073466     READ TARGET-FILE
073467         AT END
073468             SET STA-TGT-EOF TO TRUE
073469     END-READ.
073470 7256-EXIT.
073471     EXIT.
073472
073500*============================================================
073600*  7050-CHECK-REPORT-WRITE
073700*     CHECKS FILE STATUS AFTER EVERY STATRPT WRITE, NOT JUST
074600 7050-EXIT.
074700     EXIT.
074800
074801*============================================================
074802*  7257-COUNT-MTD-BUSDAYS
074803*     WALKS EVERY DAY OF THE RUN MONTH: STA-MTD-BUSDAYS GETS
074804*     THE MONTH'S BUSINESS DAYS AND STA-MTD-ELAPSED THOSE UP
074805*     TO AND INCLUDING THE RUN DATE. WEEKENDS AND STATCAL
074806*     HOLIDAYS DO NOT COUNT.
074807*============================================================
074808 7257-COUNT-MTD-BUSDAYS.
074809     MOVE 0 TO STA-MTD-BUSDAYS.
074810     MOVE 0 TO STA-MTD-ELAPSED.
074811     MOVE STA-MTD-FROM-DATE-X TO STA-DATE-EDIT-IN-X.
074812     PERFORM 1700-EDIT-DATE THRU 1700-EXIT.
074813     IF STA-DATE-INVALID
074814         GO TO 7257-EXIT
074815     END-IF.
074816     PERFORM VARYING STA-DTE-DD FROM 1 BY 1
074817             UNTIL STA-DTE-DD > STA-DTE-DIM
074818         SET STA-MTD-BUSDAY TO TRUE
074819         PERFORM 1750-DAY-OF-WEEK THRU 1750-EXIT
074820         IF STA-DOW = 0 OR STA-DOW = 1
074821             SET STA-MTD-HOLIDAY TO TRUE
074822         END-IF
074823         PERFORM VARYING STA-CAL-IX FROM 1 BY 1
074824                 UNTIL STA-CAL-IX > STA-CAL-COUNT
074825             IF STA-CAL-HOLIDAY(STA-CAL-IX) = STA-DATE-EDIT-IN-X
074826                 SET STA-MTD-HOLIDAY TO TRUE
074827             END-IF
074828         END-PERFORM
074829         IF STA-MTD-BUSDAY
074830             ADD 1 TO STA-MTD-BUSDAYS
074831             IF STA-DTE-DD NOT > STA-RUN-DD
074832                 ADD 1 TO STA-MTD-ELAPSED
074833             END-IF
074834         END-IF
074835     END-PERFORM.
074836 7257-EXIT.
074837     EXIT.
074838
074839*============================================================
074840*  7270-READ-MTD-DETAIL
074841*     NEXT BRANDTL POSTING FOR BRANCH ARR-BRANCH(K). ENDS THE
074842*     WALK AT END OF FILE, ON A READ ERROR, AT THE NEXT
074843*     BRANCH, OR AT THE RUN DATE ITSELF - TODAY'S TOTAL COMES
074844*     FROM THE EXTRACT, NOT FROM THE FILE.
074845*============================================================
074846 7270-READ-MTD-DETAIL.
074847     READ DETAIL-FILE NEXT RECORD
074848         AT END
074849             SET STA-MTD-EOF TO TRUE
074850     END-READ.
074851     IF STA-MTD-EOF
074852         GO TO 7270-EXIT
074853     END-IF.
074854     IF NOT STA-DETAIL-OK
074855         DISPLAY "ERROR READING BRANDTL, STATUS "
074856             STA-DETAIL-STATUS
074857         SET STA-MTD-EOF TO TRUE
074858         GO TO 7270-EXIT
074859     END-IF.
074860     IF DTL-BRANCH NOT = ARR-BRANCH(K)
074861             OR DTL-DATE NOT < STA-RUN-DATE-X
074862         SET STA-MTD-EOF TO TRUE
074863     END-IF.
074864 7270-EXIT.
074865     EXIT.
074866
074900*============================================================
075000*  7100-PRINT-MODES
075100*     PRINTS EVERY VALUE TIED FOR THE HIGHEST FREQUENCY, NOT
076456 7150-EXIT.
076458     EXIT.
076500
076501*============================================================
076502*  7260-MTD-POSITION
076503*     MONTH-TO-DATE ACTUAL AND TARGET FOR BRANCH ARR-BRANCH(K)
076504*     INTO THE DETAIL LINE. THE ACTUAL IS EVERY BRANDTL
076505*     POSTING FOR THE BRANCH FROM THE FIRST OF THE MONTH UP
076506*     TO THE DAY BEFORE THE RUN DATE, PLUS TODAY'S TOTAL FROM
076507*     THE EXTRACT - A HELD RUN, OR A RERUN OF A DATE ALREADY
076508*     POSTED, STILL COUNTS TODAY EXACTLY ONCE. THE TARGET IS
076509*     THE MONTHLY TARGET PRO-RATED BY BUSINESS DAYS SO FAR, OR
076510*     THE DAILY TARGET TIMES THE BUSINESS DAYS SO FAR WHEN NO
076511*     MONTHLY TARGET IS SET - THE SAME ORDER STATMNTH USES.
076512*============================================================
076513 7260-MTD-POSITION.
076514     MOVE ARR(K) TO STA-MTD-ACTUAL.
076515     MOVE 0 TO STA-MTD-TARGET.
076516     IF STA-MTD-DTL-OPEN
076517         MOVE ARR-BRANCH(K) TO DTL-BRANCH
076518         MOVE STA-MTD-FROM-DATE-X TO DTL-DATE
076519         START DETAIL-FILE KEY IS NOT LESS THAN DTL-KEY
076520         IF STA-DETAIL-OK
076521             SET STA-MTD-NOT-EOF TO TRUE
076522             PERFORM 7270-READ-MTD-DETAIL THRU 7270-EXIT
076523             PERFORM UNTIL STA-MTD-EOF
076524                 ADD DTL-TOTAL TO STA-MTD-ACTUAL
076525                 PERFORM 7270-READ-MTD-DETAIL THRU 7270-EXIT
076526             END-PERFORM
076527         END-IF
076528     END-IF.
076529     PERFORM VARYING STA-TGT-IX FROM 1 BY 1
076530             UNTIL STA-TGT-IX > STA-TGT-COUNT
076531         IF STA-TGT-BRANCH(STA-TGT-IX) = ARR-BRANCH(K)
076532             IF STA-TGT-MONTHLY(STA-TGT-IX) > 0
076533                 IF STA-MTD-BUSDAYS > 0
076534                     COMPUTE STA-MTD-TARGET ROUNDED =
076535                         STA-TGT-MONTHLY(STA-TGT-IX)
076536                         * STA-MTD-ELAPSED / STA-MTD-BUSDAYS
076537                 END-IF
076538             ELSE
076539                 COMPUTE STA-MTD-TARGET =
076540                     STA-TGT-DAILY(STA-TGT-IX) * STA-MTD-ELAPSED
076541             END-IF
076542         END-IF
076543     END-PERFORM.
076544     COMPUTE STA-MTD-AMT-WORK = STA-MTD-ACTUAL / 100.
076545     MOVE STA-MTD-AMT-WORK TO STA-DET-MTD-OUT.
076546     COMPUTE STA-MTD-AMT-WORK = STA-MTD-TARGET / 100.
076547     MOVE STA-MTD-AMT-WORK TO STA-DET-TGT-OUT.
076548     IF STA-MTD-TARGET = 0
076549         MOVE "   N/A" TO STA-DET-PCT-X
076550     ELSE
076551         COMPUTE STA-MTD-PCT ROUNDED =
076552             STA-MTD-ACTUAL * 100 / STA-MTD-TARGET
076553             ON SIZE ERROR
076554                 MOVE 9999.9 TO STA-MTD-PCT
076555         END-COMPUTE
076556         MOVE STA-MTD-PCT TO STA-DET-PCT-OUT
076557     END-IF.
076558 7260-EXIT.
076559     EXIT.
076560
076600*============================================================
076700*  7200-PRINT-DISTRIBUTION
076800*     PRINTS THE FULL FREQUENCY DISTRIBUTION - EVERY DISTINCT
078514*  7250-PRINT-BRANCH-DETAIL
078516*     PRINTS ONE LINE PER ACCEPTED RECORD - THE SENDING BRANCH
078518*     NUMBER AND THE TOTAL IT POSTED - SO ANY FIGURE ON THIS
078520*     REPORT CAN BE TRACED STRAIGHT BACK TO ITS BRANCH - WITH
078521*     THE BRANCH'S MONTH-TO-DATE POSITION AGAINST TARGET.
078522*============================================================
078524 7250-PRINT-BRANCH-DETAIL.
078526     MOVE STA-DETAIL-HEADER-LINE TO RPT-LINE.
078528     WRITE RPT-LINE.
078530     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
078531     PERFORM 7255-PREPARE-MTD-POSITION THRU 7255-EXIT.
078532     PERFORM VARYING K FROM 1 BY 1
078534             UNTIL K > STA-BRANCH-COUNT
078536         MOVE ARR-BRANCH(K) TO STA-DET-BRANCH-OUT
078537         COMPUTE STA-AMT-WORK = ARR(K) / 100
078538         MOVE STA-AMT-WORK TO STA-DET-VALUE-OUT
078539         PERFORM 7260-MTD-POSITION THRU 7260-EXIT
078540         MOVE STA-DETAIL-LINE TO RPT-LINE
078542         WRITE RPT-LINE
078544         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
078546     END-PERFORM.
078547     IF STA-MTD-DTL-OPEN
078548         CLOSE DETAIL-FILE
078549         SET STA-MTD-DTL-CLOSED TO TRUE
078550     END-IF.
078551 7250-EXIT.
078552     EXIT.
078553
078554*============================================================
078556*  7300-PRINT-NOT-REPORTING
078558*     LISTS EVERY BRANCH OPEN ON THE PROCESSING DATE THAT SENT
078560*     NO RECORD ON TODAY'S EXTRACT. A LOW BRANCH COUNT IS EASY
078562*     TO MISS - THE NAMES OF THE BRANCHES THAT STAYED SILENT
078564*     ARE NOT. SKIPPED WHEN THE MASTER COULD NOT BE LOADED,
078583     MOVE 0 TO STA-NOT-REPORTING-CNT.
078584     PERFORM VARYING K FROM 1 BY 1
078585             UNTIL K > STA-MASTER-COUNT
078586         IF MST-TBL-ON-DATE(K) = "Y" AND MST-TBL-REPORTED(K) = "N"
078587             ADD 1 TO STA-NOT-REPORTING-CNT
078588         END-IF
078590     END-PERFORM.
078597     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
078598     PERFORM VARYING K FROM 1 BY 1
078599             UNTIL K > STA-MASTER-COUNT
078600         IF MST-TBL-ON-DATE(K) = "Y" AND MST-TBL-REPORTED(K) = "N"
078601             MOVE MST-TBL-BRANCH(K) TO STA-NOTRPT-BRANCH-OUT
078602             MOVE MST-TBL-NAME(K) TO STA-NOTRPT-NAME-OUT
078603             MOVE MST-TBL-REGION(K) TO STA-NOTRPT-REGION-OUT
078662     MOVE STA-FAIL-REASON-LINE TO RPT-LINE.
078664     WRITE RPT-LINE.
078666     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
078667     PERFORM 7160-PRINT-OPERATORS THRU 7160-EXIT.
078668     MOVE "DETAIL RECORDS READ         " TO STA-CTL-LABEL.
078670     MOVE STA-DETAIL-READ TO STA-CTL-VALUE.
078672     MOVE STA-CTL-LINE TO RPT-LINE.
079470     MOVE LARGEST TO STA-HIST-LARGE.
079480     MOVE MEDIANVALUE TO STA-HIST-MEDIAN.
079490     MOVE MODEVALUE TO STA-HIST-MODE.
079491     MOVE MEANVALUE TO STA-HIST-MEAN.
079492     MOVE STDDEVVALUE TO STA-HIST-STDDEV.
079493     MOVE LOWERQUARTILE TO STA-HIST-Q1.
079494     MOVE UPPERQUARTILE TO STA-HIST-Q3.
079495     IF STA-MODE-RERUN
079496         PERFORM 8200-REWRITE-HISTORY THRU 8200-EXIT
079497         GO TO 8000-EXIT
079498     END-IF.
079500     OPEN EXTEND HISTORY-FILE.
079600     IF STA-HISTORY-NEW
083430         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
083500         GO TO 8100-EXIT
083600     END-IF.
083610     SET STA-MAN-IFC-SENT TO TRUE.
083700     MOVE STA-RUN-YYYY TO STA-IFC-YYYY.
083800     MOVE STA-RUN-MM TO STA-IFC-MM.
083900     MOVE STA-RUN-DD TO STA-IFC-DD.
084300     MOVE LARGEST TO STA-IFC-LARGE.
084400     MOVE MEDIANVALUE TO STA-IFC-MEDIAN.
084500     MOVE MODEVALUE TO STA-IFC-MODE.
084510     MOVE MEANVALUE TO STA-IFC-MEAN.
084520     MOVE STDDEVVALUE TO STA-IFC-STDDEV.
084530     MOVE LOWERQUARTILE TO STA-IFC-Q1.
084540     MOVE UPPERQUARTILE TO STA-IFC-Q3.
084600     MOVE STA-INTERFACE-OUT-LINE TO IFC-LINE.
084700     WRITE IFC-LINE.
084800     IF NOT STA-INTERFACE-OK
085020         MOVE STA-INTERFACE-STATUS TO STA-AUD-STATUS
085030         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
085100     END-IF.
085110     IF STA-INTERFACE-OK
085120         MOVE 1 TO STA-MAN-IFC-COUNT
085130         ADD SMALLEST LARGEST MEDIANVALUE MODEVALUE
085140             MEANVALUE STDDEVVALUE LOWERQUARTILE UPPERQUARTILE
085145             GIVING STA-MAN-IFC-HASH
085150     END-IF.
085200     CLOSE INTERFACE-FILE.
085210     MOVE "STATIFC " TO STA-AUD-FILE.
085220     MOVE STA-INTERFACE-STATUS TO STA-AUD-STATUS.
085450*============================================================
085452*  9500-WRITE-AUDIT
085454*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
085456*     EVENT, FILE, STATUS, COUNT, KEY, FLAG AND OPERATORS
085458*     THE CALLER STAGED. THE STAGED FIELDS ARE CLEARED
085460*     AFTERWARDS SO ONE EVENT CAN NEVER LEAK INTO THE NEXT.
085462*============================================================
085464 9500-WRITE-AUDIT.
085466     IF STA-AUDIT-FILE-IS-CLOSED
085494     MOVE SPACES TO STA-AUD-FILE.
085496     MOVE SPACES TO STA-AUD-STATUS.
085498     MOVE 0 TO STA-AUD-COUNT.
085499     MOVE SPACES TO STA-AUD-KEY.
085500     MOVE SPACES TO STA-AUD-FLAG.
085501     MOVE SPACES TO STA-AUD-OPERATOR.
085502     MOVE SPACES TO STA-AUD-OPERATOR-2.
085503 9500-EXIT.
085504     EXIT.
085505
085506*============================================================
085508*  9550-AUDIT-FILE-ERROR
085510*     ONE FILE ERROR: THE CALLER HAS ALREADY STAGED THE FILE
086200     EXIT.
086300      
086400      
086500*============================================================
086510*  2800-RESOLVE-DUPLICATES
086520*     RUNS ONCE THE WHOLE EXTRACT HAS BEEN READ, WHILE
086530*     BRANREJ IS STILL OPEN. EVERY BRANCH ACCEPTED INTO ARR
086540*     MORE THAN ONCE - TWICE IN ONE SEGMENT OR ONCE EACH IN
086550*     TWO SEGMENTS - IS SETTLED HERE: IDENTICAL COPIES KEEP
086560*     THE FIRST AND REJECT THE REST, COPIES CARRYING
086570*     DIFFERENT TOTALS ARE ALL REJECTED SO THE BRANCH IS
086580*     HELD OUT OF THE DAY ALTOGETHER - NEVER DECIDED BY
086590*     WHICHEVER RECORD HAPPENED TO COME LAST. THE REJECTED
086600*     ENTRIES ARE THEN SQUEEZED OUT OF THE ARR TABLES. A COPY
086602*     ALREADY REJECTED BY 2200 FOR ARRIVING IN ANOTHER
086604*     REGION'S SEGMENT COUNTS TOO: IF ITS TOTAL DIFFERS FROM
086606*     AN ACCEPTED COPY'S, THE BRANCH IS CONFLICTING.
086610*============================================================
086620 2800-RESOLVE-DUPLICATES.
086630     IF STA-BRANCH-COUNT < 2 AND STA-MIS-COUNT = 0
086640         GO TO 2800-EXIT
086650     END-IF.
086660     PERFORM VARYING I FROM 1 BY 1
086670             UNTIL I > STA-BRANCH-COUNT
086680         MOVE SPACE TO ARR-DUP-FLAG(I)
086690     END-PERFORM.
086700     PERFORM VARYING I FROM 1 BY 1
086710             UNTIL I > STA-BRANCH-COUNT
086720         IF ARR-DUP-FLAG(I) = SPACE
086730             PERFORM 2810-CHECK-ONE-BRANCH THRU 2810-EXIT
086740         END-IF
086750     END-PERFORM.
086760     PERFORM 2830-DROP-HELD-ENTRIES THRU 2830-EXIT.
086770 2800-EXIT.
086780     EXIT.
086790
086800*============================================================
086810*  2810-CHECK-ONE-BRANCH
086820*     ARR(I) IS THE FIRST UNSETTLED COPY OF ITS BRANCH. THE
086830*     REST OF THE TABLE IS SEARCHED FOR FURTHER COPIES AND
086840*     WHETHER ANY CARRIES A DIFFERENT TOTAL; IF THERE ARE
086850*     COPIES, EACH ONE (THE FIRST INCLUDED) IS MARKED.
086860*============================================================
086870 2810-CHECK-ONE-BRANCH.
086880     MOVE "K" TO ARR-DUP-FLAG(I).
086890     SET STA-DUP-NONE TO TRUE.
086900     SET STA-DUP-IDENTICAL TO TRUE.
086910     PERFORM VARYING J FROM I BY 1
086920             UNTIL J > STA-BRANCH-COUNT
086930         IF J > I AND ARR-BRANCH(J) = ARR-BRANCH(I)
086940             SET STA-DUP-FOUND TO TRUE
086950             IF ARR(J) NOT = ARR(I)
086960                 SET STA-DUP-CONFLICT TO TRUE
086970             END-IF
086980         END-IF
086990     END-PERFORM.
086995     PERFORM 2870-CHECK-MISMATCH-COPIES THRU 2870-EXIT.
087000     IF STA-DUP-NONE
087010         GO TO 2810-EXIT
087020     END-IF.
087030     PERFORM VARYING J FROM I BY 1
087040             UNTIL J > STA-BRANCH-COUNT
087050         IF ARR-BRANCH(J) = ARR-BRANCH(I)
087060             PERFORM 2820-MARK-ONE-COPY THRU 2820-EXIT
087070         END-IF
087080     END-PERFORM.
087082     IF STA-DUP-CONFLICT
087084         PERFORM 2880-RELABEL-MISMATCH-COPIES THRU 2880-EXIT
087086     END-IF.
087090 2810-EXIT.
087100     EXIT.
087110
087120*============================================================
087130*  2820-MARK-ONE-COPY
087140*     ONE COPY, ARR(J), OF THE BRANCH AT ARR(I). IT IS
087150*     MARKED KEPT, DUPLICATE OR CONFLICTING, NOTED FOR THE
087160*     CONFLICTS SECTION AND, UNLESS KEPT, WRITTEN TO BRANREJ.
087170*============================================================
087180 2820-MARK-ONE-COPY.
087190     IF STA-DUP-CONFLICT
087200         MOVE "C" TO ARR-DUP-FLAG(J)
087210         MOVE "CONFLICTING TOTALS" TO STA-CFL-REASON-WORK
087220     ELSE
087230         IF J = I
087240             MOVE "K" TO ARR-DUP-FLAG(J)
087250             MOVE "KEPT (IDENTICAL TOTALS)" TO STA-CFL-REASON-WORK
087260         ELSE
087270             MOVE "D" TO ARR-DUP-FLAG(J)
087280             IF ARR-SEG(J) = ARR-SEG(I)
087290                 MOVE "DUPLICATE BRANCH RECORD"
087300                     TO STA-CFL-REASON-WORK
087310             ELSE
087320                 MOVE "BRANCH IN TWO SEGMENTS"
087330                     TO STA-CFL-REASON-WORK
087340             END-IF
087350         END-IF
087360     END-IF.
087370     MOVE ARR-BRANCH(J) TO STA-EDIT-BRANCH.
087380     MOVE ARR(J) TO STA-EDIT-VALUE.
087390     MOVE ARR-REGION(J) TO STA-EDIT-REGION.
087400     MOVE ARR-SEG(J) TO STA-CFL-SEG-WORK.
087410     MOVE ARR-SEG-RGN(J) TO STA-CFL-SEGRGN-WORK.
087420     PERFORM 2850-NOTE-CONFLICT THRU 2850-EXIT.
087430     IF ARR-DUP-FLAG(J) NOT = "K"
087440         MOVE STA-CFL-REASON-WORK TO STA-REJECT-REASON
087450         PERFORM 2840-WRITE-HELD-REJECT THRU 2840-EXIT
087460     END-IF.
087470 2820-EXIT.
087480     EXIT.
087490
087500*============================================================
087510*  2830-DROP-HELD-ENTRIES
087520*     CLOSES UP THE ARR TABLES OVER EVERY ENTRY MARKED
087530*     DUPLICATE OR CONFLICTING, KEEPING THE REST IN ARRIVAL
087540*     ORDER, AND CUTS THE BRANCH COUNT TO WHAT IS LEFT.
087550*============================================================
087560 2830-DROP-HELD-ENTRIES.
087570     MOVE 0 TO J.
087580     PERFORM VARYING I FROM 1 BY 1
087590             UNTIL I > STA-BRANCH-COUNT
087600         IF ARR-DUP-FLAG(I) NOT = "C"
087605                 AND ARR-DUP-FLAG(I) NOT = "D"
087610             ADD 1 TO J
087620             IF J NOT = I
087630                 MOVE ARR(I) TO ARR(J)
087640                 MOVE ARR-BRANCH(I) TO ARR-BRANCH(J)
087650                 MOVE ARR-REGION(I) TO ARR-REGION(J)
087660                 MOVE ARR-SEG(I) TO ARR-SEG(J)
087670                 MOVE ARR-SEG-RGN(I) TO ARR-SEG-RGN(J)
087680             END-IF
087690         END-IF
087700     END-PERFORM.
087710     MOVE J TO STA-BRANCH-COUNT.
087720 2830-EXIT.
087730     EXIT.
087740
087750*============================================================
087760*  2840-WRITE-HELD-REJECT
087770*     2300-WRITE-REJECT FOR A COPY ALREADY IN ARR: THE BRANCH
087780*     AND TOTAL COME FROM THE TABLE ENTRY, NOT THE INPUT
087790*     RECORD, WHICH IS LONG GONE BY NOW.
087800*============================================================
087810 2840-WRITE-HELD-REJECT.
087820     ADD 1 TO STA-REJECT-COUNT.
087830     IF STA-REJECT-FILE-IS-CLOSED
087840         GO TO 2840-EXIT
087850     END-IF.
087860     MOVE ARR-BRANCH(J) TO STA-REJ-BRANCH.
087870     MOVE ARR(J) TO STA-REJ-VALUE.
087880     MOVE STA-REJECT-REASON TO STA-REJ-REASON.
087890     MOVE STA-REJECT-OUT-LINE TO REJ-LINE.
087900     WRITE REJ-LINE.
087910     IF NOT STA-REJECT-FILE-OK
087920         DISPLAY "UNABLE TO WRITE BRANREJ, STATUS "
087930             STA-REJECT-FILE-STATUS
087940         MOVE "BRANREJ " TO STA-AUD-FILE
087950         MOVE STA-REJECT-FILE-STATUS TO STA-AUD-STATUS
087960         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
087970     END-IF.
087980 2840-EXIT.
087990     EXIT.
088000
088010*============================================================
088020*  2850-NOTE-CONFLICT
088030*     ADDS ONE ENTRY TO THE CONFLICTS TABLE FROM THE EDIT
088040*     FIELDS AND THE STA-CFL WORK FIELDS. A FULL TABLE ONLY
088050*     SHORTENS THE LISTING - THE REJECTS ARE STILL WRITTEN.
088060*============================================================
088070 2850-NOTE-CONFLICT.
088080     IF STA-CONFLICT-COUNT >= STA-MAX-BRANCHES
088090         GO TO 2850-EXIT
088100     END-IF.
088110     ADD 1 TO STA-CONFLICT-COUNT.
088120     MOVE STA-EDIT-BRANCH TO CFL-BRANCH(STA-CONFLICT-COUNT).
088130     MOVE STA-EDIT-VALUE TO CFL-TOTAL(STA-CONFLICT-COUNT).
088140     MOVE STA-CFL-SEG-WORK TO CFL-SEG(STA-CONFLICT-COUNT).
088150     MOVE STA-CFL-SEGRGN-WORK TO CFL-SEG-RGN(STA-CONFLICT-COUNT).
088160     MOVE STA-EDIT-REGION TO CFL-MST-RGN(STA-CONFLICT-COUNT).
088170     MOVE STA-CFL-REASON-WORK TO CFL-REASON(STA-CONFLICT-COUNT).
088180 2850-EXIT.
088190     EXIT.
088200
088210*============================================================
088220*  7400-PRINT-CONFLICTS
088230*     THE CONFLICTS SECTION: EVERY COPY OF A BRANCH SENT
088240*     MORE THAN ONCE AND EVERY DETAIL SENT IN ANOTHER
088250*     REGION'S SEGMENT, WITH THE SEGMENT AND HEADER REGION
088260*     IT CAME IN, ITS BRANMST REGION, ITS TOTAL AND WHAT WAS
088270*     DONE WITH IT. THE HEADING AND ZERO COUNT ALWAYS PRINT
088280*     SO A CLEAN DAY IS SEEN TO BE CLEAN.
088290*============================================================
088300 7400-PRINT-CONFLICTS.
088310     MOVE STA-CONFLICT-COUNT TO STA-CFL-CNT-OUT.
088320     MOVE STA-CONFLICT-HEADER-LINE TO RPT-LINE.
088330     WRITE RPT-LINE.
088340     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
088350     PERFORM VARYING K FROM 1 BY 1
088360             UNTIL K > STA-CONFLICT-COUNT
088370         MOVE CFL-BRANCH(K) TO STA-CFL-BRANCH-OUT
088380         MOVE CFL-SEG(K) TO STA-CFL-SEG-OUT
088390         MOVE CFL-SEG-RGN(K) TO STA-CFL-SEGRGN-OUT
088400         MOVE CFL-MST-RGN(K) TO STA-CFL-MSTRGN-OUT
088410         COMPUTE STA-AMT-WORK = CFL-TOTAL(K) / 100
088420         MOVE STA-AMT-WORK TO STA-CFL-TOTAL-OUT
088430         MOVE CFL-REASON(K) TO STA-CFL-REASON-OUT
088440         MOVE STA-CONFLICT-LINE TO RPT-LINE
088450         WRITE RPT-LINE
088460         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
088470     END-PERFORM.
088480 7400-EXIT.
088490     EXIT.
088500
088510*============================================================
088520*  8400-WRITE-MANIFEST
088530*     ADDS ONE FEEDMAN LINE FOR EACH FEED THIS RUN WROTE -
088540*     RUN DATE, WHEN IT WAS WRITTEN, RECORD COUNT AND HASH
088550*     TOTAL. FEEDMAN IS KEPT, NOT OVERWRITTEN, SO STATACK CAN
088560*     STILL MATCH A LATE ACKNOWLEDGEMENT; A RERUN FOR THE SAME
088570*     DATE ADDS NEWER LINES THAT SUPERSEDE THE EARLIER ONES.
088580*     A HELD RUN WROTE NO FEEDS AND SO GETS NO MANIFEST.
088590*============================================================
088600 8400-WRITE-MANIFEST.
088610     IF STA-MAN-IFC-NOT-SENT AND STA-MAN-BIFC-NOT-SENT
088620             AND STA-MAN-RUP-NOT-SENT
088630         GO TO 8400-EXIT
088640     END-IF.
088650     OPEN EXTEND MANIFEST-FILE.
088660     IF STA-MANIFEST-NEW
088670         OPEN OUTPUT MANIFEST-FILE
088680     END-IF.
088690     IF NOT STA-MANIFEST-OK
088700         DISPLAY "UNABLE TO OPEN FEEDMAN, STATUS "
088710             STA-MANIFEST-STATUS
088720         MOVE "FEEDMAN " TO STA-AUD-FILE
088730         MOVE STA-MANIFEST-STATUS TO STA-AUD-STATUS
088740         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
088750         GO TO 8400-EXIT
088760     END-IF.
088770     ACCEPT STA-AUD-DATE-WORK FROM DATE YYYYMMDD.
088780     ACCEPT STA-AUD-TIME-WORK FROM TIME.
088790     MOVE STA-RUN-DATE-X TO STA-MAN-RUN-DATE.
088800     MOVE STA-AUD-DATE-WORK TO STA-MAN-SENT-DATE.
088810     MOVE STA-AUD-HHMMSS TO STA-MAN-SENT-TIME.
088820     IF STA-MAN-IFC-SENT
088830         MOVE "STATIFC " TO STA-MAN-FEED
088840         MOVE STA-MAN-IFC-COUNT TO STA-MAN-REC-COUNT
088850         MOVE STA-MAN-IFC-HASH TO STA-MAN-HASH
088860         PERFORM 8410-WRITE-MANIFEST-LINE THRU 8410-EXIT
088870     END-IF.
088880     IF STA-MAN-BIFC-SENT
088890         MOVE "STATIFCB" TO STA-MAN-FEED
088900         MOVE STA-MAN-BIFC-COUNT TO STA-MAN-REC-COUNT
088910         MOVE STA-MAN-BIFC-HASH TO STA-MAN-HASH
088920         PERFORM 8410-WRITE-MANIFEST-LINE THRU 8410-EXIT
088930     END-IF.
088940     IF STA-MAN-RUP-SENT
088950         MOVE "REGNIFC " TO STA-MAN-FEED
088960         MOVE STA-MAN-RUP-COUNT TO STA-MAN-REC-COUNT
088970         MOVE STA-MAN-RUP-HASH TO STA-MAN-HASH
088980         PERFORM 8410-WRITE-MANIFEST-LINE THRU 8410-EXIT
088990     END-IF.
089000     CLOSE MANIFEST-FILE.
089010     MOVE "FEEDMAN " TO STA-AUD-FILE.
089020     MOVE STA-MANIFEST-STATUS TO STA-AUD-STATUS.
089030     MOVE STA-MAN-LINES TO STA-AUD-COUNT.
089040     PERFORM 9560-AUDIT-FILE-CLOSE THRU 9560-EXIT.
089050 8400-EXIT.
089060     EXIT.
089070
089080 8410-WRITE-MANIFEST-LINE.
089090     MOVE STA-MANIFEST-OUT-LINE TO MAN-LINE.
089100     WRITE MAN-LINE.
089110     IF NOT STA-MANIFEST-OK
089120         DISPLAY "UNABLE TO WRITE FEEDMAN, STATUS "
089130             STA-MANIFEST-STATUS
089140         MOVE "FEEDMAN " TO STA-AUD-FILE
089150         MOVE STA-MANIFEST-STATUS TO STA-AUD-STATUS
089160         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
089170     ELSE
089180         ADD 1 TO STA-MAN-LINES
089190     END-IF.
089200 8410-EXIT.
089210     EXIT.
089220
089230*============================================================
089240*  5500-FIND-SPREAD
089250*     MEAN, STANDARD DEVIATION AND QUARTILES FOR THE NETWORK,
089260*     TAKEN FROM THE ORDERED TOTALS 5000-FIND-MEDIAN LEFT IN
089270*     SORTED-ARR.
089280*============================================================
089290 5500-FIND-SPREAD.
089300     MOVE STA-BRANCH-COUNT TO STA-SPR-COUNT.
089310     PERFORM VARYING STA-SPR-IX FROM 1 BY 1
089320             UNTIL STA-SPR-IX > STA-SPR-COUNT
089330         MOVE SORTED-ARR(STA-SPR-IX) TO STA-SPR-VALUE(STA-SPR-IX)
089340     END-PERFORM.
089350     PERFORM 5600-COMPUTE-SPREAD THRU 5600-EXIT.
089360     MOVE STA-SPR-MEAN TO MEANVALUE.
089370     MOVE STA-SPR-STDDEV TO STDDEVVALUE.
089380     MOVE STA-SPR-Q1 TO LOWERQUARTILE.
089390     MOVE STA-SPR-Q3 TO UPPERQUARTILE.
089400 5500-EXIT.
089410     EXIT.
089420
089430*============================================================
089440*  5600-COMPUTE-SPREAD
089450*     MEAN, POPULATION STANDARD DEVIATION AND LOWER AND UPPER
089460*     QUARTILES OF THE STA-SPR-COUNT ASCENDING VALUES IN
089470*     STA-SPR-VALUE, ALL IN CENTS. THE DEVIATIONS ARE TAKEN
089480*     FROM THE ROUNDED MEAN - AT MOST HALF A CENT OUT, WHICH
089490*     DOES NOT SHOW IN THE RESULT. EACH QUARTILE IS THE MEDIAN
089500*     OF ITS HALF OF THE VALUES; ON AN ODD COUNT THE MIDDLE
089510*     VALUE BELONGS TO NEITHER HALF. A SINGLE VALUE IS BOTH
089520*     QUARTILES. NO VALUES GIVES ZERO THROUGHOUT.
089530*============================================================
089540 5600-COMPUTE-SPREAD.
089550     MOVE 0 TO STA-SPR-MEAN STA-SPR-STDDEV
089560               STA-SPR-Q1 STA-SPR-Q3.
089570     IF STA-SPR-COUNT = 0
089580         GO TO 5600-EXIT
089590     END-IF.
089600     MOVE 0 TO STA-SPR-SUM.
089610     PERFORM VARYING STA-SPR-IX FROM 1 BY 1
089620             UNTIL STA-SPR-IX > STA-SPR-COUNT
089630         ADD STA-SPR-VALUE(STA-SPR-IX) TO STA-SPR-SUM
089640     END-PERFORM.
089650     COMPUTE STA-SPR-MEAN ROUNDED = STA-SPR-SUM / STA-SPR-COUNT.
089660     MOVE 0 TO STA-SPR-SUMSQ.
089670     PERFORM VARYING STA-SPR-IX FROM 1 BY 1
089680             UNTIL STA-SPR-IX > STA-SPR-COUNT
089690         COMPUTE STA-SPR-DIFF =
089700             STA-SPR-VALUE(STA-SPR-IX) - STA-SPR-MEAN
089710         COMPUTE STA-SPR-SUMSQ =
089720             STA-SPR-SUMSQ + STA-SPR-DIFF * STA-SPR-DIFF
089730     END-PERFORM.
089740     COMPUTE STA-SPR-STDDEV ROUNDED =
089750         (STA-SPR-SUMSQ / STA-SPR-COUNT) ** 0.5.
089760     IF STA-SPR-COUNT < 2
089770         MOVE STA-SPR-VALUE(1) TO STA-SPR-Q1
089780         MOVE STA-SPR-VALUE(1) TO STA-SPR-Q3
089790         GO TO 5600-EXIT
089800     END-IF.
089810     DIVIDE STA-SPR-COUNT BY 2 GIVING STA-SPR-HALF.
089820     MOVE 0 TO STA-SPR-BASE.
089830     PERFORM 5650-HALF-MEDIAN THRU 5650-EXIT.
089840     MOVE STA-SPR-Q-WORK TO STA-SPR-Q1.
089850     COMPUTE STA-SPR-BASE = STA-SPR-COUNT - STA-SPR-HALF.
089860     PERFORM 5650-HALF-MEDIAN THRU 5650-EXIT.
089870     MOVE STA-SPR-Q-WORK TO STA-SPR-Q3.
089880 5600-EXIT.
089890     EXIT.
089900
089910*============================================================
089920*  5650-HALF-MEDIAN
089930*     MEDIAN OF THE STA-SPR-HALF VALUES THAT FOLLOW ENTRY
089940*     STA-SPR-BASE OF STA-SPR-VALUE, INTO STA-SPR-Q-WORK -
089950*     AVERAGED ON AN EVEN COUNT, AS THE NETWORK MEDIAN IS.
089960*============================================================
089970 5650-HALF-MEDIAN.
089980     DIVIDE STA-SPR-HALF BY 2
089990         GIVING STA-SPR-MID-1 REMAINDER STA-SPR-REMAINDER.
090000     IF STA-SPR-REMAINDER = 0
090010         COMPUTE STA-SPR-MID-1 = STA-SPR-BASE + STA-SPR-MID-1
090020         COMPUTE STA-SPR-MID-2 = STA-SPR-MID-1 + 1
090030         COMPUTE STA-SPR-Q-WORK ROUNDED =
090040             (STA-SPR-VALUE(STA-SPR-MID-1)
090050             + STA-SPR-VALUE(STA-SPR-MID-2)) / 2
090060     ELSE
090070         COMPUTE STA-SPR-MID-1 = STA-SPR-BASE + STA-SPR-MID-1 + 1
090080         MOVE STA-SPR-VALUE(STA-SPR-MID-1) TO STA-SPR-Q-WORK
090090     END-IF.
090100 5650-EXIT.
090110     EXIT.
090120
090130*============================================================
090140*  6870-REGION-SPREAD
090150*     MEAN, STANDARD DEVIATION AND QUARTILES FOR THE REGION
090160*     GROUP 6850 HAS JUST SUMMARIZED - RGS ENTRIES
090170*     STA-REG-FIRST THROUGH I, ALREADY ASCENDING.
090180*============================================================
090190 6870-REGION-SPREAD.
090200     MOVE STA-REG-CNT TO STA-SPR-COUNT.
090210     MOVE STA-REG-FIRST TO STA-SPR-BASE.
090220     PERFORM VARYING STA-SPR-IX FROM 1 BY 1
090230             UNTIL STA-SPR-IX > STA-SPR-COUNT
090240         MOVE RGS-TOTAL(STA-SPR-BASE) TO STA-SPR-VALUE(STA-SPR-IX)
090250         ADD 1 TO STA-SPR-BASE
090260     END-PERFORM.
090270     PERFORM 5600-COMPUTE-SPREAD THRU 5600-EXIT.
090280     MOVE STA-SPR-MEAN TO REG-TBL-MEAN(STA-REGION-COUNT).
090290     MOVE STA-SPR-STDDEV TO REG-TBL-STDDEV(STA-REGION-COUNT).
090300     MOVE STA-SPR-Q1 TO REG-TBL-Q1(STA-REGION-COUNT).
090310     MOVE STA-SPR-Q3 TO REG-TBL-Q3(STA-REGION-COUNT).
090320 6870-EXIT.
090330     EXIT.
090340
090350*============================================================
090360*  7120-PRINT-SPREAD
090370*     THE NETWORK MEAN, STANDARD DEVIATION AND QUARTILES,
090380*     PRINTED UNDER THE MEDIAN IN THE SAME LABEL/VALUE LINES.
090390*============================================================
090400 7120-PRINT-SPREAD.
090410     MOVE "MEAN BRANCH TOTAL      " TO STA-STAT-LABEL.
090420     COMPUTE STA-AMT-WORK = MEANVALUE / 100.
090430     MOVE STA-AMT-WORK TO STA-STAT-VALUE.
090440     MOVE STA-STAT-LINE TO RPT-LINE.
090450     WRITE RPT-LINE.
090460     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
090470     MOVE "STANDARD DEVIATION     " TO STA-STAT-LABEL.
090480     COMPUTE STA-AMT-WORK = STDDEVVALUE / 100.
090490     MOVE STA-AMT-WORK TO STA-STAT-VALUE.
090500     MOVE STA-STAT-LINE TO RPT-LINE.
090510     WRITE RPT-LINE.
090520     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
090530     MOVE "LOWER QUARTILE         " TO STA-STAT-LABEL.
090540     COMPUTE STA-AMT-WORK = LOWERQUARTILE / 100.
090550     MOVE STA-AMT-WORK TO STA-STAT-VALUE.
090560     MOVE STA-STAT-LINE TO RPT-LINE.
090570     WRITE RPT-LINE.
090580     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
090590     MOVE "UPPER QUARTILE         " TO STA-STAT-LABEL.
090600     COMPUTE STA-AMT-WORK = UPPERQUARTILE / 100.
090610     MOVE STA-AMT-WORK TO STA-STAT-VALUE.
090620     MOVE STA-STAT-LINE TO RPT-LINE.
090630     WRITE RPT-LINE.
090640     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
090650 7120-EXIT.
090660     EXIT.
090670
090680*============================================================
090690*  7360-PRINT-REGION-SPREAD
090700*     THE SECOND LINE OF A REGION IN THE REGIONAL SECTION -
090710*     MEAN, STANDARD DEVIATION AND QUARTILES FOR REGION K.
090720*============================================================
090730 7360-PRINT-REGION-SPREAD.
090740     COMPUTE STA-AMT-WORK = REG-TBL-MEAN(K) / 100.
090750     MOVE STA-AMT-WORK TO STA-RGN-MEAN-OUT.
090760     COMPUTE STA-AMT-WORK = REG-TBL-STDDEV(K) / 100.
090770     MOVE STA-AMT-WORK TO STA-RGN-STDDEV-OUT.
090780     COMPUTE STA-AMT-WORK = REG-TBL-Q1(K) / 100.
090790     MOVE STA-AMT-WORK TO STA-RGN-Q1-OUT.
090800     COMPUTE STA-AMT-WORK = REG-TBL-Q3(K) / 100.
090810     MOVE STA-AMT-WORK TO STA-RGN-Q3-OUT.
090820     MOVE STA-REGION-SPREAD-LINE TO RPT-LINE.
090830     WRITE RPT-LINE.
090840     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
090850 7360-EXIT.
090860     EXIT.
090870
090880*============================================================
090890*  7450-PRINT-OUTLIERS
090900*     THE OUTLIER SECTION: EVERY ACCEPTED BRANCH WHOSE TOTAL
090910*     IS BELOW THE LOW FENCE OR ABOVE THE HIGH FENCE WORKED
090920*     OUT FROM THE NETWORK QUARTILES, WITH ITS BRANMST NAME
090930*     AND REGION. WITH FEWER THAN STA-OUT-MIN-BRANCHES TOTALS
090940*     THE QUARTILES MEAN LITTLE AND THE CHECK IS SKIPPED. THE
090950*     HEADING AND COUNT ALWAYS PRINT.
090960*============================================================
090970 7450-PRINT-OUTLIERS.
090980     MOVE 0 TO STA-OUT-COUNT.
090990     IF STA-BRANCH-COUNT < STA-OUT-MIN-BRANCHES
091000         MOVE STA-OUT-COUNT TO STA-OUT-CNT-OUT
091010         MOVE STA-OUTLIER-HEADER-LINE TO RPT-LINE
091020         WRITE RPT-LINE
091030         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
091040         MOVE STA-OUTLIER-SKIP-LINE TO RPT-LINE
091050         WRITE RPT-LINE
091060         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
091070         GO TO 7450-EXIT
091080     END-IF.
091090     COMPUTE STA-OUT-LOW-FENCE = LOWERQUARTILE
091100         - (UPPERQUARTILE - LOWERQUARTILE) * 1.5.
091110     COMPUTE STA-OUT-HIGH-FENCE = UPPERQUARTILE
091120         + (UPPERQUARTILE - LOWERQUARTILE) * 1.5.
091130     PERFORM VARYING K FROM 1 BY 1
091140             UNTIL K > STA-BRANCH-COUNT
091150         IF ARR(K) < STA-OUT-LOW-FENCE
091160                 OR ARR(K) > STA-OUT-HIGH-FENCE
091170             ADD 1 TO STA-OUT-COUNT
091180         END-IF
091190     END-PERFORM.
091200     MOVE STA-OUT-COUNT TO STA-OUT-CNT-OUT.
091210     MOVE STA-OUTLIER-HEADER-LINE TO RPT-LINE.
091220     WRITE RPT-LINE.
091230     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
091240     COMPUTE STA-OUT-AMT-WORK = STA-OUT-LOW-FENCE / 100.
091250     MOVE STA-OUT-AMT-WORK TO STA-OUT-LOW-OUT.
091260     COMPUTE STA-OUT-AMT-WORK = STA-OUT-HIGH-FENCE / 100.
091270     MOVE STA-OUT-AMT-WORK TO STA-OUT-HIGH-OUT.
091280     MOVE STA-OUTLIER-FENCE-LINE TO RPT-LINE.
091290     WRITE RPT-LINE.
091300     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
091310     PERFORM VARYING K FROM 1 BY 1
091320             UNTIL K > STA-BRANCH-COUNT
091330         IF ARR(K) < STA-OUT-LOW-FENCE
091340             MOVE "LOW " TO STA-OUT-SIDE-WORK
091350             PERFORM 7460-PRINT-OUTLIER-LINE THRU 7460-EXIT
091360         END-IF
091370         IF ARR(K) > STA-OUT-HIGH-FENCE
091380             MOVE "HIGH" TO STA-OUT-SIDE-WORK
091390             PERFORM 7460-PRINT-OUTLIER-LINE THRU 7460-EXIT
091400         END-IF
091410     END-PERFORM.
091420 7450-EXIT.
091430     EXIT.
091440
091450*============================================================
091460*  7460-PRINT-OUTLIER-LINE
091470*     ONE OUTLIER LINE FOR ARR(K). THE NAME IS LEFT BLANK
091480*     WHEN THE MASTER COULD NOT BE LOADED.
091490*============================================================
091500 7460-PRINT-OUTLIER-LINE.
091510     MOVE ARR-BRANCH(K) TO STA-OUT-BRANCH-OUT.
091520     MOVE SPACES TO STA-OUT-NAME-OUT.
091530     IF STA-MASTER-LOADED
091540         MOVE ARR-BRANCH(K) TO STA-EDIT-BRANCH
091550         PERFORM 2250-LOOKUP-BRANCH THRU 2250-EXIT
091560         IF STA-MST-FOUND
091570             MOVE MST-TBL-NAME(STA-MST-FOUND-IX)
091580                 TO STA-OUT-NAME-OUT
091590         END-IF
091600     END-IF.
091610     MOVE ARR-REGION(K) TO STA-OUT-REGION-OUT.
091620     COMPUTE STA-AMT-WORK = ARR(K) / 100.
091630     MOVE STA-AMT-WORK TO STA-OUT-TOTAL-OUT.
091640     MOVE STA-OUT-SIDE-WORK TO STA-OUT-SIDE-OUT.
091650     MOVE STA-OUTLIER-LINE TO RPT-LINE.
091660     WRITE RPT-LINE.
091670     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
091680 7460-EXIT.
091690     EXIT.
091700
091710*============================================================
091720*  1250-CHECK-OPERATORS
091730*     THE OPERATOR ON A STATCTL CARD MUST HOLD RUN AUTHORITY
091740*     IN OPERAUTH FOR A NORMAL RUN AND RERUN AUTHORITY FOR A
091750*     RERUN. AN UNAUTHORIZED OR ANONYMOUS CARD IS REFUSED: IT
091760*     IS LOGGED TO STATAUDT AND FAILS THE CONTROLS, AND THE
091770*     MAINLINE STOPS BEFORE BRANCHIN, BRANREJ OR ANY OUTPUT
091780*     IS TOUCHED. AN ACCEPTED CARD IS LOGGED WITH ITS
091790*     OPERATOR (AND THE RELEASING OPERATOR WHEN A GUARD
091800*     RELEASE STANDS).
091810*============================================================
091820 1250-CHECK-OPERATORS.
091830     PERFORM 1260-LOAD-OPERATORS THRU 1260-EXIT.
091840     MOVE STA-CTL-OPERATOR TO STA-OPR-WANTED.
091850     PERFORM 1280-FIND-OPERATOR THRU 1280-EXIT.
091860     MOVE SPACES TO STA-CTL-FAIL-TEXT.
091870     IF STA-CTL-OPERATOR = SPACES
091880         MOVE "NO OPERATOR ID ON CONTROL CARD"
091890             TO STA-CTL-FAIL-TEXT
091900     ELSE
091910         IF STA-MODE-RERUN
091920             IF NOT STA-OPR-MAY-RERUN
091930                 MOVE "OPERATOR NOT AUTHORIZED FOR RERUN"
091940                     TO STA-CTL-FAIL-TEXT
091950             END-IF
091960         ELSE
091970             IF NOT STA-OPR-MAY-RUN
091980                 MOVE "OPERATOR NOT AUTHORIZED FOR RUN"
091990                     TO STA-CTL-FAIL-TEXT
092000             END-IF
092010         END-IF
092020     END-IF.
092030     IF STA-CTL-FAIL-TEXT NOT = SPACES
092040         SET STA-OPERATOR-REFUSED TO TRUE
092050         SET STA-GUARD-ENFORCED TO TRUE
092060         MOVE "REFUSED   " TO STA-AUD-EVENT
092070         PERFORM 1290-STAGE-CARD-AUDIT THRU 1290-EXIT
092080         PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT
092090         PERFORM 2700-NOTE-CONTROL-FAIL THRU 2700-EXIT
092100         GO TO 1250-EXIT
092110     END-IF.
092120     IF STA-GUARD-RELEASED
092130         PERFORM 1255-CHECK-RELEASE THRU 1255-EXIT
092140     END-IF.
092150     MOVE "ACCEPTED  " TO STA-AUD-EVENT.
092160     PERFORM 1290-STAGE-CARD-AUDIT THRU 1290-EXIT.
092170     IF STA-GUARD-RELEASED
092180         MOVE STA-CTL-REL-OPERATOR TO STA-AUD-OPERATOR-2
092190     END-IF.
092200     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
092210 1250-EXIT.
092220     EXIT.
092230
092240*============================================================
092250*  1255-CHECK-RELEASE
092260*     A GUARD RELEASE PUSHES A SUSPECT RUN ONTO THE DASHBOARD,
092270*     SO IT NEEDS TWO PEOPLE: THE CARD'S OPERATOR AND A
092280*     SECOND, DIFFERENT RELEASING OPERATOR MUST BOTH HOLD
092290*     GUARD RELEASE AUTHORITY. OTHERWISE THE RELEASE IS
092300*     REFUSED AND THE GUARD STAYS ENFORCED - THE RUN ITSELF
092310*     GOES ON, WITH THE RETURN CODE RAISED TO 4.
092320*============================================================
092330 1255-CHECK-RELEASE.
092340     MOVE SPACES TO STA-REL-REFUSE-TEXT.
092350     IF NOT STA-OPR-MAY-RELEASE
092360         MOVE "OPERATOR NOT AUTHORIZED TO RELEASE"
092370             TO STA-REL-REFUSE-TEXT
092380     END-IF.
092390     IF STA-REL-REFUSE-TEXT = SPACES
092400             AND STA-CTL-REL-OPERATOR = SPACES
092410         MOVE "NO SECOND RELEASING OPERATOR"
092420             TO STA-REL-REFUSE-TEXT
092430     END-IF.
092440     IF STA-REL-REFUSE-TEXT = SPACES
092450             AND STA-CTL-REL-OPERATOR = STA-CTL-OPERATOR
092460         MOVE "SECOND OPERATOR SAME AS FIRST"
092470             TO STA-REL-REFUSE-TEXT
092480     END-IF.
092490     IF STA-REL-REFUSE-TEXT = SPACES
092500         MOVE STA-CTL-REL-OPERATOR TO STA-OPR-WANTED
092510         PERFORM 1280-FIND-OPERATOR THRU 1280-EXIT
092520         IF NOT STA-OPR-MAY-RELEASE
092530             MOVE "SECOND OPERATOR NOT AUTHORIZED"
092540                 TO STA-REL-REFUSE-TEXT
092550         END-IF
092560     END-IF.
092570     IF STA-REL-REFUSE-TEXT = SPACES
092580         GO TO 1255-EXIT
092590     END-IF.
092600     SET STA-GUARD-ENFORCED TO TRUE.
092610     SET STA-RELEASE-REFUSED TO TRUE.
092620     DISPLAY "GUARD RELEASE REFUSED: " STA-REL-REFUSE-TEXT.
092630     MOVE "REL-REFUSE" TO STA-AUD-EVENT.
092640     PERFORM 1290-STAGE-CARD-AUDIT THRU 1290-EXIT.
092650     MOVE STA-CTL-REL-OPERATOR TO STA-AUD-OPERATOR-2.
092660     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
092670     IF STA-RETURN-CODE < 4
092680         MOVE 4 TO STA-RETURN-CODE
092690     END-IF.
092700 1255-EXIT.
092710     EXIT.
092720
092730*============================================================
092740*  1260-LOAD-OPERATORS
092750*     LOADS OPERAUTH INTO THE STA-OPR TABLES. A MISSING FILE
092760*     LEAVES THE TABLE EMPTY, SO EVERY CARD IS REFUSED - THE
092770*     CHECK FAILS CLOSED, NEVER OPEN.
092780*============================================================
092790 1260-LOAD-OPERATORS.
092800     MOVE 0 TO STA-OPR-COUNT.
092810     OPEN INPUT OPERATOR-FILE.
092820     IF STA-OPERAUTH-MISSING
092830         DISPLAY "OPERAUTH NOT FOUND - NO OPERATOR IS AUTHORIZED"
092840         GO TO 1260-EXIT
092850     END-IF.
092860     IF NOT STA-OPERAUTH-OK
092870         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
092880             STA-OPERAUTH-STATUS
092890         MOVE "OPERAUTH" TO STA-AUD-FILE
092900         MOVE STA-OPERAUTH-STATUS TO STA-AUD-STATUS
092910         PERFORM 9550-AUDIT-FILE-ERROR THRU 9550-EXIT
092920         GO TO 1260-EXIT
092930     END-IF.
092940     SET STA-OPR-NOT-EOF TO TRUE.
092950     PERFORM 1270-READ-OPERATOR THRU 1270-EXIT.
092960     PERFORM UNTIL STA-OPR-EOF OR STA-OPR-COUNT >= 9999
092970         IF OPA-OPERATOR NOT = SPACES
092980             ADD 1 TO STA-OPR-COUNT
092990             MOVE OPA-OPERATOR TO STA-OPR-TBL-ID(STA-OPR-COUNT)
093000             MOVE OPA-FUNCTIONS
093010                 TO STA-OPR-TBL-FUNCS(STA-OPR-COUNT)
093020         END-IF
093030         PERFORM 1270-READ-OPERATOR THRU 1270-EXIT
093040     END-PERFORM.
093050     CLOSE OPERATOR-FILE.
093060 1260-EXIT.
093070     EXIT.
093080
093090 1270-READ-OPERATOR.
093100     READ OPERATOR-FILE
093110         AT END
093120             SET STA-OPR-EOF TO TRUE
093130     END-READ.
093140 1270-EXIT.
093150     EXIT.
093160
093170*============================================================
093180*  1280-FIND-OPERATOR
093190*     LOOKS UP STA-OPR-WANTED AND LEAVES ITS FUNCTION BYTES
093200*     IN STA-OPR-FUNCS-WORK. A BLANK OR UNKNOWN OPERATOR GETS
093210*     ALL "N" - NO AUTHORITY AT ALL.
093220*============================================================
093230 1280-FIND-OPERATOR.
093240     SET STA-OPR-NOT-FOUND TO TRUE.
093250     MOVE "NNNNNNN" TO STA-OPR-FUNCS-WORK.
093260     IF STA-OPR-WANTED = SPACES
093270         GO TO 1280-EXIT
093280     END-IF.
093290     PERFORM VARYING STA-OPR-IX FROM 1 BY 1
093300             UNTIL STA-OPR-IX > STA-OPR-COUNT OR STA-OPR-FOUND
093310         IF STA-OPR-TBL-ID(STA-OPR-IX) = STA-OPR-WANTED
093320             SET STA-OPR-FOUND TO TRUE
093330             MOVE STA-OPR-TBL-FUNCS(STA-OPR-IX)
093340                 TO STA-OPR-FUNCS-WORK
093350         END-IF
093360     END-PERFORM.
093370 1280-EXIT.
093380     EXIT.
093390
093400*============================================================
093410*  1290-STAGE-CARD-AUDIT
093420*     STAGES THE STATCTL CARD FOR A STATAUDT LINE: PROCESSING
093430*     DATE AS THE KEY, RUN MODE AS THE FLAG AND THE CARD'S
093440*     OPERATOR. THE CALLER SETS THE EVENT.
093450*============================================================
093460 1290-STAGE-CARD-AUDIT.
093470     MOVE "STATCTL " TO STA-AUD-FILE.
093480     MOVE STA-CTL-PROC-DATE TO STA-AUD-KEY.
093490     MOVE STA-CTL-RUN-MODE TO STA-AUD-FLAG.
093500     MOVE STA-CTL-OPERATOR TO STA-AUD-OPERATOR.
093510 1290-EXIT.
093520     EXIT.
093530
093540*============================================================
093550*  6650-AUDIT-GUARD-RELEASE
093560*     A SUSPECT RUN THAT GOES OUT ANYWAY UNDER A GUARD
093570*     RELEASE LEAVES A "RELEASED" LINE ON STATAUDT NAMING
093580*     BOTH OPERATORS, SO THE AUDITORS CAN SEE WHO PUT
093590*     QUESTIONED FIGURES ON THE DASHBOARD.
093600*============================================================
093610 6650-AUDIT-GUARD-RELEASE.
093620     IF STA-RUN-PLAUSIBLE OR STA-GUARD-ENFORCED
093630         GO TO 6650-EXIT
093640     END-IF.
093650     MOVE "RELEASED  " TO STA-AUD-EVENT.
093660     PERFORM 1290-STAGE-CARD-AUDIT THRU 1290-EXIT.
093670     MOVE "STATIFC " TO STA-AUD-FILE.
093680     MOVE STA-CTL-REL-OPERATOR TO STA-AUD-OPERATOR-2.
093690     MOVE STA-SUSPECT-COUNT TO STA-AUD-COUNT.
093700     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
093710 6650-EXIT.
093720     EXIT.
093730
093740*============================================================
093750*  7160-PRINT-OPERATORS
093760*     WHO ASKED FOR THE RUN: THE STATCTL OPERATOR AND WHAT
093770*     THE CARD WAS FOR, THE TWO OPERATORS BEHIND A GUARD
093780*     RELEASE THAT STANDS, OR THE REASON A RELEASE WAS
093790*     REFUSED. A RUN WITHOUT A CARD SAYS SO.
093800*============================================================
093810 7160-PRINT-OPERATORS.
093820     IF STA-CTLCARD-ABSENT
093830         MOVE STA-OPR-SCHED-LINE TO RPT-LINE
093840         WRITE RPT-LINE
093850         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
093860         GO TO 7160-EXIT
093870     END-IF.
093880     MOVE STA-CTL-OPERATOR TO STA-OPR-CARD-ID-OUT.
093890     IF STA-MODE-RERUN
093900         MOVE "RERUN" TO STA-OPR-CARD-FUNC-OUT
093910     ELSE
093920         MOVE "RUN  " TO STA-OPR-CARD-FUNC-OUT
093930     END-IF.
093940     MOVE STA-OPR-CARD-LINE TO RPT-LINE.
093950     WRITE RPT-LINE.
093960     PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT.
093970     IF STA-GUARD-RELEASED
093980         MOVE STA-CTL-OPERATOR TO STA-OPR-REL-ID1-OUT
093990         MOVE STA-CTL-REL-OPERATOR TO STA-OPR-REL-ID2-OUT
094000         MOVE STA-OPR-REL-LINE TO RPT-LINE
094010         WRITE RPT-LINE
094020         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
094030     END-IF.
094040     IF STA-RELEASE-REFUSED
094050         MOVE STA-REL-REFUSE-TEXT TO STA-OPR-RELREF-OUT
094060         MOVE STA-OPR-RELREF-LINE TO RPT-LINE
094070         WRITE RPT-LINE
094080         PERFORM 7050-CHECK-REPORT-WRITE THRU 7050-EXIT
094090     END-IF.
094100 7160-EXIT.
094110     EXIT.
094120
094130*============================================================
094140*  2860-NOTE-MISMATCH
094150*     KEEPS THE BRANCH AND TOTAL OF A DETAIL REJECTED AS
094160*     SEGMENT REGION MISMATCH, AND THE CFL ENTRY 2850 IS
094170*     ABOUT TO GIVE IT, FOR 2870. CALLED JUST BEFORE 2850.
094180*============================================================
094190 2860-NOTE-MISMATCH.
094200     IF STA-MIS-COUNT >= STA-MAX-BRANCHES
094210         GO TO 2860-EXIT
094220     END-IF.
094230     ADD 1 TO STA-MIS-COUNT.
094240     MOVE STA-EDIT-BRANCH TO MIS-BRANCH(STA-MIS-COUNT).
094250     MOVE STA-EDIT-VALUE TO MIS-TOTAL(STA-MIS-COUNT).
094260     MOVE 0 TO MIS-CFL-IX(STA-MIS-COUNT).
094270     IF STA-CONFLICT-COUNT < STA-MAX-BRANCHES
094280         COMPUTE MIS-CFL-IX(STA-MIS-COUNT) =
094290             STA-CONFLICT-COUNT + 1
094300     END-IF.
094310 2860-EXIT.
094320     EXIT.
094330
094340*============================================================
094350*  2870-CHECK-MISMATCH-COPIES
094360*     FOR 2810: A MISMATCH COPY OF BRANCH ARR-BRANCH(I) WITH
094370*     A TOTAL OTHER THAN ARR(I) MAKES THE BRANCH CONFLICTING.
094380*     ONE WITH THE SAME TOTAL CHANGES NOTHING - ITS OWN
094390*     MISMATCH REJECT STANDS AND THE ACCEPTED COPY IS KEPT.
094400*============================================================
094410 2870-CHECK-MISMATCH-COPIES.
094420     PERFORM VARYING STA-MIS-IX FROM 1 BY 1
094430             UNTIL STA-MIS-IX > STA-MIS-COUNT
094440         IF MIS-BRANCH(STA-MIS-IX) = ARR-BRANCH(I)
094450                 AND MIS-TOTAL(STA-MIS-IX) NOT = ARR(I)
094460             SET STA-DUP-FOUND TO TRUE
094470             SET STA-DUP-CONFLICT TO TRUE
094480         END-IF
094490     END-PERFORM.
094500 2870-EXIT.
094510     EXIT.
094520
094530*============================================================
094540*  2880-RELABEL-MISMATCH-COPIES
094550*     THE BRANCH AT ARR(I) HAS BEEN HELD OUT FOR CONFLICTING
094560*     TOTALS. ITS MISMATCH COPIES ALREADY SIT IN BRANREJ;
094570*     THEIR CONFLICTS-SECTION ENTRIES ARE RELABELLED SO THE
094580*     LISTING SHOWS EVERY COPY OF THE BRANCH THE SAME WAY.
094590*============================================================
094600 2880-RELABEL-MISMATCH-COPIES.
094610     PERFORM VARYING STA-MIS-IX FROM 1 BY 1
094620             UNTIL STA-MIS-IX > STA-MIS-COUNT
094630         IF MIS-BRANCH(STA-MIS-IX) = ARR-BRANCH(I)
094640                 AND MIS-CFL-IX(STA-MIS-IX) > 0
094650             MOVE "CONFLICTING TOTALS"
094660                 TO CFL-REASON(MIS-CFL-IX(STA-MIS-IX))
094670         END-IF
094680     END-PERFORM.
094690 2880-EXIT.
094700     EXIT.
