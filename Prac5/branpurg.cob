002470*                   9(11) IN STEP WITH STATS - BRANDTL,
002480*                   BRANDTLD AND BRANARCH RECORDS ARE 23
002490*                   WIDE.
002491*  2026-10-15 DM    THE PURGCTL CARD NOW CARRIES THE ID OF THE
002492*                   OPERATOR WHO RAISED IT (CARD NOW 16 WIDE),
002493*                   CHECKED AGAINST OPERAUTH FOR PURGE
002494*                   AUTHORITY. AN UNAUTHORIZED CARD PURGES
002495*                   NOTHING, ENDS RC 8 AND IS LOGGED TO
002496*                   STATAUDT AS REFUSED; A PURGE IS LOGGED WITH
002497*                   ITS OPERATOR, WHO ALSO PRINTS ON PURGRPT.
002498*  2026-10-15 DM    THE STEP NOW ENDS WITH A RETURN CODE: 8 WHEN
002499*                   NOTHING COULD BE PURGED (NO USABLE OR A
002500*                   REFUSED PURGCTL CARD, OR A FILE THAT WOULD
002501*                   NOT OPEN), 4 AFTER A FILE ERROR IT WORKED
002502*                   PAST, ELSE 0.
002503*----------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004300     SELECT PURGE-REPORT-FILE ASSIGN TO "PURGRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS PRG-REPORT-STATUS.
004510     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
004520         ORGANIZATION IS LINE SEQUENTIAL
004530         FILE STATUS IS PRG-OPERAUTH-STATUS.
004540     SELECT AUDIT-FILE ASSIGN TO "STATAUDT"
004550         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS PRG-AUDIT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PURGE-CARD-FILE
005000     RECORD CONTAINS 16 CHARACTERS.
005100 01  PRG-CARD-RECORD.
005200     05  PRG-CARD-CUTOFF             PIC X(08).
005250     05  PRG-CARD-OPERATOR           PIC X(08).
005300
005400 FD  DETAIL-FILE
005500     RECORD CONTAINS 23 CHARACTERS.
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  RPT-LINE                        PIC X(80).
007300
007305 FD  OPERATOR-FILE
007310     RECORD CONTAINS 80 CHARACTERS.
007315 01  OPA-RECORD.
007320     05  OPA-OPERATOR                PIC X(08).
007325     05  FILLER                      PIC X(01).
007330     05  OPA-NAME                    PIC X(20).
007335     05  FILLER                      PIC X(01).
007340     05  OPA-FUNCTIONS               PIC X(07).
007345     05  FILLER                      PIC X(43).
007350
007355 FD  AUDIT-FILE
007360     RECORD CONTAINS 80 CHARACTERS.
007365 01  AUD-LINE                        PIC X(80).
007370
007400 WORKING-STORAGE SECTION.
007500*----------------------------------------------------------
007600*    RUN CONTROL AND COUNTERS. PRG-CUR-BRANCH / PRG-CUR-CNT
008500 01  PRG-ERROR-COUNT       PIC 9(5) VALUE 0.
008600 01  PRG-CUR-BRANCH        PIC 9(4) VALUE 0.
008700 01  PRG-CUR-CNT           PIC 9(5) VALUE 0.
008710
008720*----------------------------------------------------------
008730*    STEP RETURN CODE, RAISE-ONLY: 0 CLEAN, 4 A FILE ERROR
008740*    THE RUN WORKED PAST, 8 NOTHING COULD BE PURGED - NO
008750*    USABLE PURGCTL CARD, A REFUSED CARD OR A FILE THAT
008760*    WOULD NOT OPEN. STATJOB TESTS IT AFTER THIS STEP.
008770*----------------------------------------------------------
008780 01  PRG-RETURN-CODE       PIC 9(2) VALUE 0.
008800
008801*----------------------------------------------------------
008802*    OPERATOR AUTHORITY - OPERAUTH, ONE OPERATOR PER LINE
008803*    WITH A Y/N BYTE PER FUNCTION (RUN, RERUN, GUARD
008804*    RELEASE, MASTER MAINTENANCE, CORRECTION, PURGE, LOG
008805*    TRIM). THE PURGE RUNS ONLY WHEN THE CARD'S OPERATOR
008806*    HOLDS PURGE. NO OPERAUTH MEANS NO AUTHORITY.
008807*----------------------------------------------------------
008808 01  PRG-OPERATOR          PIC X(08) VALUE SPACES.
008809 01  PRG-OPR-FUNCS-WORK.
008810     05  FILLER            PIC X(05).
008811     05  PRG-OPR-PURGE     PIC X(01).
008812         88  PRG-OPR-MAY-PURGE       VALUE "Y".
008813     05  FILLER            PIC X(01).
008814
008815*----------------------------------------------------------
008816*    RUN AUDIT WORKING STORAGE - THE STATAUDT LINE LAYOUT
008817*    STATS WRITES. THE TAIL CARRIES THE CUTOFF DATE AS THE
008818*    KEY AND THE OPERATOR WHO RAISED THE PURGCTL CARD.
008819*----------------------------------------------------------
008820 01  PRG-AUD-DATE-WORK     PIC 9(8).
008821 01  PRG-AUD-TIME-WORK.
008822     05  PRG-AUD-HHMMSS    PIC 9(6).
008823     05  FILLER            PIC 9(2).
008824
008825 01  PRG-AUDIT-OUT-LINE.
008826     05  PRG-AUD-DATE      PIC 9(8) VALUE 0.
008827     05  FILLER            PIC X(01) VALUE SPACES.
008828     05  PRG-AUD-TIME      PIC 9(6) VALUE 0.
008829     05  FILLER            PIC X(01) VALUE SPACES.
008830     05  PRG-AUD-EVENT     PIC X(10) VALUE SPACES.
008831     05  FILLER            PIC X(01) VALUE SPACES.
008832     05  PRG-AUD-FILE      PIC X(08) VALUE SPACES.
008833     05  FILLER            PIC X(01) VALUE SPACES.
008834     05  PRG-AUD-STATUS    PIC X(02) VALUE SPACES.
008835     05  FILLER            PIC X(01) VALUE SPACES.
008836     05  PRG-AUD-COUNT     PIC 9(05) VALUE 0.
008837     05  FILLER            PIC X(01) VALUE SPACES.
008838     05  PRG-AUD-KEY       PIC X(08) VALUE SPACES.
008839     05  FILLER            PIC X(01) VALUE SPACES.
008840     05  PRG-AUD-FLAG      PIC X(01) VALUE SPACES.
008841     05  FILLER            PIC X(01) VALUE SPACES.
008842     05  PRG-AUD-OPERATOR  PIC X(08) VALUE SPACES.
008843     05  FILLER            PIC X(01) VALUE SPACES.
008844     05  PRG-AUD-OPERATOR-2 PIC X(08) VALUE SPACES.
008845     05  FILLER            PIC X(07) VALUE SPACES.
008846
008900 01  PRG-SWITCHES.
009000     05  PRG-RUN-OK-SW     PIC X(01) VALUE "Y".
009100         88  PRG-RUN-OK              VALUE "Y".
009810     05  PRG-DDT-AVAIL-SW  PIC X(01) VALUE "N".
009820         88  PRG-DDT-AVAILABLE       VALUE "Y".
009830         88  PRG-DDT-UNAVAILABLE     VALUE "N".
009840     05  PRG-OPR-EOF-SW    PIC X(01) VALUE "N".
009845         88  PRG-OPR-EOF             VALUE "Y".
009850         88  PRG-OPR-NOT-EOF         VALUE "N".
009855     05  PRG-OPR-FOUND-SW  PIC X(01) VALUE "N".
009860         88  PRG-OPR-FOUND           VALUE "Y".
009865         88  PRG-OPR-NOT-FOUND       VALUE "N".
009870     05  PRG-AUDIT-OPEN-SW PIC X(01) VALUE "N".
009875         88  PRG-AUDIT-FILE-IS-OPEN  VALUE "Y".
009880         88  PRG-AUDIT-FILE-IS-CLOSED VALUE "N".
009900
010000*----------------------------------------------------------
010100*    FILE HANDLING WORKING STORAGE
011700
011800 01  PRG-REPORT-STATUS     PIC X(02).
011900     88  PRG-REPORT-OK           VALUE "00".
011910
011920 01  PRG-OPERAUTH-STATUS   PIC X(02).
011930     88  PRG-OPERAUTH-OK         VALUE "00".
011940     88  PRG-OPERAUTH-MISSING    VALUE "35".
011950
011960 01  PRG-AUDIT-STATUS      PIC X(02).
011970     88  PRG-AUDIT-OK            VALUE "00".
011980     88  PRG-AUDIT-NEW           VALUE "35".
012000
012100*----------------------------------------------------------
012200*    PRINTED PURGE REPORT WORKING STORAGE
012500     05  FILLER            PIC X(33)
012600         VALUE "BRANDTL ARCHIVE/PURGE - CUTOFF   ".
012700     05  PRG-HDG-CUTOFF    PIC X(08).
012800     05  FILLER            PIC X(11) VALUE "  OPERATOR ".
012820     05  PRG-HDG-OPERATOR  PIC X(08).
012840     05  FILLER            PIC X(20) VALUE SPACES.
012900
013000 01  PRG-BRANCH-LINE.
013100     05  FILLER            PIC X(07) VALUE "BRANCH ".
017300         DISPLAY "UNABLE TO OPEN PURGRPT, STATUS "
017400             PRG-REPORT-STATUS
017500         SET PRG-RUN-FAILED TO TRUE
017510         MOVE 8 TO PRG-RETURN-CODE
017600         GO TO 1000-EXIT
017700     END-IF.
017800     OPEN INPUT PURGE-CARD-FILE.
018300             TO PRG-MSG-TEXT
018400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
018500         SET PRG-RUN-FAILED TO TRUE
018510         MOVE 8 TO PRG-RETURN-CODE
018600         GO TO 1000-EXIT
018700     END-IF.
018800     READ PURGE-CARD-FILE
019500             TO PRG-MSG-TEXT
019600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
019700         SET PRG-RUN-FAILED TO TRUE
019710         MOVE 8 TO PRG-RETURN-CODE
019800         GO TO 1000-EXIT
019900     END-IF.
020000     MOVE PRG-CARD-CUTOFF TO PRG-CUTOFF-DATE.
020050     MOVE PRG-CARD-OPERATOR TO PRG-OPERATOR.
020100     MOVE PRG-CUTOFF-DATE TO PRG-HDG-CUTOFF.
020150     MOVE PRG-OPERATOR TO PRG-HDG-OPERATOR.
020200     MOVE PRG-HEADING-LINE TO RPT-LINE.
020300     WRITE RPT-LINE.
020400     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
020420     PERFORM 9400-OPEN-AUDIT THRU 9400-EXIT.
020440     PERFORM 1100-CHECK-OPERATOR THRU 1100-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700
020701*============================================================
020702*  1100-CHECK-OPERATOR
020703*     LOOKS THE PURGCTL CARD'S OPERATOR UP ON OPERAUTH. THE
020704*     PURGE GOES AHEAD ONLY WHEN THAT OPERATOR HOLDS PURGE
020705*     AUTHORITY; OTHERWISE 1180 REFUSES THE CARD AND NOTHING
020706*     IS TOUCHED. NO OPERAUTH MEANS NO AUTHORITY.
020707*============================================================
020708 1100-CHECK-OPERATOR.
020709     SET PRG-OPR-NOT-FOUND TO TRUE.
020710     MOVE "NNNNNNN" TO PRG-OPR-FUNCS-WORK.
020711     IF PRG-OPERATOR = SPACES
020712         MOVE "NO OPERATOR ID ON PURGCTL - NOTHING PURGED"
020713             TO PRG-MSG-TEXT
020714         PERFORM 1180-REFUSE-PURGE THRU 1180-EXIT
020715         GO TO 1100-EXIT
020716     END-IF.
020717     OPEN INPUT OPERATOR-FILE.
020718     IF NOT PRG-OPERAUTH-OK
020719         DISPLAY "UNABLE TO OPEN OPERAUTH, STATUS "
020720             PRG-OPERAUTH-STATUS
020721         MOVE "OPERAUTH UNAVAILABLE - NOTHING PURGED"
020722             TO PRG-MSG-TEXT
020723         PERFORM 1180-REFUSE-PURGE THRU 1180-EXIT
020724         GO TO 1100-EXIT
020725     END-IF.
020726     PERFORM 1150-READ-OPERATOR THRU 1150-EXIT.
020727     PERFORM UNTIL PRG-OPR-EOF OR PRG-OPR-FOUND
020728         IF OPA-OPERATOR = PRG-OPERATOR
020729             SET PRG-OPR-FOUND TO TRUE
020730             MOVE OPA-FUNCTIONS TO PRG-OPR-FUNCS-WORK
020731         ELSE
020732             PERFORM 1150-READ-OPERATOR THRU 1150-EXIT
020733         END-IF
020734     END-PERFORM.
020735     CLOSE OPERATOR-FILE.
020736     IF NOT PRG-OPR-MAY-PURGE
020737         MOVE "OPERATOR NOT AUTHORIZED - NOTHING PURGED"
020738             TO PRG-MSG-TEXT
020739         PERFORM 1180-REFUSE-PURGE THRU 1180-EXIT
020740     END-IF.
020741 1100-EXIT.
020742     EXIT.
020743
020744 1150-READ-OPERATOR.
020745     READ OPERATOR-FILE
020746         AT END
020747             SET PRG-OPR-EOF TO TRUE
020748     END-READ.
020749 1150-EXIT.
020750     EXIT.
020751
020752*============================================================
020753*  1180-REFUSE-PURGE
020754*     PRINTS THE STAGED REASON, LOGS THE CARD TO STATAUDT AS
020755*     REFUSED AND ENDS THE RUN RC 8 BEFORE ANY FILE IS OPENED.
020756*============================================================
020757 1180-REFUSE-PURGE.
020758     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT.
020759     MOVE "REFUSED   " TO PRG-AUD-EVENT.
020760     MOVE "PURGCTL " TO PRG-AUD-FILE.
020761     MOVE PRG-CUTOFF-DATE TO PRG-AUD-KEY.
020762     MOVE PRG-OPERATOR TO PRG-AUD-OPERATOR.
020763     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
020764     MOVE 8 TO PRG-RETURN-CODE.
020765     SET PRG-RUN-FAILED TO TRUE.
020766 1180-EXIT.
020767     EXIT.
020768
020800*============================================================
020900*  2000-OPEN-FILES
021000*     OPENS BRANDTL FOR UPDATE AND BRANARCH FOR THE ARCHIVE
022100             TO PRG-MSG-TEXT
022200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
022300         SET PRG-RUN-FAILED TO TRUE
022310         MOVE 8 TO PRG-RETURN-CODE
022400         GO TO 2000-EXIT
022500     END-IF.
022600     OPEN I-O ARCHIVE-FILE.
023700         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
023800         CLOSE DETAIL-FILE
023900         SET PRG-RUN-FAILED TO TRUE
023910         MOVE 8 TO PRG-RETURN-CODE
023950         GO TO 2000-EXIT
024000     END-IF.
024010     OPEN I-O DATE-DETAIL-FILE.
024050         IF NOT PRG-DDETAIL-MISSING
024060             DISPLAY "UNABLE TO OPEN BRANDTLD, STATUS "
024070                 PRG-DDETAIL-STATUS
024072             IF PRG-RETURN-CODE < 4
024074                 MOVE 4 TO PRG-RETURN-CODE
024076             END-IF
024080         END-IF
024090     END-IF.
024100 2000-EXIT.
028700     IF NOT PRG-DETAIL-OK AND NOT PRG-DETAIL-AT-END
028800         DISPLAY "ERROR READING BRANDTL, STATUS "
028900             PRG-DETAIL-STATUS
028910         IF PRG-RETURN-CODE < 4
028920             MOVE 4 TO PRG-RETURN-CODE
028930         END-IF
029000         SET PRG-DTL-EOF TO TRUE
029100     END-IF.
029200 3100-EXIT.
031500     ELSE
031600         DISPLAY "UNABLE TO WRITE BRANARCH, STATUS "
031700             PRG-ARCHIVE-STATUS
031710         IF PRG-RETURN-CODE < 4
031720             MOVE 4 TO PRG-RETURN-CODE
031730         END-IF
031800         ADD 1 TO PRG-ERROR-COUNT
031900         ADD 1 TO PRG-KEPT-COUNT
032000         GO TO 3200-EXIT
032300     IF NOT PRG-DETAIL-OK
032400         DISPLAY "UNABLE TO DELETE FROM BRANDTL, STATUS "
032500             PRG-DETAIL-STATUS
032510         IF PRG-RETURN-CODE < 4
032520             MOVE 4 TO PRG-RETURN-CODE
032530         END-IF
032600         ADD 1 TO PRG-ERROR-COUNT
032700         ADD 1 TO PRG-KEPT-COUNT
032800         GO TO 3200-EXIT
033250         IF NOT PRG-DDETAIL-OK AND NOT PRG-DDETAIL-NO-KEY
033260             DISPLAY "UNABLE TO DELETE FROM BRANDTLD, STATUS "
033270                 PRG-DDETAIL-STATUS
033272             IF PRG-RETURN-CODE < 4
033274                 MOVE 4 TO PRG-RETURN-CODE
033276             END-IF
033280             ADD 1 TO PRG-ERROR-COUNT
033290         END-IF
033295     END-IF.
037500     MOVE PRG-COUNT-LINE TO RPT-LINE.
037600     WRITE RPT-LINE.
037700     PERFORM 8100-CHECK-REPORT-WRITE THRU 8100-EXIT.
037710     MOVE "PURGE     " TO PRG-AUD-EVENT.
037720     MOVE "BRANDTL " TO PRG-AUD-FILE.
037730     MOVE PRG-ARCHIVED-COUNT TO PRG-AUD-COUNT.
037740     MOVE PRG-CUTOFF-DATE TO PRG-AUD-KEY.
037750     MOVE PRG-OPERATOR TO PRG-AUD-OPERATOR.
037760     PERFORM 9500-WRITE-AUDIT THRU 9500-EXIT.
037800 5000-EXIT.
037900     EXIT.
038000
039500     IF NOT PRG-REPORT-OK
039600         DISPLAY "UNABLE TO WRITE PURGRPT, STATUS "
039700             PRG-REPORT-STATUS
039710         IF PRG-RETURN-CODE < 4
039720             MOVE 4 TO PRG-RETURN-CODE
039730         END-IF
039800     END-IF.
039900 8100-EXIT.
040000     EXIT.
040097
040098*============================================================
040099*  9400-OPEN-AUDIT
040100*     OPENS (OR CREATES) THE STATAUDT RUN AUDIT LOG. IF IT
040101*     CANNOT BE OPENED THE PURGE STILL RUNS - PURGRPT IS THE
040102*     RECORD OF WHAT WAS MOVED AND BY WHOM.
040103*============================================================
040104 9400-OPEN-AUDIT.
040105     OPEN EXTEND AUDIT-FILE.
040106     IF PRG-AUDIT-NEW
040107         OPEN OUTPUT AUDIT-FILE
040108     END-IF.
040109     IF NOT PRG-AUDIT-OK
040110         DISPLAY "UNABLE TO OPEN STATAUDT, STATUS "
040111             PRG-AUDIT-STATUS
040112         IF PRG-RETURN-CODE < 4
040113             MOVE 4 TO PRG-RETURN-CODE
040114         END-IF
040115         GO TO 9400-EXIT
040116     END-IF.
040117     SET PRG-AUDIT-FILE-IS-OPEN TO TRUE.
040118 9400-EXIT.
040119     EXIT.
040120
040121*============================================================
040122*  9500-WRITE-AUDIT
040123*     WRITES ONE STATAUDT LINE: WALL-CLOCK STAMP PLUS THE
040124*     EVENT, FILE, COUNT, KEY AND OPERATOR THE CALLER STAGED.
040125*     THE STAGED FIELDS ARE CLEARED AFTERWARDS.
040126*============================================================
040127 9500-WRITE-AUDIT.
040128     IF PRG-AUDIT-FILE-IS-CLOSED
040129         GO TO 9500-EXIT
040130     END-IF.
040131     ACCEPT PRG-AUD-DATE-WORK FROM DATE YYYYMMDD.
040132     ACCEPT PRG-AUD-TIME-WORK FROM TIME.
040133     MOVE PRG-AUD-DATE-WORK TO PRG-AUD-DATE.
040134     MOVE PRG-AUD-HHMMSS TO PRG-AUD-TIME.
040135     MOVE PRG-AUDIT-OUT-LINE TO AUD-LINE.
040136     WRITE AUD-LINE.
040137     IF NOT PRG-AUDIT-OK
040138         DISPLAY "UNABLE TO WRITE STATAUDT, STATUS "
040139             PRG-AUDIT-STATUS
040140         IF PRG-RETURN-CODE < 4
040141             MOVE 4 TO PRG-RETURN-CODE
040142         END-IF
040143     END-IF.
040144     MOVE SPACES TO PRG-AUD-EVENT.
040145     MOVE SPACES TO PRG-AUD-FILE.
040146     MOVE SPACES TO PRG-AUD-STATUS.
040147     MOVE 0 TO PRG-AUD-COUNT.
040148     MOVE SPACES TO PRG-AUD-KEY.
040149     MOVE SPACES TO PRG-AUD-FLAG.
040150     MOVE SPACES TO PRG-AUD-OPERATOR.
040151     MOVE SPACES TO PRG-AUD-OPERATOR-2.
040152 9500-EXIT.
040153     EXIT.
040154
040200*============================================================
040300*  9999-TERMINATE
040400*============================================================
041000     IF PRG-REPORT-OK
041100         CLOSE PURGE-REPORT-FILE
041200     END-IF.
041210     IF PRG-AUDIT-FILE-IS-OPEN
041220         CLOSE AUDIT-FILE
041230         SET PRG-AUDIT-FILE-IS-CLOSED TO TRUE
041240     END-IF.
041250     MOVE PRG-RETURN-CODE TO RETURN-CODE.
041300 9999-EXIT.
041400     EXIT.
