000190*         DROPPED (DL200 SILENTLY TOOK THE FIRST),              *
000200*       - THE VALUE MUST PASS THE SAME COMMA-SCRUB AND          *
000210*         TEST-NUMVAL EDIT DL200 APPLIES (NOT CHECKED FOR A     *
000216*         DELETE OR RE-KEY REJECT - DL200 IGNORES THE VALUE     *
000222*         THERE),                                               *
000230*       - A CARD WHOSE REJECT IS A BAD-TRANS-CODE               *
000240*         CARRY-FORWARD IS FLAGGED - NO VALUE CAN FIX A BAD     *
000250*         CODE AND DL200 WILL NOT CONSUME THE CARD,             *
000260*       - A CARD WHOSE REPAIR WOULD ONLY BOUNCE OFF THE         *
000270*         MASTER (ADD FOR A KEY ALREADY ON DBOUT, CHANGE OR     *
000276*         DELETE FOR ONE THAT IS NOT, RE-KEY WHOSE OLD KEY IS   *
000282*         NOT OR WHOSE NEW KEY ALREADY IS) IS FLAGGED TOO.      *
000290*     THE CLEAN CARDS ARE WRITTEN TO THE EDITED DECK            *
000300*     (CORREDIT) BEHIND AN "APP" APPROVAL STAMP CARRYING THE    *
000310*     SECOND OPERATOR'S ID FROM THE APPRCARD FILE - THESE       *
000390* DATE       INIT  DESCRIPTION                                  *
000400* ---------- ----  -----------------------------------------   *
000410* 2026-09-02  JL   INITIAL VERSION.                             *
000411* 2026-10-15  JL   RE-KEY REJECTS (TRANS CODE K) ARE FIXABLE:    *
000412*                  THE VALUE IS NOT EDITED, AS FOR A DELETE, AND *
000413*                  THE MASTER CHECK WANTS THE OLD KEY ON DBOUT   *
000414*                  AND THE NEW KEY OFF IT. A RE-KEY REJECT WITH  *
000415*                  NO USABLE NEW KEY IS UNFIXABLE.               *
000416* 2026-10-15  JL   A CARD FOR AN ADD OR CHANGE REJECT NOW PASSES *
000417*                  THE SAME FIELD EDIT RULES DL200 WILL APPLY    *
000418*                  (EDITRULE). A FAILED FATAL RULE DROPS THE     *
000419*                  CARD NAMING THE RULE; A FAILED WARNING RULE   *
000420*                  IS NOTED UNDER THE PASSED CARD.               *
000421* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000422*                  RETURN CODE ON THE STEP CONTROL FILE          *
000423*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000424* 2026-10-15  JL   AN EDIT RULE FILE THAT EXISTS BUT WILL NOT    *
000425*                  OPEN NOW STOPS THE RUN WITH RC 16 INSTEAD OF  *
000427*                  RUNNING WITHOUT RULES.                        *
000428*                                                                *
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. DL180.
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT EDIT-RPT-FILE   ASSIGN TO "DL180RPT"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000702     SELECT EDIT-RULE-FILE  ASSIGN TO "EDITRULE"
000704         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS DL180-EDITRULE-STATUS.
000707     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000708         ORGANIZATION IS LINE SEQUENTIAL
000709         FILE STATUS IS DL180-STEPCTL-STATUS.
000710     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000711         ORGANIZATION IS LINE SEQUENTIAL
000712         FILE STATUS IS DL180-RUN-CAL-STATUS.
000716 DATA DIVISION.
000720 FILE SECTION.
000730 FD  CORR-CARD-FILE.
000740 01  CORR-CARD-RECORD.
000870 01  CORR-EDIT-RECORD                PIC X(80).
000880 FD  EDIT-RPT-FILE.
000890 01  EDIT-RPT-LINE                   PIC X(80).
000893 FD  EDIT-RULE-FILE.
000896 01  EDIT-RULE-FILE-RECORD           PIC X(80).
000897 FD  STEP-CTL-FILE.
000898 01  STEP-CTL-FILE-RECORD            PIC X(80).
000899 FD  RUN-CAL-FILE.
000900     COPY RUNCAL.
000905 WORKING-STORAGE SECTION.
000910 77  DL180-CARD-EOF-SW               PIC X(01) VALUE "N".
000920     88  DL180-CARD-EOF              VALUE "Y".
000930 77  DL180-REJECT-EOF-SW             PIC X(01) VALUE "N".
001240 77  DL180-SCAN-IDX                  PIC 9(02) VALUE ZERO COMP.
001250 77  DL180-CURR-DATE-8               PIC 9(08).
001260 77  DL180-DROP-REASON               PIC X(36) VALUE SPACES.
001261 77  DL180-EDITRULE-STATUS           PIC X(02) VALUE "00".
001262 77  DL180-EDITRULE-EOF-SW           PIC X(01) VALUE "N".
001263     88  DL180-EDITRULE-EOF          VALUE "Y".
001264 77  DL180-RULE-CT                   PIC 9(03) VALUE ZERO COMP.
001265 77  DL180-RULE-IDX                  PIC 9(03) VALUE ZERO COMP.
001266 77  DL180-EDIT-OK-SW                PIC X(01) VALUE "Y".
001267     88  DL180-EDIT-OK               VALUE "Y".
001268 77  DL180-RULE-FAILED-SW            PIC X(01) VALUE "N".
001269     88  DL180-RULE-FAILED           VALUE "Y".
001270 77  DL180-EDIT-PASS                 PIC X(01) VALUE SPACE.
001271     88  DL180-EDIT-FATAL-PASS       VALUE "F".
001272 77  DL180-EDIT-AMOUNT               PIC S9(11)V99 VALUE ZERO.
001273 77  DL180-RULE-VALUE                PIC X(20) VALUE SPACES.
001274 77  DL180-EDIT-RESULT               PIC X(13) VALUE SPACES.
001275 77  DL180-WARNINGS-CT               PIC 9(05) VALUE ZERO COMP.
001276*    EACH EDIT RULE IS READ INTO HERE BY 1350.
001277     COPY EDITRULE.
001278 77  DL180-STEPCTL-STATUS            PIC X(02) VALUE "00".
001279 77  DL180-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001280 77  DL180-STEP-STARTED-SW           PIC X(01) VALUE "N".
001281     88  DL180-STEP-STARTED          VALUE "Y".
001282 77  DL180-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001283 77  DL180-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001284 77  DL180-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001285*    THE ACTIVE FIELD EDIT RULES, AS MAINTAINED BY DL060 - THE
001286*    SAME RULES DL100 AND DL200 APPLY.
001287 01  DL180-RULE-TABLE.
001288     05  DL180-RULE-ENTRY OCCURS 200 TIMES.
001289         10  DL180-RL-SOURCE         PIC X(03).
001290         10  DL180-RL-NAME           PIC X(08).
001291         10  DL180-RL-FIELD          PIC X(06).
001292         10  DL180-RL-TYPE           PIC X(01).
001293         10  DL180-RL-CLASS          PIC X(01).
001294         10  DL180-RL-LIMIT          PIC S9(11)V99.
001295         10  DL180-RL-SEVERITY       PIC X(01).
001296*    THE OUTSTANDING REJECTS, LOADED UP FRONT SO EACH CARD CAN
001297*    BE MATCHED BY KEY.  5000 ENTRIES MATCHES THE DL200 CARD
001298*    TABLE; A REJECT PAST THE LIMIT IS DROPPED WITH A CONSOLE
001300*    WARNING AND ITS CARD, IF ANY, WILL SHOW AS UNKNOWN.
001310 01  DL180-REJECT-TABLE.
001320     05  DL180-REJ-ENTRY OCCURS 5000 TIMES.
001330         10  DL180-REJ-KEY           PIC X(10).
001340         10  DL180-REJ-TRANS         PIC X(01).
001350         10  DL180-REJ-FIXABLE-SW    PIC X(01).
001355         10  DL180-REJ-NEW-KEY       PIC X(10).
001356         10  DL180-REJ-SOURCE        PIC X(03).
001357         10  DL180-REJ-FIELD1        PIC X(20).
001358         10  DL180-REJ-FIELD2        PIC X(20).
001359         10  DL180-REJ-FIELD3        PIC X(20).
001360*    EVERY KEY ALREADY ACCEPTED ONTO THE EDITED DECK, SO A
001370*    SECOND CARD FOR THE SAME KEY IS ANNOUNCED, NOT SILENTLY
001380*    OUTRANKED.
001720         VALUE "CARDS DROPPED.......".
001730     05  DL180-RPT-DROPPED-CT        PIC ZZZZZZZZ9.
001740     05  FILLER                      PIC X(51) VALUE SPACES.
001741 01  DL180-RPT-WARNED-LINE.
001742     05  FILLER                      PIC X(20)
001743         VALUE "EDIT WARNINGS.......".
001744     05  DL180-RPT-WARNED-CT         PIC ZZZZZZZZ9.
001745     05  FILLER                      PIC X(51) VALUE SPACES.
001750 01  DL180-RPT-NO-APPR-LINE          PIC X(80) VALUE
001760     "*** NO APPROVAL CARD - EDITED DECK NOT WRITTEN ***".
001763*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001766     COPY STEPCTL.
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001785     PERFORM 8500-START-STEP THRU 8500-EXIT.
001790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001800     PERFORM 2000-EDIT-CARDS THRU 2000-EXIT.
001810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     OPEN OUTPUT EDIT-RPT-FILE.
001930     PERFORM 1100-READ-APPROVAL THRU 1100-EXIT.
001940     PERFORM 1200-LOAD-REJECTS THRU 1200-EXIT.
001945     PERFORM 1300-LOAD-EDIT-RULES THRU 1300-EXIT.
001950     OPEN INPUT DB-OUT-FILE.
001960     IF DL180-MASTER-STATUS = "00"
001970         SET DL180-MASTER-OPEN TO TRUE
002590             TO DL180-REJ-KEY (DL180-REJECTS-LOADED-CT)
002600         MOVE DB-REJECT-TRANS-CODE
002610             TO DL180-REJ-TRANS (DL180-REJECTS-LOADED-CT)
002611         MOVE DB-REJECT-SOURCE-CODE
002612             TO DL180-REJ-SOURCE (DL180-REJECTS-LOADED-CT)
002613         MOVE DB-REJECT-FIELD1
002614             TO DL180-REJ-FIELD1 (DL180-REJECTS-LOADED-CT)
002615         MOVE DB-REJECT-FIELD2
002616             TO DL180-REJ-FIELD2 (DL180-REJECTS-LOADED-CT)
002617         MOVE DB-REJECT-FIELD3
002618             TO DL180-REJ-FIELD3 (DL180-REJECTS-LOADED-CT)
002620         IF NOT DB-REJECT-TC-ADD AND NOT DB-REJECT-TC-CHANGE
002630            AND NOT DB-REJECT-TC-DELETE AND NOT DB-REJECT-TC-REKEY
002640            AND DB-REJECT-TRANS-CODE NOT = SPACE
002650             MOVE "N"
002660                 TO DL180-REJ-FIXABLE-SW (DL180-REJECTS-LOADED-CT)
002680             MOVE "Y"
002690                 TO DL180-REJ-FIXABLE-SW (DL180-REJECTS-LOADED-CT)
002700         END-IF
002701*        A RE-KEY REJECT KEEPS ITS NEW KEY FOR THE MASTER
002702*        CHECK.  ONE THAT NEVER HAD A USABLE NEW KEY CANNOT BE
002703*        FIXED BY A CARD, WHICH CARRIES NO KEY BUT THE OLD ONE.
002704         MOVE SPACES
002705             TO DL180-REJ-NEW-KEY (DL180-REJECTS-LOADED-CT)
002706         IF DB-REJECT-TC-REKEY
002707             MOVE DB-REJECT-NEW-KEY
002708                 TO DL180-REJ-NEW-KEY (DL180-REJECTS-LOADED-CT)
002709             IF DB-REJECT-NEW-KEY = SPACES
002710                OR DB-REJECT-NEW-KEY = DB-REJECT-KEY
002711                 MOVE "K" TO DL180-REJ-FIXABLE-SW
002712                     (DL180-REJECTS-LOADED-CT)
002713             END-IF
002714         END-IF
002717     ELSE
002720         DISPLAY "DL180: REJECT TABLE FULL - REJECT FOR "
002730             DB-REJECT-KEY " NOT CHECKED"
002740     END-IF.
002750 1250-EXIT.
002751     EXIT.
002752*----------------------------------------------------------------
002753* 1300-LOAD-EDIT-RULES READS THE ACTIVE FIELD EDIT RULES INTO
002754* THE RULE TABLE, AS DL100 AND DL200 DO.  NO RULE FILE MEANS NO
002755* RULES; ONE THAT IS THERE BUT WILL NOT OPEN STOPS THE RUN
002756* WITH RETURN-CODE 16.
002757*----------------------------------------------------------------
002758 1300-LOAD-EDIT-RULES.
002759     MOVE ZERO TO DL180-RULE-CT.
002760     OPEN INPUT EDIT-RULE-FILE.
002762     IF DL180-EDITRULE-STATUS = "35"
002763         DISPLAY "DL180: NO EDIT RULE FILE (EDITRULE) - NO FIELD "
002764             "EDIT RULES APPLIED"
002765         GO TO 1300-EXIT
002766     END-IF.
002767     IF DL180-EDITRULE-STATUS NOT = "00"
002768         DISPLAY "DL180: CANNOT OPEN EDITRULE - STATUS "
002769             DL180-EDITRULE-STATUS
002770         MOVE 16 TO RETURN-CODE
002771         GO TO 9999-EXIT
002773     END-IF.
002774     PERFORM 1350-LOAD-ONE-RULE THRU 1350-EXIT
002775         UNTIL DL180-EDITRULE-EOF.
002776     CLOSE EDIT-RULE-FILE.
002777 1300-EXIT.
002778     EXIT.
002779 1350-LOAD-ONE-RULE.
002780     READ EDIT-RULE-FILE INTO EDIT-RULE-RECORD
002781         AT END
002782             SET DL180-EDITRULE-EOF TO TRUE
002783             GO TO 1350-EXIT
002784     END-READ.
002785     IF NOT EDIT-RULE-ACTIVE
002786         GO TO 1350-EXIT
002787     END-IF.
002788     IF DL180-RULE-CT NOT < 200
002789         DISPLAY "DL180: EDIT RULE " EDIT-RULE-SOURCE " "
002790             EDIT-RULE-NAME " BEYOND 200 IGNORED"
002791         GO TO 1350-EXIT
002792     END-IF.
002793     ADD 1 TO DL180-RULE-CT.
002794     MOVE EDIT-RULE-SOURCE   TO DL180-RL-SOURCE (DL180-RULE-CT).
002795     MOVE EDIT-RULE-NAME     TO DL180-RL-NAME (DL180-RULE-CT).
002796     MOVE EDIT-RULE-FIELD    TO DL180-RL-FIELD (DL180-RULE-CT).
002797     MOVE EDIT-RULE-TYPE     TO DL180-RL-TYPE (DL180-RULE-CT).
002798     MOVE EDIT-RULE-CLASS    TO DL180-RL-CLASS (DL180-RULE-CT).
002799     MOVE EDIT-RULE-LIMIT    TO DL180-RL-LIMIT (DL180-RULE-CT).
002800     MOVE EDIT-RULE-SEVERITY TO DL180-RL-SEVERITY (DL180-RULE-CT).
002801 1350-EXIT.
002802     EXIT.
002803*----------------------------------------------------------------
002804* 2000-EDIT-CARDS DRIVES THE EDIT LOOP OVER THE RAW DECK.
002805*----------------------------------------------------------------
002806 2000-EDIT-CARDS.
002810     PERFORM 2100-EDIT-ONE-CARD THRU 2100-EXIT
002820         UNTIL DL180-CARD-EOF.
002830 2000-EXIT.
003090         PERFORM 6000-DROP-CARD THRU 6000-EXIT
003100         GO TO 2100-EXIT
003110     END-IF.
003113     IF DL180-REJ-FIXABLE-SW (DL180-REJECT-HIT-IDX) = "K"
003116         MOVE "RE-KEY HAS NO NEW KEY - UNFIXABLE"
003119             TO DL180-DROP-REASON
003122         PERFORM 6000-DROP-CARD THRU 6000-EXIT
003125         GO TO 2100-EXIT
003128     END-IF.
003131*    DL200 NEVER LOOKS AT THE VALUE ON A DELETE OR RE-KEY
003134*    REPAIR, SO THOSE CARDS PASS STRAIGHT TO THE MASTER CHECK.
003140     IF DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) NOT = "D"
003145        AND DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) NOT = "K"
003150         PERFORM 3000-SCRUB-NUMERIC-FIELD THRU 3000-EXIT
003160         PERFORM 3500-VALIDATE-NUMERIC-FIELD THRU 3500-EXIT
003170         IF NOT DL180-NUMERIC-VALID
003200             PERFORM 6000-DROP-CARD THRU 6000-EXIT
003210             GO TO 2100-EXIT
003220         END-IF
003221         MOVE "Y" TO DL180-EDIT-OK-SW
003222         PERFORM 3600-APPLY-EDIT-RULES THRU 3600-EXIT
003223         IF NOT DL180-EDIT-OK
003224             PERFORM 6000-DROP-CARD THRU 6000-EXIT
003225             GO TO 2100-EXIT
003226         END-IF
003230     END-IF.
003240     PERFORM 4000-CHECK-MASTER THRU 4000-EXIT.
003250     IF DL180-DROP-REASON NOT = SPACES
003270         GO TO 2100-EXIT
003280     END-IF.
003290     PERFORM 5000-ACCEPT-CARD THRU 5000-EXIT.
003292     IF DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) NOT = "D"
003294        AND DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) NOT = "K"
003296         PERFORM 3700-LIST-EDIT-WARNINGS THRU 3700-EXIT
003298     END-IF.
003300 2100-EXIT.
003310     EXIT.
003320 2200-FIND-REJECT.
003980     END-IF.
003990 3500-EXIT.
004000     EXIT.
004001*----------------------------------------------------------------
004002* 3600-APPLY-EDIT-RULES TESTS THE REPAIR THE CARD WOULD MAKE -
004003* THE REJECT'S SAVED FIELDS AND SOURCE WITH THE CARD VALUE -
004004* AGAINST EVERY FATAL EDIT RULE FOR ITS SOURCE, EXACTLY AS
004005* DL200 WILL.  THE FIRST ONE IT FAILS DROPS THE CARD NAMING THE
004006* RULE, RATHER THAN LEAVE DL200 TO CARRY THE REJECT FORWARD.
004007*----------------------------------------------------------------
004008 3600-APPLY-EDIT-RULES.
004009     IF DL180-RULE-CT = ZERO
004010         GO TO 3600-EXIT
004011     END-IF.
004012     MOVE FUNCTION NUMVAL(DL180-EDIT-VALUE) TO DL180-EDIT-AMOUNT.
004013     MOVE "F" TO DL180-EDIT-PASS.
004014     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
004015         VARYING DL180-RULE-IDX FROM 1 BY 1
004016         UNTIL DL180-RULE-IDX > DL180-RULE-CT
004017            OR NOT DL180-EDIT-OK.
004018 3600-EXIT.
004019     EXIT.
004020*----------------------------------------------------------------
004021* 3650-TEST-ONE-RULE TESTS THE REPAIR AGAINST ONE RULE OF THE
004022* SEVERITY THIS PASS IS APPLYING, FOR ITS SOURCE OR FOR EVERY
004023* SOURCE.  A FAILED FATAL RULE SETS THE DROP REASON; A FAILED
004024* WARNING RULE IS NOTED ON THE EDIT REPORT UNDER THE CARD.
004025*----------------------------------------------------------------
004026 3650-TEST-ONE-RULE.
004027     IF DL180-RL-SEVERITY (DL180-RULE-IDX) NOT = DL180-EDIT-PASS
004028         GO TO 3650-EXIT
004029     END-IF.
004030     IF DL180-RL-SOURCE (DL180-RULE-IDX) NOT = "***"
004031        AND DL180-RL-SOURCE (DL180-RULE-IDX)
004032            NOT = DL180-REJ-SOURCE (DL180-REJECT-HIT-IDX)
004033         GO TO 3650-EXIT
004034     END-IF.
004035     MOVE "N" TO DL180-RULE-FAILED-SW.
004036     MOVE SPACES TO DL180-EDIT-RESULT.
004037     IF DL180-RL-FIELD (DL180-RULE-IDX) = "FIELD1"
004038         MOVE DL180-REJ-FIELD1 (DL180-REJECT-HIT-IDX)
004039             TO DL180-RULE-VALUE
004040     END-IF.
004041     IF DL180-RL-FIELD (DL180-RULE-IDX) = "FIELD2"
004042         MOVE DL180-REJ-FIELD2 (DL180-REJECT-HIT-IDX)
004043             TO DL180-RULE-VALUE
004044     END-IF.
004045     IF DL180-RL-FIELD (DL180-RULE-IDX) = "FIELD3"
004046         MOVE DL180-REJ-FIELD3 (DL180-REJECT-HIT-IDX)
004047             TO DL180-RULE-VALUE
004048     END-IF.
004049     IF DL180-RL-FIELD (DL180-RULE-IDX) = "AMOUNT"
004050         MOVE CORR-CARD-NUMERIC-VALUE TO DL180-RULE-VALUE
004051     END-IF.
004052     IF DL180-RL-TYPE (DL180-RULE-IDX) = "R"
004053        AND DL180-RULE-VALUE = SPACES
004054         MOVE "REQUIRED" TO DL180-EDIT-RESULT
004055         SET DL180-RULE-FAILED TO TRUE
004056     END-IF.
004057     IF DL180-RL-TYPE (DL180-RULE-IDX) = "C"
004058         PERFORM 3660-CHECK-ONE-CHAR THRU 3660-EXIT
004059             VARYING DL180-SCAN-IDX FROM 1 BY 1
004060             UNTIL DL180-SCAN-IDX > 20
004061                OR DL180-RULE-FAILED
004062     END-IF.
004063     IF DL180-RL-TYPE (DL180-RULE-IDX) = "N"
004064        AND DL180-EDIT-AMOUNT < DL180-RL-LIMIT (DL180-RULE-IDX)
004065         MOVE "BELOW MINIMUM" TO DL180-EDIT-RESULT
004066         SET DL180-RULE-FAILED TO TRUE
004067     END-IF.
004068     IF DL180-RL-TYPE (DL180-RULE-IDX) = "X"
004069        AND DL180-EDIT-AMOUNT > DL180-RL-LIMIT (DL180-RULE-IDX)
004070         MOVE "OVER MAXIMUM" TO DL180-EDIT-RESULT
004071         SET DL180-RULE-FAILED TO TRUE
004072     END-IF.
004073     IF DL180-RL-TYPE (DL180-RULE-IDX) = "Z"
004074        AND DL180-EDIT-AMOUNT = ZERO
004075         MOVE "ZERO AMOUNT" TO DL180-EDIT-RESULT
004076         SET DL180-RULE-FAILED TO TRUE
004077     END-IF.
004078     IF NOT DL180-RULE-FAILED
004079         GO TO 3650-EXIT
004080     END-IF.
004081*    THE DROP REASON HAS ROOM FOR "RULE", NOT "EDIT RULE".
004082     MOVE SPACES TO DL180-DROP-REASON.
004083     STRING "RULE "
004084         DL180-RL-NAME (DL180-RULE-IDX) DELIMITED BY SPACE
004085         " " DL180-RL-FIELD (DL180-RULE-IDX) DELIMITED BY SIZE
004086         " " DL180-EDIT-RESULT DELIMITED BY SIZE
004087         INTO DL180-DROP-REASON.
004088     IF DL180-EDIT-FATAL-PASS
004089         MOVE "N" TO DL180-EDIT-OK-SW
004090     ELSE
004091         PERFORM 6100-NOTE-WARNING THRU 6100-EXIT
004092     END-IF.
004093 3650-EXIT.
004094     EXIT.
004095*----------------------------------------------------------------
004096* 3660-CHECK-ONE-CHAR HOLDS ONE CHARACTER OF THE FIELD TO THE
004097* RULE'S CLASS.  BLANKS PASS, AS IN DL100 AND DL200.
004098*----------------------------------------------------------------
004099 3660-CHECK-ONE-CHAR.
004100     IF DL180-RULE-VALUE (DL180-SCAN-IDX:1) = SPACE
004101         GO TO 3660-EXIT
004102     END-IF.
004103     IF DL180-RL-CLASS (DL180-RULE-IDX) = "A"
004104        AND DL180-RULE-VALUE (DL180-SCAN-IDX:1) IS NOT ALPHABETIC
004105         SET DL180-RULE-FAILED TO TRUE
004106     END-IF.
004107     IF DL180-RL-CLASS (DL180-RULE-IDX) = "N"
004108        AND DL180-RULE-VALUE (DL180-SCAN-IDX:1) IS NOT NUMERIC
004109         SET DL180-RULE-FAILED TO TRUE
004110     END-IF.
004111     IF DL180-RL-CLASS (DL180-RULE-IDX) = "X"
004112        AND DL180-RULE-VALUE (DL180-SCAN-IDX:1) IS NOT ALPHABETIC
004113        AND DL180-RULE-VALUE (DL180-SCAN-IDX:1) IS NOT NUMERIC
004114         SET DL180-RULE-FAILED TO TRUE
004115     END-IF.
004116     IF DL180-RULE-FAILED
004117         MOVE "BAD CHARACTER" TO DL180-EDIT-RESULT
004118     END-IF.
004119 3660-EXIT.
004120     EXIT.
004121*----------------------------------------------------------------
004122* 3700-LIST-EDIT-WARNINGS RUNS THE WARNING RULES OVER A PASSED
004123* CARD.  THE CARD STAYS ON THE EDITED DECK - DL200 WILL POST IT
004124* AND LIST THE WARNING ON THE EDIT EXCEPTIONS REPORT - BUT THE
004125* KEYPUNCH SEES EACH ONE HERE FIRST.
004126*----------------------------------------------------------------
004127 3700-LIST-EDIT-WARNINGS.
004128     IF DL180-RULE-CT = ZERO
004129         GO TO 3700-EXIT
004130     END-IF.
004131     MOVE "W" TO DL180-EDIT-PASS.
004132     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
004133         VARYING DL180-RULE-IDX FROM 1 BY 1
004134         UNTIL DL180-RULE-IDX > DL180-RULE-CT.
004135     MOVE SPACES TO DL180-DROP-REASON.
004136 3700-EXIT.
004137     EXIT.
004138*----------------------------------------------------------------
004139* 4000-CHECK-MASTER PREDICTS WHETHER THE REPAIR WOULD BOUNCE:
004140* AN ADD (OR BLANK-CODE) REPAIR FAILS WHEN THE KEY IS ALREADY
004141* ON THE MASTER, A CHANGE OR DELETE WHEN IT IS NOT, A RE-KEY
004142* WHEN ITS OLD KEY IS NOT OR ITS NEW KEY ALREADY IS.  WITH THE
004143* MASTER UNAVAILABLE THE CHECK IS SKIPPED - THE CARD STILL
004144* PASSES EVERY EDIT DL200 ITSELF APPLIES.
004145*----------------------------------------------------------------
004146 4000-CHECK-MASTER.
004147     MOVE SPACES TO DL180-DROP-REASON.
004148     IF NOT DL180-MASTER-OPEN
004149         GO TO 4000-EXIT
004150     END-IF.
004151     MOVE "N" TO DL180-KEY-ON-MASTER-SW.
004152     MOVE CORR-CARD-KEY TO DB-RECORD-KEY.
004153     READ DB-OUT-FILE
004160         INVALID KEY
004170             CONTINUE
004180         NOT INVALID KEY
004190             SET DL180-KEY-ON-MASTER TO TRUE
004200     END-READ.
004202     IF DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) = "K"
004204         PERFORM 4100-CHECK-REKEY THRU 4100-EXIT
004206         GO TO 4000-EXIT
004208     END-IF.
004210     IF DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) = "C"
004220        OR DL180-REJ-TRANS (DL180-REJECT-HIT-IDX) = "D"
004230         IF NOT DL180-KEY-ON-MASTER
004320     END-IF.
004330 4000-EXIT.
004340     EXIT.
004341 4100-CHECK-REKEY.
004342     IF NOT DL180-KEY-ON-MASTER
004343         MOVE "REPAIR WOULD FAIL - KEY NOT ON MASTER"
004344             TO DL180-DROP-REASON
004345         GO TO 4100-EXIT
004346     END-IF.
004347     MOVE DL180-REJ-NEW-KEY (DL180-REJECT-HIT-IDX)
004348         TO DB-RECORD-KEY.
004349     READ DB-OUT-FILE
004350         INVALID KEY
004351             CONTINUE
004352         NOT INVALID KEY
004353             MOVE "REPAIR WOULD FAIL - NEW KEY ON MASTER"
004354                 TO DL180-DROP-REASON
004355     END-READ.
004356 4100-EXIT.
004357     EXIT.
004358*----------------------------------------------------------------
004360* 5000-ACCEPT-CARD WRITES THE CARD, AS PUNCHED, TO THE EDITED
004370* DECK (WHEN THERE IS ONE) AND REMEMBERS ITS KEY FOR THE
004380* DUPLICATE CHECK.
004650     WRITE EDIT-RPT-LINE.
004660 6000-EXIT.
004670     EXIT.
004671 6100-NOTE-WARNING.
004672     ADD 1 TO DL180-WARNINGS-CT.
004673     MOVE "WARNING  "        TO DL180-RPT-DISP.
004674     MOVE CORR-CARD-KEY     TO DL180-RPT-CARD-KEY.
004675     MOVE CORR-CARD-NUMERIC-VALUE TO DL180-RPT-CARD-VALUE.
004676     MOVE DL180-DROP-REASON TO DL180-RPT-REASON.
004677     MOVE DL180-RPT-CARD-LINE TO EDIT-RPT-LINE.
004678     WRITE EDIT-RPT-LINE.
004679 6100-EXIT.
004680     EXIT.
004681*----------------------------------------------------------------
004682* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
004683* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
004684* THERE IS NO CALENDAR).
004685*----------------------------------------------------------------
004686 8500-START-STEP.
004687     ACCEPT DL180-STEP-DATE-8 FROM DATE YYYYMMDD.
004688     MOVE DL180-STEP-DATE-8 TO DL180-STEP-BUS-DATE.
004689     OPEN INPUT RUN-CAL-FILE.
004690     IF DL180-RUN-CAL-STATUS = "00"
004691         READ RUN-CAL-FILE
004692             AT END
004693                 CONTINUE
004694             NOT AT END
004695                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
004696                    AND RUN-CAL-BUSINESS-DATE > ZERO
004697                     MOVE RUN-CAL-BUSINESS-DATE
004698                         TO DL180-STEP-BUS-DATE
004699                 END-IF
004700         END-READ
004701         CLOSE RUN-CAL-FILE
004702     END-IF.
004703     MOVE SPACES TO STEP-CTL-RECORD.
004704     MOVE "S" TO STEP-CTL-EVENT.
004705     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
004706         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
004707         STEP-CTL-COUNT-5.
004708     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
004709     SET DL180-STEP-STARTED TO TRUE.
004710 8500-EXIT.
004711     EXIT.
004712*----------------------------------------------------------------
004713* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
004714* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
004715* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
004716*----------------------------------------------------------------
004717 8550-WRITE-STEP-RECORD.
004718     MOVE DL180-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
004719     MOVE "DL180" TO STEP-CTL-JOB.
004720     ACCEPT DL180-STEP-DATE-8 FROM DATE YYYYMMDD.
004721     ACCEPT DL180-STEP-TIME-8 FROM TIME.
004722     MOVE DL180-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
004723     MOVE DL180-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
004724     OPEN EXTEND STEP-CTL-FILE.
004725     IF DL180-STEPCTL-STATUS = "35"
004726         OPEN OUTPUT STEP-CTL-FILE
004727     END-IF.
004728     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
004729     CLOSE STEP-CTL-FILE.
004730 8550-EXIT.
004731     EXIT.
004732*----------------------------------------------------------------
004733* 9000-TERMINATE PRINTS THE COUNTS AND THE APPROVER, SETS THE
004734* RETURN CODE (8 = NO APPROVAL, 4 = CARDS DROPPED, 0 = CLEAN
004735* DECK) AND CLOSES THE FILES.
004736*----------------------------------------------------------------
004737 9000-TERMINATE.
004740     MOVE SPACES TO EDIT-RPT-LINE.
004750     WRITE EDIT-RPT-LINE.
004760     IF DL180-APPROVED
004900     MOVE DL180-CARDS-DROPPED-CT TO DL180-RPT-DROPPED-CT.
004910     MOVE DL180-RPT-DROPPED-LINE TO EDIT-RPT-LINE.
004920     WRITE EDIT-RPT-LINE.
004922     MOVE DL180-WARNINGS-CT TO DL180-RPT-WARNED-CT.
004924     MOVE DL180-RPT-WARNED-LINE TO EDIT-RPT-LINE.
004926     WRITE EDIT-RPT-LINE.
004930     DISPLAY "DL180 CARDS READ    = " DL180-CARDS-READ-CT.
004940     DISPLAY "DL180 CARDS PASSED  = " DL180-CARDS-PASSED-CT.
004950     DISPLAY "DL180 CARDS DROPPED = " DL180-CARDS-DROPPED-CT.
005140     CLOSE EDIT-RPT-FILE.
005150 9000-EXIT.
005160     EXIT.
005161*----------------------------------------------------------------
005162* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
005163* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
005164* HERE, REFUSALS INCLUDED.
005165*----------------------------------------------------------------
005166 9900-END-STEP.
005167     IF NOT DL180-STEP-STARTED
005168         GO TO 9900-EXIT
005169     END-IF.
005170     MOVE SPACES TO STEP-CTL-RECORD.
005171     MOVE "E" TO STEP-CTL-EVENT.
005172     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
005173     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
005174         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
005175     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005176 9900-EXIT.
005177     EXIT.
005178 9999-EXIT.
005179     PERFORM 9900-END-STEP THRU 9900-EXIT.
005180     STOP RUN.
