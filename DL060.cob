000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL060.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     FIELD EDIT RULE MAINTENANCE.  THE EDIT RULE FILE          *
000130*     (EDITRULE, EDITRULE.CPY) HOLDS THE PER-SOURCE RULES       *
000140*     DL100, THE DL200 REPAIR PASS AND THE DL180 PRE-EDIT       *
000150*     APPLY TO FIELD1-FIELD3 AND THE AMOUNT OF EVERY ADD AND    *
000160*     CHANGE.  THIS JOB IS THE ONLY WAY THE FILE CHANGES.  IT   *
000170*     LOADS THE CURRENT RULES, APPLIES A DECK OF CHANGE CARDS   *
000180*     (RULECARD) AND REWRITES THE FILE, THEN PRINTS A CHANGE    *
000190*     REPORT (RULERPT) SHOWING EVERY ADD, THE BEFORE AND AFTER  *
000200*     IMAGE OF EVERY CHANGE, EVERY CARD REFUSED WITH ITS        *
000210*     REASON, AND EVERY RULE AS IT NOW STANDS.  CARD LAYOUT:    *
000220*       COL  1     ACTION - A = ADD A NEW RULE, C = CHANGE AN   *
000230*                  EXISTING ONE                                 *
000240*       COLS 2-4   SOURCE CODE, OR *** FOR EVERY SOURCE         *
000250*       COLS 5-12  RULE NAME                                    *
000260*       COLS 13-18 FIELD - FIELD1, FIELD2, FIELD3 OR AMOUNT     *
000270*       COL  19    TEST - R REQUIRED, C CHARACTER CLASS,        *
000280*                  N MINIMUM, X MAXIMUM, Z ZERO AMOUNT          *
000290*       COL  20    CLASS FOR A C TEST - A LETTERS, N DIGITS,    *
000300*                  X LETTERS AND DIGITS                         *
000310*       COL  21    LIMIT SIGN (BLANK, + OR -)                   *
000320*       COLS 22-34 LIMIT FOR AN N OR X TEST, 13 DIGITS WITH     *
000330*                  TWO IMPLIED DECIMALS                         *
000340*       COL  35    SEVERITY - F FATAL, W WARNING                *
000350*       COL  36    STATUS (A = ACTIVE, I = INACTIVE)            *
000360*       COLS 37-44 OPERATOR ID (REQUIRED ON EVERY CARD)         *
000370*     A RULE IS KNOWN BY ITS SOURCE AND NAME.  ON A CHANGE      *
000380*     CARD A BLANK FIELD LEAVES THE RULE'S VALUE AS IT IS.  AN  *
000390*     ADD MUST GIVE THE FIELD, TEST AND SEVERITY, AND DEFAULTS  *
000400*     TO ACTIVE.  THE FINISHED RULE MUST MAKE SENSE AS A WHOLE -*
000410*     A C TEST NEEDS A CLASS, AND N, X AND Z TEST THE AMOUNT    *
000420*     ONLY.  RULES ARE NEVER DELETED - RETIRE ONE BY SETTING    *
000430*     IT INACTIVE.  NO CARDS AT ALL SIMPLY LISTS THE RULES.     *
000440*     ANY REFUSED CARD ENDS THE RUN WITH RETURN-CODE 4; A RULE  *
000450*     FILE TOO LARGE TO MAINTAIN, OR ONE THAT CANNOT BE READ OR *
000455*     REWRITTEN, ENDS IT WITH 16.                               *
000460*                                                                *
000470* MODIFICATION HISTORY.                                         *
000480* DATE       INIT  DESCRIPTION                                  *
000490* ---------- ----  -----------------------------------------   *
000500* 2026-10-15  JL   INITIAL VERSION.                             *
000502* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000504*                  RETURN CODE ON THE STEP CONTROL FILE          *
000506*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000507* 2026-10-15  JL   A RULE OR CARD FILE THAT WILL NOT OPEN, OR A  *
000508*                  RULE FILE THAT CANNOT BE REWRITTEN, NOW ENDS  *
000509*                  THE RUN WITH RC 16.                           *
000510*                                                                *
000520*****************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. DL060.
000550 AUTHOR. J. LOGAN.
000560 INSTALLATION. DATA CONVERSION UNIT.
000570 DATE-WRITTEN. 2026-10-15.
000580 DATE-COMPILED.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT EDIT-RULE-FILE  ASSIGN TO "EDITRULE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS DL060-RULE-STATUS.
000650     SELECT RULE-CARD-FILE  ASSIGN TO "RULECARD"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS DL060-CARD-STATUS.
000680     SELECT RULE-RPT-FILE   ASSIGN TO "RULERPT"
000690         ORGANIZATION IS LINE SEQUENTIAL.
000691     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000692         ORGANIZATION IS LINE SEQUENTIAL
000693         FILE STATUS IS DL060-STEPCTL-STATUS.
000694     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000695         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS DL060-RUN-CAL-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EDIT-RULE-FILE.
000730 01  EDIT-RULE-FILE-RECORD           PIC X(80).
000740 FD  RULE-CARD-FILE.
000750 01  RULE-CARD-RECORD.
000760     05  RULE-CARD-ACTION            PIC X(01).
000770         88  RULE-CARD-ADD           VALUE "A".
000780         88  RULE-CARD-CHANGE        VALUE "C".
000790     05  RULE-CARD-SOURCE            PIC X(03).
000800     05  RULE-CARD-NAME              PIC X(08).
000810     05  RULE-CARD-FIELD             PIC X(06).
000820     05  RULE-CARD-TYPE              PIC X(01).
000830     05  RULE-CARD-CLASS             PIC X(01).
000840     05  RULE-CARD-LIMIT-SIGN        PIC X(01).
000850     05  RULE-CARD-LIMIT             PIC X(13).
000860     05  RULE-CARD-LIMIT-N REDEFINES RULE-CARD-LIMIT
000870                                     PIC 9(11)V99.
000880     05  RULE-CARD-SEVERITY          PIC X(01).
000890     05  RULE-CARD-STATUS            PIC X(01).
000900     05  RULE-CARD-OPERATOR          PIC X(08).
000910     05  FILLER                      PIC X(36).
000920 FD  RULE-RPT-FILE.
000930 01  RULE-RPT-LINE                   PIC X(132).
000932 FD  STEP-CTL-FILE.
000934 01  STEP-CTL-FILE-RECORD            PIC X(80).
000936 FD  RUN-CAL-FILE.
000938     COPY RUNCAL.
000940 WORKING-STORAGE SECTION.
000950 77  DL060-RULE-STATUS               PIC X(02) VALUE "00".
000960 77  DL060-CARD-STATUS               PIC X(02) VALUE "00".
000970 77  DL060-RULE-EOF-SW               PIC X(01) VALUE "N".
000980     88  DL060-RULE-EOF              VALUE "Y".
000990 77  DL060-CARD-EOF-SW               PIC X(01) VALUE "N".
001000     88  DL060-CARD-EOF              VALUE "Y".
001010 77  DL060-CARD-OK-SW                PIC X(01) VALUE "Y".
001020     88  DL060-CARD-OK               VALUE "Y".
001030 77  DL060-RULE-OVERFLOW-SW          PIC X(01) VALUE "N".
001040     88  DL060-RULE-OVERFLOW         VALUE "Y".
001043 77  DL060-RULE-WRITE-FAIL-SW        PIC X(01) VALUE "N".
001046     88  DL060-RULE-WRITE-FAILED     VALUE "Y".
001050 77  DL060-CURR-DATE-8               PIC 9(08).
001060 77  DL060-RULE-CT                   PIC 9(03) VALUE ZERO COMP.
001070 77  DL060-RULE-IDX                  PIC 9(03) VALUE ZERO COMP.
001080 77  DL060-HIT-IDX                   PIC 9(03) VALUE ZERO COMP.
001090 77  DL060-CARDS-READ-CT             PIC 9(09) VALUE ZERO COMP.
001100 77  DL060-ADDED-CT                  PIC 9(09) VALUE ZERO COMP.
001110 77  DL060-CHANGED-CT                PIC 9(09) VALUE ZERO COMP.
001120 77  DL060-REFUSED-CT                PIC 9(09) VALUE ZERO COMP.
001130 77  DL060-REFUSE-REASON             PIC X(40) VALUE SPACES.
001140 77  DL060-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
001141 77  DL060-STEPCTL-STATUS            PIC X(02) VALUE "00".
001142 77  DL060-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001143 77  DL060-STEP-STARTED-SW           PIC X(01) VALUE "N".
001144     88  DL060-STEP-STARTED          VALUE "Y".
001145 77  DL060-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001146 77  DL060-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001147 77  DL060-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001150*    THE RULES AS LOADED, CHANGED IN PLACE BY THE CARDS AND
001160*    WRITTEN BACK WHOLE.  200 RULES IS THE LIMIT DL100, DL180
001170*    AND DL200 ARE BUILT TO HOLD - AN ADD PAST IT IS REFUSED.
001180 01  DL060-RULE-TABLE.
001190     05  DL060-RULE-ENTRY OCCURS 200 TIMES.
001200         10  DL060-RT-SOURCE         PIC X(03).
001210         10  DL060-RT-NAME           PIC X(08).
001220         10  FILLER                  PIC X(69).
001230*    THE RULE RECORD LAYOUT ITSELF IS THE WORK AREA - EACH RULE
001240*    IS MOVED IN HERE, EDITED FIELD BY FIELD, CHECKED, AND ONLY
001250*    THEN MOVED BACK INTO THE TABLE.
001260     COPY EDITRULE.
001270 01  DL060-RPT-HEADING1.
001280     05  FILLER                      PIC X(38)
001290         VALUE "FIELD EDIT RULE CHANGE REPORT - DL060".
001300     05  FILLER                      PIC X(10)
001310         VALUE "RUN DATE  ".
001320     05  DL060-HDG-DATE              PIC 9(08).
001330     05  FILLER                      PIC X(76) VALUE SPACES.
001340 01  DL060-RPT-HEADING2.
001350     05  FILLER                      PIC X(10) VALUE "ACTION".
001360     05  FILLER                      PIC X(05) VALUE "SRC".
001370     05  FILLER                      PIC X(10) VALUE "RULE".
001380     05  FILLER                      PIC X(08) VALUE "FIELD".
001390     05  FILLER                      PIC X(05) VALUE "TEST".
001400     05  FILLER                      PIC X(06) VALUE "CLASS".
001410     05  FILLER                      PIC X(17) VALUE
001420         "          LIMIT".
001430     05  FILLER                      PIC X(04) VALUE "SEV".
001440     05  FILLER                      PIC X(05) VALUE "STAT".
001450     05  FILLER                      PIC X(10) VALUE "CHANGED".
001460     05  FILLER                      PIC X(10) VALUE "BY".
001470     05  FILLER                      PIC X(42) VALUE "REMARKS".
001480 01  DL060-RPT-DETAIL.
001490     05  DL060-DTL-ACTION            PIC X(08).
001500     05  FILLER                      PIC X(02) VALUE SPACES.
001510     05  DL060-DTL-SOURCE            PIC X(03).
001520     05  FILLER                      PIC X(02) VALUE SPACES.
001530     05  DL060-DTL-NAME              PIC X(08).
001540     05  FILLER                      PIC X(02) VALUE SPACES.
001550     05  DL060-DTL-FIELD             PIC X(06).
001560     05  FILLER                      PIC X(03) VALUE SPACES.
001570     05  DL060-DTL-TYPE              PIC X(01).
001580     05  FILLER                      PIC X(05) VALUE SPACES.
001590     05  DL060-DTL-CLASS             PIC X(01).
001600     05  FILLER                      PIC X(02) VALUE SPACES.
001610     05  DL060-DTL-LIMIT             PIC -ZZZZZZZZZZ9.99.
001620     05  DL060-DTL-LIMIT-X REDEFINES DL060-DTL-LIMIT
001630                                     PIC X(15).
001640     05  FILLER                      PIC X(02) VALUE SPACES.
001650     05  DL060-DTL-SEVERITY          PIC X(01).
001660     05  FILLER                      PIC X(04) VALUE SPACES.
001670     05  DL060-DTL-STATUS            PIC X(01).
001680     05  FILLER                      PIC X(04) VALUE SPACES.
001690     05  DL060-DTL-CHANGED           PIC X(08).
001700     05  FILLER                      PIC X(02) VALUE SPACES.
001710     05  DL060-DTL-CHANGED-BY        PIC X(08).
001720     05  FILLER                      PIC X(02) VALUE SPACES.
001730     05  DL060-DTL-REMARKS           PIC X(40).
001740     05  FILLER                      PIC X(02) VALUE SPACES.
001750 01  DL060-RPT-LIST-TITLE            PIC X(132) VALUE
001760     "FIELD EDIT RULES AS THEY NOW STAND".
001770 01  DL060-RPT-READ-LINE.
001780     05  FILLER                      PIC X(20)
001790         VALUE "CARDS READ..........".
001800     05  DL060-RPT-READ-CT           PIC ZZZZZZZZ9.
001810     05  FILLER                      PIC X(103) VALUE SPACES.
001820 01  DL060-RPT-ADDED-LINE.
001830     05  FILLER                      PIC X(20)
001840         VALUE "RULES ADDED.........".
001850     05  DL060-RPT-ADDED-CT          PIC ZZZZZZZZ9.
001860     05  FILLER                      PIC X(103) VALUE SPACES.
001870 01  DL060-RPT-CHANGED-LINE.
001880     05  FILLER                      PIC X(20)
001890         VALUE "RULES CHANGED.......".
001900     05  DL060-RPT-CHANGED-CT        PIC ZZZZZZZZ9.
001910     05  FILLER                      PIC X(103) VALUE SPACES.
001920 01  DL060-RPT-REFUSED-LINE.
001930     05  FILLER                      PIC X(20)
001940         VALUE "CARDS REFUSED.......".
001950     05  DL060-RPT-REFUSED-CT        PIC ZZZZZZZZ9.
001960     05  FILLER                      PIC X(103) VALUE SPACES.
001970 01  DL060-RPT-ENTRIES-LINE.
001980     05  FILLER                      PIC X(20)
001990         VALUE "RULES ON FILE.......".
002000     05  DL060-RPT-ENTRIES-CT        PIC ZZZZZZZZ9.
002010     05  FILLER                      PIC X(103) VALUE SPACES.
002020 01  DL060-RPT-OVERFLOW-LINE         PIC X(132) VALUE
002030     "*** RULE FILE OVER 200 RULES - NOT REWRITTEN ***".
002033*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
002036     COPY STEPCTL.
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002055     PERFORM 8500-START-STEP THRU 8500-EXIT.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002090     GO TO 9999-EXIT.
002100*----------------------------------------------------------------
002110* 1000-INITIALIZE LOADS THE CURRENT RULES INTO THE TABLE, OPENS
002120* THE CARD DECK AND PRINTS THE REPORT HEADINGS.  NO RULE FILE
002130* YET (STATUS 35) IS THE FIRST EVER RUN AND STARTS FROM AN
002140* EMPTY TABLE; NO CARD DECK JUST LISTS THE RULES.
002150*----------------------------------------------------------------
002160 1000-INITIALIZE.
002170     ACCEPT DL060-CURR-DATE-8 FROM DATE YYYYMMDD.
002180     OPEN OUTPUT RULE-RPT-FILE.
002190     MOVE DL060-CURR-DATE-8 TO DL060-HDG-DATE.
002200     MOVE DL060-RPT-HEADING1 TO RULE-RPT-LINE.
002210     WRITE RULE-RPT-LINE.
002220     MOVE SPACES TO RULE-RPT-LINE.
002230     WRITE RULE-RPT-LINE.
002240     MOVE DL060-RPT-HEADING2 TO RULE-RPT-LINE.
002250     WRITE RULE-RPT-LINE.
002260     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
002270     OPEN INPUT RULE-CARD-FILE.
002280     IF DL060-CARD-STATUS = "35"
002290         SET DL060-CARD-EOF TO TRUE
002295         GO TO 1000-EXIT
002300     END-IF.
002301     IF DL060-CARD-STATUS NOT = "00"
002302         DISPLAY "DL060: CANNOT OPEN RULECARD - STATUS "
002303             DL060-CARD-STATUS
002304         MOVE 16 TO RETURN-CODE
002305         GO TO 9999-EXIT
002306     END-IF.
002310 1000-EXIT.
002320     EXIT.
002330 1100-LOAD-RULES.
002340     OPEN INPUT EDIT-RULE-FILE.
002350     IF DL060-RULE-STATUS = "35"
002360         DISPLAY "DL060: NO EDIT RULE FILE YET - STARTING EMPTY"
002370         GO TO 1100-EXIT
002380     END-IF.
002381     IF DL060-RULE-STATUS NOT = "00"
002382         DISPLAY "DL060: CANNOT OPEN EDITRULE - STATUS "
002383             DL060-RULE-STATUS
002384         MOVE 16 TO RETURN-CODE
002385         GO TO 9999-EXIT
002386     END-IF.
002390     PERFORM 1150-LOAD-ONE-RULE THRU 1150-EXIT
002400         UNTIL DL060-RULE-EOF.
002410     CLOSE EDIT-RULE-FILE.
002420 1100-EXIT.
002430     EXIT.
002440 1150-LOAD-ONE-RULE.
002450     READ EDIT-RULE-FILE INTO EDIT-RULE-RECORD
002460         AT END
002470             SET DL060-RULE-EOF TO TRUE
002480             GO TO 1150-EXIT
002490     END-READ.
002500     IF DL060-RULE-CT NOT < 200
002510         SET DL060-RULE-OVERFLOW TO TRUE
002520         GO TO 1150-EXIT
002530     END-IF.
002540     ADD 1 TO DL060-RULE-CT.
002550     MOVE EDIT-RULE-RECORD TO DL060-RULE-ENTRY (DL060-RULE-CT).
002560 1150-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 2000-PROCESS-CARDS APPLIES THE CHANGE DECK ONE CARD AT A TIME.
002600* A RULE FILE THAT WOULD NOT FIT THE TABLE IS NEVER CHANGED -
002610* REWRITING IT WOULD DROP THE RULES THAT DID NOT LOAD.
002620*----------------------------------------------------------------
002630 2000-PROCESS-CARDS.
002640     IF DL060-RULE-OVERFLOW
002650         GO TO 2000-EXIT
002660     END-IF.
002670     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
002680         UNTIL DL060-CARD-EOF.
002690 2000-EXIT.
002700     EXIT.
002710 2100-PROCESS-ONE-CARD.
002720     READ RULE-CARD-FILE
002730         AT END
002740             SET DL060-CARD-EOF TO TRUE
002750             GO TO 2100-EXIT
002760     END-READ.
002770     ADD 1 TO DL060-CARDS-READ-CT.
002780     PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
002790     IF NOT DL060-CARD-OK
002800         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
002810         GO TO 2100-EXIT
002820     END-IF.
002830     IF RULE-CARD-ADD
002840         PERFORM 4000-APPLY-ADD THRU 4000-EXIT
002850     ELSE
002860         PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
002870     END-IF.
002880 2100-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002910* 3000-EDIT-CARD CHECKS EVERYTHING ABOUT A CARD THAT CAN BE
002920* CHECKED BEFORE IT IS LAID OVER THE RULE.  THE FIRST PROBLEM
002930* FOUND IS THE ONE REPORTED.
002940*----------------------------------------------------------------
002950 3000-EDIT-CARD.
002960     MOVE "Y" TO DL060-CARD-OK-SW.
002970     MOVE SPACES TO DL060-REFUSE-REASON.
002980     IF RULE-CARD-OPERATOR = SPACES
002990         MOVE "NO OPERATOR ID ON CARD" TO DL060-REFUSE-REASON
003000         GO TO 3000-REFUSE
003010     END-IF.
003020     IF NOT RULE-CARD-ADD AND NOT RULE-CARD-CHANGE
003030         MOVE "ACTION MUST BE A OR C" TO DL060-REFUSE-REASON
003040         GO TO 3000-REFUSE
003050     END-IF.
003060     IF RULE-CARD-SOURCE = SPACES OR RULE-CARD-NAME = SPACES
003070         MOVE "NO SOURCE CODE OR RULE NAME ON CARD"
003080             TO DL060-REFUSE-REASON
003090         GO TO 3000-REFUSE
003100     END-IF.
003110     PERFORM 3100-FIND-RULE THRU 3100-EXIT.
003120     IF RULE-CARD-ADD
003130         IF DL060-HIT-IDX > ZERO
003140             MOVE "RULE ALREADY ON FILE FOR THIS SOURCE"
003150                 TO DL060-REFUSE-REASON
003160             GO TO 3000-REFUSE
003170         END-IF
003180         IF DL060-RULE-CT NOT < 200
003190             MOVE "RULE FILE FULL - 200 RULES"
003200                 TO DL060-REFUSE-REASON
003210             GO TO 3000-REFUSE
003220         END-IF
003230         IF RULE-CARD-FIELD = SPACES
003240            OR RULE-CARD-TYPE = SPACE
003250            OR RULE-CARD-SEVERITY = SPACE
003260             MOVE "ADD NEEDS FIELD, TEST AND SEVERITY"
003270                 TO DL060-REFUSE-REASON
003280             GO TO 3000-REFUSE
003290         END-IF
003300     ELSE
003310         IF DL060-HIT-IDX = ZERO
003320             MOVE "RULE NOT ON FILE FOR THIS SOURCE"
003330                 TO DL060-REFUSE-REASON
003340             GO TO 3000-REFUSE
003350         END-IF
003360     END-IF.
003370     IF RULE-CARD-LIMIT-SIGN NOT = SPACE
003380        AND RULE-CARD-LIMIT-SIGN NOT = "+"
003390        AND RULE-CARD-LIMIT-SIGN NOT = "-"
003400         MOVE "LIMIT SIGN MUST BE BLANK, + OR -"
003410             TO DL060-REFUSE-REASON
003420         GO TO 3000-REFUSE
003430     END-IF.
003440     IF RULE-CARD-LIMIT NOT = SPACES
003450        AND RULE-CARD-LIMIT IS NOT NUMERIC
003460         MOVE "LIMIT NOT NUMERIC" TO DL060-REFUSE-REASON
003470         GO TO 3000-REFUSE
003480     END-IF.
003490     IF RULE-CARD-LIMIT = SPACES
003500        AND RULE-CARD-LIMIT-SIGN NOT = SPACE
003510         MOVE "LIMIT SIGN GIVEN WITHOUT A LIMIT"
003520             TO DL060-REFUSE-REASON
003530         GO TO 3000-REFUSE
003540     END-IF.
003550     IF RULE-CARD-STATUS NOT = SPACE
003560        AND RULE-CARD-STATUS NOT = "A"
003570        AND RULE-CARD-STATUS NOT = "I"
003580         MOVE "STATUS MUST BE A OR I" TO DL060-REFUSE-REASON
003590         GO TO 3000-REFUSE
003600     END-IF.
003610     GO TO 3000-EXIT.
003620 3000-REFUSE.
003630     MOVE "N" TO DL060-CARD-OK-SW.
003640 3000-EXIT.
003650     EXIT.
003660 3100-FIND-RULE.
003670     MOVE ZERO TO DL060-HIT-IDX.
003680     PERFORM 3150-CHECK-ONE-RULE THRU 3150-EXIT
003690         VARYING DL060-RULE-IDX FROM 1 BY 1
003700         UNTIL DL060-RULE-IDX > DL060-RULE-CT
003710            OR DL060-HIT-IDX > ZERO.
003720 3100-EXIT.
003730     EXIT.
003740 3150-CHECK-ONE-RULE.
003750     IF DL060-RT-SOURCE (DL060-RULE-IDX) = RULE-CARD-SOURCE
003760        AND DL060-RT-NAME (DL060-RULE-IDX) = RULE-CARD-NAME
003770         MOVE DL060-RULE-IDX TO DL060-HIT-IDX
003780     END-IF.
003790 3150-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 3500-OVERLAY-CARD LAYS EVERY NON-BLANK CARD FIELD OVER THE
003830* RULE IN THE WORK AREA AND STAMPS IT WITH TODAY'S DATE AND THE
003840* OPERATOR.  3600-EDIT-RULE THEN CHECKS THE RESULT AS A WHOLE -
003850* A CHANGE CARD CAN TURN A FIELD1 RULE INTO A MINIMUM TEST, OR
003860* A CLASS TEST INTO ONE WITH NO CLASS, THOUGH EACH COLUMN IS
003870* VALID ON ITS OWN.
003880*----------------------------------------------------------------
003890 3500-OVERLAY-CARD.
003900     IF RULE-CARD-FIELD NOT = SPACES
003910         MOVE RULE-CARD-FIELD TO EDIT-RULE-FIELD
003920     END-IF.
003930     IF RULE-CARD-TYPE NOT = SPACE
003940         MOVE RULE-CARD-TYPE TO EDIT-RULE-TYPE
003950     END-IF.
003960     IF RULE-CARD-CLASS NOT = SPACE
003970         MOVE RULE-CARD-CLASS TO EDIT-RULE-CLASS
003980     END-IF.
003990     IF RULE-CARD-LIMIT NOT = SPACES
004000         MOVE RULE-CARD-LIMIT-N TO EDIT-RULE-LIMIT
004010         IF RULE-CARD-LIMIT-SIGN = "-"
004020             COMPUTE EDIT-RULE-LIMIT = ZERO - EDIT-RULE-LIMIT
004030         END-IF
004040     END-IF.
004050     IF RULE-CARD-SEVERITY NOT = SPACE
004060         MOVE RULE-CARD-SEVERITY TO EDIT-RULE-SEVERITY
004070     END-IF.
004080     IF RULE-CARD-STATUS NOT = SPACE
004090         MOVE RULE-CARD-STATUS TO EDIT-RULE-STATUS
004100     END-IF.
004110     MOVE DL060-CURR-DATE-8 TO EDIT-RULE-LAST-CHANGED.
004120     MOVE RULE-CARD-OPERATOR TO EDIT-RULE-CHANGED-BY.
004130 3500-EXIT.
004140     EXIT.
004150 3600-EDIT-RULE.
004160     MOVE "Y" TO DL060-CARD-OK-SW.
004170     IF NOT EDIT-RULE-FIELD1 AND NOT EDIT-RULE-FIELD2
004180        AND NOT EDIT-RULE-FIELD3 AND NOT EDIT-RULE-AMOUNT
004190         MOVE "FIELD MUST BE FIELD1-FIELD3 OR AMOUNT"
004200             TO DL060-REFUSE-REASON
004210         GO TO 3600-REFUSE
004220     END-IF.
004230     IF NOT EDIT-RULE-REQUIRED AND NOT EDIT-RULE-CHAR-CLASS
004240        AND NOT EDIT-RULE-MINIMUM AND NOT EDIT-RULE-MAXIMUM
004250        AND NOT EDIT-RULE-NO-ZERO
004260         MOVE "TEST MUST BE R, C, N, X OR Z"
004270             TO DL060-REFUSE-REASON
004280         GO TO 3600-REFUSE
004290     END-IF.
004300     IF EDIT-RULE-CHAR-CLASS
004310        AND NOT EDIT-RULE-CLASS-ALPHA
004320        AND NOT EDIT-RULE-CLASS-DIGITS
004330        AND NOT EDIT-RULE-CLASS-ALNUM
004340         MOVE "CLASS TEST NEEDS CLASS A, N OR X"
004350             TO DL060-REFUSE-REASON
004360         GO TO 3600-REFUSE
004370     END-IF.
004380     IF (EDIT-RULE-MINIMUM OR EDIT-RULE-MAXIMUM
004390         OR EDIT-RULE-NO-ZERO)
004400        AND NOT EDIT-RULE-AMOUNT
004410         MOVE "N, X AND Z TESTS APPLY TO AMOUNT ONLY"
004420             TO DL060-REFUSE-REASON
004430         GO TO 3600-REFUSE
004440     END-IF.
004450     IF NOT EDIT-RULE-FATAL AND NOT EDIT-RULE-WARNING
004460         MOVE "SEVERITY MUST BE F OR W" TO DL060-REFUSE-REASON
004470         GO TO 3600-REFUSE
004480     END-IF.
004490     GO TO 3600-EXIT.
004500 3600-REFUSE.
004510     MOVE "N" TO DL060-CARD-OK-SW.
004520 3600-EXIT.
004530     EXIT.
004540*----------------------------------------------------------------
004550* 4000-APPLY-ADD BUILDS A NEW RULE FROM THE DEFAULTS AND THE
004560* CARD AND APPENDS IT TO THE TABLE.
004570*----------------------------------------------------------------
004580 4000-APPLY-ADD.
004590     MOVE SPACES           TO EDIT-RULE-RECORD.
004600     MOVE RULE-CARD-SOURCE TO EDIT-RULE-SOURCE.
004610     MOVE RULE-CARD-NAME   TO EDIT-RULE-NAME.
004620     MOVE ZERO             TO EDIT-RULE-LIMIT.
004630     MOVE "A"              TO EDIT-RULE-STATUS.
004640     PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
004650     PERFORM 3600-EDIT-RULE THRU 3600-EXIT.
004660     IF NOT DL060-CARD-OK
004670         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
004680         GO TO 4000-EXIT
004690     END-IF.
004700     ADD 1 TO DL060-RULE-CT.
004710     MOVE EDIT-RULE-RECORD TO DL060-RULE-ENTRY (DL060-RULE-CT).
004720     ADD 1 TO DL060-ADDED-CT.
004730     MOVE "ADDED"   TO DL060-DTL-ACTION.
004740     MOVE SPACES    TO DL060-DTL-REMARKS.
004750     PERFORM 5100-PRINT-RULE THRU 5100-EXIT.
004760 4000-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------
004790* 4100-APPLY-CHANGE LAYS THE CARD OVER THE EXISTING RULE AND
004800* PRINTS THE RULE BEFORE AND AFTER, SO THE REPORT ALONE SHOWS
004810* EXACTLY WHAT EACH CARD DID.
004820*----------------------------------------------------------------
004830 4100-APPLY-CHANGE.
004840     MOVE DL060-RULE-ENTRY (DL060-HIT-IDX) TO DL060-BEFORE-IMAGE.
004850     MOVE DL060-RULE-ENTRY (DL060-HIT-IDX) TO EDIT-RULE-RECORD.
004860     PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
004870     PERFORM 3600-EDIT-RULE THRU 3600-EXIT.
004880     IF NOT DL060-CARD-OK
004890         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
004900         GO TO 4100-EXIT
004910     END-IF.
004920     MOVE EDIT-RULE-RECORD TO DL060-RULE-ENTRY (DL060-HIT-IDX).
004930     ADD 1 TO DL060-CHANGED-CT.
004940     MOVE DL060-BEFORE-IMAGE TO EDIT-RULE-RECORD.
004950     MOVE "BEFORE"  TO DL060-DTL-ACTION.
004960     MOVE SPACES    TO DL060-DTL-REMARKS.
004970     PERFORM 5100-PRINT-RULE THRU 5100-EXIT.
004980     MOVE DL060-RULE-ENTRY (DL060-HIT-IDX) TO EDIT-RULE-RECORD.
004990     MOVE "AFTER"   TO DL060-DTL-ACTION.
005000     PERFORM 5100-PRINT-RULE THRU 5100-EXIT.
005010 4100-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* 5100-PRINT-RULE PRINTS THE RULE IN THE WORK AREA UNDER THE
005050* ACTION AND REMARKS THE CALLER HAS SET.  THE LIMIT IS PRINTED
005060* ONLY FOR THE TESTS THAT USE IT.
005070*----------------------------------------------------------------
005080 5100-PRINT-RULE.
005090     MOVE EDIT-RULE-SOURCE       TO DL060-DTL-SOURCE.
005100     MOVE EDIT-RULE-NAME         TO DL060-DTL-NAME.
005110     MOVE EDIT-RULE-FIELD        TO DL060-DTL-FIELD.
005120     MOVE EDIT-RULE-TYPE         TO DL060-DTL-TYPE.
005130     MOVE EDIT-RULE-CLASS        TO DL060-DTL-CLASS.
005140     IF EDIT-RULE-MINIMUM OR EDIT-RULE-MAXIMUM
005150         MOVE EDIT-RULE-LIMIT    TO DL060-DTL-LIMIT
005160     ELSE
005170         MOVE SPACES             TO DL060-DTL-LIMIT-X
005180     END-IF.
005190     MOVE EDIT-RULE-SEVERITY     TO DL060-DTL-SEVERITY.
005200     MOVE EDIT-RULE-STATUS       TO DL060-DTL-STATUS.
005210     MOVE EDIT-RULE-LAST-CHANGED TO DL060-DTL-CHANGED.
005220     MOVE EDIT-RULE-CHANGED-BY   TO DL060-DTL-CHANGED-BY.
005230     MOVE DL060-RPT-DETAIL       TO RULE-RPT-LINE.
005240     WRITE RULE-RPT-LINE.
005250 5100-EXIT.
005260     EXIT.
005270*----------------------------------------------------------------
005280* 5200-PRINT-REFUSED PRINTS A REFUSED CARD AS PUNCHED, WITH THE
005290* REASON IT WAS REFUSED.  THE RULE FILE IS NOT TOUCHED.
005300*----------------------------------------------------------------
005310 5200-PRINT-REFUSED.
005320     ADD 1 TO DL060-REFUSED-CT.
005330     MOVE "REFUSED"             TO DL060-DTL-ACTION.
005340     MOVE RULE-CARD-SOURCE      TO DL060-DTL-SOURCE.
005350     MOVE RULE-CARD-NAME        TO DL060-DTL-NAME.
005360     MOVE RULE-CARD-FIELD       TO DL060-DTL-FIELD.
005370     MOVE RULE-CARD-TYPE        TO DL060-DTL-TYPE.
005380     MOVE RULE-CARD-CLASS       TO DL060-DTL-CLASS.
005390     MOVE SPACES                TO DL060-DTL-LIMIT-X.
005400     MOVE RULE-CARD-LIMIT-SIGN  TO DL060-DTL-LIMIT-X (1:1).
005410     MOVE RULE-CARD-LIMIT       TO DL060-DTL-LIMIT-X (2:13).
005420     MOVE RULE-CARD-SEVERITY    TO DL060-DTL-SEVERITY.
005430     MOVE RULE-CARD-STATUS      TO DL060-DTL-STATUS.
005440     MOVE SPACES                TO DL060-DTL-CHANGED.
005450     MOVE RULE-CARD-OPERATOR    TO DL060-DTL-CHANGED-BY.
005460     MOVE DL060-REFUSE-REASON   TO DL060-DTL-REMARKS.
005470     MOVE DL060-RPT-DETAIL      TO RULE-RPT-LINE.
005480     WRITE RULE-RPT-LINE.
005490 5200-EXIT.
005500     EXIT.
005501*----------------------------------------------------------------
005502* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005503* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005504* THERE IS NO CALENDAR).
005505*----------------------------------------------------------------
005506 8500-START-STEP.
005507     ACCEPT DL060-STEP-DATE-8 FROM DATE YYYYMMDD.
005508     MOVE DL060-STEP-DATE-8 TO DL060-STEP-BUS-DATE.
005509     OPEN INPUT RUN-CAL-FILE.
005510     IF DL060-RUN-CAL-STATUS = "00"
005511         READ RUN-CAL-FILE
005512             AT END
005513                 CONTINUE
005514             NOT AT END
005515                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005516                    AND RUN-CAL-BUSINESS-DATE > ZERO
005517                     MOVE RUN-CAL-BUSINESS-DATE
005518                         TO DL060-STEP-BUS-DATE
005519                 END-IF
005520         END-READ
005521         CLOSE RUN-CAL-FILE
005522     END-IF.
005523     MOVE SPACES TO STEP-CTL-RECORD.
005524     MOVE "S" TO STEP-CTL-EVENT.
005525     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005526         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005527         STEP-CTL-COUNT-5.
005528     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005529     SET DL060-STEP-STARTED TO TRUE.
005530 8500-EXIT.
005531     EXIT.
005532*----------------------------------------------------------------
005533* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005534* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005535* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005536*----------------------------------------------------------------
005537 8550-WRITE-STEP-RECORD.
005538     MOVE DL060-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005539     MOVE "DL060" TO STEP-CTL-JOB.
005540     ACCEPT DL060-STEP-DATE-8 FROM DATE YYYYMMDD.
005541     ACCEPT DL060-STEP-TIME-8 FROM TIME.
005542     MOVE DL060-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005543     MOVE DL060-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005544     OPEN EXTEND STEP-CTL-FILE.
005545     IF DL060-STEPCTL-STATUS = "35"
005546         OPEN OUTPUT STEP-CTL-FILE
005547     END-IF.
005548     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005549     CLOSE STEP-CTL-FILE.
005550 8550-EXIT.
005551     EXIT.
005552*----------------------------------------------------------------
005553* 9000-TERMINATE REWRITES THE RULE FILE WHEN ANY CARD CHANGED
005554* IT, LISTS THE RULES AS THEY NOW STAND, PRINTS THE COUNTS AND
005555* SETS THE RETURN CODE: 16 = RULE FILE TOO LARGE TO MAINTAIN,
005556* 4 = A CARD WAS REFUSED, 0 = CLEAN.
005560*----------------------------------------------------------------
005570 9000-TERMINATE.
005580     IF DL060-ADDED-CT > ZERO OR DL060-CHANGED-CT > ZERO
005590         PERFORM 9050-REWRITE-RULES THRU 9050-EXIT
005640     END-IF.
005650     MOVE SPACES TO RULE-RPT-LINE.
005660     WRITE RULE-RPT-LINE.
005670     IF DL060-RULE-OVERFLOW
005680         MOVE DL060-RPT-OVERFLOW-LINE TO RULE-RPT-LINE
005690         WRITE RULE-RPT-LINE
005700     END-IF.
005710     MOVE DL060-RPT-LIST-TITLE TO RULE-RPT-LINE.
005720     WRITE RULE-RPT-LINE.
005730     MOVE DL060-RPT-HEADING2 TO RULE-RPT-LINE.
005740     WRITE RULE-RPT-LINE.
005750     PERFORM 9200-LIST-ONE-RULE THRU 9200-EXIT
005760         VARYING DL060-RULE-IDX FROM 1 BY 1
005770         UNTIL DL060-RULE-IDX > DL060-RULE-CT.
005780     MOVE SPACES TO RULE-RPT-LINE.
005790     WRITE RULE-RPT-LINE.
005800     MOVE DL060-CARDS-READ-CT TO DL060-RPT-READ-CT.
005810     MOVE DL060-RPT-READ-LINE TO RULE-RPT-LINE.
005820     WRITE RULE-RPT-LINE.
005830     MOVE DL060-ADDED-CT TO DL060-RPT-ADDED-CT.
005840     MOVE DL060-RPT-ADDED-LINE TO RULE-RPT-LINE.
005850     WRITE RULE-RPT-LINE.
005860     MOVE DL060-CHANGED-CT TO DL060-RPT-CHANGED-CT.
005870     MOVE DL060-RPT-CHANGED-LINE TO RULE-RPT-LINE.
005880     WRITE RULE-RPT-LINE.
005890     MOVE DL060-REFUSED-CT TO DL060-RPT-REFUSED-CT.
005900     MOVE DL060-RPT-REFUSED-LINE TO RULE-RPT-LINE.
005910     WRITE RULE-RPT-LINE.
005920     MOVE DL060-RULE-CT TO DL060-RPT-ENTRIES-CT.
005930     MOVE DL060-RPT-ENTRIES-LINE TO RULE-RPT-LINE.
005940     WRITE RULE-RPT-LINE.
005950     DISPLAY "DL060 CARDS READ    = " DL060-CARDS-READ-CT.
005960     DISPLAY "DL060 RULES ADDED   = " DL060-ADDED-CT.
005970     DISPLAY "DL060 RULES CHANGED = " DL060-CHANGED-CT.
005980     DISPLAY "DL060 CARDS REFUSED = " DL060-REFUSED-CT.
005990     IF DL060-RULE-OVERFLOW
006000         DISPLAY "DL060: RULE FILE HOLDS MORE THAN 200 RULES"
006010             " - NOT MAINTAINED"
006020         MOVE 16 TO RETURN-CODE
006030     ELSE
006040         IF DL060-REFUSED-CT > ZERO
006050             MOVE 4 TO RETURN-CODE
006060         END-IF
006070     END-IF.
006072     IF DL060-RULE-WRITE-FAILED
006074         DISPLAY "DL060: EDIT RULE FILE NOT REWRITTEN WHOLE"
006076         MOVE 16 TO RETURN-CODE
006078     END-IF.
006080     IF DL060-CARD-STATUS NOT = "35"
006090         CLOSE RULE-CARD-FILE
006100     END-IF.
006110     CLOSE RULE-RPT-FILE.
006111 9000-EXIT.
006112     EXIT.
006113*----------------------------------------------------------------
006114* 9050-REWRITE-RULES WRITES THE CHANGED RULE FILE BACK WHOLE.  AN
006115* OPEN OR WRITE THAT FAILS IS TOLD TO THE CONSOLE AND ENDS THE
006116* RUN WITH RETURN-CODE 16.
006117*----------------------------------------------------------------
006118 9050-REWRITE-RULES.
006119     OPEN OUTPUT EDIT-RULE-FILE.
006120     IF DL060-RULE-STATUS NOT = "00"
006121         DISPLAY "DL060: CANNOT REWRITE EDITRULE - STATUS "
006122             DL060-RULE-STATUS
006123         SET DL060-RULE-WRITE-FAILED TO TRUE
006124         GO TO 9050-EXIT
006125     END-IF.
006126     PERFORM 9100-WRITE-ONE-RULE THRU 9100-EXIT
006127         VARYING DL060-RULE-IDX FROM 1 BY 1
006128         UNTIL DL060-RULE-IDX > DL060-RULE-CT
006129            OR DL060-RULE-WRITE-FAILED.
006130     CLOSE EDIT-RULE-FILE.
006131 9050-EXIT.
006132     EXIT.
006140 9100-WRITE-ONE-RULE.
006150     MOVE DL060-RULE-ENTRY (DL060-RULE-IDX)
006160         TO EDIT-RULE-FILE-RECORD.
006170     WRITE EDIT-RULE-FILE-RECORD.
006171     IF DL060-RULE-STATUS NOT = "00"
006172         DISPLAY "DL060: CANNOT WRITE EDITRULE - STATUS "
006173             DL060-RULE-STATUS
006174         SET DL060-RULE-WRITE-FAILED TO TRUE
006175     END-IF.
006180 9100-EXIT.
006190     EXIT.
006200 9200-LIST-ONE-RULE.
006210     MOVE DL060-RULE-ENTRY (DL060-RULE-IDX) TO EDIT-RULE-RECORD.
006220     MOVE SPACES TO DL060-DTL-ACTION.
006230     MOVE SPACES TO DL060-DTL-REMARKS.
006240     PERFORM 5100-PRINT-RULE THRU 5100-EXIT.
006250 9200-EXIT.
006260     EXIT.
006261*----------------------------------------------------------------
006262* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
006263* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
006264* HERE, REFUSALS INCLUDED.
006265*----------------------------------------------------------------
006266 9900-END-STEP.
006267     IF NOT DL060-STEP-STARTED
006268         GO TO 9900-EXIT
006269     END-IF.
006270     MOVE SPACES TO STEP-CTL-RECORD.
006271     MOVE "E" TO STEP-CTL-EVENT.
006272     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
006273     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
006274         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
006275     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006276 9900-EXIT.
006277     EXIT.
006278 9999-EXIT.
006279     PERFORM 9900-END-STEP THRU 9900-EXIT.
006280     STOP RUN.
