000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL050.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     SOURCE REGISTRY MAINTENANCE.  THE SOURCE REGISTRY         *
000130*     (SRCREG, SRCREG.CPY) TELLS DL100 WHICH REGION EXTRACTS    *
000140*     TO READ AND WHICH SOURCE CODES TO ACCEPT, AND DL150       *
000150*     HOLDS THE SPLIT STREAMS TO IT AT MERGE TIME.  THIS JOB    *
000160*     IS THE ONLY WAY THE FILE CHANGES.  IT LOADS THE CURRENT   *
000170*     REGISTRY, APPLIES A DECK OF CHANGE CARDS (SRCCARD) AND    *
000180*     REWRITES THE REGISTRY, THEN PRINTS A CHANGE REPORT        *
000190*     (SRCRPT) SHOWING EVERY ADD, THE BEFORE AND AFTER IMAGE    *
000200*     OF EVERY CHANGE, EVERY CARD REFUSED WITH ITS REASON, AND  *
000210*     THE WHOLE REGISTRY AS IT NOW STANDS.  CARD LAYOUT:        *
000220*       COL  1     ACTION - A = ADD A NEW CODE, C = CHANGE AN   *
000230*                  EXISTING ONE                                 *
000240*       COLS 2-4   SOURCE CODE                                  *
000250*       COLS 5-24  REGION NAME                                  *
000260*       COLS 25-33 EXTRACT DD NAME                              *
000270*       COL  34    HEADER/TRAILER REQUIRED (Y/N)                *
000280*       COL  35    STATUS (A = ACTIVE, I = INACTIVE)            *
000290*       COLS 36-43 EFFECTIVE FROM (YYYYMMDD)                    *
000300*       COLS 44-51 EFFECTIVE THRU (YYYYMMDD)                    *
000310*       COLS 52-59 OPERATOR ID (REQUIRED ON EVERY CARD)         *
000320*     ON A CHANGE CARD A BLANK FIELD LEAVES THE REGISTRY VALUE  *
000330*     AS IT IS.  AN ADD DEFAULTS TO NO HEADER/TRAILER           *
000340*     REQUIREMENT, ACTIVE, EFFECTIVE ALWAYS AND OPEN-ENDED.     *
000350*     CODES ARE NEVER DELETED - RETIRE ONE BY SETTING IT        *
000360*     INACTIVE OR CLOSING ITS EFFECTIVE-THRU DATE.  TWO CODES   *
000370*     MAY NOT SHARE AN EXTRACT DD NAME.  NO CARDS AT ALL        *
000380*     SIMPLY LISTS THE REGISTRY.  ANY REFUSED CARD ENDS THE     *
000390*     RUN WITH RETURN-CODE 4; A REGISTRY THAT CANNOT BE         *
000400*     READ OR REWRITTEN ENDS IT WITH 16.                        *
000410*                                                                *
000420* MODIFICATION HISTORY.                                         *
000430* DATE       INIT  DESCRIPTION                                  *
000440* ---------- ----  -----------------------------------------   *
000450* 2026-10-15  JL   INITIAL VERSION.                             *
000452* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
000454*                  RETURN CODE ON THE STEP CONTROL FILE          *
000456*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
000457* 2026-10-15  JL   A REGISTRY OR CARD FILE THAT WILL NOT OPEN,   *
000458*                  OR A REGISTRY THAT CANNOT BE REWRITTEN, NOW   *
000459*                  ENDS THE RUN WITH RC 16.                      *
000460*                                                                *
000470*****************************************************************
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. DL050.
000500 AUTHOR. J. LOGAN.
000510 INSTALLATION. DATA CONVERSION UNIT.
000520 DATE-WRITTEN. 2026-10-15.
000530 DATE-COMPILED.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS DL050-REG-STATUS.
000600     SELECT REG-CARD-FILE   ASSIGN TO "SRCCARD"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL050-CARD-STATUS.
000630     SELECT REG-RPT-FILE    ASSIGN TO "SRCRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL.
000641     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000642         ORGANIZATION IS LINE SEQUENTIAL
000643         FILE STATUS IS DL050-STEPCTL-STATUS.
000644     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000645         ORGANIZATION IS LINE SEQUENTIAL
000646         FILE STATUS IS DL050-RUN-CAL-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  SOURCE-REG-FILE.
000680 01  SOURCE-REG-FILE-RECORD          PIC X(80).
000690 FD  REG-CARD-FILE.
000700 01  REG-CARD-RECORD.
000710     05  REG-CARD-ACTION             PIC X(01).
000720         88  REG-CARD-ADD            VALUE "A".
000730         88  REG-CARD-CHANGE         VALUE "C".
000740     05  REG-CARD-CODE               PIC X(03).
000750     05  REG-CARD-REGION-NAME        PIC X(20).
000760     05  REG-CARD-EXTRACT-DD         PIC X(09).
000770     05  REG-CARD-HDR-TRL-REQ        PIC X(01).
000780     05  REG-CARD-STATUS             PIC X(01).
000790     05  REG-CARD-EFF-FROM           PIC X(08).
000800     05  REG-CARD-EFF-THRU           PIC X(08).
000810     05  REG-CARD-OPERATOR           PIC X(08).
000820     05  FILLER                      PIC X(21).
000830 FD  REG-RPT-FILE.
000840 01  REG-RPT-LINE                    PIC X(132).
000842 FD  STEP-CTL-FILE.
000844 01  STEP-CTL-FILE-RECORD            PIC X(80).
000846 FD  RUN-CAL-FILE.
000848     COPY RUNCAL.
000850 WORKING-STORAGE SECTION.
000860 77  DL050-REG-STATUS                PIC X(02) VALUE "00".
000870 77  DL050-CARD-STATUS               PIC X(02) VALUE "00".
000880 77  DL050-REG-EOF-SW                PIC X(01) VALUE "N".
000890     88  DL050-REG-EOF               VALUE "Y".
000900 77  DL050-CARD-EOF-SW               PIC X(01) VALUE "N".
000910     88  DL050-CARD-EOF              VALUE "Y".
000920 77  DL050-CARD-OK-SW                PIC X(01) VALUE "Y".
000930     88  DL050-CARD-OK               VALUE "Y".
000940 77  DL050-REG-OVERFLOW-SW           PIC X(01) VALUE "N".
000950     88  DL050-REG-OVERFLOW          VALUE "Y".
000953 77  DL050-REG-WRITE-FAIL-SW         PIC X(01) VALUE "N".
000956     88  DL050-REG-WRITE-FAILED      VALUE "Y".
000960 77  DL050-CURR-DATE-8               PIC 9(08).
000970 77  DL050-REG-CT                    PIC 9(02) VALUE ZERO COMP.
000980 77  DL050-REG-IDX                   PIC 9(02) VALUE ZERO COMP.
000990 77  DL050-HIT-IDX                   PIC 9(02) VALUE ZERO COMP.
001000 77  DL050-DD-HIT-IDX                PIC 9(02) VALUE ZERO COMP.
001010 77  DL050-CARDS-READ-CT             PIC 9(09) VALUE ZERO COMP.
001020 77  DL050-ADDED-CT                  PIC 9(09) VALUE ZERO COMP.
001030 77  DL050-CHANGED-CT                PIC 9(09) VALUE ZERO COMP.
001040 77  DL050-REFUSED-CT                PIC 9(09) VALUE ZERO COMP.
001050 77  DL050-REFUSE-REASON             PIC X(40) VALUE SPACES.
001060 77  DL050-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
001061 77  DL050-STEPCTL-STATUS            PIC X(02) VALUE "00".
001062 77  DL050-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001063 77  DL050-STEP-STARTED-SW           PIC X(01) VALUE "N".
001064     88  DL050-STEP-STARTED          VALUE "Y".
001065 77  DL050-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001066 77  DL050-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001067 77  DL050-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001070*    THE REGISTRY AS LOADED, CHANGED IN PLACE BY THE CARDS AND
001080*    WRITTEN BACK WHOLE.  20 ENTRIES IS THE LIMIT DL100 AND
001090*    DL150 ARE BUILT TO HOLD - AN ADD PAST IT IS REFUSED.
001100 01  DL050-REG-TABLE.
001110     05  DL050-REG-ENTRY OCCURS 20 TIMES.
001120         10  DL050-RT-CODE           PIC X(03).
001130         10  DL050-RT-REGION-NAME    PIC X(20).
001140         10  DL050-RT-EXTRACT-DD     PIC X(09).
001150         10  FILLER                  PIC X(48).
001160*    THE REGISTRY RECORD LAYOUT ITSELF IS THE WORK AREA - EACH
001170*    ENTRY IS MOVED IN HERE, EDITED FIELD BY FIELD, CHECKED,
001180*    AND ONLY THEN MOVED BACK INTO THE TABLE.
001190     COPY SRCREG.
001200 01  DL050-RPT-HEADING1.
001210     05  FILLER                      PIC X(38)
001220         VALUE "SOURCE REGISTRY CHANGE REPORT - DL050".
001230     05  FILLER                      PIC X(10)
001240         VALUE "RUN DATE  ".
001250     05  DL050-HDG-DATE              PIC 9(08).
001260     05  FILLER                      PIC X(76) VALUE SPACES.
001270 01  DL050-RPT-HEADING2.
001280     05  FILLER                      PIC X(10) VALUE "ACTION".
001290     05  FILLER                      PIC X(05) VALUE "CODE".
001300     05  FILLER                  PIC X(22) VALUE "REGION NAME".
001310     05  FILLER                      PIC X(11) VALUE "EXTRACT DD".
001320     05  FILLER                      PIC X(04) VALUE "H/T".
001330     05  FILLER                      PIC X(05) VALUE "STAT".
001340     05  FILLER                      PIC X(10) VALUE "EFF FROM".
001350     05  FILLER                      PIC X(10) VALUE "EFF THRU".
001360     05  FILLER                      PIC X(10) VALUE "CHANGED".
001370     05  FILLER                      PIC X(10) VALUE "BY".
001380     05  FILLER                      PIC X(35) VALUE "REMARKS".
001390 01  DL050-RPT-DETAIL.
001400     05  DL050-DTL-ACTION            PIC X(08).
001410     05  FILLER                      PIC X(02) VALUE SPACES.
001420     05  DL050-DTL-CODE              PIC X(03).
001430     05  FILLER                      PIC X(02) VALUE SPACES.
001440     05  DL050-DTL-REGION-NAME       PIC X(20).
001450     05  FILLER                      PIC X(02) VALUE SPACES.
001460     05  DL050-DTL-EXTRACT-DD        PIC X(09).
001470     05  FILLER                      PIC X(02) VALUE SPACES.
001480     05  DL050-DTL-HDR-TRL-REQ       PIC X(01).
001490     05  FILLER                      PIC X(03) VALUE SPACES.
001500     05  DL050-DTL-STATUS            PIC X(01).
001510     05  FILLER                      PIC X(04) VALUE SPACES.
001520     05  DL050-DTL-EFF-FROM          PIC X(08).
001530     05  FILLER                      PIC X(02) VALUE SPACES.
001540     05  DL050-DTL-EFF-THRU          PIC X(08).
001550     05  FILLER                      PIC X(02) VALUE SPACES.
001560     05  DL050-DTL-CHANGED           PIC X(08).
001570     05  FILLER                      PIC X(02) VALUE SPACES.
001580     05  DL050-DTL-CHANGED-BY        PIC X(08).
001590     05  FILLER                      PIC X(02) VALUE SPACES.
001600     05  DL050-DTL-REMARKS           PIC X(35).
001610 01  DL050-RPT-LIST-TITLE            PIC X(132) VALUE
001620     "SOURCE REGISTRY AS IT NOW STANDS".
001630 01  DL050-RPT-READ-LINE.
001640     05  FILLER                      PIC X(20)
001650         VALUE "CARDS READ..........".
001660     05  DL050-RPT-READ-CT           PIC ZZZZZZZZ9.
001670     05  FILLER                      PIC X(103) VALUE SPACES.
001680 01  DL050-RPT-ADDED-LINE.
001690     05  FILLER                      PIC X(20)
001700         VALUE "CODES ADDED.........".
001710     05  DL050-RPT-ADDED-CT          PIC ZZZZZZZZ9.
001720     05  FILLER                      PIC X(103) VALUE SPACES.
001730 01  DL050-RPT-CHANGED-LINE.
001740     05  FILLER                      PIC X(20)
001750         VALUE "CODES CHANGED.......".
001760     05  DL050-RPT-CHANGED-CT        PIC ZZZZZZZZ9.
001770     05  FILLER                      PIC X(103) VALUE SPACES.
001780 01  DL050-RPT-REFUSED-LINE.
001790     05  FILLER                      PIC X(20)
001800         VALUE "CARDS REFUSED.......".
001810     05  DL050-RPT-REFUSED-CT        PIC ZZZZZZZZ9.
001820     05  FILLER                      PIC X(103) VALUE SPACES.
001830 01  DL050-RPT-ENTRIES-LINE.
001840     05  FILLER                      PIC X(20)
001850         VALUE "REGISTRY ENTRIES....".
001860     05  DL050-RPT-ENTRIES-CT        PIC ZZZZZZZZ9.
001870     05  FILLER                      PIC X(103) VALUE SPACES.
001880 01  DL050-RPT-OVERFLOW-LINE         PIC X(132) VALUE
001890     "*** REGISTRY OVER 20 ENTRIES - NOT REWRITTEN ***".
001893*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
001896     COPY STEPCTL.
001900 PROCEDURE DIVISION.
001910 0000-MAINLINE.
001915     PERFORM 8500-START-STEP THRU 8500-EXIT.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     GO TO 9999-EXIT.
001960*----------------------------------------------------------------
001970* 1000-INITIALIZE LOADS THE CURRENT REGISTRY INTO THE TABLE,
001980* OPENS THE CARD DECK AND PRINTS THE REPORT HEADINGS.  NO
001990* REGISTRY YET (STATUS 35) IS THE FIRST EVER RUN AND STARTS
002000* FROM AN EMPTY TABLE; NO CARD DECK JUST LISTS THE REGISTRY.
002010*----------------------------------------------------------------
002020 1000-INITIALIZE.
002030     ACCEPT DL050-CURR-DATE-8 FROM DATE YYYYMMDD.
002040     OPEN OUTPUT REG-RPT-FILE.
002050     MOVE DL050-CURR-DATE-8 TO DL050-HDG-DATE.
002060     MOVE DL050-RPT-HEADING1 TO REG-RPT-LINE.
002070     WRITE REG-RPT-LINE.
002080     MOVE SPACES TO REG-RPT-LINE.
002090     WRITE REG-RPT-LINE.
002100     MOVE DL050-RPT-HEADING2 TO REG-RPT-LINE.
002110     WRITE REG-RPT-LINE.
002120     PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT.
002130     OPEN INPUT REG-CARD-FILE.
002140     IF DL050-CARD-STATUS = "35"
002150         SET DL050-CARD-EOF TO TRUE
002155         GO TO 1000-EXIT
002160     END-IF.
002161     IF DL050-CARD-STATUS NOT = "00"
002162         DISPLAY "DL050: CANNOT OPEN SRCCARD - STATUS "
002163             DL050-CARD-STATUS
002164         MOVE 16 TO RETURN-CODE
002165         GO TO 9999-EXIT
002166     END-IF.
002170 1000-EXIT.
002180     EXIT.
002190 1100-LOAD-REGISTRY.
002200     OPEN INPUT SOURCE-REG-FILE.
002210     IF DL050-REG-STATUS = "35"
002220         DISPLAY "DL050: NO SOURCE REGISTRY YET - STARTING EMPTY"
002230         GO TO 1100-EXIT
002240     END-IF.
002241     IF DL050-REG-STATUS NOT = "00"
002242         DISPLAY "DL050: CANNOT OPEN SRCREG - STATUS "
002243             DL050-REG-STATUS
002244         MOVE 16 TO RETURN-CODE
002245         GO TO 9999-EXIT
002246     END-IF.
002250     PERFORM 1150-LOAD-ONE-ENTRY THRU 1150-EXIT
002260         UNTIL DL050-REG-EOF.
002270     CLOSE SOURCE-REG-FILE.
002280 1100-EXIT.
002290     EXIT.
002300 1150-LOAD-ONE-ENTRY.
002310     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
002320         AT END
002330             SET DL050-REG-EOF TO TRUE
002340             GO TO 1150-EXIT
002350     END-READ.
002360     IF DL050-REG-CT NOT < 20
002370         SET DL050-REG-OVERFLOW TO TRUE
002380         GO TO 1150-EXIT
002390     END-IF.
002400     ADD 1 TO DL050-REG-CT.
002410     MOVE SOURCE-REG-RECORD TO DL050-REG-ENTRY (DL050-REG-CT).
002420 1150-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450* 2000-PROCESS-CARDS APPLIES THE CHANGE DECK ONE CARD AT A TIME.
002460* A REGISTRY THAT WOULD NOT FIT THE TABLE IS NEVER CHANGED -
002470* REWRITING IT WOULD DROP THE ENTRIES THAT DID NOT LOAD.
002480*----------------------------------------------------------------
002490 2000-PROCESS-CARDS.
002500     IF DL050-REG-OVERFLOW
002510         GO TO 2000-EXIT
002520     END-IF.
002530     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
002540         UNTIL DL050-CARD-EOF.
002550 2000-EXIT.
002560     EXIT.
002570 2100-PROCESS-ONE-CARD.
002580     READ REG-CARD-FILE
002590         AT END
002600             SET DL050-CARD-EOF TO TRUE
002610             GO TO 2100-EXIT
002620     END-READ.
002630     ADD 1 TO DL050-CARDS-READ-CT.
002640     PERFORM 3000-EDIT-CARD THRU 3000-EXIT.
002650     IF NOT DL050-CARD-OK
002660         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
002670         GO TO 2100-EXIT
002680     END-IF.
002690     IF REG-CARD-ADD
002700         PERFORM 4000-APPLY-ADD THRU 4000-EXIT
002710     ELSE
002720         PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
002730     END-IF.
002740 2100-EXIT.
002750     EXIT.
002760*----------------------------------------------------------------
002770* 3000-EDIT-CARD CHECKS EVERYTHING ABOUT A CARD THAT CAN BE
002780* CHECKED BEFORE IT IS LAID OVER THE REGISTRY ENTRY.  THE FIRST
002790* PROBLEM FOUND IS THE ONE REPORTED.
002800*----------------------------------------------------------------
002810 3000-EDIT-CARD.
002820     MOVE "Y" TO DL050-CARD-OK-SW.
002830     MOVE SPACES TO DL050-REFUSE-REASON.
002840     IF REG-CARD-OPERATOR = SPACES
002850         MOVE "NO OPERATOR ID ON CARD" TO DL050-REFUSE-REASON
002860         GO TO 3000-REFUSE
002870     END-IF.
002880     IF NOT REG-CARD-ADD AND NOT REG-CARD-CHANGE
002890         MOVE "ACTION MUST BE A OR C" TO DL050-REFUSE-REASON
002900         GO TO 3000-REFUSE
002910     END-IF.
002920     IF REG-CARD-CODE = SPACES
002930         MOVE "NO SOURCE CODE ON CARD" TO DL050-REFUSE-REASON
002940         GO TO 3000-REFUSE
002950     END-IF.
002960     PERFORM 3100-FIND-CODE THRU 3100-EXIT.
002970     IF REG-CARD-ADD
002980         IF DL050-HIT-IDX > ZERO
002990             MOVE "CODE ALREADY ON REGISTRY"
002995                 TO DL050-REFUSE-REASON
003000             GO TO 3000-REFUSE
003010         END-IF
003020         IF DL050-REG-CT NOT < 20
003030             MOVE "REGISTRY FULL - 20 ENTRIES"
003040                 TO DL050-REFUSE-REASON
003050             GO TO 3000-REFUSE
003060         END-IF
003070         IF REG-CARD-REGION-NAME = SPACES
003080            OR REG-CARD-EXTRACT-DD = SPACES
003090             MOVE "ADD NEEDS REGION NAME AND EXTRACT DD"
003100                 TO DL050-REFUSE-REASON
003110             GO TO 3000-REFUSE
003120         END-IF
003130     ELSE
003140         IF DL050-HIT-IDX = ZERO
003150             MOVE "CODE NOT ON REGISTRY" TO DL050-REFUSE-REASON
003160             GO TO 3000-REFUSE
003170         END-IF
003180     END-IF.
003190     IF REG-CARD-HDR-TRL-REQ NOT = SPACE
003200        AND REG-CARD-HDR-TRL-REQ NOT = "Y"
003210        AND REG-CARD-HDR-TRL-REQ NOT = "N"
003220         MOVE "HEADER/TRAILER FLAG MUST BE Y OR N"
003230             TO DL050-REFUSE-REASON
003240         GO TO 3000-REFUSE
003250     END-IF.
003260     IF REG-CARD-STATUS NOT = SPACE
003270        AND REG-CARD-STATUS NOT = "A"
003280        AND REG-CARD-STATUS NOT = "I"
003290         MOVE "STATUS MUST BE A OR I" TO DL050-REFUSE-REASON
003300         GO TO 3000-REFUSE
003310     END-IF.
003320     IF REG-CARD-EFF-FROM NOT = SPACES
003330        AND REG-CARD-EFF-FROM IS NOT NUMERIC
003340         MOVE "EFFECTIVE-FROM DATE NOT NUMERIC"
003350             TO DL050-REFUSE-REASON
003360         GO TO 3000-REFUSE
003370     END-IF.
003380     IF REG-CARD-EFF-THRU NOT = SPACES
003390        AND REG-CARD-EFF-THRU IS NOT NUMERIC
003400         MOVE "EFFECTIVE-THRU DATE NOT NUMERIC"
003410             TO DL050-REFUSE-REASON
003420         GO TO 3000-REFUSE
003430     END-IF.
003440*    TWO CODES READING ONE FILE WOULD POST EVERY RECORD ON IT
003450*    TWICE - AN EXTRACT DD NAME BELONGS TO ONE CODE ONLY.
003460     IF REG-CARD-EXTRACT-DD NOT = SPACES
003470         PERFORM 3200-FIND-DD THRU 3200-EXIT
003480         IF DL050-DD-HIT-IDX > ZERO
003490            AND DL050-DD-HIT-IDX NOT = DL050-HIT-IDX
003500             MOVE SPACES TO DL050-REFUSE-REASON
003510             STRING "EXTRACT DD ALREADY USED BY "
003520                 DL050-RT-CODE (DL050-DD-HIT-IDX)
003530                 DELIMITED BY SIZE INTO DL050-REFUSE-REASON
003540             GO TO 3000-REFUSE
003550         END-IF
003560     END-IF.
003570     GO TO 3000-EXIT.
003580 3000-REFUSE.
003590     MOVE "N" TO DL050-CARD-OK-SW.
003600 3000-EXIT.
003610     EXIT.
003620 3100-FIND-CODE.
003630     MOVE ZERO TO DL050-HIT-IDX.
003640     PERFORM 3150-CHECK-ONE-CODE THRU 3150-EXIT
003650         VARYING DL050-REG-IDX FROM 1 BY 1
003660         UNTIL DL050-REG-IDX > DL050-REG-CT
003670            OR DL050-HIT-IDX > ZERO.
003680 3100-EXIT.
003690     EXIT.
003700 3150-CHECK-ONE-CODE.
003710     IF DL050-RT-CODE (DL050-REG-IDX) = REG-CARD-CODE
003720         MOVE DL050-REG-IDX TO DL050-HIT-IDX
003730     END-IF.
003740 3150-EXIT.
003750     EXIT.
003760 3200-FIND-DD.
003770     MOVE ZERO TO DL050-DD-HIT-IDX.
003780     PERFORM 3250-CHECK-ONE-DD THRU 3250-EXIT
003790         VARYING DL050-REG-IDX FROM 1 BY 1
003800         UNTIL DL050-REG-IDX > DL050-REG-CT
003810            OR DL050-DD-HIT-IDX > ZERO.
003820 3200-EXIT.
003830     EXIT.
003840 3250-CHECK-ONE-DD.
003850     IF DL050-RT-EXTRACT-DD (DL050-REG-IDX) = REG-CARD-EXTRACT-DD
003860         MOVE DL050-REG-IDX TO DL050-DD-HIT-IDX
003870     END-IF.
003880 3250-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------
003910* 3500-OVERLAY-CARD LAYS EVERY NON-BLANK CARD FIELD OVER THE
003920* ENTRY IN THE WORK AREA AND STAMPS IT WITH TODAY'S DATE AND
003930* THE OPERATOR.  3600-EDIT-ENTRY THEN CHECKS THE RESULT AS A
003940* WHOLE - A CHANGE CARD CAN MAKE THE DATES CROSS EVEN THOUGH
003950* EACH DATE IS VALID ON ITS OWN.
003960*----------------------------------------------------------------
003970 3500-OVERLAY-CARD.
003980     IF REG-CARD-REGION-NAME NOT = SPACES
003990         MOVE REG-CARD-REGION-NAME TO SRC-REG-REGION-NAME
004000     END-IF.
004010     IF REG-CARD-EXTRACT-DD NOT = SPACES
004020         MOVE REG-CARD-EXTRACT-DD TO SRC-REG-EXTRACT-DD
004030     END-IF.
004040     IF REG-CARD-HDR-TRL-REQ NOT = SPACE
004050         MOVE REG-CARD-HDR-TRL-REQ TO SRC-REG-HDR-TRL-REQ
004060     END-IF.
004070     IF REG-CARD-STATUS NOT = SPACE
004080         MOVE REG-CARD-STATUS TO SRC-REG-STATUS
004090     END-IF.
004100     IF REG-CARD-EFF-FROM NOT = SPACES
004110         MOVE REG-CARD-EFF-FROM TO SRC-REG-EFF-FROM
004120     END-IF.
004130     IF REG-CARD-EFF-THRU NOT = SPACES
004140         MOVE REG-CARD-EFF-THRU TO SRC-REG-EFF-THRU
004150     END-IF.
004160     MOVE DL050-CURR-DATE-8 TO SRC-REG-LAST-CHANGED.
004170     MOVE REG-CARD-OPERATOR TO SRC-REG-CHANGED-BY.
004180 3500-EXIT.
004190     EXIT.
004200 3600-EDIT-ENTRY.
004210     MOVE "Y" TO DL050-CARD-OK-SW.
004220     IF SRC-REG-EFF-FROM > SRC-REG-EFF-THRU
004230         MOVE "EFFECTIVE-FROM IS AFTER EFFECTIVE-THRU"
004240             TO DL050-REFUSE-REASON
004250         MOVE "N" TO DL050-CARD-OK-SW
004260     END-IF.
004270 3600-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------
004300* 4000-APPLY-ADD BUILDS A NEW ENTRY FROM THE DEFAULTS AND THE
004310* CARD AND APPENDS IT TO THE TABLE.  REGISTRY ORDER IS THE
004320* ORDER DL100 READS THE EXTRACTS IN, SO A NEW REGION GOES LAST.
004330*----------------------------------------------------------------
004340 4000-APPLY-ADD.
004350     MOVE SPACES        TO SOURCE-REG-RECORD.
004360     MOVE REG-CARD-CODE TO SRC-REG-CODE.
004370     MOVE "N"           TO SRC-REG-HDR-TRL-REQ.
004380     MOVE "A"           TO SRC-REG-STATUS.
004390     MOVE ZERO          TO SRC-REG-EFF-FROM.
004400     MOVE 99999999      TO SRC-REG-EFF-THRU.
004410     PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
004420     PERFORM 3600-EDIT-ENTRY THRU 3600-EXIT.
004430     IF NOT DL050-CARD-OK
004440         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
004450         GO TO 4000-EXIT
004460     END-IF.
004470     ADD 1 TO DL050-REG-CT.
004480     MOVE SOURCE-REG-RECORD TO DL050-REG-ENTRY (DL050-REG-CT).
004490     ADD 1 TO DL050-ADDED-CT.
004500     MOVE "ADDED"   TO DL050-DTL-ACTION.
004510     MOVE SPACES    TO DL050-DTL-REMARKS.
004520     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT.
004530 4000-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------
004560* 4100-APPLY-CHANGE LAYS THE CARD OVER THE EXISTING ENTRY AND
004570* PRINTS THE ENTRY BEFORE AND AFTER, SO THE REPORT ALONE SHOWS
004580* EXACTLY WHAT EACH CARD DID.
004590*----------------------------------------------------------------
004600 4100-APPLY-CHANGE.
004610     MOVE DL050-REG-ENTRY (DL050-HIT-IDX) TO DL050-BEFORE-IMAGE.
004620     MOVE DL050-REG-ENTRY (DL050-HIT-IDX) TO SOURCE-REG-RECORD.
004630     PERFORM 3500-OVERLAY-CARD THRU 3500-EXIT.
004640     PERFORM 3600-EDIT-ENTRY THRU 3600-EXIT.
004650     IF NOT DL050-CARD-OK
004660         PERFORM 5200-PRINT-REFUSED THRU 5200-EXIT
004670         GO TO 4100-EXIT
004680     END-IF.
004690     MOVE SOURCE-REG-RECORD TO DL050-REG-ENTRY (DL050-HIT-IDX).
004700     ADD 1 TO DL050-CHANGED-CT.
004710     MOVE DL050-BEFORE-IMAGE TO SOURCE-REG-RECORD.
004720     MOVE "BEFORE"  TO DL050-DTL-ACTION.
004730     MOVE SPACES    TO DL050-DTL-REMARKS.
004740     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT.
004750     MOVE DL050-REG-ENTRY (DL050-HIT-IDX) TO SOURCE-REG-RECORD.
004760     MOVE "AFTER"   TO DL050-DTL-ACTION.
004770     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT.
004780 4100-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* 5100-PRINT-ENTRY PRINTS THE ENTRY IN THE WORK AREA UNDER THE
004820* ACTION AND REMARKS THE CALLER HAS SET.
004830*----------------------------------------------------------------
004840 5100-PRINT-ENTRY.
004850     MOVE SRC-REG-CODE          TO DL050-DTL-CODE.
004860     MOVE SRC-REG-REGION-NAME   TO DL050-DTL-REGION-NAME.
004870     MOVE SRC-REG-EXTRACT-DD    TO DL050-DTL-EXTRACT-DD.
004880     MOVE SRC-REG-HDR-TRL-REQ   TO DL050-DTL-HDR-TRL-REQ.
004890     MOVE SRC-REG-STATUS        TO DL050-DTL-STATUS.
004900     MOVE SRC-REG-EFF-FROM      TO DL050-DTL-EFF-FROM.
004910     MOVE SRC-REG-EFF-THRU      TO DL050-DTL-EFF-THRU.
004920     MOVE SRC-REG-LAST-CHANGED  TO DL050-DTL-CHANGED.
004930     MOVE SRC-REG-CHANGED-BY    TO DL050-DTL-CHANGED-BY.
004940     MOVE DL050-RPT-DETAIL      TO REG-RPT-LINE.
004950     WRITE REG-RPT-LINE.
004960 5100-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 5200-PRINT-REFUSED PRINTS A REFUSED CARD AS PUNCHED, WITH THE
005000* REASON IT WAS REFUSED.  THE REGISTRY IS NOT TOUCHED.
005010*----------------------------------------------------------------
005020 5200-PRINT-REFUSED.
005030     ADD 1 TO DL050-REFUSED-CT.
005040     MOVE "REFUSED"             TO DL050-DTL-ACTION.
005050     MOVE REG-CARD-CODE         TO DL050-DTL-CODE.
005060     MOVE REG-CARD-REGION-NAME  TO DL050-DTL-REGION-NAME.
005070     MOVE REG-CARD-EXTRACT-DD   TO DL050-DTL-EXTRACT-DD.
005080     MOVE REG-CARD-HDR-TRL-REQ  TO DL050-DTL-HDR-TRL-REQ.
005090     MOVE REG-CARD-STATUS       TO DL050-DTL-STATUS.
005100     MOVE REG-CARD-EFF-FROM     TO DL050-DTL-EFF-FROM.
005110     MOVE REG-CARD-EFF-THRU     TO DL050-DTL-EFF-THRU.
005120     MOVE SPACES                TO DL050-DTL-CHANGED.
005130     MOVE REG-CARD-OPERATOR     TO DL050-DTL-CHANGED-BY.
005140     MOVE DL050-REFUSE-REASON   TO DL050-DTL-REMARKS.
005150     MOVE DL050-RPT-DETAIL      TO REG-RPT-LINE.
005160     WRITE REG-RPT-LINE.
005170 5200-EXIT.
005180     EXIT.
005181*----------------------------------------------------------------
005182* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
005183* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
005184* THERE IS NO CALENDAR).
005185*----------------------------------------------------------------
005186 8500-START-STEP.
005187     ACCEPT DL050-STEP-DATE-8 FROM DATE YYYYMMDD.
005188     MOVE DL050-STEP-DATE-8 TO DL050-STEP-BUS-DATE.
005189     OPEN INPUT RUN-CAL-FILE.
005190     IF DL050-RUN-CAL-STATUS = "00"
005191         READ RUN-CAL-FILE
005192             AT END
005193                 CONTINUE
005194             NOT AT END
005195                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
005196                    AND RUN-CAL-BUSINESS-DATE > ZERO
005197                     MOVE RUN-CAL-BUSINESS-DATE
005198                         TO DL050-STEP-BUS-DATE
005199                 END-IF
005200         END-READ
005201         CLOSE RUN-CAL-FILE
005202     END-IF.
005203     MOVE SPACES TO STEP-CTL-RECORD.
005204     MOVE "S" TO STEP-CTL-EVENT.
005205     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
005206         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
005207         STEP-CTL-COUNT-5.
005208     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005209     SET DL050-STEP-STARTED TO TRUE.
005210 8500-EXIT.
005211     EXIT.
005212*----------------------------------------------------------------
005213* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
005214* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
005215* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
005216*----------------------------------------------------------------
005217 8550-WRITE-STEP-RECORD.
005218     MOVE DL050-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
005219     MOVE "DL050" TO STEP-CTL-JOB.
005220     ACCEPT DL050-STEP-DATE-8 FROM DATE YYYYMMDD.
005221     ACCEPT DL050-STEP-TIME-8 FROM TIME.
005222     MOVE DL050-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
005223     MOVE DL050-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
005224     OPEN EXTEND STEP-CTL-FILE.
005225     IF DL050-STEPCTL-STATUS = "35"
005226         OPEN OUTPUT STEP-CTL-FILE
005227     END-IF.
005228     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
005229     CLOSE STEP-CTL-FILE.
005230 8550-EXIT.
005231     EXIT.
005232*----------------------------------------------------------------
005233* 9000-TERMINATE REWRITES THE REGISTRY WHEN ANY CARD CHANGED
005234* IT, LISTS THE REGISTRY AS IT NOW STANDS, PRINTS THE COUNTS
005235* AND SETS THE RETURN CODE: 16 = REGISTRY TOO LARGE TO
005236* MAINTAIN, 4 = A CARD WAS REFUSED, 0 = CLEAN.
005240*----------------------------------------------------------------
005250 9000-TERMINATE.
005260     IF DL050-ADDED-CT > ZERO OR DL050-CHANGED-CT > ZERO
005270         PERFORM 9050-REWRITE-REGISTRY THRU 9050-EXIT
005320     END-IF.
005330     MOVE SPACES TO REG-RPT-LINE.
005340     WRITE REG-RPT-LINE.
005350     IF DL050-REG-OVERFLOW
005360         MOVE DL050-RPT-OVERFLOW-LINE TO REG-RPT-LINE
005370         WRITE REG-RPT-LINE
005380     END-IF.
005390     MOVE DL050-RPT-LIST-TITLE TO REG-RPT-LINE.
005400     WRITE REG-RPT-LINE.
005410     MOVE DL050-RPT-HEADING2 TO REG-RPT-LINE.
005420     WRITE REG-RPT-LINE.
005430     PERFORM 9200-LIST-ONE-ENTRY THRU 9200-EXIT
005440         VARYING DL050-REG-IDX FROM 1 BY 1
005450         UNTIL DL050-REG-IDX > DL050-REG-CT.
005460     MOVE SPACES TO REG-RPT-LINE.
005470     WRITE REG-RPT-LINE.
005480     MOVE DL050-CARDS-READ-CT TO DL050-RPT-READ-CT.
005490     MOVE DL050-RPT-READ-LINE TO REG-RPT-LINE.
005500     WRITE REG-RPT-LINE.
005510     MOVE DL050-ADDED-CT TO DL050-RPT-ADDED-CT.
005520     MOVE DL050-RPT-ADDED-LINE TO REG-RPT-LINE.
005530     WRITE REG-RPT-LINE.
005540     MOVE DL050-CHANGED-CT TO DL050-RPT-CHANGED-CT.
005550     MOVE DL050-RPT-CHANGED-LINE TO REG-RPT-LINE.
005560     WRITE REG-RPT-LINE.
005570     MOVE DL050-REFUSED-CT TO DL050-RPT-REFUSED-CT.
005580     MOVE DL050-RPT-REFUSED-LINE TO REG-RPT-LINE.
005590     WRITE REG-RPT-LINE.
005600     MOVE DL050-REG-CT TO DL050-RPT-ENTRIES-CT.
005610     MOVE DL050-RPT-ENTRIES-LINE TO REG-RPT-LINE.
005620     WRITE REG-RPT-LINE.
005630     DISPLAY "DL050 CARDS READ    = " DL050-CARDS-READ-CT.
005640     DISPLAY "DL050 CODES ADDED   = " DL050-ADDED-CT.
005650     DISPLAY "DL050 CODES CHANGED = " DL050-CHANGED-CT.
005660     DISPLAY "DL050 CARDS REFUSED = " DL050-REFUSED-CT.
005670     IF DL050-REG-OVERFLOW
005680         DISPLAY "DL050: REGISTRY HOLDS MORE THAN 20 ENTRIES"
005690             " - NOT MAINTAINED"
005700         MOVE 16 TO RETURN-CODE
005710     ELSE
005720         IF DL050-REFUSED-CT > ZERO
005730             MOVE 4 TO RETURN-CODE
005740         END-IF
005750     END-IF.
005752     IF DL050-REG-WRITE-FAILED
005754         DISPLAY "DL050: SOURCE REGISTRY NOT REWRITTEN WHOLE"
005756         MOVE 16 TO RETURN-CODE
005758     END-IF.
005760     IF DL050-CARD-STATUS NOT = "35"
005770         CLOSE REG-CARD-FILE
005780     END-IF.
005790     CLOSE REG-RPT-FILE.
005791 9000-EXIT.
005792     EXIT.
005793*----------------------------------------------------------------
005794* 9050-REWRITE-REGISTRY WRITES THE CHANGED REGISTRY BACK WHOLE.
005795* AN OPEN OR WRITE THAT FAILS IS TOLD TO THE CONSOLE AND ENDS THE
005796* RUN WITH RETURN-CODE 16.
005797*----------------------------------------------------------------
005798 9050-REWRITE-REGISTRY.
005799     OPEN OUTPUT SOURCE-REG-FILE.
005800     IF DL050-REG-STATUS NOT = "00"
005801         DISPLAY "DL050: CANNOT OPEN SRCREG FOR OUTPUT - STATUS "
005802             DL050-REG-STATUS
005803         SET DL050-REG-WRITE-FAILED TO TRUE
005804         GO TO 9050-EXIT
005805     END-IF.
005806     PERFORM 9100-WRITE-ONE-ENTRY THRU 9100-EXIT
005807         VARYING DL050-REG-IDX FROM 1 BY 1
005808         UNTIL DL050-REG-IDX > DL050-REG-CT
005809            OR DL050-REG-WRITE-FAILED.
005810     CLOSE SOURCE-REG-FILE.
005811 9050-EXIT.
005812     EXIT.
005820 9100-WRITE-ONE-ENTRY.
005830     MOVE DL050-REG-ENTRY (DL050-REG-IDX)
005840         TO SOURCE-REG-FILE-RECORD.
005850     WRITE SOURCE-REG-FILE-RECORD.
005851     IF DL050-REG-STATUS NOT = "00"
005852         DISPLAY "DL050: CANNOT WRITE SRCREG - STATUS "
005853             DL050-REG-STATUS
005854         SET DL050-REG-WRITE-FAILED TO TRUE
005855     END-IF.
005860 9100-EXIT.
005870     EXIT.
005880 9200-LIST-ONE-ENTRY.
005890     MOVE DL050-REG-ENTRY (DL050-REG-IDX) TO SOURCE-REG-RECORD.
005900     MOVE SPACES TO DL050-DTL-ACTION.
005910     MOVE SPACES TO DL050-DTL-REMARKS.
005920     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT.
005930 9200-EXIT.
005940     EXIT.
005941*----------------------------------------------------------------
005942* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
005943* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
005944* HERE, REFUSALS INCLUDED.
005945*----------------------------------------------------------------
005946 9900-END-STEP.
005947     IF NOT DL050-STEP-STARTED
005948         GO TO 9900-EXIT
005949     END-IF.
005950     MOVE SPACES TO STEP-CTL-RECORD.
005951     MOVE "E" TO STEP-CTL-EVENT.
005952     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
005953     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
005954         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
005955     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
005956 9900-EXIT.
005957     EXIT.
005958 9999-EXIT.
005959     PERFORM 9900-END-STEP THRU 9900-EXIT.
005960     STOP RUN.
