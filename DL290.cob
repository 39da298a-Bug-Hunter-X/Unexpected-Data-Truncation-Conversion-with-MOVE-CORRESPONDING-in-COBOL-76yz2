000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL290.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                                *
000110* REMARKS.                                                      *
000120*     WEEKLY REGION REJECT REPORT.  READS THE REJECT HISTORY    *
000130*     FILE (REJHIST, REJHIST.CPY) THAT DL100 AND DL200 APPEND   *
000140*     TO EACH NIGHT AND PRINTS, FOR EACH SOURCE REGION OVER     *
000150*     THE SEVEN BUSINESS DATES ENDING ON THE WEEK-ENDING DATE - *
000160*       THE DETAILS RECEIVED AND THE DUPLICATES SUPPRESSED;     *
000170*       THE NEW REJECTS AND THE REJECT RATE (NEW REJECTS AS A   *
000180*       PERCENT OF DETAILS RECEIVED);                           *
000190*       THE REJECTS THE REGION CLEARED ITSELF WITH A CORRECTED  *
000200*       RESEND, WITH THE AVERAGE AND LONGEST DAYS THEY WERE     *
000210*       OUTSTANDING;                                            *
000220*       THE REJECTS REPAIRED HERE ON A CORRECTION CARD, WITH    *
000230*       THEIR AVERAGE DAYS OUTSTANDING;                         *
000240*       THE REJECTS STILL OUTSTANDING AT THE LAST REPAIR RUN    *
000250*       OF THE WEEK.                                            *
000260*     THE WEEK-ENDING DATE IS THE BUSINESS DATE ON THE RUN      *
000270*     CALENDAR UNLESS AN OPTIONAL CONTROL CARD (REJWEEK, COLS   *
000280*     1-8, YYYYMMDD) GIVES ANOTHER; A CARD THAT IS NOT A DATE   *
000290*     REFUSES THE RUN (RC 12).  A RERUN OF A NIGHT APPENDS      *
000300*     AGAIN, SO ONLY THE LATEST HISTORY RECORD FOR A DATE,      *
000310*     KIND, SOURCE AND STREAM IS COUNTED.  NO HISTORY FOR THE   *
000320*     WEEK ENDS THE RUN WITH RETURN-CODE 4.                     *
000330*                                                                *
000340* MODIFICATION HISTORY.                                         *
000350* DATE       INIT  DESCRIPTION                                  *
000360* ---------- ----  -----------------------------------------   *
000370* 2026-10-15  JL   INITIAL VERSION.                             *
000372* 2026-10-15  JL   A WEEK-ENDING DATE THAT IS NOT A REAL         *
000374*                  CALENDAR DATE, SUCH AS 31 APRIL, IS NOW       *
000376*                  REFUSED WITH RC 12.                           *
000380*                                                                *
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. DL290.
000420 AUTHOR. J. LOGAN.
000430 INSTALLATION. DATA CONVERSION UNIT.
000440 DATE-WRITTEN. 2026-10-15.
000450 DATE-COMPILED.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT REJ-HIST-FILE   ASSIGN TO "REJHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS DL290-HIST-STATUS.
000520     SELECT REJ-WEEK-FILE   ASSIGN TO "REJWEEK"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS DL290-WEEK-STATUS.
000550     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS DL290-SRCREG-STATUS.
000580     SELECT REJ-RATE-RPT-FILE ASSIGN TO "REJRATE"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS DL290-STEPCTL-STATUS.
000630     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS DL290-RUN-CAL-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  REJ-HIST-FILE.
000690 01  REJ-HIST-FILE-RECORD            PIC X(80).
000700 FD  REJ-WEEK-FILE.
000710 01  REJ-WEEK-RECORD.
000720     05  REJ-WEEK-END-DATE           PIC X(08).
000730     05  FILLER                      PIC X(72).
000740 FD  SOURCE-REG-FILE.
000750 01  SOURCE-REG-FILE-RECORD          PIC X(80).
000760 FD  REJ-RATE-RPT-FILE.
000770 01  REJ-RATE-RPT-LINE               PIC X(132).
000780 FD  STEP-CTL-FILE.
000790 01  STEP-CTL-FILE-RECORD            PIC X(80).
000800 FD  RUN-CAL-FILE.
000810     COPY RUNCAL.
000820 WORKING-STORAGE SECTION.
000830 77  DL290-HIST-STATUS               PIC X(02) VALUE "00".
000840 77  DL290-WEEK-STATUS               PIC X(02) VALUE "00".
000850 77  DL290-SRCREG-STATUS             PIC X(02) VALUE "00".
000860 77  DL290-HIST-EOF-SW               PIC X(01) VALUE "N".
000870     88  DL290-HIST-EOF              VALUE "Y".
000880 77  DL290-SRCREG-EOF-SW             PIC X(01) VALUE "N".
000890     88  DL290-SRCREG-EOF            VALUE "Y".
000900 77  DL290-KEPT-FULL-SW              PIC X(01) VALUE "N".
000910     88  DL290-KEPT-FULL             VALUE "Y".
000920 77  DL290-SRC-FULL-SW               PIC X(01) VALUE "N".
000930     88  DL290-SRC-FULL              VALUE "Y".
000940 77  DL290-CURR-DATE-8               PIC 9(08).
000950 77  DL290-WEEK-END                  PIC 9(08) VALUE ZERO.
000960 77  DL290-WEEK-START                PIC 9(08) VALUE ZERO.
000970 77  DL290-DATE-INTEGER              PIC 9(09) VALUE ZERO.
000980 77  DL290-HIST-READ-CT              PIC 9(09) VALUE ZERO COMP.
000990 77  DL290-HIST-SKIPPED-CT           PIC 9(09) VALUE ZERO COMP.
001000 77  DL290-KEPT-CT                   PIC 9(04) VALUE ZERO COMP.
001010 77  DL290-KEPT-IDX                  PIC 9(04) VALUE ZERO COMP.
001020 77  DL290-KEPT-HIT-IDX              PIC 9(04) VALUE ZERO COMP.
001030 77  DL290-SRC-CT                    PIC 9(02) VALUE ZERO COMP.
001040 77  DL290-SRC-IDX                   PIC 9(02) VALUE ZERO COMP.
001050 77  DL290-SRC-HIT-IDX               PIC 9(02) VALUE ZERO COMP.
001060 77  DL290-KEPT-ID                   PIC X(13) VALUE SPACES.
001070 77  DL290-FIND-CODE                 PIC X(03) VALUE SPACES.
001080 77  DL290-RATE                      PIC 9(04)V99 VALUE ZERO.
001090 77  DL290-AVG-DAYS                  PIC 9(04)V9 VALUE ZERO.
001100 77  DL290-STEPCTL-STATUS            PIC X(02) VALUE "00".
001110 77  DL290-RUN-CAL-STATUS            PIC X(02) VALUE "00".
001120 77  DL290-STEP-STARTED-SW           PIC X(01) VALUE "N".
001130     88  DL290-STEP-STARTED          VALUE "Y".
001140 77  DL290-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
001150 77  DL290-STEP-DATE-8               PIC 9(08) VALUE ZERO.
001160 77  DL290-STEP-TIME-8               PIC 9(08) VALUE ZERO.
001170*    THE WEEK-ENDING DATE FROM THE CONTROL CARD, CHECKED HERE.
001180 01  DL290-CARD-DATE.
001190     05  DL290-CARD-YEAR             PIC 9(04).
001200     05  DL290-CARD-MONTH            PIC 9(02).
001210     05  DL290-CARD-DAY              PIC 9(02).
001220 01  DL290-CARD-DATE-N REDEFINES DL290-CARD-DATE
001230                                     PIC 9(08).
001240*    EACH HISTORY RECORD IS READ INTO HERE.
001250     COPY REJHIST.
001260*    EACH SOURCE REGISTRY ENTRY IS READ INTO HERE.
001270     COPY SRCREG.
001280*    THE HISTORY RECORDS FOR THE WEEK, ONE PER BUSINESS DATE,
001290*    KIND, STREAM AND SOURCE - A LATER RECORD FOR THE SAME ONE
001300*    (A RERUN) REPLACES THE EARLIER.  TWENTY SOURCES, TEN
001310*    STREAMS AND SEVEN NIGHTS FIT WELL WITHIN 2000.
001320 01  DL290-KEPT-TABLE.
001330     05  DL290-KEPT-ENTRY OCCURS 2000 TIMES.
001340         10  DL290-KT-ID             PIC X(13).
001350         10  DL290-KT-RECORD         PIC X(80).
001360*    THE WEEK'S FIGURES BY SOURCE CODE - EVERY REGISTRY ENTRY IN
001370*    REGISTRY ORDER, THEN ANY OTHER CODE THE HISTORY CARRIES.
001380 01  DL290-SOURCE-TABLE.
001390     05  DL290-SOURCE-ENTRY OCCURS 30 TIMES.
001400         10  DL290-ST-CODE           PIC X(03).
001410         10  DL290-ST-NAME           PIC X(20).
001420         10  DL290-ST-READ           PIC 9(09).
001430         10  DL290-ST-DUPED          PIC 9(09).
001440         10  DL290-ST-NEW            PIC 9(09).
001450         10  DL290-ST-CLEARED        PIC 9(09).
001460         10  DL290-ST-CLEARED-DAYS   PIC 9(09).
001470         10  DL290-ST-CLEARED-MAX    PIC 9(05).
001480         10  DL290-ST-REPAIRED       PIC 9(09).
001490         10  DL290-ST-REPAIRED-DAYS  PIC 9(09).
001500         10  DL290-ST-OPEN           PIC 9(09).
001510         10  DL290-ST-OPEN-DATE      PIC 9(08).
001520*    THE TOTAL LINE, BUILT IN THE SAME SHAPE AS A SOURCE ENTRY.
001530 01  DL290-TOTAL-ENTRY.
001540     05  DL290-TT-CODE               PIC X(03) VALUE "ALL".
001550     05  DL290-TT-NAME               PIC X(20)
001560         VALUE "ALL REGIONS".
001570     05  DL290-TT-READ               PIC 9(09) VALUE ZERO.
001580     05  DL290-TT-DUPED              PIC 9(09) VALUE ZERO.
001590     05  DL290-TT-NEW                PIC 9(09) VALUE ZERO.
001600     05  DL290-TT-CLEARED            PIC 9(09) VALUE ZERO.
001610     05  DL290-TT-CLEARED-DAYS       PIC 9(09) VALUE ZERO.
001620     05  DL290-TT-CLEARED-MAX        PIC 9(05) VALUE ZERO.
001630     05  DL290-TT-REPAIRED           PIC 9(09) VALUE ZERO.
001640     05  DL290-TT-REPAIRED-DAYS      PIC 9(09) VALUE ZERO.
001650     05  DL290-TT-OPEN               PIC 9(09) VALUE ZERO.
001660     05  DL290-TT-OPEN-DATE          PIC 9(08) VALUE ZERO.
001670*    THE ENTRY BEING PRINTED, A SOURCE OR THE TOTAL.
001680 01  DL290-PRINT-ENTRY.
001690     05  DL290-PE-CODE               PIC X(03).
001700     05  DL290-PE-NAME               PIC X(20).
001710     05  DL290-PE-READ               PIC 9(09).
001720     05  DL290-PE-DUPED              PIC 9(09).
001730     05  DL290-PE-NEW                PIC 9(09).
001740     05  DL290-PE-CLEARED            PIC 9(09).
001750     05  DL290-PE-CLEARED-DAYS       PIC 9(09).
001760     05  DL290-PE-CLEARED-MAX        PIC 9(05).
001770     05  DL290-PE-REPAIRED           PIC 9(09).
001780     05  DL290-PE-REPAIRED-DAYS      PIC 9(09).
001790     05  DL290-PE-OPEN               PIC 9(09).
001800     05  DL290-PE-OPEN-DATE          PIC 9(08).
001810 01  DL290-RPT-HEADING1.
001820     05  FILLER                      PIC X(36)
001830         VALUE "WEEKLY REGION REJECT REPORT - DL290".
001840     05  FILLER                      PIC X(05) VALUE "WEEK ".
001850     05  DL290-HDG-WEEK-START        PIC 9(08).
001860     05  FILLER                      PIC X(04) VALUE " TO ".
001870     05  DL290-HDG-WEEK-END          PIC 9(08).
001880     05  FILLER                      PIC X(52) VALUE SPACES.
001890     05  FILLER                      PIC X(11) VALUE "PRINTED ".
001900     05  DL290-HDG-DATE              PIC 9(08).
001910 01  DL290-RPT-HEADING2.
001920     05  FILLER                      PIC X(27) VALUE SPACES.
001930     05  FILLER                      PIC X(11) VALUE "  DETAILS".
001940     05  FILLER                      PIC X(11) VALUE "    DUPES".
001950     05  FILLER                      PIC X(09) VALUE "    NEW".
001960     05  FILLER                      PIC X(09) VALUE " REJECT".
001970     05  FILLER                      PIC X(24)
001980         VALUE "--- CLEARED BY REGION --".
001990     05  FILLER                      PIC X(17)
002000         VALUE "- REPAIRED HERE -".
002010     05  FILLER                      PIC X(11) VALUE "    STILL".
002020     05  FILLER                      PIC X(13) VALUE SPACES.
002030 01  DL290-RPT-HEADING3.
002040     05  FILLER                      PIC X(05) VALUE "SRC".
002050     05  FILLER                      PIC X(22) VALUE "REGION".
002060     05  FILLER                      PIC X(11) VALUE " RECEIVED".
002070     05  FILLER                      PIC X(11) VALUE "SUPPRESSD".
002080     05  FILLER                      PIC X(09) VALUE "REJECTS".
002090     05  FILLER                      PIC X(09) VALUE "  RATE%".
002100     05  FILLER                      PIC X(09) VALUE "  COUNT".
002110     05  FILLER                      PIC X(08) VALUE "AVG DAY".
002120     05  FILLER                      PIC X(07) VALUE "MAX DY".
002130     05  FILLER                      PIC X(09) VALUE "  COUNT".
002140     05  FILLER                      PIC X(08) VALUE "AVG DAY".
002150     05  FILLER                      PIC X(11) VALUE "     OPEN".
002160     05  FILLER                      PIC X(13) VALUE SPACES.
002170 01  DL290-RPT-DETAIL.
002180     05  DL290-DTL-CODE              PIC X(03).
002190     05  FILLER                      PIC X(02) VALUE SPACES.
002200     05  DL290-DTL-NAME              PIC X(20).
002210     05  FILLER                      PIC X(02) VALUE SPACES.
002220     05  DL290-DTL-READ              PIC ZZZZZZZZ9.
002230     05  FILLER                      PIC X(02) VALUE SPACES.
002240     05  DL290-DTL-DUPED             PIC ZZZZZZZZ9.
002250     05  FILLER                      PIC X(02) VALUE SPACES.
002260     05  DL290-DTL-NEW               PIC ZZZZZZ9.
002270     05  FILLER                      PIC X(02) VALUE SPACES.
002280     05  DL290-DTL-RATE              PIC ZZZ9.99.
002290     05  DL290-DTL-RATE-X REDEFINES DL290-DTL-RATE
002300                                     PIC X(07).
002310     05  FILLER                      PIC X(02) VALUE SPACES.
002320     05  DL290-DTL-CLEARED           PIC ZZZZZZ9.
002330     05  FILLER                      PIC X(02) VALUE SPACES.
002340     05  DL290-DTL-CLEARED-AVG       PIC ZZZ9.9.
002350     05  FILLER                      PIC X(02) VALUE SPACES.
002360     05  DL290-DTL-CLEARED-MAX       PIC ZZZZ9.
002370     05  FILLER                      PIC X(02) VALUE SPACES.
002380     05  DL290-DTL-REPAIRED          PIC ZZZZZZ9.
002390     05  FILLER                      PIC X(02) VALUE SPACES.
002400     05  DL290-DTL-REPAIRED-AVG      PIC ZZZ9.9.
002410     05  FILLER                      PIC X(02) VALUE SPACES.
002420     05  DL290-DTL-OPEN              PIC ZZZZZZZZ9.
002430     05  FILLER                      PIC X(15) VALUE SPACES.
002440 01  DL290-RPT-COUNT-LINE.
002450     05  DL290-RPT-COUNT-LABEL       PIC X(20).
002460     05  DL290-RPT-COUNT             PIC ZZZZZZZZ9.
002470     05  FILLER                      PIC X(103) VALUE SPACES.
002480 01  DL290-RPT-NO-HIST-LINE          PIC X(132) VALUE
002490     "*** NO REJECT HISTORY FOR THE WEEK ***".
002500*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
002510     COPY STEPCTL.
002520 PROCEDURE DIVISION.
002530 0000-MAINLINE.
002540     PERFORM 8500-START-STEP THRU 8500-EXIT.
002550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002560     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
002570     PERFORM 3000-SUM-BY-SOURCE THRU 3000-EXIT.
002580     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
002590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002600     GO TO 9999-EXIT.
002610*----------------------------------------------------------------
002620* 1000-INITIALIZE SETTLES THE WEEK - THE SEVEN BUSINESS DATES
002630* ENDING ON THE CALENDAR'S BUSINESS DATE OR THE CARD'S DATE -
002640* LOADS THE REGION NAMES AND PRINTS THE REPORT HEADINGS.
002650*----------------------------------------------------------------
002660 1000-INITIALIZE.
002670     ACCEPT DL290-CURR-DATE-8 FROM DATE YYYYMMDD.
002680     MOVE DL290-STEP-BUS-DATE TO DL290-WEEK-END.
002690     PERFORM 1100-READ-WEEK-CARD THRU 1100-EXIT.
002700     COMPUTE DL290-DATE-INTEGER
002710         = FUNCTION INTEGER-OF-DATE(DL290-WEEK-END) - 6.
002720     COMPUTE DL290-WEEK-START
002730         = FUNCTION DATE-OF-INTEGER(DL290-DATE-INTEGER).
002740     PERFORM 1200-LOAD-REGISTRY THRU 1200-EXIT.
002750     OPEN OUTPUT REJ-RATE-RPT-FILE.
002760     MOVE DL290-WEEK-START TO DL290-HDG-WEEK-START.
002770     MOVE DL290-WEEK-END TO DL290-HDG-WEEK-END.
002780     MOVE DL290-CURR-DATE-8 TO DL290-HDG-DATE.
002790     MOVE DL290-RPT-HEADING1 TO REJ-RATE-RPT-LINE.
002800     WRITE REJ-RATE-RPT-LINE.
002810     MOVE SPACES TO REJ-RATE-RPT-LINE.
002820     WRITE REJ-RATE-RPT-LINE.
002830     MOVE DL290-RPT-HEADING2 TO REJ-RATE-RPT-LINE.
002840     WRITE REJ-RATE-RPT-LINE.
002850     MOVE DL290-RPT-HEADING3 TO REJ-RATE-RPT-LINE.
002860     WRITE REJ-RATE-RPT-LINE.
002870 1000-EXIT.
002880     EXIT.
002890*----------------------------------------------------------------
002900* 1100-READ-WEEK-CARD READS THE OPTIONAL WEEK-ENDING CARD.  NO
002910* CARD, OR A BLANK ONE, KEEPS THE CALENDAR'S BUSINESS DATE.  A
002920* CARD THAT IS NOT A REAL DATE IS REFUSED RATHER THAN GUESSED
002930* AT - THE REPORT WOULD COVER THE WRONG WEEK.
002940*----------------------------------------------------------------
002950 1100-READ-WEEK-CARD.
002960     OPEN INPUT REJ-WEEK-FILE.
002970     IF DL290-WEEK-STATUS NOT = "00"
002980         GO TO 1100-EXIT
002990     END-IF.
003000     READ REJ-WEEK-FILE
003010         AT END
003020             CLOSE REJ-WEEK-FILE
003030             GO TO 1100-EXIT
003040     END-READ.
003050     CLOSE REJ-WEEK-FILE.
003060     IF REJ-WEEK-END-DATE = SPACES
003070         GO TO 1100-EXIT
003080     END-IF.
003090     MOVE REJ-WEEK-END-DATE TO DL290-CARD-DATE.
003100     IF DL290-CARD-DATE-N IS NOT NUMERIC
003110        OR DL290-CARD-YEAR < 1601
003120        OR DL290-CARD-MONTH < 1 OR DL290-CARD-MONTH > 12
003130        OR DL290-CARD-DAY < 1 OR DL290-CARD-DAY > 31
003140         DISPLAY "DL290: WEEK-ENDING DATE " REJ-WEEK-END-DATE
003150             " IS NOT A DATE - RUN REFUSED"
003160         MOVE 12 TO RETURN-CODE
003170         GO TO 9999-EXIT
003180     END-IF.
003181     IF FUNCTION TEST-DATE-YYYYMMDD (DL290-CARD-DATE-N) NOT = ZERO
003182         DISPLAY "DL290: WEEK-ENDING DATE " REJ-WEEK-END-DATE
003183             " IS NOT A CALENDAR DATE - RUN REFUSED"
003184         MOVE 12 TO RETURN-CODE
003185         GO TO 9999-EXIT
003186     END-IF.
003190     MOVE DL290-CARD-DATE-N TO DL290-WEEK-END.
003200     DISPLAY "DL290: WEEK ENDING " DL290-WEEK-END " FROM REJWEEK".
003210 1100-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 1200-LOAD-REGISTRY STARTS THE SOURCE TABLE WITH EVERY REGISTRY
003250* ENTRY, IN REGISTRY ORDER, SO A REGION WITH A QUIET WEEK STILL
003260* SHOWS.  THE REGISTRY ONLY SUPPLIES NAMES HERE - WITHOUT IT THE
003270* REPORT IS STILL PRINTED, BY SOURCE CODE ALONE.
003280*----------------------------------------------------------------
003290 1200-LOAD-REGISTRY.
003300     OPEN INPUT SOURCE-REG-FILE.
003310     IF DL290-SRCREG-STATUS NOT = "00"
003320         DISPLAY "DL290: SOURCE REGISTRY (SRCREG) NOT AVAILABLE"
003330             " - STATUS " DL290-SRCREG-STATUS
003340         GO TO 1200-EXIT
003350     END-IF.
003360     PERFORM 1250-LOAD-ONE-ENTRY THRU 1250-EXIT
003370         UNTIL DL290-SRCREG-EOF.
003380     CLOSE SOURCE-REG-FILE.
003390 1200-EXIT.
003400     EXIT.
003410 1250-LOAD-ONE-ENTRY.
003420     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
003430         AT END
003440             SET DL290-SRCREG-EOF TO TRUE
003450             GO TO 1250-EXIT
003460     END-READ.
003470     IF DL290-SRC-CT NOT < 20
003480         GO TO 1250-EXIT
003490     END-IF.
003500     ADD 1 TO DL290-SRC-CT.
003510     MOVE DL290-SRC-CT TO DL290-SRC-IDX.
003520     PERFORM 3600-CLEAR-ONE-SOURCE THRU 3600-EXIT.
003530     MOVE SRC-REG-CODE TO DL290-ST-CODE (DL290-SRC-IDX).
003540     MOVE SRC-REG-REGION-NAME TO DL290-ST-NAME (DL290-SRC-IDX).
003550 1250-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------
003580* 2000-LOAD-HISTORY KEEPS THE WEEK'S HISTORY RECORDS.  THE FILE
003590* IS IN THE ORDER IT WAS APPENDED, SO A LATER RECORD FOR THE
003600* SAME DATE, KIND, STREAM AND SOURCE IS A RERUN AND REPLACES
003610* THE ONE KEPT.
003620*----------------------------------------------------------------
003630 2000-LOAD-HISTORY.
003640     OPEN INPUT REJ-HIST-FILE.
003650     IF DL290-HIST-STATUS NOT = "00"
003660         DISPLAY "DL290: NO REJECT HISTORY (REJHIST) - STATUS "
003670             DL290-HIST-STATUS
003680         GO TO 2000-EXIT
003690     END-IF.
003700     PERFORM 2100-LOAD-ONE-RECORD THRU 2100-EXIT
003710         UNTIL DL290-HIST-EOF.
003720     CLOSE REJ-HIST-FILE.
003730 2000-EXIT.
003740     EXIT.
003750 2100-LOAD-ONE-RECORD.
003760     READ REJ-HIST-FILE INTO REJ-HIST-RECORD
003770         AT END
003780             SET DL290-HIST-EOF TO TRUE
003790             GO TO 2100-EXIT
003800     END-READ.
003810     ADD 1 TO DL290-HIST-READ-CT.
003820     IF REJ-HIST-BUSINESS-DATE IS NOT NUMERIC
003830        OR REJ-HIST-BUSINESS-DATE < DL290-WEEK-START
003840        OR REJ-HIST-BUSINESS-DATE > DL290-WEEK-END
003850         GO TO 2100-EXIT
003860     END-IF.
003870     MOVE REJ-HIST-BUSINESS-DATE TO DL290-KEPT-ID (1:8).
003880     MOVE REJ-HIST-KIND          TO DL290-KEPT-ID (9:1).
003890     MOVE REJ-HIST-STREAM-ID     TO DL290-KEPT-ID (10:1).
003900     MOVE REJ-HIST-SOURCE-CODE   TO DL290-KEPT-ID (11:3).
003910     MOVE ZERO TO DL290-KEPT-HIT-IDX.
003920     PERFORM 2150-MATCH-ONE-KEPT THRU 2150-EXIT
003930         VARYING DL290-KEPT-IDX FROM 1 BY 1
003940         UNTIL DL290-KEPT-IDX > DL290-KEPT-CT
003950            OR DL290-KEPT-HIT-IDX > ZERO.
003960     IF DL290-KEPT-HIT-IDX > ZERO
003970         MOVE REJ-HIST-RECORD
003980             TO DL290-KT-RECORD (DL290-KEPT-HIT-IDX)
003990         GO TO 2100-EXIT
004000     END-IF.
004010     IF DL290-KEPT-CT NOT < 2000
004020         SET DL290-KEPT-FULL TO TRUE
004030         ADD 1 TO DL290-HIST-SKIPPED-CT
004040         GO TO 2100-EXIT
004050     END-IF.
004060     ADD 1 TO DL290-KEPT-CT.
004070     MOVE DL290-KEPT-ID TO DL290-KT-ID (DL290-KEPT-CT).
004080     MOVE REJ-HIST-RECORD TO DL290-KT-RECORD (DL290-KEPT-CT).
004090 2100-EXIT.
004100     EXIT.
004110 2150-MATCH-ONE-KEPT.
004120     IF DL290-KT-ID (DL290-KEPT-IDX) = DL290-KEPT-ID
004130         MOVE DL290-KEPT-IDX TO DL290-KEPT-HIT-IDX
004140     END-IF.
004150 2150-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 3000-SUM-BY-SOURCE ADDS EACH KEPT RECORD INTO ITS SOURCE'S
004190* WEEK.  A RECEIPTS RECORD GIVES DETAILS AND DUPLICATES; A
004200* DISPOSITION RECORD GIVES NEW, CLEARED AND REPAIRED REJECTS
004210* WITH THEIR DAYS OUTSTANDING, AND - FROM THE LATEST NIGHT OF
004220* THE WEEK - THE REJECTS STILL OPEN.
004230*----------------------------------------------------------------
004240 3000-SUM-BY-SOURCE.
004250     PERFORM 3100-SUM-ONE-RECORD THRU 3100-EXIT
004260         VARYING DL290-KEPT-IDX FROM 1 BY 1
004270         UNTIL DL290-KEPT-IDX > DL290-KEPT-CT.
004280 3000-EXIT.
004290     EXIT.
004300 3100-SUM-ONE-RECORD.
004310     MOVE DL290-KT-RECORD (DL290-KEPT-IDX) TO REJ-HIST-RECORD.
004320     MOVE REJ-HIST-SOURCE-CODE TO DL290-FIND-CODE.
004330     PERFORM 3500-FIND-SOURCE THRU 3500-EXIT.
004340     IF DL290-SRC-HIT-IDX = ZERO
004350         GO TO 3100-EXIT
004360     END-IF.
004370     IF REJ-HIST-RECEIPTS
004380         ADD REJ-HIST-RECORDS-READ
004390             TO DL290-ST-READ (DL290-SRC-HIT-IDX)
004400         ADD REJ-HIST-RECORDS-DUPED
004410             TO DL290-ST-DUPED (DL290-SRC-HIT-IDX)
004420         GO TO 3100-EXIT
004430     END-IF.
004440     IF NOT REJ-HIST-DISPOSITION
004450         GO TO 3100-EXIT
004460     END-IF.
004470     ADD REJ-HIST-NEW-REJECTS TO DL290-ST-NEW (DL290-SRC-HIT-IDX).
004480     ADD REJ-HIST-CLEARED
004490         TO DL290-ST-CLEARED (DL290-SRC-HIT-IDX).
004500     ADD REJ-HIST-CLEARED-DAYS
004510         TO DL290-ST-CLEARED-DAYS (DL290-SRC-HIT-IDX).
004520     IF REJ-HIST-CLEARED-MAX-DAYS
004530         > DL290-ST-CLEARED-MAX (DL290-SRC-HIT-IDX)
004540         MOVE REJ-HIST-CLEARED-MAX-DAYS
004550             TO DL290-ST-CLEARED-MAX (DL290-SRC-HIT-IDX)
004560     END-IF.
004570     ADD REJ-HIST-REPAIRED
004580         TO DL290-ST-REPAIRED (DL290-SRC-HIT-IDX).
004590     ADD REJ-HIST-REPAIRED-DAYS
004600         TO DL290-ST-REPAIRED-DAYS (DL290-SRC-HIT-IDX).
004610     IF REJ-HIST-BUSINESS-DATE
004620         NOT < DL290-ST-OPEN-DATE (DL290-SRC-HIT-IDX)
004630         MOVE REJ-HIST-CARRIED
004640             TO DL290-ST-OPEN (DL290-SRC-HIT-IDX)
004650         MOVE REJ-HIST-BUSINESS-DATE
004660             TO DL290-ST-OPEN-DATE (DL290-SRC-HIT-IDX)
004670     END-IF.
004680 3100-EXIT.
004690     EXIT.
004700*----------------------------------------------------------------
004710* 3500-FIND-SOURCE LOOKS THE SOURCE CODE UP IN THE SOURCE TABLE,
004720* ADDING A CODE THE REGISTRY DID NOT NAME.  A TABLE ALREADY FULL
004730* LEAVES THE CODE OFF THE REPORT AND SAYS SO ONCE.
004740*----------------------------------------------------------------
004750 3500-FIND-SOURCE.
004760     MOVE ZERO TO DL290-SRC-HIT-IDX.
004770     PERFORM 3550-MATCH-ONE-SOURCE THRU 3550-EXIT
004780         VARYING DL290-SRC-IDX FROM 1 BY 1
004790         UNTIL DL290-SRC-IDX > DL290-SRC-CT
004800            OR DL290-SRC-HIT-IDX > ZERO.
004810     IF DL290-SRC-HIT-IDX > ZERO
004820         GO TO 3500-EXIT
004830     END-IF.
004840     IF DL290-SRC-CT NOT < 30
004850         IF NOT DL290-SRC-FULL
004860             DISPLAY "DL290: MORE THAN 30 SOURCE CODES - SOURCE "
004870                 DL290-FIND-CODE " AND LATER ONES NOT REPORTED"
004880             SET DL290-SRC-FULL TO TRUE
004890         END-IF
004900         GO TO 3500-EXIT
004910     END-IF.
004920     ADD 1 TO DL290-SRC-CT.
004930     MOVE DL290-SRC-CT TO DL290-SRC-IDX.
004940     PERFORM 3600-CLEAR-ONE-SOURCE THRU 3600-EXIT.
004950     MOVE DL290-FIND-CODE TO DL290-ST-CODE (DL290-SRC-IDX).
004960     IF DL290-FIND-CODE = SPACES
004970         MOVE "NO SOURCE CODE" TO DL290-ST-NAME (DL290-SRC-IDX)
004980     ELSE
004990         MOVE "NOT ON REGISTRY" TO DL290-ST-NAME (DL290-SRC-IDX)
005000     END-IF.
005010     MOVE DL290-SRC-CT TO DL290-SRC-HIT-IDX.
005020 3500-EXIT.
005030     EXIT.
005040 3550-MATCH-ONE-SOURCE.
005050     IF DL290-ST-CODE (DL290-SRC-IDX) = DL290-FIND-CODE
005060         MOVE DL290-SRC-IDX TO DL290-SRC-HIT-IDX
005070     END-IF.
005080 3550-EXIT.
005090     EXIT.
005100 3600-CLEAR-ONE-SOURCE.
005110     MOVE SPACES TO DL290-ST-CODE (DL290-SRC-IDX).
005120     MOVE SPACES TO DL290-ST-NAME (DL290-SRC-IDX).
005130     MOVE ZERO TO DL290-ST-READ (DL290-SRC-IDX)
005140         DL290-ST-DUPED (DL290-SRC-IDX)
005150         DL290-ST-NEW (DL290-SRC-IDX)
005160         DL290-ST-CLEARED (DL290-SRC-IDX)
005170         DL290-ST-CLEARED-DAYS (DL290-SRC-IDX)
005180         DL290-ST-CLEARED-MAX (DL290-SRC-IDX)
005190         DL290-ST-REPAIRED (DL290-SRC-IDX)
005200         DL290-ST-REPAIRED-DAYS (DL290-SRC-IDX)
005210         DL290-ST-OPEN (DL290-SRC-IDX)
005220         DL290-ST-OPEN-DATE (DL290-SRC-IDX).
005230 3600-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 4000-PRINT-REPORT PRINTS ONE LINE PER SOURCE AND THE TOTAL.
005270*----------------------------------------------------------------
005280 4000-PRINT-REPORT.
005290     IF DL290-KEPT-CT = ZERO
005300         MOVE DL290-RPT-NO-HIST-LINE TO REJ-RATE-RPT-LINE
005310         WRITE REJ-RATE-RPT-LINE
005320         MOVE 4 TO RETURN-CODE
005330     END-IF.
005340     PERFORM 4100-PRINT-ONE-SOURCE THRU 4100-EXIT
005350         VARYING DL290-SRC-IDX FROM 1 BY 1
005360         UNTIL DL290-SRC-IDX > DL290-SRC-CT.
005370     MOVE SPACES TO REJ-RATE-RPT-LINE.
005380     WRITE REJ-RATE-RPT-LINE.
005390     MOVE DL290-TOTAL-ENTRY TO DL290-PRINT-ENTRY.
005400     PERFORM 4500-PRINT-ENTRY THRU 4500-EXIT.
005410 4000-EXIT.
005420     EXIT.
005430 4100-PRINT-ONE-SOURCE.
005440     MOVE DL290-SOURCE-ENTRY (DL290-SRC-IDX) TO DL290-PRINT-ENTRY.
005450     PERFORM 4500-PRINT-ENTRY THRU 4500-EXIT.
005460     ADD DL290-PE-READ          TO DL290-TT-READ.
005470     ADD DL290-PE-DUPED         TO DL290-TT-DUPED.
005480     ADD DL290-PE-NEW           TO DL290-TT-NEW.
005490     ADD DL290-PE-CLEARED       TO DL290-TT-CLEARED.
005500     ADD DL290-PE-CLEARED-DAYS  TO DL290-TT-CLEARED-DAYS.
005510     ADD DL290-PE-REPAIRED      TO DL290-TT-REPAIRED.
005520     ADD DL290-PE-REPAIRED-DAYS TO DL290-TT-REPAIRED-DAYS.
005530     ADD DL290-PE-OPEN          TO DL290-TT-OPEN.
005540     IF DL290-PE-CLEARED-MAX > DL290-TT-CLEARED-MAX
005550         MOVE DL290-PE-CLEARED-MAX TO DL290-TT-CLEARED-MAX
005560     END-IF.
005570 4100-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 4500-PRINT-ENTRY PRINTS THE ENTRY IN DL290-PRINT-ENTRY.  THE
005610* REJECT RATE IS NEW REJECTS AS A PERCENT OF DETAILS RECEIVED,
005620* N/A WHEN NOTHING WAS RECEIVED; AN AVERAGE OVER NO REJECTS IS
005630* SHOWN AS ZERO.
005640*----------------------------------------------------------------
005650 4500-PRINT-ENTRY.
005660     MOVE DL290-PE-CODE     TO DL290-DTL-CODE.
005670     MOVE DL290-PE-NAME     TO DL290-DTL-NAME.
005680     MOVE DL290-PE-READ     TO DL290-DTL-READ.
005690     MOVE DL290-PE-DUPED    TO DL290-DTL-DUPED.
005700     MOVE DL290-PE-NEW      TO DL290-DTL-NEW.
005710     MOVE DL290-PE-CLEARED  TO DL290-DTL-CLEARED.
005720     MOVE DL290-PE-CLEARED-MAX TO DL290-DTL-CLEARED-MAX.
005730     MOVE DL290-PE-REPAIRED TO DL290-DTL-REPAIRED.
005740     MOVE DL290-PE-OPEN     TO DL290-DTL-OPEN.
005750     IF DL290-PE-READ = ZERO
005760         MOVE "    N/A" TO DL290-DTL-RATE-X
005770     ELSE
005780         COMPUTE DL290-RATE ROUNDED
005790             = DL290-PE-NEW * 100 / DL290-PE-READ
005800             ON SIZE ERROR
005810                 MOVE 9999.99 TO DL290-RATE
005820         END-COMPUTE
005830         MOVE DL290-RATE TO DL290-DTL-RATE
005840     END-IF.
005850     MOVE ZERO TO DL290-AVG-DAYS.
005860     IF DL290-PE-CLEARED > ZERO
005870         COMPUTE DL290-AVG-DAYS ROUNDED
005880             = DL290-PE-CLEARED-DAYS / DL290-PE-CLEARED
005890     END-IF.
005900     MOVE DL290-AVG-DAYS TO DL290-DTL-CLEARED-AVG.
005910     MOVE ZERO TO DL290-AVG-DAYS.
005920     IF DL290-PE-REPAIRED > ZERO
005930         COMPUTE DL290-AVG-DAYS ROUNDED
005940             = DL290-PE-REPAIRED-DAYS / DL290-PE-REPAIRED
005950     END-IF.
005960     MOVE DL290-AVG-DAYS TO DL290-DTL-REPAIRED-AVG.
005970     MOVE DL290-RPT-DETAIL TO REJ-RATE-RPT-LINE.
005980     WRITE REJ-RATE-RPT-LINE.
005990 4500-EXIT.
006000     EXIT.
006010*----------------------------------------------------------------
006020* 9000-TERMINATE PRINTS THE HISTORY COUNTS AND CLOSES THE REPORT.
006030* HISTORY THAT DID NOT FIT THE TABLE LEAVES THE WEEK SHORT AND
006040* ENDS THE RUN WITH RETURN CODE 4.
006050*----------------------------------------------------------------
006060 9000-TERMINATE.
006070     MOVE SPACES TO REJ-RATE-RPT-LINE.
006080     WRITE REJ-RATE-RPT-LINE.
006090     MOVE "HISTORY RECORDS READ" TO DL290-RPT-COUNT-LABEL.
006100     MOVE DL290-HIST-READ-CT    TO DL290-RPT-COUNT.
006110     MOVE DL290-RPT-COUNT-LINE  TO REJ-RATE-RPT-LINE.
006120     WRITE REJ-RATE-RPT-LINE.
006130     MOVE "USED FOR THE WEEK"   TO DL290-RPT-COUNT-LABEL.
006140     MOVE DL290-KEPT-CT         TO DL290-RPT-COUNT.
006150     MOVE DL290-RPT-COUNT-LINE  TO REJ-RATE-RPT-LINE.
006160     WRITE REJ-RATE-RPT-LINE.
006170     IF DL290-KEPT-FULL
006180         MOVE "NOT HELD - TOO MANY" TO DL290-RPT-COUNT-LABEL
006190         MOVE DL290-HIST-SKIPPED-CT TO DL290-RPT-COUNT
006200         MOVE DL290-RPT-COUNT-LINE  TO REJ-RATE-RPT-LINE
006210         WRITE REJ-RATE-RPT-LINE
006220         DISPLAY "DL290: " DL290-HIST-SKIPPED-CT
006230             " HISTORY RECORDS BEYOND 2000 NOT REPORTED"
006240         MOVE 4 TO RETURN-CODE
006250     END-IF.
006260     CLOSE REJ-RATE-RPT-FILE.
006270     DISPLAY "DL290 WEEK           = " DL290-WEEK-START " TO "
006280         DL290-WEEK-END.
006290     DISPLAY "DL290 HISTORY USED   = " DL290-KEPT-CT.
006300 9000-EXIT.
006310     EXIT.
006320*----------------------------------------------------------------
006330* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
006340* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
006350* THERE IS NO CALENDAR).
006360*----------------------------------------------------------------
006370 8500-START-STEP.
006380     ACCEPT DL290-STEP-DATE-8 FROM DATE YYYYMMDD.
006390     MOVE DL290-STEP-DATE-8 TO DL290-STEP-BUS-DATE.
006400     OPEN INPUT RUN-CAL-FILE.
006410     IF DL290-RUN-CAL-STATUS = "00"
006420         READ RUN-CAL-FILE
006430             AT END
006440                 CONTINUE
006450             NOT AT END
006460                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
006470                    AND RUN-CAL-BUSINESS-DATE > ZERO
006480                     MOVE RUN-CAL-BUSINESS-DATE
006490                         TO DL290-STEP-BUS-DATE
006500                 END-IF
006510         END-READ
006520         CLOSE RUN-CAL-FILE
006530     END-IF.
006540     MOVE SPACES TO STEP-CTL-RECORD.
006550     MOVE "S" TO STEP-CTL-EVENT.
006560     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
006570         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
006575         STEP-CTL-COUNT-5.
006580     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006590     SET DL290-STEP-STARTED TO TRUE.
006600 8500-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
006640* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
006650* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
006660*----------------------------------------------------------------
006670 8550-WRITE-STEP-RECORD.
006680     MOVE DL290-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
006690     MOVE "DL290" TO STEP-CTL-JOB.
006700     ACCEPT DL290-STEP-DATE-8 FROM DATE YYYYMMDD.
006710     ACCEPT DL290-STEP-TIME-8 FROM TIME.
006720     MOVE DL290-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
006730     MOVE DL290-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
006740     OPEN EXTEND STEP-CTL-FILE.
006750     IF DL290-STEPCTL-STATUS = "35"
006760         OPEN OUTPUT STEP-CTL-FILE
006770     END-IF.
006780     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
006790     CLOSE STEP-CTL-FILE.
006800 8550-EXIT.
006810     EXIT.
006820*----------------------------------------------------------------
006830* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
006840* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
006850* HERE, REFUSALS INCLUDED.
006860*----------------------------------------------------------------
006870 9900-END-STEP.
006880     IF NOT DL290-STEP-STARTED
006890         GO TO 9900-EXIT
006900     END-IF.
006910     MOVE SPACES TO STEP-CTL-RECORD.
006920     MOVE "E" TO STEP-CTL-EVENT.
006930     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
006940     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
006950         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
006960     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
006970 9900-EXIT.
006980     EXIT.
006990 9999-EXIT.
007000     PERFORM 9900-END-STEP THRU 9900-EXIT.
007010     STOP RUN.
