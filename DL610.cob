000010*****************************************************************
000020*                                                               *
000030* PROGRAM-ID.  DL610.                                           *
000040*                                                               *
000050* AUTHOR.      J. LOGAN - DATA CONVERSION UNIT.                 *
000060*                                                               *
000070* INSTALLATION. DATA CONVERSION UNIT.                           *
000080* DATE-WRITTEN. 2026-10-15.                                     *
000090* DATE-COMPILED.                                                *
000100*                                                               *
000110* REMARKS.                                                      *
000120*     MASS MAINTENANCE OF THE DBOUT MASTER.  CHANGES ONE FIELD -*
000130*     FIELD1, FIELD2, FIELD3, THE AMOUNT OR THE SOURCE CODE - ON*
000140*     EVERY MASTER RECORD A SELECTION CARD (MASSSEL) PICKS: BY  *
000150*     KEY, KEY RANGE AND SOURCE CODE EXACTLY AS A DL600 SELCARD *
000160*     DOES (COLUMNS 1-33 ARE LAID OUT THE SAME, AND A SINGLE KEY*
000170*     FOLLOWS ITS RE-KEYS), AND/OR BY THE CURRENT VALUE OF ONE  *
000180*     FIELD.  THE CHANGE CARD (MASSCHG) NAMES THE FIELD, ITS NEW*
000190*     VALUE AND THE REQUESTING OPERATOR.  EVERY CHANGE IS       *
000200*     PREVIEWED FIRST: A RUN WITHOUT AN APPROVAL CARD CHANGES   *
000210*     NOTHING, LISTS EVERY SELECTED RECORD'S BEFORE AND AFTER   *
000220*     VALUE ON DL610RPT WITH THE COUNTS AND A CONTROL TOTAL (THE*
000230*     AMOUNT ON THE RECORDS TO BE CHANGED), AND FILES THE CARDS *
000240*     AND FIGURES ON MASSPRVW.  THE LIVE RUN IS THE SAME DECK   *
000250*     PLUS A SECOND OPERATOR'S APPROVAL CARD (MASSAPPR) CARRYING*
000260*     THE PREVIEW'S SELECTED COUNT, CHANGE COUNT AND CONTROL    *
000270*     TOTAL.  IT IS REFUSED (RETURN-CODE 12) WITH NO PREVIEW ON *
000280*     FILE, WHEN THE CARDS DIFFER FROM THE ONES PREVIEWED, WHEN *
000290*     THE APPROVER IS THE REQUESTER, WHEN THE APPROVAL CARD'S   *
000300*     FIGURES DIFFER FROM THE PREVIEW'S, OR WHEN A RECOUNT OF   *
000310*     THE MASTER NO LONGER MATCHES THEM.  EACH RECORD CHANGED IS*
000320*     REWRITTEN, JOURNALED ON DBJRNL AND AUDITED ON AUDITLOG    *
000330*     UNDER THE RUN'S OWN RUN ID, WITH AN ENTRY NAMING THE      *
000340*     REQUESTER AND THE APPROVER; A CHANGE OF AMOUNT IS ALSO    *
000350*     BILLED AS AN ADJUSTMENT IN THE RUN'S OWN BILLIF BATCH.  A *
000360*     RECORD ALREADY HOLDING THE NEW VALUE IS LISTED BUT NOT    *
000370*     TOUCHED.  THE LIVE RUN CHECKPOINTS (MASSCHKP) AFTER EVERY *
000380*     SELECTED RECORD; RERUN THE SAME LIVE DECK AFTER A FAILURE *
000390*     AND IT CARRIES ON PAST THE LAST KEY DONE, UNDER THE SAME  *
000400*     RUN ID.  A PREVIEW IS APPLIED ONCE ONLY, AND NO NEW       *
000410*     PREVIEW IS TAKEN WHILE A LIVE RUN IS UNFINISHED.          *
000420*                                                               *
000430* MODIFICATION HISTORY.                                         *
000440* DATE       INIT  DESCRIPTION                                  *
000450* ---------- ----  -----------------------------------------    *
000460* 2026-10-15  JL   INITIAL VERSION.                             *
000462* 2026-10-15  JL   A RUN THAT STOPS ON A FAILED REWRITE NOW     *
000465*                  CLOSES ITS BILLING BATCH WITH A TRAILER, AND *
000467*                  A RESTART BILLS IN A NEW BATCH OF ITS OWN.   *
000470*                                                               *
000480*****************************************************************
000490 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. DL610.
000510 AUTHOR. J. LOGAN.
000520 INSTALLATION. DATA CONVERSION UNIT.
000530 DATE-WRITTEN. 2026-10-15.
000540 DATE-COMPILED.
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT MASS-SEL-FILE   ASSIGN TO "MASSSEL"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS DL610-SEL-CARD-STATUS.
000610     SELECT MASS-CHG-FILE   ASSIGN TO "MASSCHG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS DL610-CHG-CARD-STATUS.
000640     SELECT APPR-CARD-FILE  ASSIGN TO "MASSAPPR"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS DL610-APPR-CARD-STATUS.
000670     SELECT PREVIEW-FILE    ASSIGN TO "MASSPRVW"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS DL610-PREVIEW-STATUS.
000700     SELECT CHECKPOINT-FILE ASSIGN TO "MASSCHKP"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS DL610-CHECKPOINT-STATUS.
000730     SELECT DB-OUT-FILE     ASSIGN TO "DBOUT"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS SEQUENTIAL
000760         RECORD KEY IS DB-RECORD-KEY
000770         FILE STATUS IS DL610-MASTER-STATUS.
000780     SELECT BILL-INTERFACE-FILE ASSIGN TO "BILLIF"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS DL610-BILL-IF-STATUS.
000810     SELECT AUDIT-LOG-FILE  ASSIGN TO "AUDITLOG"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS DL610-AUDIT-STATUS.
000840     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS DL610-JOURNAL-STATUS.
000870     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS DL610-SRCREG-STATUS.
000900     SELECT MASS-RPT-FILE   ASSIGN TO "DL610RPT"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS DL610-STEPCTL-STATUS.
000950     SELECT RUN-CAL-FILE    ASSIGN TO "RUNCAL"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS DL610-RUN-CAL-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  MASS-SEL-FILE.
001010 01  MASS-SEL-RECORD                 PIC X(80).
001020 FD  MASS-CHG-FILE.
001030 01  MASS-CHG-RECORD                 PIC X(80).
001040 FD  APPR-CARD-FILE.
001050 01  APPR-CARD-RECORD                PIC X(80).
001060 FD  PREVIEW-FILE.
001070 01  PREVIEW-FILE-RECORD             PIC X(260).
001080 FD  CHECKPOINT-FILE.
001090 01  CHECKPOINT-RECORD.
001100     05  CHECKPOINT-RUN-ID           PIC X(14).
001110     05  CHECKPOINT-LAST-KEY         PIC X(10).
001120     05  CHECKPOINT-RECORDS-READ     PIC 9(09).
001130     05  CHECKPOINT-SELECTED         PIC 9(09).
001140     05  CHECKPOINT-CHANGED          PIC 9(09).
001150     05  CHECKPOINT-SAME             PIC 9(09).
001160     05  CHECKPOINT-BEFORE-TOTAL     PIC 9(11)V99.
001170     05  CHECKPOINT-AFTER-TOTAL      PIC 9(11)V99.
001180     05  CHECKPOINT-BILLED-CT        PIC 9(09).
001190     05  CHECKPOINT-BILL-ADJ-DEBIT   PIC 9(11)V99.
001200     05  CHECKPOINT-BILL-ADJ-CREDIT  PIC 9(11)V99.
001210 FD  DB-OUT-FILE.
001220     COPY DBRECORD.
001230 FD  BILL-INTERFACE-FILE.
001240     COPY BILLIF.
001250 FD  AUDIT-LOG-FILE.
001260     COPY AUDITLOG.
001270 FD  DB-JOURNAL-FILE.
001280     COPY DBJRNL.
001290 FD  SOURCE-REG-FILE.
001300 01  SOURCE-REG-FILE-RECORD          PIC X(80).
001310 FD  MASS-RPT-FILE.
001320 01  MASS-RPT-LINE                   PIC X(132).
001330 FD  STEP-CTL-FILE.
001340 01  STEP-CTL-FILE-RECORD            PIC X(80).
001350 FD  RUN-CAL-FILE.
001360     COPY RUNCAL.
001370 WORKING-STORAGE SECTION.
001380 77  DL610-MASTER-EOF-SW             PIC X(01) VALUE "N".
001390     88  DL610-MASTER-EOF            VALUE "Y".
001400 77  DL610-AUDIT-EOF-SW              PIC X(01) VALUE "N".
001410     88  DL610-AUDIT-EOF             VALUE "Y".
001420 77  DL610-SRCREG-EOF-SW             PIC X(01) VALUE "N".
001430     88  DL610-SRCREG-EOF            VALUE "Y".
001440 77  DL610-SEL-CARD-STATUS           PIC X(02) VALUE "00".
001450 77  DL610-CHG-CARD-STATUS           PIC X(02) VALUE "00".
001460 77  DL610-APPR-CARD-STATUS          PIC X(02) VALUE "00".
001470 77  DL610-PREVIEW-STATUS            PIC X(02) VALUE "00".
001480 77  DL610-CHECKPOINT-STATUS         PIC X(02) VALUE "00".
001490 77  DL610-MASTER-STATUS             PIC X(02) VALUE "00".
001500 77  DL610-BILL-IF-STATUS            PIC X(02) VALUE "00".
001510 77  DL610-AUDIT-STATUS              PIC X(02) VALUE "00".
001520 77  DL610-JOURNAL-STATUS            PIC X(02) VALUE "00".
001530 77  DL610-SRCREG-STATUS             PIC X(02) VALUE "00".
001540 77  DL610-LIVE-SW                   PIC X(01) VALUE "N".
001550     88  DL610-LIVE-RUN              VALUE "Y".
001560 77  DL610-RESTART-SW                PIC X(01) VALUE "N".
001570     88  DL610-RESTART               VALUE "Y".
001580 77  DL610-PREVIEW-FOUND-SW          PIC X(01) VALUE "N".
001590     88  DL610-PREVIEW-FOUND         VALUE "Y".
001600 77  DL610-CHECKPOINT-EXISTS-SW      PIC X(01) VALUE "N".
001610     88  DL610-CHECKPOINT-EXISTS     VALUE "Y".
001620 77  DL610-SELECTED-SW               PIC X(01) VALUE "N".
001630     88  DL610-SELECTED              VALUE "Y".
001640 77  DL610-VALUE-CHANGES-SW          PIC X(01) VALUE "N".
001650     88  DL610-VALUE-CHANGES         VALUE "Y".
001660 77  DL610-BILLING-OPEN-SW           PIC X(01) VALUE "N".
001670     88  DL610-BILLING-OPEN          VALUE "Y".
001680 77  DL610-MASTER-ACTION-OK-SW       PIC X(01) VALUE "Y".
001690     88  DL610-MASTER-ACTION-OK      VALUE "Y".
001700 77  DL610-SOURCE-IN-SERVICE-SW      PIC X(01) VALUE "N".
001710     88  DL610-SOURCE-IN-SERVICE     VALUE "Y".
001720 77  DL610-TIES-TO-PREVIEW-SW        PIC X(01) VALUE "Y".
001730     88  DL610-TIES-TO-PREVIEW       VALUE "Y".
001740 77  DL610-RECORDS-READ-CT           PIC 9(09) VALUE ZERO COMP.
001750 77  DL610-SELECTED-CT               PIC 9(09) VALUE ZERO COMP.
001760 77  DL610-CHANGE-CT                 PIC 9(09) VALUE ZERO COMP.
001770 77  DL610-SAME-CT                   PIC 9(09) VALUE ZERO COMP.
001780 77  DL610-BILLED-CT                 PIC 9(09) VALUE ZERO COMP.
001790 77  DL610-BEFORE-TOTAL              PIC 9(11)V99 VALUE ZERO.
001800 77  DL610-AFTER-TOTAL               PIC 9(11)V99 VALUE ZERO.
001810 77  DL610-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
001820 77  DL610-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
001830 77  DL610-BILL-AMOUNT               PIC 9(11)V99 VALUE ZERO.
001832 77  DL610-BATCH-BILLED-CT           PIC 9(09) VALUE ZERO COMP.
001835 77  DL610-BATCH-ADJ-DEBIT           PIC 9(11)V99 VALUE ZERO.
001837 77  DL610-BATCH-ADJ-CREDIT          PIC 9(11)V99 VALUE ZERO.
001840 77  DL610-LINE-CT                   PIC 9(03) VALUE 99 COMP.
001850 77  DL610-PAGE-CT                   PIC 9(05) VALUE ZERO COMP.
001860 77  DL610-CURR-DATE-8               PIC 9(08).
001870 77  DL610-BILLING-PERIOD            PIC 9(06).
001880 77  DL610-CURR-TIME-6               PIC 9(06).
001890 77  DL610-RUN-TIMESTAMP             PIC 9(14).
001900 77  DL610-RUN-ID                    PIC X(14) VALUE SPACES.
001910 77  DL610-RESTART-KEY               PIC X(10) VALUE SPACES.
001920 77  DL610-CHKP-RUN-ID               PIC X(14) VALUE SPACES.
001930 77  DL610-MODE-TEXT                 PIC X(14) VALUE SPACES.
001940 77  DL610-FIELD-LABEL               PIC X(13) VALUE SPACES.
001950 77  DL610-BEFORE-VALUE              PIC X(20) VALUE SPACES.
001960 77  DL610-AFTER-VALUE               PIC X(20) VALUE SPACES.
001970 77  DL610-NUMERIC-ED                PIC Z(10)9.99.
001980 77  DL610-AUDIT-FIELD-NAME          PIC X(20) VALUE SPACES.
001990 77  DL610-AUDIT-OLD-VALUE           PIC X(20) VALUE SPACES.
002000 77  DL610-AUDIT-NEW-VALUE           PIC X(20) VALUE SPACES.
002010 77  DL610-LINK-CT                   PIC 9(03) VALUE ZERO COMP.
002020 77  DL610-LINK-IDX                  PIC 9(03) VALUE ZERO COMP.
002030 77  DL610-LINK-PROBE                PIC X(10) VALUE SPACES.
002040 77  DL610-LINK-FOUND-SW             PIC X(01) VALUE "N".
002050     88  DL610-LINK-FOUND            VALUE "Y".
002060 77  DL610-LINK-ADDED-SW             PIC X(01) VALUE "N".
002070     88  DL610-LINK-ADDED            VALUE "Y".
002080 77  DL610-LINK-FULL-SW              PIC X(01) VALUE "N".
002090     88  DL610-LINK-FULL             VALUE "Y".
002100 77  DL610-STEPCTL-STATUS            PIC X(02) VALUE "00".
002110 77  DL610-RUN-CAL-STATUS            PIC X(02) VALUE "00".
002120 77  DL610-STEP-STARTED-SW           PIC X(01) VALUE "N".
002130     88  DL610-STEP-STARTED          VALUE "Y".
002140 77  DL610-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
002150 77  DL610-STEP-DATE-8               PIC 9(08) VALUE ZERO.
002160 77  DL610-STEP-TIME-8               PIC 9(08) VALUE ZERO.
002170*    THE SELECTION CARD.  COLUMNS 1-33 ARE THOSE OF A DL600
002180*    SELCARD (COLUMN 34, ITS EXTRACT FLAG, IS NOT USED HERE).
002190*    A FIELD NAME IN COLUMNS 35-40 ALSO SELECTS ON THAT FIELD'S
002200*    CURRENT VALUE, IN COLUMNS 41-60 - AN AMOUNT AS 13 DIGITS
002210*    WITH TWO IMPLIED DECIMALS, A SOURCE CODE IN 41-43.
002220 01  DL610-SEL-CARD.
002230     05  DL610-SEL-KEY               PIC X(10).
002240     05  DL610-SEL-KEY-LOW           PIC X(10).
002250     05  DL610-SEL-KEY-HIGH          PIC X(10).
002260     05  DL610-SEL-SOURCE            PIC X(03).
002270     05  FILLER                      PIC X(01).
002280     05  DL610-SEL-FIELD             PIC X(06).
002290         88  DL610-SEL-BY-NOTHING    VALUE SPACES.
002300         88  DL610-SEL-IS-FIELD1     VALUE "FIELD1".
002310         88  DL610-SEL-IS-FIELD2     VALUE "FIELD2".
002320         88  DL610-SEL-IS-FIELD3     VALUE "FIELD3".
002330         88  DL610-SEL-IS-AMOUNT     VALUE "AMOUNT".
002340         88  DL610-SEL-IS-SOURCE     VALUE "SOURCE".
002350         88  DL610-SEL-FIELD-VALID   VALUE SPACES "FIELD1"
002360                                     "FIELD2" "FIELD3" "AMOUNT"
002370                                     "SOURCE".
002380     05  DL610-SEL-VALUE             PIC X(20).
002390     05  DL610-SEL-VALUE-AMT REDEFINES DL610-SEL-VALUE.
002400         10  DL610-SEL-AMOUNT        PIC 9(11)V99.
002410         10  FILLER                  PIC X(07).
002420     05  FILLER                      PIC X(20).
002430*    THE CHANGE CARD: THE FIELD TO CHANGE, ITS NEW VALUE (LAID
002440*    OUT AS ON THE SELECTION CARD) AND THE REQUESTING OPERATOR.
002450 01  DL610-CHG-CARD.
002460     05  DL610-CHG-FIELD             PIC X(06).
002470         88  DL610-CHG-IS-FIELD1     VALUE "FIELD1".
002480         88  DL610-CHG-IS-FIELD2     VALUE "FIELD2".
002490         88  DL610-CHG-IS-FIELD3     VALUE "FIELD3".
002500         88  DL610-CHG-IS-AMOUNT     VALUE "AMOUNT".
002510         88  DL610-CHG-IS-SOURCE     VALUE "SOURCE".
002520         88  DL610-CHG-FIELD-VALID   VALUE "FIELD1" "FIELD2"
002530                                     "FIELD3" "AMOUNT" "SOURCE".
002540     05  DL610-CHG-VALUE             PIC X(20).
002550     05  DL610-CHG-VALUE-AMT REDEFINES DL610-CHG-VALUE.
002560         10  DL610-CHG-AMOUNT        PIC 9(11)V99.
002570         10  FILLER                  PIC X(07).
002580     05  DL610-CHG-REQUESTER         PIC X(08).
002590     05  FILLER                      PIC X(46).
002600*    THE APPROVAL CARD: THE SECOND OPERATOR AND THE PREVIEW'S
002610*    SELECTED COUNT, CHANGE COUNT AND CONTROL TOTAL AS PRINTED.
002620 01  DL610-APPR-CARD.
002630     05  DL610-APPR-OPERATOR         PIC X(08).
002640     05  DL610-APPR-SELECTED-CT      PIC 9(09).
002650     05  DL610-APPR-CHANGE-CT        PIC 9(09).
002660     05  DL610-APPR-CONTROL-TOTAL    PIC 9(11)V99.
002670     05  FILLER                      PIC X(41).
002680*    THE PREVIEW CONTROL RECORD.  A PREVIEW RUN REPLACES IT;
002690*    THE LIVE RUN THAT APPLIES IT MARKS IT APPLIED WITH ITS RUN
002700*    ID AND APPROVER, SO THE SAME PREVIEW CANNOT BE RUN TWICE.
002710 01  DL610-PREVIEW.
002720     05  DL610-PV-STATUS             PIC X(01).
002730         88  DL610-PV-PENDING        VALUE "P".
002740         88  DL610-PV-APPLIED        VALUE "A".
002750     05  DL610-PV-BUS-DATE           PIC 9(08).
002760     05  DL610-PV-TIMESTAMP          PIC 9(14).
002770     05  DL610-PV-SEL-CARD           PIC X(80).
002780     05  DL610-PV-CHG-CARD           PIC X(80).
002790     05  DL610-PV-SELECTED-CT        PIC 9(09).
002800     05  DL610-PV-CHANGE-CT          PIC 9(09).
002810     05  DL610-PV-SAME-CT            PIC 9(09).
002820     05  DL610-PV-BEFORE-TOTAL       PIC 9(11)V99.
002830     05  DL610-PV-AFTER-TOTAL        PIC 9(11)V99.
002840     05  DL610-PV-APPLIED-RUN-ID     PIC X(14).
002850     05  DL610-PV-APPROVER           PIC X(08).
002860     05  FILLER                      PIC X(02).
002870*    THE MASTER RECORD AS IT STOOD BEFORE THE CHANGE.
002880 01  DL610-BEFORE-RECORD.
002890     05  DL610-BEF-KEY               PIC X(10).
002900     05  DL610-BEF-FIELD1            PIC X(20).
002910     05  DL610-BEF-FIELD2            PIC X(20).
002920     05  DL610-BEF-FIELD3            PIC X(20).
002930     05  DL610-BEF-AMOUNT            PIC 9(11)V99.
002940     05  DL610-BEF-SOURCE            PIC X(03).
002950*    THE SELECTED KEY (FIRST) AND EVERY KEY RE-KEYED TO OR FROM
002960*    IT, AS DL600 FOLLOWS THEM.
002970 01  DL610-LINK-TABLE.
002980     05  DL610-LINK-KEY              PIC X(10) OCCURS 20 TIMES.
002990 01  DL610-RPT-HEADING1.
003000     05  FILLER                      PIC X(30)
003010         VALUE "MASS MAINTENANCE - DL610".
003020     05  DL610-HDG-MODE              PIC X(14).
003030     05  FILLER                      PIC X(05) VALUE "DATE ".
003040     05  DL610-HDG-DATE              PIC 9(08).
003050     05  FILLER                      PIC X(64) VALUE SPACES.
003060     05  FILLER                      PIC X(05) VALUE "PAGE ".
003070     05  DL610-HDG-PAGE              PIC ZZZZ9.
003080     05  FILLER                      PIC X(01) VALUE SPACE.
003090 01  DL610-RPT-HEADING2.
003100     05  FILLER                      PIC X(12) VALUE "KEY".
003110     05  FILLER                      PIC X(05) VALUE "SRC".
003120     05  FILLER                      PIC X(15) VALUE "FIELD".
003130     05  FILLER                      PIC X(22) VALUE "BEFORE".
003140     05  FILLER                      PIC X(22) VALUE "AFTER".
003150     05  FILLER                      PIC X(16) VALUE "AMOUNT".
003160     05  FILLER                      PIC X(14)
003170         VALUE "DISPOSITION".
003180     05  FILLER                      PIC X(26) VALUE SPACES.
003190 01  DL610-RPT-DETAIL.
003200     05  DL610-DTL-KEY               PIC X(10).
003210     05  FILLER                      PIC X(02) VALUE SPACES.
003220     05  DL610-DTL-SOURCE            PIC X(03).
003230     05  FILLER                      PIC X(02) VALUE SPACES.
003240     05  DL610-DTL-FIELD             PIC X(13).
003250     05  FILLER                      PIC X(02) VALUE SPACES.
003260     05  DL610-DTL-BEFORE            PIC X(20).
003270     05  FILLER                      PIC X(02) VALUE SPACES.
003280     05  DL610-DTL-AFTER             PIC X(20).
003290     05  FILLER                      PIC X(02) VALUE SPACES.
003300     05  DL610-DTL-AMOUNT            PIC ZZZZZZZZZZ9.99.
003310     05  FILLER                      PIC X(02) VALUE SPACES.
003320     05  DL610-DTL-DISP              PIC X(12).
003330     05  FILLER                      PIC X(28) VALUE SPACES.
003340 01  DL610-RPT-TEXT-LINE.
003350     05  DL610-RPT-TEXT-LABEL        PIC X(20).
003360     05  DL610-RPT-TEXT              PIC X(60).
003370     05  FILLER                      PIC X(52) VALUE SPACES.
003380 01  DL610-RPT-COUNT-LINE.
003390     05  DL610-RPT-COUNT-LABEL       PIC X(20).
003400     05  DL610-RPT-COUNT             PIC ZZZZZZZZ9.
003410     05  FILLER                      PIC X(103) VALUE SPACES.
003420 01  DL610-RPT-AMOUNT-LINE.
003430     05  DL610-RPT-AMOUNT-LABEL      PIC X(20).
003440     05  DL610-RPT-AMOUNT            PIC ZZZZZZZZZZ9.99.
003450     05  FILLER                      PIC X(98) VALUE SPACES.
003460 01  DL610-RPT-NO-TIE-LINE           PIC X(132) VALUE
003470     "*** CHANGES DO NOT TIE TO THE PREVIEW - CHECK THE RECORDS AF
003480-    "TER THE RESTART KEY ***".
003490*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
003500     COPY STEPCTL.
003510*    EACH REGISTRY ENTRY IS READ INTO HERE.
003520     COPY SRCREG.
003530 PROCEDURE DIVISION.
003540 0000-MAINLINE.
003550     PERFORM 8500-START-STEP THRU 8500-EXIT.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     IF DL610-LIVE-RUN
003580         IF NOT DL610-RESTART
003590             PERFORM 2500-VERIFY-MASTER THRU 2500-EXIT
003600         END-IF
003610         PERFORM 4000-LIVE-RUN THRU 4000-EXIT
003620     ELSE
003630         PERFORM 2000-PREVIEW-RUN THRU 2000-EXIT
003640     END-IF.
003650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003660     GO TO 9999-EXIT.
003670*----------------------------------------------------------------
003680* 1000-INITIALIZE READS AND EDITS THE CARDS AND DECIDES WHAT
003690* KIND OF RUN THIS IS.  WITHOUT AN APPROVAL CARD IT IS A
003700* PREVIEW, WHICH MAY NOT BE TAKEN WHILE A LIVE RUN IS LEFT
003710* UNFINISHED ON THE CHECKPOINT.  WITH ONE IT IS A LIVE RUN,
003720* WHICH MUST MATCH THE PREVIEW ON FILE; A CHECKPOINT LEFT BY
003730* THE LIVE RUN THAT STOPPED MAKES IT A RESTART UNDER THAT RUN'S
003740* ID, PICKING UP ITS COUNTS AND TOTALS.  A SINGLE KEY ON THE
003750* SELECTION CARD HAS ITS RE-KEY LINKS GATHERED FROM THE AUDIT
003760* LOG BEFORE ANY MASTER PASS, AS DL600 DOES.
003770*----------------------------------------------------------------
003780 1000-INITIALIZE.
003790     ACCEPT DL610-CURR-DATE-8 FROM DATE YYYYMMDD.
003800     ACCEPT DL610-CURR-TIME-6 FROM TIME.
003810     MOVE DL610-CURR-DATE-8 (1:6) TO DL610-BILLING-PERIOD.
003820     MOVE DL610-CURR-DATE-8 TO DL610-RUN-TIMESTAMP (1:8).
003830     MOVE DL610-CURR-TIME-6 TO DL610-RUN-TIMESTAMP (9:6).
003840     MOVE SPACES TO DL610-RUN-ID.
003850     STRING "DL610-" DL610-CURR-DATE-8 DELIMITED BY SIZE
003860         INTO DL610-RUN-ID.
003870     MOVE "PREVIEW" TO DL610-MODE-TEXT.
003880     OPEN OUTPUT MASS-RPT-FILE.
003890     PERFORM 1100-READ-CARDS THRU 1100-EXIT.
003900     PERFORM 1200-EDIT-CARDS THRU 1200-EXIT.
003910     PERFORM 1300-READ-APPROVAL THRU 1300-EXIT.
003920     PERFORM 1400-READ-PREVIEW THRU 1400-EXIT.
003930     PERFORM 1500-OPEN-CHECKPOINT THRU 1500-EXIT.
003940     IF NOT DL610-LIVE-RUN
003950        AND DL610-CHECKPOINT-EXISTS
003960         DISPLAY "DL610: LIVE RUN " DL610-CHKP-RUN-ID
003970             " STOPPED AFTER KEY " DL610-RESTART-KEY
003980         DISPLAY "DL610: RESTART IT BEFORE TAKING A NEW PREVIEW"
003990             " - RUN REFUSED"
004000         MOVE 12 TO RETURN-CODE
004010         GO TO 9999-EXIT
004020     END-IF.
004030     IF DL610-LIVE-RUN
004040         MOVE "LIVE RUN" TO DL610-MODE-TEXT
004050         PERFORM 1600-CHECK-APPROVAL THRU 1600-EXIT
004060     END-IF.
004070     IF DL610-LIVE-RUN
004080        AND DL610-CHECKPOINT-EXISTS
004090         SET DL610-RESTART TO TRUE
004100         MOVE "LIVE RESTART" TO DL610-MODE-TEXT
004110         PERFORM 1650-RESTORE-CHECKPOINT THRU 1650-EXIT
004120     END-IF.
004130     PERFORM 1700-BUILD-LINKED-KEYS THRU 1700-EXIT.
004140 1000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 1100-READ-CARDS READS THE SELECTION AND CHANGE CARDS.  BOTH
004180* ARE REQUIRED - THERE IS NO DEFAULT CHANGE.
004190*----------------------------------------------------------------
004200 1100-READ-CARDS.
004210     OPEN INPUT MASS-SEL-FILE.
004220     IF DL610-SEL-CARD-STATUS NOT = "00"
004230         DISPLAY "DL610: NO SELECTION CARD (MASSSEL) - RUN "
004240             "REFUSED"
004250         MOVE 12 TO RETURN-CODE
004260         GO TO 9999-EXIT
004270     END-IF.
004280     READ MASS-SEL-FILE INTO DL610-SEL-CARD
004290         AT END
004300             DISPLAY "DL610: NO SELECTION CARD (MASSSEL) - RUN "
004310                 "REFUSED"
004320             MOVE 12 TO RETURN-CODE
004330             GO TO 9999-EXIT
004340     END-READ.
004350     CLOSE MASS-SEL-FILE.
004360     OPEN INPUT MASS-CHG-FILE.
004370     IF DL610-CHG-CARD-STATUS NOT = "00"
004380         DISPLAY "DL610: NO CHANGE CARD (MASSCHG) - RUN REFUSED"
004390         MOVE 12 TO RETURN-CODE
004400         GO TO 9999-EXIT
004410     END-IF.
004420     READ MASS-CHG-FILE INTO DL610-CHG-CARD
004430         AT END
004440             DISPLAY "DL610: NO CHANGE CARD (MASSCHG) - RUN "
004450                 "REFUSED"
004460             MOVE 12 TO RETURN-CODE
004470             GO TO 9999-EXIT
004480     END-READ.
004490     CLOSE MASS-CHG-FILE.
004500 1100-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 1200-EDIT-CARDS REFUSES A DECK THAT CANNOT BE SAFELY APPLIED:
004540* A SELECTION WITH NO CRITERION AT ALL (A MASS CHANGE IS NEVER
004550* MEANT FOR THE WHOLE MASTER), A FIELD NAME OTHER THAN FIELD1,
004560* FIELD2, FIELD3, AMOUNT OR SOURCE, AN AMOUNT THAT IS NOT 13
004570* DIGITS, A NEW SOURCE CODE THAT IS NOT IN SERVICE ON THE
004580* REGISTRY, OR NO REQUESTING OPERATOR.  THE AUDIT LOG NAME OF
004590* THE CHANGED FIELD IS SET HERE FOR THE WHOLE RUN.
004600*----------------------------------------------------------------
004610 1200-EDIT-CARDS.
004620     IF DL610-SEL-KEY = SPACES
004630        AND DL610-SEL-KEY-LOW = SPACES
004640        AND DL610-SEL-KEY-HIGH = SPACES
004650        AND DL610-SEL-SOURCE = SPACES
004660        AND DL610-SEL-BY-NOTHING
004670         DISPLAY "DL610: NO SELECTION CRITERIA ON MASSSEL - RUN "
004680             "REFUSED"
004690         MOVE 12 TO RETURN-CODE
004700         GO TO 9999-EXIT
004710     END-IF.
004720     IF NOT DL610-SEL-FIELD-VALID
004730         DISPLAY "DL610: SELECTION FIELD " DL610-SEL-FIELD
004740             " NOT FIELD1, FIELD2, FIELD3, AMOUNT OR SOURCE"
004750             " - RUN REFUSED"
004760         MOVE 12 TO RETURN-CODE
004770         GO TO 9999-EXIT
004780     END-IF.
004790     IF DL610-SEL-IS-AMOUNT
004800        AND DL610-SEL-AMOUNT IS NOT NUMERIC
004810         DISPLAY "DL610: SELECTION AMOUNT NOT NUMERIC - RUN "
004820             "REFUSED"
004830         MOVE 12 TO RETURN-CODE
004840         GO TO 9999-EXIT
004850     END-IF.
004860     IF NOT DL610-CHG-FIELD-VALID
004870         DISPLAY "DL610: CHANGE FIELD " DL610-CHG-FIELD
004880             " NOT FIELD1, FIELD2, FIELD3, AMOUNT OR SOURCE"
004890             " - RUN REFUSED"
004900         MOVE 12 TO RETURN-CODE
004910         GO TO 9999-EXIT
004920     END-IF.
004930     IF DL610-CHG-IS-AMOUNT
004940        AND DL610-CHG-AMOUNT IS NOT NUMERIC
004950         DISPLAY "DL610: NEW AMOUNT NOT NUMERIC - RUN REFUSED"
004960         MOVE 12 TO RETURN-CODE
004970         GO TO 9999-EXIT
004980     END-IF.
004990     IF DL610-CHG-IS-SOURCE
005000         PERFORM 1250-CHECK-NEW-SOURCE THRU 1250-EXIT
005010     END-IF.
005020     IF DL610-CHG-REQUESTER = SPACES
005030         DISPLAY "DL610: NO REQUESTING OPERATOR ON MASSCHG - RUN "
005040             "REFUSED"
005050         MOVE 12 TO RETURN-CODE
005060         GO TO 9999-EXIT
005070     END-IF.
005080     IF DL610-CHG-IS-FIELD1
005090         MOVE "FIELD1"        TO DL610-FIELD-LABEL
005100     END-IF.
005110     IF DL610-CHG-IS-FIELD2
005120         MOVE "FIELD2"        TO DL610-FIELD-LABEL
005130     END-IF.
005140     IF DL610-CHG-IS-FIELD3
005150         MOVE "FIELD3"        TO DL610-FIELD-LABEL
005160     END-IF.
005170     IF DL610-CHG-IS-AMOUNT
005180         MOVE "NUMERIC-FIELD" TO DL610-FIELD-LABEL
005190     END-IF.
005200     IF DL610-CHG-IS-SOURCE
005210         MOVE "SOURCE-CODE"   TO DL610-FIELD-LABEL
005220     END-IF.
005230 1200-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 1250-CHECK-NEW-SOURCE MAKES SURE A NEW SOURCE CODE IS THREE
005270* CHARACTERS AND IS IN SERVICE ON THE SOURCE REGISTRY FOR THE
005280* BUSINESS DATE - A MERGED REGION'S RECORDS MUST MOVE TO A
005290* REGION THAT STILL SENDS AND RECEIVES.
005300*----------------------------------------------------------------
005310 1250-CHECK-NEW-SOURCE.
005320     IF DL610-CHG-VALUE (1:3) = SPACES
005330        OR DL610-CHG-VALUE (4:17) NOT = SPACES
005340         DISPLAY "DL610: NEW SOURCE CODE MUST BE 3 CHARACTERS"
005350             " - RUN REFUSED"
005360         MOVE 12 TO RETURN-CODE
005370         GO TO 9999-EXIT
005380     END-IF.
005390     OPEN INPUT SOURCE-REG-FILE.
005400     IF DL610-SRCREG-STATUS NOT = "00"
005410         DISPLAY "DL610: SOURCE REGISTRY (SRCREG) NOT AVAILABLE"
005420             " - STATUS " DL610-SRCREG-STATUS
005430         MOVE 16 TO RETURN-CODE
005440         GO TO 9999-EXIT
005450     END-IF.
005460     PERFORM 1260-CHECK-ONE-ENTRY THRU 1260-EXIT
005470         UNTIL DL610-SRCREG-EOF.
005480     CLOSE SOURCE-REG-FILE.
005490     IF NOT DL610-SOURCE-IN-SERVICE
005500         DISPLAY "DL610: NEW SOURCE " DL610-CHG-VALUE (1:3)
005510             " NOT IN SERVICE ON THE REGISTRY - RUN REFUSED"
005520         MOVE 12 TO RETURN-CODE
005530         GO TO 9999-EXIT
005540     END-IF.
005550 1250-EXIT.
005560     EXIT.
005570 1260-CHECK-ONE-ENTRY.
005580     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
005590         AT END
005600             SET DL610-SRCREG-EOF TO TRUE
005610             GO TO 1260-EXIT
005620     END-READ.
005630     IF SRC-REG-CODE = DL610-CHG-VALUE (1:3)
005640        AND SRC-REG-ACTIVE
005650        AND SRC-REG-EFF-FROM NOT > DL610-STEP-BUS-DATE
005660        AND SRC-REG-EFF-THRU NOT < DL610-STEP-BUS-DATE
005670         SET DL610-SOURCE-IN-SERVICE TO TRUE
005680     END-IF.
005690 1260-EXIT.
005700     EXIT.
005710*----------------------------------------------------------------
005720* 1300-READ-APPROVAL READS THE SECOND OPERATOR'S APPROVAL CARD.
005730* A CARD WITH AN OPERATOR ON IT MAKES THIS THE LIVE RUN; NO
005740* CARD, OR A BLANK ONE, MAKES IT A PREVIEW.
005750*----------------------------------------------------------------
005760 1300-READ-APPROVAL.
005770     MOVE SPACES TO DL610-APPR-CARD.
005780     OPEN INPUT APPR-CARD-FILE.
005790     IF DL610-APPR-CARD-STATUS = "35"
005800         GO TO 1300-EXIT
005810     END-IF.
005820     READ APPR-CARD-FILE INTO DL610-APPR-CARD
005830         AT END
005840             GO TO 1300-CLOSE
005850     END-READ.
005860     IF DL610-APPR-OPERATOR NOT = SPACES
005870         SET DL610-LIVE-RUN TO TRUE
005880     END-IF.
005890 1300-CLOSE.
005900     CLOSE APPR-CARD-FILE.
005910 1300-EXIT.
005920     EXIT.
005930*----------------------------------------------------------------
005940* 1400-READ-PREVIEW READS THE LAST PREVIEW TAKEN, PENDING OR
005950* ALREADY APPLIED.  THERE IS NEVER MORE THAN ONE ON FILE.
005960*----------------------------------------------------------------
005970 1400-READ-PREVIEW.
005980     MOVE SPACES TO DL610-PREVIEW.
005990     OPEN INPUT PREVIEW-FILE.
006000     IF DL610-PREVIEW-STATUS = "35"
006010         GO TO 1400-EXIT
006020     END-IF.
006030     READ PREVIEW-FILE INTO DL610-PREVIEW
006040         AT END
006050             GO TO 1400-CLOSE
006060     END-READ.
006070     IF DL610-PV-PENDING OR DL610-PV-APPLIED
006080         SET DL610-PREVIEW-FOUND TO TRUE
006090     END-IF.
006100 1400-CLOSE.
006110     CLOSE PREVIEW-FILE.
006120 1400-EXIT.
006130     EXIT.
006140*----------------------------------------------------------------
006150* 1500-OPEN-CHECKPOINT READS THE CHECKPOINT LEFT BY A LIVE RUN.
006160* IT IS RESET TO ZERO WHEN A LIVE RUN FINISHES, SO ANY SELECTED
006170* COUNT ON IT MEANS A LIVE RUN STOPPED PART WAY - ITS RUN ID,
006180* THE LAST KEY IT FINISHED, AND ITS COUNTS AND TOTALS ARE TAKEN
006190* UP HERE SO THE RESTART'S REPORT, BILLING TRAILER AND TIE-OUT
006200* TO THE PREVIEW COVER THE WHOLE CHANGE.
006210*----------------------------------------------------------------
006220 1500-OPEN-CHECKPOINT.
006230     MOVE "N" TO DL610-CHECKPOINT-EXISTS-SW.
006240     OPEN INPUT CHECKPOINT-FILE.
006250     IF DL610-CHECKPOINT-STATUS = "35"
006260         GO TO 1500-EXIT
006270     END-IF.
006280     READ CHECKPOINT-FILE
006290         AT END
006300             GO TO 1500-CLOSE
006310     END-READ.
006320     IF CHECKPOINT-SELECTED IS NUMERIC
006330        AND CHECKPOINT-SELECTED > ZERO
006340         SET DL610-CHECKPOINT-EXISTS TO TRUE
006350         MOVE CHECKPOINT-RUN-ID      TO DL610-CHKP-RUN-ID
006360         MOVE CHECKPOINT-LAST-KEY    TO DL610-RESTART-KEY
006370         MOVE CHECKPOINT-RECORDS-READ
006380             TO DL610-RECORDS-READ-CT
006390         MOVE CHECKPOINT-SELECTED    TO DL610-SELECTED-CT
006400         MOVE CHECKPOINT-CHANGED     TO DL610-CHANGE-CT
006410         MOVE CHECKPOINT-SAME        TO DL610-SAME-CT
006420         MOVE CHECKPOINT-BEFORE-TOTAL
006430             TO DL610-BEFORE-TOTAL
006440         MOVE CHECKPOINT-AFTER-TOTAL TO DL610-AFTER-TOTAL
006450         MOVE CHECKPOINT-BILLED-CT   TO DL610-BILLED-CT
006460         MOVE CHECKPOINT-BILL-ADJ-DEBIT
006470             TO DL610-BILL-ADJ-DEBIT
006480         MOVE CHECKPOINT-BILL-ADJ-CREDIT
006490             TO DL610-BILL-ADJ-CREDIT
006500     END-IF.
006510 1500-CLOSE.
006520     CLOSE CHECKPOINT-FILE.
006530 1500-EXIT.
006540     EXIT.
006550*----------------------------------------------------------------
006560* 1600-CHECK-APPROVAL LETS THE LIVE RUN GO AHEAD ONLY BEHIND A
006570* PREVIEW NOT YET APPLIED, TAKEN WITH EXACTLY THESE CARDS, AND
006580* AN APPROVAL CARD FROM AN OPERATOR OTHER THAN THE REQUESTER
006590* WHOSE SELECTED COUNT, CHANGE COUNT AND CONTROL TOTAL ARE THE
006600* PREVIEW'S.  ANYTHING ELSE IS REFUSED BEFORE THE MASTER IS
006610* OPENED.
006620*----------------------------------------------------------------
006630 1600-CHECK-APPROVAL.
006640     IF NOT DL610-PREVIEW-FOUND
006650         DISPLAY "DL610: NO PREVIEW ON FILE (MASSPRVW) - RUN THE "
006660             "PREVIEW FIRST - RUN REFUSED"
006670         MOVE 12 TO RETURN-CODE
006680         GO TO 9999-EXIT
006690     END-IF.
006700     IF DL610-PV-APPLIED
006710         DISPLAY "DL610: PREVIEW ALREADY APPLIED BY RUN "
006720             DL610-PV-APPLIED-RUN-ID " - RUN REFUSED"
006730         MOVE 12 TO RETURN-CODE
006740         GO TO 9999-EXIT
006750     END-IF.
006760     IF DL610-PV-SEL-CARD NOT = DL610-SEL-CARD
006770        OR DL610-PV-CHG-CARD NOT = DL610-CHG-CARD
006780         DISPLAY "DL610: CARDS DIFFER FROM THE PREVIEW OF "
006790             DL610-PV-TIMESTAMP " - RUN REFUSED"
006800         MOVE 12 TO RETURN-CODE
006810         GO TO 9999-EXIT
006820     END-IF.
006830     IF DL610-APPR-OPERATOR = DL610-CHG-REQUESTER
006840         DISPLAY "DL610: APPROVAL CARD KEYED BY THE REQUESTER "
006850             DL610-CHG-REQUESTER " - RUN REFUSED"
006860         MOVE 12 TO RETURN-CODE
006870         GO TO 9999-EXIT
006880     END-IF.
006890     IF DL610-APPR-SELECTED-CT IS NOT NUMERIC
006900        OR DL610-APPR-CHANGE-CT IS NOT NUMERIC
006910        OR DL610-APPR-CONTROL-TOTAL IS NOT NUMERIC
006920         DISPLAY "DL610: APPROVAL CARD COUNTS NOT NUMERIC - RUN "
006930             "REFUSED"
006940         MOVE 12 TO RETURN-CODE
006950         GO TO 9999-EXIT
006960     END-IF.
006970     IF DL610-APPR-SELECTED-CT NOT = DL610-PV-SELECTED-CT
006980        OR DL610-APPR-CHANGE-CT NOT = DL610-PV-CHANGE-CT
006990        OR DL610-APPR-CONTROL-TOTAL NOT = DL610-PV-BEFORE-TOTAL
007000         DISPLAY "DL610: APPROVAL CARD FIGURES "
007010             DL610-APPR-SELECTED-CT " " DL610-APPR-CHANGE-CT
007020             " " DL610-APPR-CONTROL-TOTAL
007030         DISPLAY "DL610: PREVIEW FIGURES       "
007040             DL610-PV-SELECTED-CT " " DL610-PV-CHANGE-CT
007050             " " DL610-PV-BEFORE-TOTAL
007060         DISPLAY "DL610: APPROVAL DOES NOT MATCH THE PREVIEW - "
007070             "RUN REFUSED"
007080         MOVE 12 TO RETURN-CODE
007090         GO TO 9999-EXIT
007100     END-IF.
007110 1600-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* 1650-RESTORE-CHECKPOINT CARRIES ON UNDER THE STOPPED RUN'S ID,
007150* SO THE WHOLE CHANGE IS ONE RUN ON THE AUDIT LOG AND JOURNAL.
007160*----------------------------------------------------------------
007170 1650-RESTORE-CHECKPOINT.
007180     MOVE DL610-CHKP-RUN-ID TO DL610-RUN-ID.
007190     DISPLAY "DL610: RESTART OF RUN " DL610-RUN-ID
007200         " AFTER KEY " DL610-RESTART-KEY.
007210 1650-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 1700-BUILD-LINKED-KEYS GATHERS EVERY KEY TIED TO THE SELECTED
007250* KEY BY A RE-KEY, EXACTLY AS DL600 DOES: EACH PASS OVER THE
007260* AUDIT LOG TAKES THE OTHER KEY OF EVERY "RE-KEYED TO" OR
007270* "RE-KEYED FROM" ENTRY UNDER A KEY ALREADY IN THE TABLE, UNTIL
007280* A PASS ADDS NOTHING.  NO AUDIT LOG MEANS NO LINKS.
007290*----------------------------------------------------------------
007300 1700-BUILD-LINKED-KEYS.
007310     IF DL610-SEL-KEY = SPACES
007320         GO TO 1700-EXIT
007330     END-IF.
007340     MOVE DL610-SEL-KEY TO DL610-LINK-KEY (1).
007350     MOVE 1 TO DL610-LINK-CT.
007360     SET DL610-LINK-ADDED TO TRUE.
007370     PERFORM 1710-LINK-PASS THRU 1710-EXIT
007380         UNTIL NOT DL610-LINK-ADDED.
007390 1700-EXIT.
007400     EXIT.
007410 1710-LINK-PASS.
007420     MOVE "N" TO DL610-LINK-ADDED-SW.
007430     OPEN INPUT AUDIT-LOG-FILE.
007440     IF DL610-AUDIT-STATUS = "35"
007450         GO TO 1710-EXIT
007460     END-IF.
007470     MOVE "N" TO DL610-AUDIT-EOF-SW.
007480     PERFORM 1720-LINK-ONE-ENTRY THRU 1720-EXIT
007490         UNTIL DL610-AUDIT-EOF.
007500     CLOSE AUDIT-LOG-FILE.
007510 1710-EXIT.
007520     EXIT.
007530 1720-LINK-ONE-ENTRY.
007540     READ AUDIT-LOG-FILE
007550         AT END
007560             SET DL610-AUDIT-EOF TO TRUE
007570             GO TO 1720-EXIT
007580     END-READ.
007590     IF AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED TO"
007600        AND AUDIT-LOG-FIELD-NAME NOT = "RE-KEYED FROM"
007610         GO TO 1720-EXIT
007620     END-IF.
007630     MOVE AUDIT-LOG-KEY TO DL610-LINK-PROBE.
007640     PERFORM 1730-FIND-LINK THRU 1730-EXIT.
007650     IF NOT DL610-LINK-FOUND
007660         GO TO 1720-EXIT
007670     END-IF.
007680     MOVE AUDIT-LOG-OLD-VALUE TO DL610-LINK-PROBE.
007690     PERFORM 1740-ADD-LINK THRU 1740-EXIT.
007700     MOVE AUDIT-LOG-NEW-VALUE TO DL610-LINK-PROBE.
007710     PERFORM 1740-ADD-LINK THRU 1740-EXIT.
007720 1720-EXIT.
007730     EXIT.
007740 1730-FIND-LINK.
007750     MOVE "N" TO DL610-LINK-FOUND-SW.
007760     PERFORM 1735-CHECK-ONE-LINK THRU 1735-EXIT
007770         VARYING DL610-LINK-IDX FROM 1 BY 1
007780         UNTIL DL610-LINK-IDX > DL610-LINK-CT
007790            OR DL610-LINK-FOUND.
007800 1730-EXIT.
007810     EXIT.
007820 1735-CHECK-ONE-LINK.
007830     IF DL610-LINK-KEY (DL610-LINK-IDX) = DL610-LINK-PROBE
007840         SET DL610-LINK-FOUND TO TRUE
007850     END-IF.
007860 1735-EXIT.
007870     EXIT.
007880 1740-ADD-LINK.
007890     IF DL610-LINK-PROBE = SPACES
007900         GO TO 1740-EXIT
007910     END-IF.
007920     PERFORM 1730-FIND-LINK THRU 1730-EXIT.
007930     IF DL610-LINK-FOUND
007940         GO TO 1740-EXIT
007950     END-IF.
007960     IF DL610-LINK-CT NOT < 20
007970         IF NOT DL610-LINK-FULL
007980             SET DL610-LINK-FULL TO TRUE
007990             DISPLAY "DL610 LINKED KEY TABLE FULL - CHAIN CUT AT "
008000                     DL610-LINK-PROBE
008010         END-IF
008020         GO TO 1740-EXIT
008030     END-IF.
008040     ADD 1 TO DL610-LINK-CT.
008050     MOVE DL610-LINK-PROBE TO DL610-LINK-KEY (DL610-LINK-CT).
008060     SET DL610-LINK-ADDED TO TRUE.
008070 1740-EXIT.
008080     EXIT.
008090*----------------------------------------------------------------
008100* 2000-PREVIEW-RUN READS THE MASTER, LISTS EVERY SELECTED RECORD
008110* WITH ITS VALUE BEFORE AND AFTER THE CHANGE, AND FILES THE
008120* CARDS AND FIGURES AS THE PREVIEW THE LIVE RUN MUST MATCH.
008130* NOTHING ON THE MASTER IS CHANGED.
008140*----------------------------------------------------------------
008150 2000-PREVIEW-RUN.
008160     OPEN INPUT DB-OUT-FILE.
008170     IF DL610-MASTER-STATUS NOT = "00"
008180         DISPLAY "DL610: CANNOT OPEN MASTER - STATUS "
008190             DL610-MASTER-STATUS
008200         MOVE 16 TO RETURN-CODE
008210         GO TO 9999-EXIT
008220     END-IF.
008230     PERFORM 2100-PREVIEW-ONE-RECORD THRU 2100-EXIT
008240         UNTIL DL610-MASTER-EOF.
008250     CLOSE DB-OUT-FILE.
008260     PERFORM 2200-WRITE-PREVIEW THRU 2200-EXIT.
008270 2000-EXIT.
008280     EXIT.
008290 2100-PREVIEW-ONE-RECORD.
008300     READ DB-OUT-FILE
008310         AT END
008320             SET DL610-MASTER-EOF TO TRUE
008330             GO TO 2100-EXIT
008340     END-READ.
008350     ADD 1 TO DL610-RECORDS-READ-CT.
008360     PERFORM 3000-MATCH-SELECTION THRU 3000-EXIT.
008370     IF NOT DL610-SELECTED
008380         GO TO 2100-EXIT
008390     END-IF.
008400     PERFORM 3500-APPLY-NEW-VALUE THRU 3500-EXIT.
008410     PERFORM 3800-COUNT-SELECTED THRU 3800-EXIT.
008420     IF DL610-VALUE-CHANGES
008430         MOVE "TO CHANGE"   TO DL610-DTL-DISP
008440     ELSE
008450         MOVE "ALREADY SET" TO DL610-DTL-DISP
008460     END-IF.
008470     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
008480 2100-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------
008510* 2200-WRITE-PREVIEW REPLACES THE PREVIEW CONTROL RECORD WITH
008520* THIS RUN'S CARDS AND FIGURES, PENDING A LIVE RUN.
008530*----------------------------------------------------------------
008540 2200-WRITE-PREVIEW.
008550     MOVE SPACES                TO DL610-PREVIEW.
008560     SET DL610-PV-PENDING       TO TRUE.
008570     MOVE DL610-STEP-BUS-DATE   TO DL610-PV-BUS-DATE.
008580     MOVE DL610-RUN-TIMESTAMP   TO DL610-PV-TIMESTAMP.
008590     MOVE DL610-SEL-CARD        TO DL610-PV-SEL-CARD.
008600     MOVE DL610-CHG-CARD        TO DL610-PV-CHG-CARD.
008610     MOVE DL610-SELECTED-CT     TO DL610-PV-SELECTED-CT.
008620     MOVE DL610-CHANGE-CT       TO DL610-PV-CHANGE-CT.
008630     MOVE DL610-SAME-CT         TO DL610-PV-SAME-CT.
008640     MOVE DL610-BEFORE-TOTAL    TO DL610-PV-BEFORE-TOTAL.
008650     MOVE DL610-AFTER-TOTAL     TO DL610-PV-AFTER-TOTAL.
008660     OPEN OUTPUT PREVIEW-FILE.
008670     WRITE PREVIEW-FILE-RECORD FROM DL610-PREVIEW.
008680     CLOSE PREVIEW-FILE.
008690 2200-EXIT.
008700     EXIT.
008710*----------------------------------------------------------------
008720* 2500-VERIFY-MASTER RECOUNTS THE SELECTION AGAINST THE MASTER
008730* AS IT STANDS NOW, WITHOUT CHANGING ANYTHING.  IF THE NIGHT HAS
008740* MOVED IT SINCE THE PREVIEW - A DIFFERENT SELECTED OR CHANGE
008750* COUNT, OR DIFFERENT AMOUNTS ON THE RECORDS TO CHANGE - THE
008760* APPROVAL NO LONGER DESCRIBES WHAT WOULD HAPPEN AND THE RUN IS
008770* REFUSED FOR A NEW PREVIEW.  A RESTART SKIPS THIS: ITS MASTER
008780* IS ALREADY PART CHANGED.
008790*----------------------------------------------------------------
008800 2500-VERIFY-MASTER.
008810     OPEN INPUT DB-OUT-FILE.
008820     IF DL610-MASTER-STATUS NOT = "00"
008830         DISPLAY "DL610: CANNOT OPEN MASTER - STATUS "
008840             DL610-MASTER-STATUS
008850         MOVE 16 TO RETURN-CODE
008860         GO TO 9999-EXIT
008870     END-IF.
008880     PERFORM 2600-COUNT-ONE-RECORD THRU 2600-EXIT
008890         UNTIL DL610-MASTER-EOF.
008900     CLOSE DB-OUT-FILE.
008910     IF DL610-SELECTED-CT NOT = DL610-PV-SELECTED-CT
008920        OR DL610-CHANGE-CT NOT = DL610-PV-CHANGE-CT
008930        OR DL610-BEFORE-TOTAL NOT = DL610-PV-BEFORE-TOTAL
008940        OR DL610-AFTER-TOTAL NOT = DL610-PV-AFTER-TOTAL
008950         DISPLAY "DL610: MASTER NOW SELECTS " DL610-SELECTED-CT
008960             " TO CHANGE " DL610-CHANGE-CT
008970             " CONTROL TOTAL " DL610-BEFORE-TOTAL
008980         DISPLAY "DL610: MASTER HAS MOVED SINCE THE PREVIEW - RUN"
008990             " A NEW PREVIEW - RUN REFUSED"
009000         MOVE 12 TO RETURN-CODE
009010         GO TO 9999-EXIT
009020     END-IF.
009030     MOVE ZERO TO DL610-RECORDS-READ-CT DL610-SELECTED-CT
009040         DL610-CHANGE-CT DL610-SAME-CT DL610-BEFORE-TOTAL
009050         DL610-AFTER-TOTAL.
009060     MOVE "N" TO DL610-MASTER-EOF-SW.
009070 2500-EXIT.
009080     EXIT.
009090 2600-COUNT-ONE-RECORD.
009100     READ DB-OUT-FILE
009110         AT END
009120             SET DL610-MASTER-EOF TO TRUE
009130             GO TO 2600-EXIT
009140     END-READ.
009150     ADD 1 TO DL610-RECORDS-READ-CT.
009160     PERFORM 3000-MATCH-SELECTION THRU 3000-EXIT.
009170     IF DL610-SELECTED
009180         PERFORM 3500-APPLY-NEW-VALUE THRU 3500-EXIT
009190         PERFORM 3800-COUNT-SELECTED THRU 3800-EXIT
009200     END-IF.
009210 2600-EXIT.
009220     EXIT.
009230*----------------------------------------------------------------
009240* 3000-MATCH-SELECTION TESTS THE CURRENT MASTER RECORD AGAINST
009250* EVERY CRITERION ON THE SELECTION CARD, DL600'S FIRST - A
009260* BLANK CRITERION MATCHES EVERYTHING, THE KEY RANGE IS
009270* INCLUSIVE, A SINGLE KEY MATCHES IT OR ANY KEY LINKED TO IT BY
009280* A RE-KEY - THEN THE CURRENT VALUE OF THE NAMED FIELD.
009290*----------------------------------------------------------------
009300 3000-MATCH-SELECTION.
009310     SET DL610-SELECTED TO TRUE.
009320     IF DL610-SEL-KEY NOT = SPACES
009330         MOVE DB-RECORD-KEY TO DL610-LINK-PROBE
009340         PERFORM 1730-FIND-LINK THRU 1730-EXIT
009350         IF NOT DL610-LINK-FOUND
009360             MOVE "N" TO DL610-SELECTED-SW
009370             GO TO 3000-EXIT
009380         END-IF
009390     END-IF.
009400     IF DL610-SEL-KEY-LOW NOT = SPACES
009410        AND DB-RECORD-KEY < DL610-SEL-KEY-LOW
009420         MOVE "N" TO DL610-SELECTED-SW
009430         GO TO 3000-EXIT
009440     END-IF.
009450     IF DL610-SEL-KEY-HIGH NOT = SPACES
009460        AND DB-RECORD-KEY > DL610-SEL-KEY-HIGH
009470         MOVE "N" TO DL610-SELECTED-SW
009480         GO TO 3000-EXIT
009490     END-IF.
009500     IF DL610-SEL-SOURCE NOT = SPACES
009510        AND DB-RECORD-SOURCE-CODE NOT = DL610-SEL-SOURCE
009520         MOVE "N" TO DL610-SELECTED-SW
009530         GO TO 3000-EXIT
009540     END-IF.
009550     IF DL610-SEL-IS-FIELD1
009560        AND DB-RECORD-FIELD1 NOT = DL610-SEL-VALUE
009570         MOVE "N" TO DL610-SELECTED-SW
009580     END-IF.
009590     IF DL610-SEL-IS-FIELD2
009600        AND DB-RECORD-FIELD2 NOT = DL610-SEL-VALUE
009610         MOVE "N" TO DL610-SELECTED-SW
009620     END-IF.
009630     IF DL610-SEL-IS-FIELD3
009640        AND DB-RECORD-FIELD3 NOT = DL610-SEL-VALUE
009650         MOVE "N" TO DL610-SELECTED-SW
009660     END-IF.
009670     IF DL610-SEL-IS-AMOUNT
009680        AND DB-RECORD-NUMERIC-FIELD NOT = DL610-SEL-AMOUNT
009690         MOVE "N" TO DL610-SELECTED-SW
009700     END-IF.
009710     IF DL610-SEL-IS-SOURCE
009720        AND DB-RECORD-SOURCE-CODE NOT = DL610-SEL-VALUE (1:3)
009730         MOVE "N" TO DL610-SELECTED-SW
009740     END-IF.
009750 3000-EXIT.
009760     EXIT.
009770*----------------------------------------------------------------
009780* 3500-APPLY-NEW-VALUE KEEPS THE SELECTED RECORD AS IT STANDS
009790* AS THE BEFORE IMAGE, PUTS THE NEW VALUE INTO THE RECORD AREA,
009800* AND NOTES WHETHER THAT CHANGES ANYTHING - A RECORD ALREADY
009810* HOLDING THE NEW VALUE IS LEFT ALONE.  THE BEFORE AND AFTER
009820* VALUES ARE EDITED FOR THE REPORT AND THE AUDIT LOG.
009830*----------------------------------------------------------------
009840 3500-APPLY-NEW-VALUE.
009850     MOVE DB-RECORD TO DL610-BEFORE-RECORD.
009860     IF DL610-CHG-IS-FIELD1
009870         MOVE DL610-CHG-VALUE    TO DB-RECORD-FIELD1
009880         MOVE DL610-BEF-FIELD1   TO DL610-BEFORE-VALUE
009890         MOVE DB-RECORD-FIELD1   TO DL610-AFTER-VALUE
009900     END-IF.
009910     IF DL610-CHG-IS-FIELD2
009920         MOVE DL610-CHG-VALUE    TO DB-RECORD-FIELD2
009930         MOVE DL610-BEF-FIELD2   TO DL610-BEFORE-VALUE
009940         MOVE DB-RECORD-FIELD2   TO DL610-AFTER-VALUE
009950     END-IF.
009960     IF DL610-CHG-IS-FIELD3
009970         MOVE DL610-CHG-VALUE    TO DB-RECORD-FIELD3
009980         MOVE DL610-BEF-FIELD3   TO DL610-BEFORE-VALUE
009990         MOVE DB-RECORD-FIELD3   TO DL610-AFTER-VALUE
010000     END-IF.
010010     IF DL610-CHG-IS-AMOUNT
010020         MOVE DL610-CHG-AMOUNT   TO DB-RECORD-NUMERIC-FIELD
010030         MOVE DL610-BEF-AMOUNT   TO DL610-NUMERIC-ED
010040         MOVE DL610-NUMERIC-ED   TO DL610-BEFORE-VALUE
010050         MOVE DB-RECORD-NUMERIC-FIELD TO DL610-NUMERIC-ED
010060         MOVE DL610-NUMERIC-ED   TO DL610-AFTER-VALUE
010070     END-IF.
010080     IF DL610-CHG-IS-SOURCE
010090         MOVE DL610-CHG-VALUE (1:3) TO DB-RECORD-SOURCE-CODE
010100         MOVE DL610-BEF-SOURCE   TO DL610-BEFORE-VALUE
010110         MOVE DB-RECORD-SOURCE-CODE TO DL610-AFTER-VALUE
010120     END-IF.
010130     IF DB-RECORD = DL610-BEFORE-RECORD
010140         MOVE "N" TO DL610-VALUE-CHANGES-SW
010150     ELSE
010160         SET DL610-VALUE-CHANGES TO TRUE
010170     END-IF.
010180 3500-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* 3800-COUNT-SELECTED COUNTS A SELECTED RECORD AS TO BE CHANGED
010220* OR ALREADY SET.  THE CONTROL TOTAL IS THE AMOUNT ON THE
010230* RECORDS TO BE CHANGED BEFORE THE CHANGE; THE AFTER TOTAL IS
010240* THEIR AMOUNT AFTER IT, AND DIFFERS ONLY ON AN AMOUNT CHANGE.
010250*----------------------------------------------------------------
010260 3800-COUNT-SELECTED.
010270     ADD 1 TO DL610-SELECTED-CT.
010280     IF DL610-VALUE-CHANGES
010290         ADD 1 TO DL610-CHANGE-CT
010300         ADD DL610-BEF-AMOUNT TO DL610-BEFORE-TOTAL
010310         ADD DB-RECORD-NUMERIC-FIELD TO DL610-AFTER-TOTAL
010320     ELSE
010330         ADD 1 TO DL610-SAME-CT
010340     END-IF.
010350 3800-EXIT.
010360     EXIT.
010370*----------------------------------------------------------------
010380* 4000-LIVE-RUN APPLIES THE CHANGE.  THE MASTER IS READ IN KEY
010390* ORDER AND EACH SELECTED RECORD THAT DOES NOT ALREADY HOLD THE
010400* NEW VALUE IS REWRITTEN IN PLACE.  THE AUDIT LOG AND JOURNAL
010410* OPEN EXTEND BEHIND WHATEVER IS ON THEM; THE BILLING INTERFACE
010420* IS OPENED ONLY FOR A CHANGE OF AMOUNT, THE ONLY CHANGE THAT
010430* BILLS.  A RESTART READS PAST THE KEYS ALREADY DONE AND BILLS
010440* WHAT IS LEFT IN A BATCH OF ITS OWN - THE STOPPED RUN CLOSED
010445* ITS BATCH WITH A TRAILER WHEN IT STOPPED.
010450*----------------------------------------------------------------
010460 4000-LIVE-RUN.
010470     OPEN I-O DB-OUT-FILE.
010480     IF DL610-MASTER-STATUS NOT = "00"
010490         DISPLAY "DL610: CANNOT OPEN MASTER - STATUS "
010500             DL610-MASTER-STATUS
010510         MOVE 16 TO RETURN-CODE
010520         GO TO 9999-EXIT
010530     END-IF.
010540     OPEN EXTEND AUDIT-LOG-FILE.
010550     IF DL610-AUDIT-STATUS = "35"
010560         OPEN OUTPUT AUDIT-LOG-FILE
010570     END-IF.
010580     OPEN EXTEND DB-JOURNAL-FILE.
010590     IF DL610-JOURNAL-STATUS = "35"
010600         OPEN OUTPUT DB-JOURNAL-FILE
010610     END-IF.
010620     IF DL610-CHG-IS-AMOUNT
010630         OPEN EXTEND BILL-INTERFACE-FILE
010640         IF DL610-BILL-IF-STATUS = "35"
010650             OPEN OUTPUT BILL-INTERFACE-FILE
010660         END-IF
010670         SET DL610-BILLING-OPEN TO TRUE
010680         PERFORM 5300-WRITE-BILLING-HEADER THRU 5300-EXIT
010710     END-IF.
010720     PERFORM 4100-UPDATE-ONE-RECORD THRU 4100-EXIT
010730         UNTIL DL610-MASTER-EOF.
010740 4000-EXIT.
010750     EXIT.
010760 4100-UPDATE-ONE-RECORD.
010770     READ DB-OUT-FILE
010780         AT END
010790             SET DL610-MASTER-EOF TO TRUE
010800             GO TO 4100-EXIT
010810     END-READ.
010820*    ON A RESTART, KEYS UP TO THE LAST ONE CHECKPOINTED WERE
010830*    FINISHED (AND COUNTED) BY THE RUN THAT STOPPED.
010840     IF DL610-RESTART
010850        AND DB-RECORD-KEY NOT > DL610-RESTART-KEY
010860         GO TO 4100-EXIT
010870     END-IF.
010880     ADD 1 TO DL610-RECORDS-READ-CT.
010890     PERFORM 3000-MATCH-SELECTION THRU 3000-EXIT.
010900     IF NOT DL610-SELECTED
010910         GO TO 4100-EXIT
010920     END-IF.
010930     PERFORM 3500-APPLY-NEW-VALUE THRU 3500-EXIT.
010940     IF DL610-VALUE-CHANGES
010950         PERFORM 4200-POST-CHANGE THRU 4200-EXIT
010960         MOVE "CHANGED"     TO DL610-DTL-DISP
010970     ELSE
010980         MOVE "ALREADY SET" TO DL610-DTL-DISP
010990     END-IF.
011000     PERFORM 3800-COUNT-SELECTED THRU 3800-EXIT.
011010     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
011020     PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT.
011030 4100-EXIT.
011040     EXIT.
011050*----------------------------------------------------------------
011060* 4200-POST-CHANGE REWRITES ONE RECORD AND LEAVES THE SAME TRAIL
011070* ANY OTHER POSTING DOES: THE CHANGED FIELD AND AN ENTRY NAMING
011080* THE REQUESTER AND APPROVER ON THE AUDIT LOG, A REWRITE ON THE
011090* JOURNAL, AND - WHEN THE AMOUNT MOVED - A BILLING ADJUSTMENT.
011100* A REWRITE THAT FAILS STOPS THE RUN WITH THE CHECKPOINT AT THE
011110* RECORD BEFORE, READY FOR A RESTART, AND CLOSES THE BILLING
011115* BATCH ON WHAT HAS BEEN BILLED SO FAR.
011120*----------------------------------------------------------------
011130 4200-POST-CHANGE.
011140     MOVE "Y" TO DL610-MASTER-ACTION-OK-SW.
011150     REWRITE DB-RECORD
011160         INVALID KEY
011170             MOVE "N" TO DL610-MASTER-ACTION-OK-SW
011180     END-REWRITE.
011190     IF NOT DL610-MASTER-ACTION-OK
011200        OR DL610-MASTER-STATUS NOT = "00"
011210         DISPLAY "DL610: REWRITE FAILED FOR KEY " DB-RECORD-KEY
011220             " - STATUS " DL610-MASTER-STATUS
011230         DISPLAY "DL610: RUN STOPPED - RERUN THE SAME LIVE DECK "
011240             "TO RESTART"
011242         IF DL610-BILLING-OPEN
011244             PERFORM 5400-WRITE-BILLING-TRAILER THRU 5400-EXIT
011246             CLOSE BILL-INTERFACE-FILE
011248         END-IF
011250         MOVE 16 TO RETURN-CODE
011260         GO TO 9999-EXIT
011270     END-IF.
011280     PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT.
011290     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
011300     IF DB-RECORD-NUMERIC-FIELD NOT = DL610-BEF-AMOUNT
011310         PERFORM 5200-WRITE-BILLING-ADJUSTMENT THRU 5200-EXIT
011320     END-IF.
011330 4200-EXIT.
011340     EXIT.
011350*----------------------------------------------------------------
011360* 5000-PRINT-DETAIL PRINTS ONE SELECTED RECORD'S BEFORE AND
011370* AFTER VALUE, ITS AMOUNT AS IT STOOD, AND WHAT THE RUN DID OR
011380* WOULD DO, BREAKING TO A NEW PAGE EVERY 55 DETAIL LINES.
011390*----------------------------------------------------------------
011400 5000-PRINT-DETAIL.
011410     IF DL610-LINE-CT > 55
011420         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
011430     END-IF.
011440     MOVE DB-RECORD-KEY       TO DL610-DTL-KEY.
011450     MOVE DL610-BEF-SOURCE    TO DL610-DTL-SOURCE.
011460     MOVE DL610-FIELD-LABEL   TO DL610-DTL-FIELD.
011470     MOVE DL610-BEFORE-VALUE  TO DL610-DTL-BEFORE.
011480     MOVE DL610-AFTER-VALUE   TO DL610-DTL-AFTER.
011490     MOVE DL610-BEF-AMOUNT    TO DL610-DTL-AMOUNT.
011500     MOVE DL610-RPT-DETAIL    TO MASS-RPT-LINE.
011510     WRITE MASS-RPT-LINE.
011520     ADD 1 TO DL610-LINE-CT.
011530 5000-EXIT.
011540     EXIT.
011550 5100-PRINT-HEADINGS.
011560     ADD 1 TO DL610-PAGE-CT.
011570     MOVE DL610-MODE-TEXT   TO DL610-HDG-MODE.
011580     MOVE DL610-CURR-DATE-8 TO DL610-HDG-DATE.
011590     MOVE DL610-PAGE-CT     TO DL610-HDG-PAGE.
011600     MOVE DL610-RPT-HEADING1 TO MASS-RPT-LINE.
011610     WRITE MASS-RPT-LINE.
011620     MOVE DL610-RPT-HEADING2 TO MASS-RPT-LINE.
011630     WRITE MASS-RPT-LINE.
011640     MOVE SPACES TO MASS-RPT-LINE.
011650     WRITE MASS-RPT-LINE.
011660     MOVE ZERO TO DL610-LINE-CT.
011670 5100-EXIT.
011680     EXIT.
011690*----------------------------------------------------------------
011700* 5200-WRITE-BILLING-ADJUSTMENT BILLS A CHANGED AMOUNT AS THE
011710* DIFFERENCE FROM THE BEFORE IMAGE, AS DL100 BILLS A CHANGE,
011720* AGAINST TODAY'S PERIOD.
011730*----------------------------------------------------------------
011740 5200-WRITE-BILLING-ADJUSTMENT.
011750     MOVE SPACES               TO BILL-INTERFACE-RECORD.
011760     MOVE DB-RECORD-FIELD1     TO BILL-IF-FIELD1.
011770     MOVE DB-RECORD-FIELD3     TO BILL-IF-FIELD3.
011780     MOVE DL610-BILLING-PERIOD TO BILL-IF-PERIOD.
011790     SET BILL-IF-ADJUSTMENT    TO TRUE.
011800     IF DB-RECORD-NUMERIC-FIELD < DL610-BEF-AMOUNT
011810         SET BILL-IF-CREDIT TO TRUE
011820         COMPUTE DL610-BILL-AMOUNT
011830             = DL610-BEF-AMOUNT - DB-RECORD-NUMERIC-FIELD
011840         ADD DL610-BILL-AMOUNT TO DL610-BILL-ADJ-CREDIT
011845         ADD DL610-BILL-AMOUNT TO DL610-BATCH-ADJ-CREDIT
011850     ELSE
011860         SET BILL-IF-DEBIT TO TRUE
011870         COMPUTE DL610-BILL-AMOUNT
011880             = DB-RECORD-NUMERIC-FIELD - DL610-BEF-AMOUNT
011890         ADD DL610-BILL-AMOUNT TO DL610-BILL-ADJ-DEBIT
011895         ADD DL610-BILL-AMOUNT TO DL610-BATCH-ADJ-DEBIT
011900     END-IF.
011910     MOVE DL610-BILL-AMOUNT    TO BILL-IF-AMOUNT.
011920     WRITE BILL-INTERFACE-RECORD.
011930     ADD 1 TO DL610-BILLED-CT.
011935     ADD 1 TO DL610-BATCH-BILLED-CT.
011940 5200-EXIT.
011950     EXIT.
011960*----------------------------------------------------------------
011970* 5300-WRITE-BILLING-HEADER AND 5400-WRITE-BILLING-TRAILER
011980* FRAME THE RUN'S BATCH ON THE BILLING INTERFACE, AS EVERY
011990* OTHER WRITER FRAMES ITS OWN.  A MASS CHANGE BILLS ADJUSTMENTS
012000* ONLY.  EACH RUN - A RESTART INCLUDED - WRITES ITS OWN HEADER
012010* AND ITS TRAILER COUNTS ONLY THE ADJUSTMENTS BILLED IN THAT
012013* RUN (DL610-BATCH-...); THE CHECKPOINTED TOTALS CARRIED OVER
012016* FROM A STOPPED RUN SERVE THE REPORT AND THE TIE-OUT ONLY.
012020*----------------------------------------------------------------
012030 5300-WRITE-BILLING-HEADER.
012040     MOVE SPACES             TO BILL-IF-HDR-RECORD.
012050     MOVE "HDR"              TO BILL-IF-HDR-ID.
012060     MOVE DL610-RUN-ID       TO BILL-IF-HDR-RUN-ID.
012070     MOVE DL610-CURR-DATE-8  TO BILL-IF-HDR-DATE.
012080     WRITE BILL-IF-HDR-RECORD.
012090 5300-EXIT.
012100     EXIT.
012110 5400-WRITE-BILLING-TRAILER.
012120     MOVE SPACES                TO BILL-IF-TRL-RECORD.
012130     MOVE "TRL"                 TO BILL-IF-TRL-ID.
012140     MOVE DL610-BATCH-BILLED-CT TO BILL-IF-TRL-COUNT.
012150     COMPUTE BILL-IF-TRL-AMOUNT
012160         = DL610-BATCH-ADJ-DEBIT + DL610-BATCH-ADJ-CREDIT.
012170     COMPUTE BILL-IF-TRL-NET-AMOUNT
012180         = DL610-BATCH-ADJ-DEBIT - DL610-BATCH-ADJ-CREDIT.
012190     MOVE ZERO                  TO BILL-IF-TRL-CHG-COUNT.
012200     MOVE ZERO                  TO BILL-IF-TRL-CHG-AMOUNT.
012210     MOVE DL610-BATCH-BILLED-CT TO BILL-IF-TRL-ADJ-COUNT.
012220     COMPUTE BILL-IF-TRL-ADJ-GROSS
012230         = DL610-BATCH-ADJ-DEBIT + DL610-BATCH-ADJ-CREDIT.
012240     COMPUTE BILL-IF-TRL-ADJ-NET
012250         = DL610-BATCH-ADJ-DEBIT - DL610-BATCH-ADJ-CREDIT.
012260     MOVE ZERO                  TO BILL-IF-TRL-REV-COUNT.
012270     MOVE ZERO                  TO BILL-IF-TRL-REV-AMOUNT.
012280     WRITE BILL-IF-TRL-RECORD.
012290 5400-EXIT.
012300     EXIT.
012310*----------------------------------------------------------------
012320* 7000-UPDATE-CHECKPOINT REWRITES THE CHECKPOINT AFTER EVERY
012330* SELECTED RECORD WITH THE RUN ID, THE KEY JUST FINISHED AND THE
012340* RUNNING COUNTS AND TOTALS, SO A RESTART NEITHER REPEATS NOR
012350* MISSES A RECORD.
012360*----------------------------------------------------------------
012370 7000-UPDATE-CHECKPOINT.
012380     OPEN OUTPUT CHECKPOINT-FILE.
012390     MOVE DL610-RUN-ID          TO CHECKPOINT-RUN-ID.
012400     MOVE DB-RECORD-KEY         TO CHECKPOINT-LAST-KEY.
012410     MOVE DL610-RECORDS-READ-CT TO CHECKPOINT-RECORDS-READ.
012420     MOVE DL610-SELECTED-CT     TO CHECKPOINT-SELECTED.
012430     MOVE DL610-CHANGE-CT       TO CHECKPOINT-CHANGED.
012440     MOVE DL610-SAME-CT         TO CHECKPOINT-SAME.
012450     MOVE DL610-BEFORE-TOTAL    TO CHECKPOINT-BEFORE-TOTAL.
012460     MOVE DL610-AFTER-TOTAL     TO CHECKPOINT-AFTER-TOTAL.
012470     MOVE DL610-BILLED-CT       TO CHECKPOINT-BILLED-CT.
012480     MOVE DL610-BILL-ADJ-DEBIT  TO CHECKPOINT-BILL-ADJ-DEBIT.
012490     MOVE DL610-BILL-ADJ-CREDIT TO CHECKPOINT-BILL-ADJ-CREDIT.
012500     WRITE CHECKPOINT-RECORD.
012510     CLOSE CHECKPOINT-FILE.
012520 7000-EXIT.
012530     EXIT.
012540*----------------------------------------------------------------
012550* 8000-WRITE-AUDIT-ENTRIES LOGS THE CHANGED FIELD, OLD AND NEW,
012560* AND A "MASS MAINTENANCE" ENTRY NAMING WHO KEYED THE CHANGE AND
012570* WHO APPROVED IT, UNDER THIS RUN'S ID.
012580*----------------------------------------------------------------
012590 8000-WRITE-AUDIT-ENTRIES.
012600     MOVE DL610-FIELD-LABEL      TO DL610-AUDIT-FIELD-NAME.
012610     MOVE DL610-BEFORE-VALUE     TO DL610-AUDIT-OLD-VALUE.
012620     MOVE DL610-AFTER-VALUE      TO DL610-AUDIT-NEW-VALUE.
012630     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
012640     MOVE "MASS MAINTENANCE"     TO DL610-AUDIT-FIELD-NAME.
012650     MOVE SPACES                 TO DL610-AUDIT-OLD-VALUE.
012660     STRING "KEYED BY " DL610-CHG-REQUESTER DELIMITED BY SIZE
012670         INTO DL610-AUDIT-OLD-VALUE.
012680     MOVE SPACES                 TO DL610-AUDIT-NEW-VALUE.
012690     STRING "APPROVED BY " DL610-APPR-OPERATOR
012700         DELIMITED BY SIZE INTO DL610-AUDIT-NEW-VALUE.
012710     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
012720 8000-EXIT.
012730     EXIT.
012740 8100-WRITE-AUDIT-ENTRY.
012750     MOVE DB-RECORD-KEY          TO AUDIT-LOG-KEY.
012760     MOVE DL610-AUDIT-FIELD-NAME TO AUDIT-LOG-FIELD-NAME.
012770     MOVE DL610-AUDIT-OLD-VALUE  TO AUDIT-LOG-OLD-VALUE.
012780     MOVE DL610-AUDIT-NEW-VALUE  TO AUDIT-LOG-NEW-VALUE.
012790     MOVE DL610-RUN-TIMESTAMP    TO AUDIT-LOG-TIMESTAMP.
012800     MOVE DL610-RUN-ID           TO AUDIT-LOG-RUN-ID.
012810     WRITE AUDIT-LOG-RECORD.
012820 8100-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------
012850* 8300-WRITE-JOURNAL JOURNALS THE CHANGE AS A REWRITE WITH THE
012860* BEFORE AND AFTER IMAGES, SO DL120 CAN REPLAY IT AND THE
012870* PERIOD CLOSE CAN ROLL IT FORWARD.
012880*----------------------------------------------------------------
012890 8300-WRITE-JOURNAL.
012900     MOVE "R"                    TO DB-JRNL-ACTION.
012910     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
012920     MOVE DL610-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
012930     MOVE DL610-RUN-ID           TO DB-JRNL-RUN-ID.
012940     MOVE SPACES                 TO DB-JRNL-LINK-KEY.
012950     MOVE DL610-BEFORE-RECORD    TO DB-JRNL-BEFORE-IMAGE.
012960     MOVE DB-RECORD              TO DB-JRNL-AFTER-IMAGE.
012970     WRITE DB-JOURNAL-RECORD.
012980 8300-EXIT.
012990     EXIT.
013000*----------------------------------------------------------------
013010* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
013020* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
013030* THERE IS NO CALENDAR).
013040*----------------------------------------------------------------
013050 8500-START-STEP.
013060     ACCEPT DL610-STEP-DATE-8 FROM DATE YYYYMMDD.
013070     MOVE DL610-STEP-DATE-8 TO DL610-STEP-BUS-DATE.
013080     OPEN INPUT RUN-CAL-FILE.
013090     IF DL610-RUN-CAL-STATUS = "00"
013100         READ RUN-CAL-FILE
013110             AT END
013120                 CONTINUE
013130             NOT AT END
013140                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
013150                    AND RUN-CAL-BUSINESS-DATE > ZERO
013160                     MOVE RUN-CAL-BUSINESS-DATE
013170                         TO DL610-STEP-BUS-DATE
013180                 END-IF
013190         END-READ
013200         CLOSE RUN-CAL-FILE
013210     END-IF.
013220     MOVE SPACES TO STEP-CTL-RECORD.
013230     MOVE "S" TO STEP-CTL-EVENT.
013240     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
013250         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
013255         STEP-CTL-COUNT-5.
013260     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
013270     SET DL610-STEP-STARTED TO TRUE.
013280 8500-EXIT.
013290     EXIT.
013300*----------------------------------------------------------------
013310* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
013320* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
013330* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
013340*----------------------------------------------------------------
013350 8550-WRITE-STEP-RECORD.
013360     MOVE DL610-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
013370     MOVE "DL610" TO STEP-CTL-JOB.
013380     ACCEPT DL610-STEP-DATE-8 FROM DATE YYYYMMDD.
013390     ACCEPT DL610-STEP-TIME-8 FROM TIME.
013400     MOVE DL610-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
013410     MOVE DL610-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
013420     OPEN EXTEND STEP-CTL-FILE.
013430     IF DL610-STEPCTL-STATUS = "35"
013440         OPEN OUTPUT STEP-CTL-FILE
013450     END-IF.
013460     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
013470     CLOSE STEP-CTL-FILE.
013480 8550-EXIT.
013490     EXIT.
013500*----------------------------------------------------------------
013510* 9000-TERMINATE PRINTS THE CRITERIA AND THE COUNTS AND TOTALS.
013520* THE PREVIEW'S COUNTS AND CONTROL TOTAL ARE THE FIGURES THE
013530* APPROVER COPIES ONTO THE APPROVAL CARD.  A LIVE RUN THAT GETS
013540* TO THE END TIES ITS FIGURES BACK TO THE PREVIEW, CLOSES ITS
013550* BILLING BATCH, CLEARS THE CHECKPOINT AND MARKS THE PREVIEW
013560* APPLIED.  A CHANGE THAT DOES NOT TIE ENDS RC 4 - THE RECORD
013570* REWRITTEN JUST BEFORE A STOP IS FOUND ALREADY SET ON THE
013580* RESTART - AND THE RECORDS AFTER THE RESTART KEY WANT A LOOK.
013590*----------------------------------------------------------------
013600 9000-TERMINATE.
013610     IF DL610-PAGE-CT = ZERO
013620         PERFORM 5100-PRINT-HEADINGS THRU 5100-EXIT
013630     END-IF.
013640     PERFORM 9100-PRINT-CRITERIA THRU 9100-EXIT.
013650     IF DL610-LIVE-RUN
013660         IF DL610-SELECTED-CT NOT = DL610-PV-SELECTED-CT
013670            OR DL610-CHANGE-CT NOT = DL610-PV-CHANGE-CT
013680            OR DL610-BEFORE-TOTAL NOT = DL610-PV-BEFORE-TOTAL
013690             MOVE "N" TO DL610-TIES-TO-PREVIEW-SW
013700         END-IF
013710     END-IF.
013720     PERFORM 9150-PRINT-TOTALS THRU 9150-EXIT.
013730     IF NOT DL610-LIVE-RUN
013740         IF DL610-CHANGE-CT = ZERO
013750             DISPLAY "DL610: NOTHING TO CHANGE"
013760             MOVE 4 TO RETURN-CODE
013770         END-IF
013780         GO TO 9000-CLOSE
013790     END-IF.
013800     IF NOT DL610-TIES-TO-PREVIEW
013810         MOVE SPACES TO MASS-RPT-LINE
013820         WRITE MASS-RPT-LINE
013830         MOVE DL610-RPT-NO-TIE-LINE TO MASS-RPT-LINE
013840         WRITE MASS-RPT-LINE
013850         DISPLAY "DL610: CHANGES DO NOT TIE TO THE PREVIEW"
013860         MOVE 4 TO RETURN-CODE
013870     END-IF.
013880     IF DL610-BILLING-OPEN
013890         PERFORM 5400-WRITE-BILLING-TRAILER THRU 5400-EXIT
013900         CLOSE BILL-INTERFACE-FILE
013910     END-IF.
013920     CLOSE AUDIT-LOG-FILE.
013930     CLOSE DB-JOURNAL-FILE.
013940     CLOSE DB-OUT-FILE.
013950     PERFORM 9200-RESET-CHECKPOINT THRU 9200-EXIT.
013960     PERFORM 9300-MARK-PREVIEW-APPLIED THRU 9300-EXIT.
013970 9000-CLOSE.
013980     DISPLAY "DL610: " DL610-MODE-TEXT " RUN ID " DL610-RUN-ID.
013990     DISPLAY "DL610: RECORDS SELECTED " DL610-SELECTED-CT
014000         " TO CHANGE " DL610-CHANGE-CT
014010         " ALREADY SET " DL610-SAME-CT.
014020     DISPLAY "DL610: CONTROL TOTAL " DL610-BEFORE-TOTAL
014030         " AFTER CHANGE " DL610-AFTER-TOTAL.
014040     CLOSE MASS-RPT-FILE.
014050 9000-EXIT.
014060     EXIT.
014070*----------------------------------------------------------------
014080* 9100-PRINT-CRITERIA PRINTS THE SELECTION AND THE CHANGE AS
014090* KEYED, WHO KEYED THEM AND, ON A LIVE RUN, WHO APPROVED THEM
014100* AND WHICH PREVIEW WAS APPLIED.
014110*----------------------------------------------------------------
014120 9100-PRINT-CRITERIA.
014130     MOVE SPACES TO MASS-RPT-LINE.
014140     WRITE MASS-RPT-LINE.
014150     IF DL610-SEL-KEY NOT = SPACES
014160         MOVE "SELECTED KEY"     TO DL610-RPT-TEXT-LABEL
014170         MOVE DL610-SEL-KEY      TO DL610-RPT-TEXT
014180         PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT
014190     END-IF.
014200     IF DL610-SEL-KEY-LOW NOT = SPACES
014210        OR DL610-SEL-KEY-HIGH NOT = SPACES
014220         MOVE "KEY RANGE"        TO DL610-RPT-TEXT-LABEL
014230         MOVE SPACES             TO DL610-RPT-TEXT
014240         STRING DL610-SEL-KEY-LOW " THRU " DL610-SEL-KEY-HIGH
014250             DELIMITED BY SIZE INTO DL610-RPT-TEXT
014260         PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT
014270     END-IF.
014280     IF DL610-SEL-SOURCE NOT = SPACES
014290         MOVE "SOURCE"           TO DL610-RPT-TEXT-LABEL
014300         MOVE DL610-SEL-SOURCE   TO DL610-RPT-TEXT
014310         PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT
014320     END-IF.
014330     IF NOT DL610-SEL-BY-NOTHING
014340         MOVE "WHERE"            TO DL610-RPT-TEXT-LABEL
014350         MOVE SPACES             TO DL610-RPT-TEXT
014360         STRING DL610-SEL-FIELD " = " DL610-SEL-VALUE
014370             DELIMITED BY SIZE INTO DL610-RPT-TEXT
014380         PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT
014390     END-IF.
014400     MOVE "CHANGE"               TO DL610-RPT-TEXT-LABEL.
014410     MOVE SPACES                 TO DL610-RPT-TEXT.
014420     STRING DL610-CHG-FIELD " TO " DL610-CHG-VALUE
014430         DELIMITED BY SIZE INTO DL610-RPT-TEXT.
014440     PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT.
014450     MOVE "REQUESTED BY"         TO DL610-RPT-TEXT-LABEL.
014460     MOVE DL610-CHG-REQUESTER    TO DL610-RPT-TEXT.
014470     PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT.
014480     IF NOT DL610-LIVE-RUN
014490         GO TO 9100-EXIT
014500     END-IF.
014510     MOVE "APPROVED BY"          TO DL610-RPT-TEXT-LABEL.
014520     MOVE DL610-APPR-OPERATOR    TO DL610-RPT-TEXT.
014530     PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT.
014540     MOVE "PREVIEW OF"           TO DL610-RPT-TEXT-LABEL.
014550     MOVE DL610-PV-TIMESTAMP     TO DL610-RPT-TEXT.
014560     PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT.
014570     MOVE "RUN ID"               TO DL610-RPT-TEXT-LABEL.
014580     MOVE DL610-RUN-ID           TO DL610-RPT-TEXT.
014590     PERFORM 9190-WRITE-TEXT-LINE THRU 9190-EXIT.
014600 9100-EXIT.
014610     EXIT.
014620 9150-PRINT-TOTALS.
014630     MOVE SPACES TO MASS-RPT-LINE.
014640     WRITE MASS-RPT-LINE.
014650     MOVE "RECORDS READ........" TO DL610-RPT-COUNT-LABEL.
014660     MOVE DL610-RECORDS-READ-CT  TO DL610-RPT-COUNT.
014670     PERFORM 9195-WRITE-COUNT-LINE THRU 9195-EXIT.
014680     MOVE "RECORDS SELECTED...." TO DL610-RPT-COUNT-LABEL.
014690     MOVE DL610-SELECTED-CT      TO DL610-RPT-COUNT.
014700     PERFORM 9195-WRITE-COUNT-LINE THRU 9195-EXIT.
014710     IF DL610-LIVE-RUN
014720         MOVE "RECORDS CHANGED....." TO DL610-RPT-COUNT-LABEL
014730     ELSE
014740         MOVE "RECORDS TO CHANGE..." TO DL610-RPT-COUNT-LABEL
014750     END-IF.
014760     MOVE DL610-CHANGE-CT        TO DL610-RPT-COUNT.
014770     PERFORM 9195-WRITE-COUNT-LINE THRU 9195-EXIT.
014780     MOVE "ALREADY AT NEW VALUE" TO DL610-RPT-COUNT-LABEL.
014790     MOVE DL610-SAME-CT          TO DL610-RPT-COUNT.
014800     PERFORM 9195-WRITE-COUNT-LINE THRU 9195-EXIT.
014810     MOVE "CONTROL TOTAL......." TO DL610-RPT-AMOUNT-LABEL.
014820     MOVE DL610-BEFORE-TOTAL     TO DL610-RPT-AMOUNT.
014830     MOVE DL610-RPT-AMOUNT-LINE  TO MASS-RPT-LINE.
014840     WRITE MASS-RPT-LINE.
014850     MOVE "AMOUNT AFTER CHANGE." TO DL610-RPT-AMOUNT-LABEL.
014860     MOVE DL610-AFTER-TOTAL      TO DL610-RPT-AMOUNT.
014870     MOVE DL610-RPT-AMOUNT-LINE  TO MASS-RPT-LINE.
014880     WRITE MASS-RPT-LINE.
014890     IF NOT DL610-BILLING-OPEN
014900         GO TO 9150-EXIT
014910     END-IF.
014920     MOVE "ADJUSTMENTS BILLED.." TO DL610-RPT-COUNT-LABEL.
014930     MOVE DL610-BILLED-CT        TO DL610-RPT-COUNT.
014940     PERFORM 9195-WRITE-COUNT-LINE THRU 9195-EXIT.
014950     MOVE "  DEBITS............" TO DL610-RPT-AMOUNT-LABEL.
014960     MOVE DL610-BILL-ADJ-DEBIT   TO DL610-RPT-AMOUNT.
014970     MOVE DL610-RPT-AMOUNT-LINE  TO MASS-RPT-LINE.
014980     WRITE MASS-RPT-LINE.
014990     MOVE "  CREDITS..........." TO DL610-RPT-AMOUNT-LABEL.
015000     MOVE DL610-BILL-ADJ-CREDIT  TO DL610-RPT-AMOUNT.
015010     MOVE DL610-RPT-AMOUNT-LINE  TO MASS-RPT-LINE.
015020     WRITE MASS-RPT-LINE.
015030 9150-EXIT.
015040     EXIT.
015050 9190-WRITE-TEXT-LINE.
015060     MOVE DL610-RPT-TEXT-LINE TO MASS-RPT-LINE.
015070     WRITE MASS-RPT-LINE.
015080 9190-EXIT.
015090     EXIT.
015100 9195-WRITE-COUNT-LINE.
015110     MOVE DL610-RPT-COUNT-LINE TO MASS-RPT-LINE.
015120     WRITE MASS-RPT-LINE.
015130 9195-EXIT.
015140     EXIT.
015150*----------------------------------------------------------------
015160* 9200-RESET-CHECKPOINT ZEROES THE CHECKPOINT ONCE THE WHOLE
015170* CHANGE IS DONE, SO THE NEXT RUN IS NOT TAKEN FOR A RESTART.
015180*----------------------------------------------------------------
015190 9200-RESET-CHECKPOINT.
015200     OPEN OUTPUT CHECKPOINT-FILE.
015210     MOVE SPACES TO CHECKPOINT-RUN-ID CHECKPOINT-LAST-KEY.
015220     MOVE ZERO TO CHECKPOINT-RECORDS-READ CHECKPOINT-SELECTED
015230         CHECKPOINT-CHANGED CHECKPOINT-SAME
015240         CHECKPOINT-BEFORE-TOTAL CHECKPOINT-AFTER-TOTAL
015250         CHECKPOINT-BILLED-CT CHECKPOINT-BILL-ADJ-DEBIT
015260         CHECKPOINT-BILL-ADJ-CREDIT.
015270     WRITE CHECKPOINT-RECORD.
015280     CLOSE CHECKPOINT-FILE.
015290 9200-EXIT.
015300     EXIT.
015310*----------------------------------------------------------------
015320* 9300-MARK-PREVIEW-APPLIED REWRITES THE PREVIEW AS APPLIED BY
015330* THIS RUN AND APPROVER.  THE SAME CARDS AND APPROVAL ARE THEN
015340* REFUSED; ANOTHER CHANGE NEEDS A PREVIEW OF ITS OWN.
015350*----------------------------------------------------------------
015360 9300-MARK-PREVIEW-APPLIED.
015370     SET DL610-PV-APPLIED       TO TRUE.
015380     MOVE DL610-RUN-ID          TO DL610-PV-APPLIED-RUN-ID.
015390     MOVE DL610-APPR-OPERATOR   TO DL610-PV-APPROVER.
015400     OPEN OUTPUT PREVIEW-FILE.
015410     WRITE PREVIEW-FILE-RECORD FROM DL610-PREVIEW.
015420     CLOSE PREVIEW-FILE.
015430 9300-EXIT.
015440     EXIT.
015450*----------------------------------------------------------------
015460* 9900-END-STEP RECORDS THE RUN'S END AND RETURN CODE ON THE
015470* STEP CONTROL FILE.  EVERY WAY OUT OF THE JOB COMES THROUGH
015480* HERE, REFUSALS INCLUDED.
015490*----------------------------------------------------------------
015500 9900-END-STEP.
015510     IF NOT DL610-STEP-STARTED
015520         GO TO 9900-EXIT
015530     END-IF.
015540     MOVE SPACES TO STEP-CTL-RECORD.
015550     MOVE "E" TO STEP-CTL-EVENT.
015560     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
015570     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
015580         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
015590     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
015600 9900-EXIT.
015610     EXIT.
015620 9999-EXIT.
015630     PERFORM 9900-END-STEP THRU 9900-EXIT.
015640     STOP RUN.
