002930*                  BUSINESS DATE, MODE, STREAM, RUN ID, START    *
002940*                  AND END TIMESTAMPS, COUNTS, CONTROL TOTAL     *
002950*                  AND COMPLETION STATUS - FOR THE NEW DL500     *
002951*                  VOLUME TREND REPORT.                          *
002952*                                                                *
002953* 2026-09-02  JL   EVERY WRITE, REWRITE AND DELETE APPLIED TO    *
002954*                  THE MASTER NOW APPENDS A BEFORE/AFTER IMAGE   *
002955*                  RECORD TO THE CHANGE JOURNAL (DBJRNL,         *
002956*                  DBJRNL.CPY), SO A MASTER DAMAGED BY AN ABEND  *
002957*                  CAN BE REBUILT BY DL120 FROM THE LAST DL110   *
002958*                  UNLOAD PLUS THE JOURNAL UP TO THE POINT OF    *
002959*                  FAILURE.  A CHANGE OR DELETE READS THE        *
002960*                  CURRENT MASTER RECORD FIRST TO CAPTURE THE    *
002961*                  BEFORE IMAGE.  SPLIT STREAMS AND VALIDATE     *
002962*                  MODE NEVER TOUCH THE MASTER AND WRITE NO      *
002963*                  JOURNAL.                                      *
002964*                                                                *
002965* 2026-09-02  JL   EVERY REJECT IS NOW STAMPED WITH THE          *
002966*                  BUSINESS DATE IT WAS FIRST CREATED            *
002967*                  (DB-REJECT-FIRST-DATE IN DBREJECT.CPY).  THE  *
002968*                  DL200 CARRY-FORWARD PRESERVES IT AND THE NEW  *
002969*                  DL250 AGING REPORT BUCKETS THE OUTSTANDING    *
002970*                  REJECTS BY IT, SO A STUCK REJECT SURFACES     *
002971*                  BEFORE ITS BILLING PERIOD CLOSES.             *
002972*                                                                *
002973* 2026-09-02  JL   THE RUN CALENDAR NOW CARRIES THE LAST PERIOD  *
002974*                  THE DL800 CLOSE JOB CLOSED (RUN-CAL-LAST-     *
002975*                  CLOSED-PERIOD).  A PRODUCTION RUN WHOSE       *
002976*                  BILLING PERIOD IS AT OR BEFORE IT IS REFUSED  *
002977*                  OUTRIGHT - NO OVERRIDE CARD APPLIES - SO A    *
002978*                  CLOSED PERIOD STAYS CLOSED EVEN AFTER THE     *
002979*                  CALENDAR ROLLS TO THE NEXT DATE.              *
002980*                                                                *
002981* 2026-09-02  JL   THE BILLING INTERFACE FILE IS NOW FRAMED      *
002982*                  WITH AN HDR RECORD (RUN ID, BUSINESS DATE)    *
002983*                  AND A TRL RECORD (BILLED COUNT, AMOUNT        *
002984*                  TOTAL), AND EACH DETAIL CARRIES ITS POSTED    *
002985*                  AMOUNT (BILLIF.CPY, SHARED WITH DL150/DL200/  *
002986*                  DL260/DL400), SO A SHORT OR DOUBLED           *
002987*                  TRANSMISSION IS CAUGHT BY DL400 THE MORNING   *
002988*                  IT IS PRODUCED.  A RUN THAT FAILS ITS         *
002989*                  TRAILER TIE-OUT WRITES NO TRL, SO THE         *
002990*                  UNTERMINATED BATCH CAN NEVER LOAD CLEAN.      *
002991*                                                                *
002992* 2026-10-15  JL   THE EXTRACT STREAMS ARE NO LONGER HARD-WIRED  *
002993*                  TO WSTRANS1/2/3 AND R01/R02/R03.  THE SOURCE  *
002994*                  REGISTRY (SRCREG, SRCREG.CPY, MAINTAINED ONLY *
002995*                  BY DL050) NAMES EACH REGION'S CODE AND EXTRACT*
002996*                  DD IN READING ORDER, UP TO 20, SO A NEW REGION*
002997*                  IS ONBOARDED WITH A DL050 CARD AND NO PROGRAM *
002998*                  CHANGE.  AN INACTIVE OR OUT-OF-EFFECT ENTRY IS*
002999*                  NOT READ.  A DETAIL STAMPED WITH A CODE THAT  *
003000*                  IS NOT ON THE REGISTRY, OR NOT IN SERVICE, IS *
003001*                  REJECTED.  A HEADER WHOSE SOURCE ID IS NOT ITS*
003002*                  FILE'S REGISTRY CODE REJECTS EVERY DETAIL ON  *
003003*                  THE FILE AND FAILS THE BATCH, AND A REGION    *
003004*                  FLAGGED AS HEADER/TRAILER REQUIRED THAT SENDS *
003013*                  WITHOUT BOTH FAILS ITS TIE-OUT.               *
003014* 2026-10-15  JL   EVERY BILLING DETAIL NOW CARRIES A RECORD     *
003015*                  TYPE (BILLIF.CPY). AN ADD BILLS A CHARGE OF   *
003016*                  ITS AMOUNT; A CHANGE BILLS AN ADJUSTMENT OF   *
003017*                  ONLY THE DIFFERENCE FROM THE BEFORE IMAGE     *
003018*                  4900 FETCHES, INSTEAD OF THE WHOLE NEW AMOUNT *
003019*                  AGAIN; A DELETE, WHICH USED TO SEND BILLING   *
003020*                  NOTHING, BILLS A REVERSAL OF THE BEFORE       *
003021*                  IMAGE'S AMOUNT UNDER ITS OWN FIELD1. THE      *
003022*                  PER-TYPE AMOUNTS RIDE THE CHECKPOINT, AND THE *
003023*                  TRAILER CARRIES COUNT, GROSS AND NET BY TYPE  *
003024*                  FOR DL400 TO TIE OUT.                         *
003025* 2026-10-15  JL   AN ADD OR CHANGE OVER THE HOLD LIMIT, OR A    *
003026*                  CHANGE MOVING THE AMOUNT BY MORE THAN THE     *
003027*                  HOLD PERCENT OF THE MASTER'S BEFORE IMAGE     *
003028*                  (BOTH NOW ON THE RUN-PARM CARD), IS WRITTEN   *
003029*                  TO THE NEW DBHOLD FILE INSTEAD OF POSTED, FOR *
003030*                  RELEASE OR DECLINE BY THE DAYTIME DL270       *
003031*                  REVIEW. HELD COUNT AND TOTAL ARE REPORTED,    *
003032*                  CHECKPOINTED, AND ADDED BACK IN THE TRAILER   *
003033*                  TIE-OUT.                                      *
003034* 2026-10-15  JL   NEW TRANS CODE K RE-KEYS AN ACCOUNT: THE      *
003035*                  MASTER RECORD MOVES FROM THE OLD KEY TO THE   *
003036*                  NEW ONE (FIRST TEN BYTES OF FIELD1) IN ONE    *
003037*                  STEP, JOURNALED AS A LINKED DELETE/WRITE PAIR *
003038*                  (DB-JRNL-LINK-KEY) AND AUDITED UNDER BOTH     *
003039*                  KEYS (RE-KEYED TO / RE-KEYED FROM). NOT       *
003040*                  BILLED. RE-KEYS ARE COUNTED, CHECKPOINTED AND *
003041*                  REPORTED ON THEIR OWN; ON A SPLIT RUN THEY    *
003042*                  RIDE THE STREAM FILE TO DL150.                *
003043* 2026-10-15  JL   EVERY CONVERTED DETAIL NOW PASSES THE FIELD   *
003044*                  EDIT RULES ON THE EDITRULE FILE               *
003045*                  (EDITRULE.CPY, MAINTAINED BY DL060) FOR ITS   *
003046*                  SOURCE. A FAILED FATAL RULE REJECTS IT TO     *
003047*                  DBREJECT NAMING THE RULE; A FAILED WARNING    *
003048*                  RULE LETS IT POST AND LISTS IT ON THE NEW     *
003049*                  EDIT EXCEPTIONS REPORT (EDITEXCP, ONE PER     *
003050*                  STREAM ON A SPLIT NIGHT).                     *
003051* 2026-10-15  JL   EVERY RUN NOW RECORDS ITS START, END AND      *
003052*                  RETURN CODE ON THE STEP CONTROL FILE          *
003053*                  (STEPCTL) UNDER THE CALENDAR'S BUSINESS DATE. *
003054*                  THE END RECORD CARRIES THE RUN'S KEY COUNTS   *
003055*                  FOR DL900. REFUSES TO RUN (RC 12) UNTIL DL110 *
003056*                  IS COMPLETE FOR THE DATE, UNLESS A STEPOVRD   *
003057*                  OPERATOR CARD OVERRIDES THE CHECK (LOGGED ON  *
003058*                  STEPCTL). VALIDATE RUNS ARE NOT RECORDED.     *
003059* 2026-10-15  JL   EVERY PRODUCTION RUN THAT TIES OUT NOW        *
003060*                  APPENDS ONE RECEIPTS RECORD PER SOURCE IT     *
003061*                  READ (DETAILS READ, DUPLICATES SUPPRESSED) TO *
003062*                  THE REJECT HISTORY FILE (REJHIST,             *
003063*                  REJHIST.CPY) FOR THE DL290 WEEKLY REGION      *
003064*                  REJECT REPORT. A SUPPRESSED DUPLICATE ON      *
003065*                  DBDUPES NOW CARRIES THE SOURCE AND TRANS CODE *
003066*                  IT ARRIVED WITH (DUP-RECORD NOW COPIED FROM   *
003067*                  DBDUPES.CPY) SO DL280 CAN RETURN IT TO ITS    *
003068*                  REGION.                                       *
003069* 2026-10-15  JL   A RE-KEY WHOSE OLD KEY WILL NOT DELETE TAKES  *
003070*                  THE NEW KEY OFF AGAIN AND IS REJECTED         *
003071*                  UNCOUNTED; A FAILED BACK-OUT STOPS THE RUN    *
003072*                  WITH RC 16.                                   *
003073* 2026-10-15  JL   AN EDIT RULE FILE THAT EXISTS BUT WILL NOT    *
003074*                  OPEN NOW STOPS THE RUN WITH RC 16 INSTEAD OF  *
003075*                  RUNNING WITHOUT RULES.                        *
003076*                                                                *
003077*****************************************************************
003078 IDENTIFICATION DIVISION.
003079 PROGRAM-ID. DL100.
003081 AUTHOR. J. LOGAN.
003082 INSTALLATION. DATA CONVERSION UNIT.
003083 DATE-WRITTEN. 2024-02-11.
003084 DATE-COMPILED.
003085 ENVIRONMENT DIVISION.
003086 INPUT-OUTPUT SECTION.
003087 FILE-CONTROL.
003088     SELECT WS-TRANS-FILE   ASSIGN USING DL100-EXTRACT-DD
003090         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS DL100-TRANS-STATUS.
003110     SELECT SOURCE-REG-FILE ASSIGN TO "SRCREG"
003120         ORGANIZATION IS LINE SEQUENTIAL
003130         FILE STATUS IS DL100-SRCREG-STATUS.
003170     SELECT DB-OUT-FILE     ASSIGN TO "DBOUT"
003180         ORGANIZATION IS INDEXED
003190         ACCESS MODE IS RANDOM
003440         FILE STATUS IS DL100-RUN-CAL-STATUS.
003450     SELECT RUN-HIST-FILE   ASSIGN TO "RUNHIST"
003460         ORGANIZATION IS LINE SEQUENTIAL
003462         FILE STATUS IS DL100-RUN-HIST-STATUS.
003464     SELECT REJ-HIST-FILE   ASSIGN TO "REJHIST"
003466         ORGANIZATION IS LINE SEQUENTIAL
003468         FILE STATUS IS DL100-REJ-HIST-STATUS.
003471     SELECT DB-JOURNAL-FILE ASSIGN TO "DBJRNL"
003472         ORGANIZATION IS LINE SEQUENTIAL
003473         FILE STATUS IS DL100-JOURNAL-STATUS.
003474     SELECT DB-HOLD-FILE    ASSIGN TO "DBHOLD"
003475         ORGANIZATION IS LINE SEQUENTIAL
003476         FILE STATUS IS DL100-HOLD-STATUS.
003477     SELECT EDIT-RULE-FILE  ASSIGN TO "EDITRULE"
003478         ORGANIZATION IS LINE SEQUENTIAL
003479         FILE STATUS IS DL100-EDITRULE-STATUS.
003480     SELECT EDIT-EXCP-FILE  ASSIGN USING DL100-EDITEXCP-DD
003481         ORGANIZATION IS LINE SEQUENTIAL.
003482     SELECT STEP-CTL-FILE   ASSIGN TO "STEPCTL"
003483         ORGANIZATION IS LINE SEQUENTIAL
003484         FILE STATUS IS DL100-STEPCTL-STATUS.
003485     SELECT STEP-OVRD-FILE  ASSIGN TO "STEPOVRD"
003486         ORGANIZATION IS LINE SEQUENTIAL
003487         FILE STATUS IS DL100-STEPOVRD-STATUS.
003488 DATA DIVISION.
003490 FILE SECTION.
003500 FD  RUN-PARM-FILE.
003510 01  RUN-PARM-RECORD.
003540     05  RUN-PARM-KEY-LOW            PIC X(10).
003550     05  RUN-PARM-KEY-HIGH           PIC X(10).
003560     05  RUN-PARM-OVERRIDE           PIC X(08).
003563*        HIGH-VALUE HOLD LIMITS (COLS 38-50 AND 51-55), SHARED
003566*        WITH DL150.  BLANK OR ZERO TURNS THAT TEST OFF.
003569     05  RUN-PARM-HOLD-AMOUNT        PIC 9(11)V99.
003572     05  RUN-PARM-HOLD-PERCENT       PIC 9(03)V99.
003575     05  FILLER                      PIC X(25).
003580 FD  WS-TRANS-FILE.
003590 01  WS-TRANS-RECORD                 PIC X(89).
003600 FD  SOURCE-REG-FILE.
003610 01  SOURCE-REG-FILE-RECORD          PIC X(80).
003640 FD  DB-OUT-FILE.
003650     COPY DBRECORD.
003660 FD  CHECKPOINT-FILE.
003760*        ONE GROUP PER EXTRACT STREAM, SO THE PER-SOURCE SECTION
003770*        AND EACH STREAM'S TRAILER TIE-OUT SURVIVE A RESTART.
003780*        THE PER-SOURCE READ COUNT NEEDS NO COLUMN - THE RESTART
003790*        SKIP RECOUNTS IT AS IT FAST-FORWARDS EACH STREAM.  GROUPS
003791*        FOLLOW SOURCE REGISTRY ORDER, ONE PER REGISTRY POSITION.
003800     05  CHECKPOINT-SOURCE-GROUP OCCURS 20 TIMES.
003810         10  CHECKPOINT-SRC-WRITTEN  PIC 9(09).
003820         10  CHECKPOINT-SRC-REJECTED PIC 9(09).
003830         10  CHECKPOINT-SRC-DUPED    PIC 9(09).
003840         10  CHECKPOINT-SRC-TOTAL    PIC 9(11)V99.
003841*        THE BILLED AMOUNTS BY RECORD TYPE, SO THE BILLING
003842*        TRAILER COVERS THE WHOLE JOB ACROSS A RESTART.  THE
003843*        COUNTS NEED NO COLUMNS - CHARGES, ADJUSTMENTS AND
003844*        REVERSALS ARE EXACTLY THE APPLIED ADDS, CHANGES AND
003845*        DELETES.
003846     05  CHECKPOINT-BILL-CHG-TOTAL   PIC 9(11)V99.
003847     05  CHECKPOINT-BILL-ADJ-DEBIT   PIC 9(11)V99.
003848     05  CHECKPOINT-BILL-ADJ-CREDIT  PIC 9(11)V99.
003849     05  CHECKPOINT-BILL-REV-TOTAL   PIC 9(11)V99.
003850*        THE ITEMS HELD FOR REVIEW, IN ALL AND BY STREAM, SO
003851*        THE TRAILER TIE-OUT STILL ACCOUNTS FOR THEM AFTER A
003852*        RESTART.
003853     05  CHECKPOINT-HELD-COUNT       PIC 9(09).
003854     05  CHECKPOINT-HELD-TOTAL       PIC 9(11)V99.
003855     05  CHECKPOINT-HELD-GROUP OCCURS 20 TIMES.
003856         10  CHECKPOINT-SRC-HELD     PIC 9(09).
003857         10  CHECKPOINT-SRC-HELD-TOTAL
003858                                     PIC 9(11)V99.
003859*        THE RE-KEYS APPLIED.  A RE-KEY MOVES A RECORD, IT DOES
003860*        NOT BILL, SO IT IS KEPT OUT OF THE ADD, CHANGE AND
003861*        DELETE COUNTS THE BILLING TRAILER IS BUILT FROM.
003862     05  CHECKPOINT-REKEYS-APPLIED   PIC 9(09).
003864 FD  DB-REJECT-FILE.
003866     COPY DBREJECT.
003870 FD  RECON-RPT-FILE.
003880 01  RECON-RPT-LINE                  PIC X(80).
003890 FD  BILL-INTERFACE-FILE.
003990     COPY RUNCAL.
004000 FD  RUN-HIST-FILE.
004010     COPY RUNHIST.
004013 FD  REJ-HIST-FILE.
004016     COPY REJHIST.
004020 FD  DUP-FILE.
004030     COPY DBDUPES.
004080 FD  AUDIT-LOG-FILE.
004090     COPY AUDITLOG.
004091 FD  DB-JOURNAL-FILE.
004092     COPY DBJRNL.
004094 FD  DB-HOLD-FILE.
004096     COPY DBHOLD.
004097 FD  EDIT-RULE-FILE.
004098 01  EDIT-RULE-FILE-RECORD           PIC X(80).
004099 FD  EDIT-EXCP-FILE.
004100 01  EDIT-EXCP-LINE                  PIC X(80).
004101 FD  STEP-CTL-FILE.
004102 01  STEP-CTL-FILE-RECORD            PIC X(80).
004103 FD  STEP-OVRD-FILE.
004104 01  STEP-OVRD-CARD.
004105     05  STEP-OVRD-JOB               PIC X(05).
004106     05  STEP-OVRD-BUSINESS-DATE     PIC 9(08).
004107     05  STEP-OVRD-OPERATOR          PIC X(08).
004108     05  STEP-OVRD-REASON            PIC X(31).
004109     05  FILLER                      PIC X(28).
004112 WORKING-STORAGE SECTION.
004115 77  DL100-EOF-SW                    PIC X(01) VALUE "N".
004120     88  DL100-EOF                   VALUE "Y".
004130 77  DL100-CHECKPOINT-EXISTS-SW      PIC X(01) VALUE "N".
004140     88  DL100-CHECKPOINT-EXISTS     VALUE "Y".
004210     88  DL100-BATCH-OK              VALUE "Y".
004220 77  DL100-SOURCE-MISSING-SW         PIC X(01) VALUE "N".
004230     88  DL100-SOURCE-MISSING        VALUE "Y".
004240 77  DL100-TRANS-STATUS              PIC X(02) VALUE "00".
004250 77  DL100-EXTRACT-DD                PIC X(09) VALUE SPACES.
004260 77  DL100-SRCREG-STATUS             PIC X(02) VALUE "00".
004261 77  DL100-SRCREG-EOF-SW             PIC X(01) VALUE "N".
004262     88  DL100-SRCREG-EOF            VALUE "Y".
004263 77  DL100-SOURCE-CT                 PIC 9(02) VALUE ZERO COMP.
004264 77  DL100-SRC-HIT-IDX               PIC 9(02) VALUE ZERO COMP.
004265 77  DL100-REC-CODE-OK-SW            PIC X(01) VALUE "Y".
004266     88  DL100-REC-CODE-OK           VALUE "Y".
004270 77  DL100-CURR-SOURCE               PIC 9(02) VALUE 1 COMP.
004280 77  DL100-SOURCE-IDX                PIC 9(02) VALUE ZERO COMP.
004290 77  DL100-RECORD-GOT-SW             PIC X(01) VALUE "N".
004300     88  DL100-RECORD-GOT            VALUE "Y".
004310 77  DL100-SOURCE-FOUND-SW           PIC X(01) VALUE "N".
004380 77  DL100-DBDUPES-DD                PIC X(09) VALUE "DBDUPES".
004390 77  DL100-DBTRAN-DD                 PIC X(09) VALUE "DBTRAN".
004400 77  DL100-STRMCTL-DD                PIC X(09) VALUE "STRMCTL".
004405 77  DL100-EDITEXCP-DD               PIC X(09) VALUE "EDITEXCP".
004410 77  DL100-STREAM-ID                 PIC X(01) VALUE SPACE.
004420     88  DL100-SPLIT-MODE            VALUE "1" THRU "9".
004430 77  DL100-KEY-LOW                   PIC X(10) VALUE LOW-VALUES.
004550 77  DL100-CAL-RUN-STATUS            PIC X(01) VALUE SPACE.
004551 77  DL100-LAST-CLOSED-PERIOD        PIC 9(06) VALUE ZERO.
004560 77  DL100-RUN-HIST-STATUS           PIC X(02) VALUE "00".
004565 77  DL100-REJ-HIST-STATUS           PIC X(02) VALUE "00".
004570 77  DL100-END-DATE-8                PIC 9(08).
004580 77  DL100-END-TIME-6                PIC 9(06).
004590 77  DL100-END-TIMESTAMP             PIC 9(14).
004592 77  DL100-MASTER-STATUS             PIC X(02) VALUE "00".
004594 77  DL100-JOURNAL-STATUS            PIC X(02) VALUE "00".
004596 77  DL100-JRNL-ACTION               PIC X(01) VALUE SPACE.
004598 77  DL100-BEFORE-IMAGE              PIC X(86) VALUE SPACES.
004600 77  DL100-AFTER-IMAGE               PIC X(86) VALUE SPACES.
004602 77  DL100-JRNL-LINK-KEY             PIC X(10) VALUE SPACES.
004605 77  DL100-NEW-RECORD-SAVE           PIC X(86) VALUE SPACES.
004606 77  DL100-BEFORE-FIELD1             PIC X(20) VALUE SPACES.
004607 77  DL100-BEFORE-FIELD3             PIC X(20) VALUE SPACES.
004608 77  DL100-BEFORE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
004609 77  DL100-BILL-CHG-TOTAL            PIC 9(11)V99 VALUE ZERO.
004610 77  DL100-BILL-ADJ-DEBIT            PIC 9(11)V99 VALUE ZERO.
004611 77  DL100-BILL-ADJ-CREDIT           PIC 9(11)V99 VALUE ZERO.
004612 77  DL100-BILL-REV-TOTAL            PIC 9(11)V99 VALUE ZERO.
004613 77  DL100-HOLD-STATUS               PIC X(02) VALUE "00".
004614 77  DL100-HOLD-AMOUNT               PIC 9(11)V99 VALUE ZERO.
004615 77  DL100-HOLD-PERCENT              PIC 9(03)V99 VALUE ZERO.
004616 77  DL100-HOLD-SW                   PIC X(01) VALUE "N".
004617     88  DL100-HOLD-ITEM             VALUE "Y".
004618 77  DL100-HOLD-REASON               PIC X(30) VALUE SPACES.
004619 77  DL100-HOLD-MOVE                 PIC 9(11)V99 VALUE ZERO.
004620 77  DL100-HOLD-MOVE-PCT             PIC 9(15)V99 VALUE ZERO.
004621 77  DL100-HOLD-ALLOWED              PIC 9(15)V99 VALUE ZERO.
004622 77  DL100-HELD-CT                   PIC 9(09) VALUE ZERO COMP.
004623 77  DL100-HELD-TOTAL                PIC 9(11)V99 VALUE ZERO.
004624 77  DL100-TIE-TOTAL                 PIC 9(11)V99 VALUE ZERO.
004626 77  DL100-MASTER-ACTION-OK-SW       PIC X(01) VALUE "Y".
004628     88  DL100-MASTER-ACTION-OK      VALUE "Y".
004630 77  DL100-ADDS-CT                   PIC 9(09) VALUE ZERO COMP.
004640 77  DL100-CHANGES-CT                PIC 9(09) VALUE ZERO COMP.
004650 77  DL100-DELETES-CT                PIC 9(09) VALUE ZERO COMP.
004655 77  DL100-REKEYS-CT                 PIC 9(09) VALUE ZERO COMP.
004660 77  DL100-CKPT-ADDS-CT              PIC 9(09) VALUE ZERO COMP.
004670 77  DL100-CKPT-CHANGES-CT           PIC 9(09) VALUE ZERO COMP.
004680 77  DL100-CKPT-DELETES-CT           PIC 9(09) VALUE ZERO COMP.
004990 77  DL100-AUDIT-OLD-VALUE            PIC X(20).
005000 77  DL100-AUDIT-NEW-VALUE            PIC X(20).
005010 77  DL100-AUDIT-NUMERIC-ED           PIC Z(10)9.99.
005011 77  DL100-EDITRULE-STATUS           PIC X(02) VALUE "00".
005012 77  DL100-EDITRULE-EOF-SW           PIC X(01) VALUE "N".
005013     88  DL100-EDITRULE-EOF          VALUE "Y".
005014 77  DL100-RULE-CT                   PIC 9(03) VALUE ZERO COMP.
005015 77  DL100-RULE-IDX                  PIC 9(03) VALUE ZERO COMP.
005016 77  DL100-EDIT-OK-SW                PIC X(01) VALUE "Y".
005017     88  DL100-EDIT-OK               VALUE "Y".
005018 77  DL100-RULE-FAILED-SW            PIC X(01) VALUE "N".
005019     88  DL100-RULE-FAILED           VALUE "Y".
005020 77  DL100-EDIT-PASS                 PIC X(01) VALUE SPACE.
005021     88  DL100-EDIT-FATAL-PASS       VALUE "F".
005022 77  DL100-EDIT-SOURCE               PIC X(03) VALUE SPACES.
005023 77  DL100-EDIT-AMOUNT               PIC S9(11)V99 VALUE ZERO.
005024 77  DL100-EDIT-VALUE                PIC X(20) VALUE SPACES.
005025 77  DL100-EDIT-RESULT               PIC X(13) VALUE SPACES.
005026 77  DL100-STEPCTL-STATUS            PIC X(02) VALUE "00".
005027 77  DL100-STEP-STARTED-SW           PIC X(01) VALUE "N".
005028     88  DL100-STEP-STARTED          VALUE "Y".
005029 77  DL100-STEP-BUS-DATE             PIC 9(08) VALUE ZERO.
005030 77  DL100-STEP-DATE-8               PIC 9(08) VALUE ZERO.
005031 77  DL100-STEP-TIME-8               PIC 9(08) VALUE ZERO.
005032 77  DL100-STEPOVRD-STATUS           PIC X(02) VALUE "00".
005033 77  DL100-STEPCTL-EOF-SW            PIC X(01) VALUE "N".
005034     88  DL100-STEPCTL-EOF           VALUE "Y".
005035 77  DL100-STEPOVRD-EOF-SW           PIC X(01) VALUE "N".
005036     88  DL100-STEPOVRD-EOF          VALUE "Y".
005037 77  DL100-PRED-BLOCKED-SW           PIC X(01) VALUE "N".
005038     88  DL100-PRED-BLOCKED          VALUE "Y".
005039 77  DL100-PRED-CT                   PIC 9(02) VALUE 1 COMP.
005040 77  DL100-PRED-IDX                  PIC 9(02) VALUE ZERO COMP.
005041 77  DL100-STEP-OVERRIDE-OPER        PIC X(08) VALUE SPACES.
005042 77  DL100-STEP-OVERRIDE-REASON      PIC X(31) VALUE SPACES.
005044 01  DL100-RPT-MODE-LINE.
005046     05  FILLER                      PIC X(20)
005048         VALUE "RUN MODE............".
005050     05  DL100-RPT-MODE              PIC X(08).
005060     05  FILLER                      PIC X(52) VALUE SPACES.
005070 01  DL100-RPT-READ-LINE.
005340         VALUE "DELETES APPLIED.....".
005350     05  DL100-RPT-DELETES-CT        PIC ZZZZZZZZ9.
005360     05  FILLER                      PIC X(51) VALUE SPACES.
005361 01  DL100-RPT-REKEYS-LINE.
005362     05  FILLER                      PIC X(20)
005363         VALUE "RE-KEYS APPLIED.....".
005364     05  DL100-RPT-REKEYS-CT         PIC ZZZZZZZZ9.
005365     05  FILLER                      PIC X(51) VALUE SPACES.
005370 01  DL100-RPT-RUN-ID-LINE.
005380     05  FILLER                      PIC X(20)
005390         VALUE "RUN ID..............".
005490         VALUE "RECORDS DUPLICATED..".
005500     05  DL100-RPT-DUPED-CT          PIC ZZZZZZZZ9.
005510     05  FILLER                      PIC X(51) VALUE SPACES.
005511 01  DL100-RPT-HELD-LINE.
005512     05  FILLER                      PIC X(20)
005513         VALUE "RECORDS HELD........".
005514     05  DL100-RPT-HELD-CT           PIC ZZZZZZZZ9.
005515     05  FILLER                      PIC X(51) VALUE SPACES.
005516 01  DL100-RPT-HELD-TOTAL-LINE.
005517     05  FILLER                      PIC X(20)
005518         VALUE "HELD TOTAL..........".
005519     05  DL100-RPT-HELD-TOT          PIC ZZZZZZZZZZ9.99.
005520     05  FILLER                      PIC X(46) VALUE SPACES.
005525 01  DL100-RPT-CONTROL-LINE.
005530     05  DL100-RPT-CONTROL-LABEL    PIC X(20)
005540         VALUE "CONTROL TOTAL.......".
005550     05  DL100-RPT-CONTROL-TOT       PIC ZZZZZZZZZZ9.99.
005680*    EVERY STREAM IS READ INTO THEM, SO THE FIELDS STAY
005690*    ADDRESSABLE NO MATTER WHICH FILE IS OPEN OR CLOSED.
005700     COPY WSRECORD.
005701*    THE SOURCE REGISTRY ENTRY IS READ INTO HERE BY 1390.
005702     COPY SRCREG.
005704*    EACH EDIT RULE IS READ INTO HERE BY 1375.
005706     COPY EDITRULE.
005710*    THE SEEN-KEY TABLE REMEMBERS EVERY KEY POSTED THIS RUN SO A
005720*    DOUBLE-SPOOLED KEY CAN BE CAUGHT BEFORE IT REACHES BILLING.
005730*    100000 ENTRIES COVERS THE LARGEST NIGHTLY EXTRACT TO DATE;
005820*    ONE ENTRY PER EXTRACT STREAM: PRESENCE, SOURCE CODE, THE
005830*    STREAM'S BATCH HEADER/TRAILER, AND ITS OWN READ/WRITTEN/
005840*    REJECTED/DUPED COUNTS AND CONTROL TOTAL FOR THE PER-SOURCE
005850*    SECTION OF THE RECONCILIATION REPORT.  ENTRY N IS SOURCE
005851*    REGISTRY POSITION N, IN SERVICE OR NOT, SO THE CHECKPOINT
005852*    AND STREAM CONTROL GROUPS LINE UP WITH THE REGISTRY.
005860 01  DL100-SOURCE-TABLE.
005870     05  DL100-SOURCE-ENTRY OCCURS 20 TIMES.
005880         10  DL100-SRC-PRESENT-SW    PIC X(01).
005890         10  DL100-SRC-OK-SW         PIC X(01).
005900         10  DL100-SRC-CODE          PIC X(03).
005901         10  DL100-SRC-EXTRACT-DD    PIC X(09).
005902         10  DL100-SRC-HDR-REQ-SW    PIC X(01).
005903         10  DL100-SRC-IN-SERVICE-SW PIC X(01).
005904         10  DL100-SRC-HDR-MISMATCH-SW
005905                                     PIC X(01).
005906         10  DL100-SRC-FRAME-ERR-SW  PIC X(01).
005910         10  DL100-SRC-HDR-SEEN-SW   PIC X(01).
005920         10  DL100-SRC-TRL-SEEN-SW   PIC X(01).
005930         10  DL100-SRC-HDR-DATE      PIC 9(08).
005980         10  DL100-SRC-REJECTED-CT   PIC 9(09).
005990         10  DL100-SRC-DUPED-CT      PIC 9(09).
006000         10  DL100-SRC-CONTROL-TOTAL PIC 9(11)V99.
006003         10  DL100-SRC-HELD-CT       PIC 9(09).
006006         10  DL100-SRC-HELD-TOTAL    PIC 9(11)V99.
006010 01  DL100-RPT-SRC-STATS-LINE.
006020     05  FILLER                      PIC X(07) VALUE "SOURCE ".
006030     05  DL100-RPT-SRC-CODE          PIC X(03).
006450     05  FILLER                      PIC X(37)
006460         VALUE "  *** DOES NOT TIE OUT TO TRAILER ***".
006470     05  FILLER                      PIC X(33) VALUE SPACES.
006471 01  DL100-RPT-SRC-HDR-ERR-LINE.
006472     05  FILLER                      PIC X(07) VALUE "SOURCE ".
006473     05  DL100-RPT-SRC-HDR-ERR-CODE  PIC X(03).
006474     05  FILLER                      PIC X(46)
006475         VALUE "  *** HEADER SOURCE ID DOES NOT MATCH FILE ***".
006476     05  FILLER                      PIC X(24) VALUE SPACES.
006477 01  DL100-RPT-SRC-FRAME-ERR-LINE.
006478     05  FILLER                      PIC X(07) VALUE "SOURCE ".
006479     05  DL100-RPT-SRC-FRAME-ERR-CODE
006480                                     PIC X(03).
006481     05  FILLER                      PIC X(44)
006482         VALUE "  *** HEADER/TRAILER REQUIRED - NOT SENT ***".
006483     05  FILLER                      PIC X(26) VALUE SPACES.
006484 01  DL100-RPT-BATCH-ERR-LINE        PIC X(80) VALUE
006490     "*** BATCH DOES NOT TIE OUT - CHECKPOINT RETAINED ***".
006491*    THE ACTIVE FIELD EDIT RULES, AS MAINTAINED BY DL060.  A
006492*    RULE APPLIES TO ITS OWN SOURCE, OR TO EVERY SOURCE WHEN
006493*    ITS SOURCE IS "***".
006494 01  DL100-RULE-TABLE.
006495     05  DL100-RULE-ENTRY OCCURS 200 TIMES.
006496         10  DL100-RL-SOURCE         PIC X(03).
006497         10  DL100-RL-NAME           PIC X(08).
006498         10  DL100-RL-FIELD          PIC X(06).
006499         10  DL100-RL-TYPE           PIC X(01).
006500         10  DL100-RL-CLASS          PIC X(01).
006501         10  DL100-RL-LIMIT          PIC S9(11)V99.
006502         10  DL100-RL-SEVERITY       PIC X(01).
006503 01  DL100-EXCP-HEADING.
006504     05  FILLER                      PIC X(30)
006505         VALUE "FIELD EDIT WARNINGS - RUN ID ".
006506     05  DL100-EXCP-HDG-RUN-ID       PIC X(14).
006507     05  FILLER                      PIC X(36) VALUE SPACES.
006508 01  DL100-EXCP-COLUMNS              PIC X(80) VALUE
006509     "KEY        SRC T RULE     FIELD  RESULT        VALUE".
006510 01  DL100-EXCP-DETAIL.
006511     05  DL100-EXCP-KEY              PIC X(10).
006512     05  FILLER                      PIC X(01) VALUE SPACE.
006513     05  DL100-EXCP-SOURCE           PIC X(03).
006514     05  FILLER                      PIC X(01) VALUE SPACE.
006515     05  DL100-EXCP-TRANS            PIC X(01).
006516     05  FILLER                      PIC X(01) VALUE SPACE.
006517     05  DL100-EXCP-RULE             PIC X(08).
006518     05  FILLER                      PIC X(01) VALUE SPACE.
006519     05  DL100-EXCP-FIELD            PIC X(06).
006520     05  FILLER                      PIC X(01) VALUE SPACE.
006521     05  DL100-EXCP-RESULT           PIC X(13).
006522     05  FILLER                      PIC X(01) VALUE SPACE.
006523     05  DL100-EXCP-VALUE            PIC X(20).
006524     05  FILLER                      PIC X(13) VALUE SPACES.
006525*    EACH STEP CONTROL RECORD IS BUILT, OR READ, HERE.
006526     COPY STEPCTL.
006527*    THE STEPS THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE
006528*    BEFORE THIS ONE MAY RUN, EACH WITH THE STEP THAT STANDS IN
006529*    FOR IT ON AN UNSPLIT NIGHT (BLANK FOR NONE).
006530*    DL110 MUST HAVE UNLOADED THE MASTER BEFORE ANY RUN TOUCHES
006531*    IT - THE UNLOAD IS WHAT DL120 REBUILDS FROM.
006532 01  DL100-PRED-VALUES.
006533     05  FILLER                      PIC X(10) VALUE "DL110     ".
006534 01  DL100-PRED-TABLE REDEFINES DL100-PRED-VALUES.
006535     05  DL100-PRED-ENTRY OCCURS 1 TIMES.
006536         10  DL100-PRED-JOB          PIC X(05).
006537         10  DL100-PRED-ALT-JOB      PIC X(05).
006538 01  DL100-PRED-STANDING-TABLE.
006539     05  DL100-PRED-STANDING OCCURS 1 TIMES.
006540         10  DL100-PRED-STATE        PIC X(01).
006541         10  DL100-PRED-RC           PIC 9(03).
006542         10  DL100-PRED-ALT-STATE    PIC X(01).
006543 PROCEDURE DIVISION.
006544 0000-MAINLINE.
006545     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006546     PERFORM 2000-PROCESS-RECORDS THRU 2000-EXIT.
006547     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006550     GO TO 9999-EXIT.
006560*----------------------------------------------------------------
006570* 1000-INITIALIZE READS THE RUN-MODE CONTROL CARD, OPENS THE
006610*----------------------------------------------------------------
006620 1000-INITIALIZE.
006630     PERFORM 1100-READ-RUN-MODE THRU 1100-EXIT.
006631*    A VALIDATE RUN TOUCHES NOTHING, SO IT IS NOT A STEP OF
006632*    THE NIGHT - IT NEITHER CHECKS NOR RECORDS ON STEPCTL.
006633     IF NOT DL100-VALIDATE-MODE
006634         PERFORM 8500-START-STEP THRU 8500-EXIT
006635     END-IF.
006640     ACCEPT DL100-CURR-DATE-8 FROM DATE YYYYMMDD.
006650     ACCEPT DL100-CURR-TIME-6 FROM TIME.
006660     MOVE DL100-CURR-DATE-8 TO DL100-RUN-TIMESTAMP (1:8).
006790     STRING "DL100-" DL100-BUSINESS-DATE DELIMITED BY SIZE
006800         INTO DL100-RUN-ID.
006810     PERFORM 1400-OPEN-SOURCES THRU 1400-EXIT.
006815     PERFORM 1370-LOAD-EDIT-RULES THRU 1370-EXIT.
006820     OPEN OUTPUT RECON-RPT-FILE.
006830     IF DL100-VALIDATE-MODE
006840         MOVE ZERO TO DL100-CHECKPOINT-COUNT
006850         OPEN OUTPUT DB-REJECT-FILE
006853         OPEN OUTPUT EDIT-EXCP-FILE
006856         PERFORM 5600-WRITE-EXCP-HEADING THRU 5600-EXIT
006860     ELSE
006870         PERFORM 1200-OPEN-CHECKPOINT THRU 1200-EXIT
006880         IF DL100-SPLIT-MODE
006950         ELSE
006960             PERFORM 1300-OPEN-MASTER THRU 1300-EXIT
006961             PERFORM 1350-OPEN-JOURNAL THRU 1350-EXIT
006965             PERFORM 1360-OPEN-HOLD-FILE THRU 1360-EXIT
006970         END-IF
006980*        ON A SPLIT RUN THE BILLING INTERFACE IS NOT WRITTEN
006990*        HERE AT ALL - DL150 BILLS WHAT ACTUALLY APPLIES.
007000         IF DL100-CHECKPOINT-EXISTS
007010             OPEN EXTEND DB-REJECT-FILE
007015             OPEN EXTEND EDIT-EXCP-FILE
007020             OPEN EXTEND AUDIT-LOG-FILE
007030             OPEN EXTEND DUP-FILE
007040             IF NOT DL100-SPLIT-MODE
007060             END-IF
007070         ELSE
007080             OPEN OUTPUT DB-REJECT-FILE
007083             OPEN OUTPUT EDIT-EXCP-FILE
007086             PERFORM 5600-WRITE-EXCP-HEADING THRU 5600-EXIT
007090             OPEN OUTPUT AUDIT-LOG-FILE
007100             OPEN OUTPUT DUP-FILE
007110             IF NOT DL100-SPLIT-MODE
007440             IF RUN-PARM-OVERRIDE = "OVERRIDE"
007450                 MOVE "Y" TO DL100-OVERRIDE-SW
007460             END-IF
007461             IF RUN-PARM-HOLD-AMOUNT IS NUMERIC
007462                 MOVE RUN-PARM-HOLD-AMOUNT TO DL100-HOLD-AMOUNT
007463             END-IF
007464             IF RUN-PARM-HOLD-PERCENT IS NUMERIC
007465                 MOVE RUN-PARM-HOLD-PERCENT TO DL100-HOLD-PERCENT
007466             END-IF
007470     END-READ.
007480     CLOSE RUN-PARM-FILE.
007490     IF DL100-SPLIT-MODE
007890     MOVE SPACES TO DL100-STRMCTL-DD.
007900     STRING "STRMCTL" DL100-STREAM-ID DELIMITED BY SIZE
007910         INTO DL100-STRMCTL-DD.
007912     MOVE SPACES TO DL100-EDITEXCP-DD.
007914     STRING "EDITEXCP" DL100-STREAM-ID DELIMITED BY SIZE
007916         INTO DL100-EDITEXCP-DD.
007920 1150-EXIT.
007930     EXIT.
007940*----------------------------------------------------------------
008500                 ELSE
008510                     MOVE ZERO TO DL100-CKPT-DELETES-CT
008520                 END-IF
008521*                NOR HAS IT THE BILLED AMOUNTS BY RECORD TYPE.
008522                 IF CHECKPOINT-BILL-CHG-TOTAL IS NUMERIC
008523                     MOVE CHECKPOINT-BILL-CHG-TOTAL
008524                         TO DL100-BILL-CHG-TOTAL
008525                     MOVE CHECKPOINT-BILL-ADJ-DEBIT
008526                         TO DL100-BILL-ADJ-DEBIT
008527                     MOVE CHECKPOINT-BILL-ADJ-CREDIT
008528                         TO DL100-BILL-ADJ-CREDIT
008529                     MOVE CHECKPOINT-BILL-REV-TOTAL
008530                         TO DL100-BILL-REV-TOTAL
008531                 END-IF
008532*                NOR THE ITEMS HELD FOR REVIEW.
008533                 IF CHECKPOINT-HELD-COUNT IS NUMERIC
008534                     MOVE CHECKPOINT-HELD-COUNT TO DL100-HELD-CT
008535                     MOVE CHECKPOINT-HELD-TOTAL
008536                         TO DL100-HELD-TOTAL
008537                 END-IF
008538*                NOR THE RE-KEYS.
008539                 IF CHECKPOINT-REKEYS-APPLIED IS NUMERIC
008540                     MOVE CHECKPOINT-REKEYS-APPLIED
008541                         TO DL100-REKEYS-CT
008542                 END-IF
008543             ELSE
008544                 MOVE "N" TO DL100-CHECKPOINT-EXISTS-SW
008550                 MOVE ZERO TO DL100-CHECKPOINT-COUNT
008560             END-IF
008570     END-READ.
008580     IF DL100-CHECKPOINT-EXISTS
008590         PERFORM 1250-SEED-ONE-SOURCE THRU 1250-EXIT
008600             VARYING DL100-SOURCE-IDX FROM 1 BY 1
008610             UNTIL DL100-SOURCE-IDX > 20
008620     END-IF.
008630     CLOSE CHECKPOINT-FILE.
008640 1200-EXIT.
008860         MOVE CHECKPOINT-SRC-TOTAL (DL100-SOURCE-IDX)
008870             TO DL100-SRC-CONTROL-TOTAL (DL100-SOURCE-IDX)
008880     END-IF.
008881     IF CHECKPOINT-SRC-HELD (DL100-SOURCE-IDX) IS NUMERIC
008882         MOVE CHECKPOINT-SRC-HELD (DL100-SOURCE-IDX)
008883             TO DL100-SRC-HELD-CT (DL100-SOURCE-IDX)
008884         MOVE CHECKPOINT-SRC-HELD-TOTAL (DL100-SOURCE-IDX)
008885             TO DL100-SRC-HELD-TOTAL (DL100-SOURCE-IDX)
008886     END-IF.
008890 1250-EXIT.
008900     EXIT.
008910*----------------------------------------------------------------
009060             DL100-MASTER-STATUS
009070         MOVE 16 TO RETURN-CODE
009080         GO TO 9999-EXIT
009081     END-IF.
009082 1300-EXIT.
009083     EXIT.
009084*----------------------------------------------------------------
009085* 1350-OPEN-JOURNAL OPENS THE CHANGE JOURNAL FOR APPEND.  THE
009086* JOURNAL IS RESTARTED EMPTY BY THE DL110 UNLOAD, NOT HERE, SO
009087* IT ALWAYS COVERS EXACTLY THE CHANGES SINCE THE LAST BACKUP;
009088* ON THE VERY FIRST RUN IT IS CREATED EMPTY (STATUS 35), LIKE
009089* THE RUN HISTORY FILE.
009090*----------------------------------------------------------------
009091 1350-OPEN-JOURNAL.
009092     OPEN EXTEND DB-JOURNAL-FILE.
009093     IF DL100-JOURNAL-STATUS = "35"
009094         OPEN OUTPUT DB-JOURNAL-FILE
009095     END-IF.
009096     IF DL100-JOURNAL-STATUS NOT = "00"
009097         DISPLAY "DL100: CANNOT OPEN CHANGE JOURNAL - STATUS "
009098             DL100-JOURNAL-STATUS
009099         MOVE 16 TO RETURN-CODE
009100         GO TO 9999-EXIT
009101     END-IF.
009102 1350-EXIT.
009103     EXIT.
009104*----------------------------------------------------------------
009105* 1360-OPEN-HOLD-FILE OPENS THE HIGH-VALUE HOLD FILE FOR APPEND.
009106* IT ACCUMULATES UNTIL THE DAYTIME DL270 REVIEW CARRIES FORWARD
009107* WHAT IS STILL UNDECIDED; ON THE VERY FIRST RUN IT IS CREATED
009108* EMPTY (STATUS 35), LIKE THE JOURNAL.
009109*----------------------------------------------------------------
009110 1360-OPEN-HOLD-FILE.
009111     OPEN EXTEND DB-HOLD-FILE.
009112     IF DL100-HOLD-STATUS = "35"
009113         OPEN OUTPUT DB-HOLD-FILE
009114     END-IF.
009115     IF DL100-HOLD-STATUS NOT = "00"
009116         DISPLAY "DL100: CANNOT OPEN HOLD FILE - STATUS "
009117             DL100-HOLD-STATUS
009118         MOVE 16 TO RETURN-CODE
009119         GO TO 9999-EXIT
009120     END-IF.
009121 1360-EXIT.
009122     EXIT.
009123*----------------------------------------------------------------
009124* 1370-LOAD-EDIT-RULES READS THE ACTIVE FIELD EDIT RULES INTO
009125* THE RULE TABLE.  NO RULE FILE MEANS NO RULES - EVERY DETAIL
009126* THAT PASSES THE NUMERIC EDIT POSTS, AS IT ALWAYS DID.  DL060
009127* NEVER LETS THE FILE GROW PAST 200 RULES.  A RULE FILE THAT IS
009128* THERE BUT WILL NOT OPEN STOPS THE RUN WITH RETURN-CODE 16
009129* RATHER THAN POST WITHOUT ITS EDITS.
009130*----------------------------------------------------------------
009131 1370-LOAD-EDIT-RULES.
009132     MOVE ZERO TO DL100-RULE-CT.
009133     OPEN INPUT EDIT-RULE-FILE.
009134     IF DL100-EDITRULE-STATUS = "35"
009135         DISPLAY "DL100: NO EDIT RULE FILE (EDITRULE) - NO FIELD "
009136             "EDIT RULES APPLIED"
009137         GO TO 1370-EXIT
009138     END-IF.
009139     IF DL100-EDITRULE-STATUS NOT = "00"
009140         DISPLAY "DL100: CANNOT OPEN EDITRULE - STATUS "
009141             DL100-EDITRULE-STATUS
009142         MOVE 16 TO RETURN-CODE
009143         GO TO 9999-EXIT
009144     END-IF.
009145     PERFORM 1375-LOAD-ONE-RULE THRU 1375-EXIT
009146         UNTIL DL100-EDITRULE-EOF.
009147     CLOSE EDIT-RULE-FILE.
009148 1370-EXIT.
009149     EXIT.
009150 1375-LOAD-ONE-RULE.
009151     READ EDIT-RULE-FILE INTO EDIT-RULE-RECORD
009152         AT END
009153             SET DL100-EDITRULE-EOF TO TRUE
009154             GO TO 1375-EXIT
009155     END-READ.
009156     IF NOT EDIT-RULE-ACTIVE
009157         GO TO 1375-EXIT
009158     END-IF.
009159     IF DL100-RULE-CT NOT < 200
009160         DISPLAY "DL100: EDIT RULE " EDIT-RULE-SOURCE " "
009161             EDIT-RULE-NAME " BEYOND 200 IGNORED"
009162         GO TO 1375-EXIT
009163     END-IF.
009164     ADD 1 TO DL100-RULE-CT.
009165     MOVE EDIT-RULE-SOURCE   TO DL100-RL-SOURCE (DL100-RULE-CT).
009166     MOVE EDIT-RULE-NAME     TO DL100-RL-NAME (DL100-RULE-CT).
009167     MOVE EDIT-RULE-FIELD    TO DL100-RL-FIELD (DL100-RULE-CT).
009168     MOVE EDIT-RULE-TYPE     TO DL100-RL-TYPE (DL100-RULE-CT).
009169     MOVE EDIT-RULE-CLASS    TO DL100-RL-CLASS (DL100-RULE-CT).
009170     MOVE EDIT-RULE-LIMIT    TO DL100-RL-LIMIT (DL100-RULE-CT).
009171     MOVE EDIT-RULE-SEVERITY TO DL100-RL-SEVERITY (DL100-RULE-CT).
009172 1375-EXIT.
009173     EXIT.
009174*----------------------------------------------------------------
009175* 1400-OPEN-SOURCES LOADS THE SOURCE REGISTRY, CHECKS WHICH OF
009176* THE IN-SERVICE REGIONS' EXTRACTS ACTUALLY ARRIVED, AND
009177* POSITIONS DL100-CURR-SOURCE ON THE FIRST ONE, OPEN.  A MISSING
009178* EXTRACT IS NOT FATAL - IT PRINTS ITS OWN LINE ON THE REPORT
009179* AND THE RUN ENDS WITH RETURN-CODE 4 SO THE MISSING REGION
009180* JUMPS OUT.  A REGION THAT IS INACTIVE, OR OUTSIDE ITS
009181* EFFECTIVE DATES FOR THIS BUSINESS DATE, IS NOT LOOKED FOR.
009190*----------------------------------------------------------------
009200 1400-OPEN-SOURCES.
009210     PERFORM 1450-INIT-ONE-SOURCE THRU 1450-EXIT
009220         VARYING DL100-SOURCE-IDX FROM 1 BY 1
009230         UNTIL DL100-SOURCE-IDX > 20.
009240     PERFORM 1380-LOAD-REGISTRY THRU 1380-EXIT.
009250     PERFORM 1420-PROBE-ONE-SOURCE THRU 1420-EXIT
009260         VARYING DL100-SOURCE-IDX FROM 1 BY 1
009270         UNTIL DL100-SOURCE-IDX > DL100-SOURCE-CT.
009450     MOVE ZERO TO DL100-CURR-SOURCE.
009460     MOVE "N" TO DL100-SOURCE-FOUND-SW.
009470     PERFORM 2080-NEXT-SOURCE THRU 2080-EXIT
009480         UNTIL DL100-SOURCE-FOUND OR DL100-EOF.
009490 1400-EXIT.
009500     EXIT.
009501*----------------------------------------------------------------
009502* 1380-LOAD-REGISTRY READS THE SOURCE REGISTRY INTO THE SOURCE
009503* TABLE IN REGISTRY ORDER.  A REGISTRY THAT IS MISSING OR EMPTY
009504* LEAVES NOTHING TO READ AND NOTHING TO CHECK A SOURCE CODE
009505* AGAINST, SO THE RUN STOPS BEFORE ANYTHING IS OPENED.
009506*----------------------------------------------------------------
009507 1380-LOAD-REGISTRY.
009508     OPEN INPUT SOURCE-REG-FILE.
009509     IF DL100-SRCREG-STATUS NOT = "00"
009510         DISPLAY "DL100: SOURCE REGISTRY (SRCREG) NOT AVAILABLE"
009511             " - STATUS " DL100-SRCREG-STATUS
009512         MOVE 16 TO RETURN-CODE
009513         GO TO 9999-EXIT
009514     END-IF.
009515     PERFORM 1390-LOAD-ONE-ENTRY THRU 1390-EXIT
009516         UNTIL DL100-SRCREG-EOF.
009517     CLOSE SOURCE-REG-FILE.
009518     IF DL100-SOURCE-CT = ZERO
009519         DISPLAY "DL100: SOURCE REGISTRY (SRCREG) IS EMPTY"
009520         MOVE 16 TO RETURN-CODE
009521         GO TO 9999-EXIT
009522     END-IF.
009523 1380-EXIT.
009524     EXIT.
009525*----------------------------------------------------------------
009526* 1390-LOAD-ONE-ENTRY TAKES ONE REGISTRY ENTRY INTO THE NEXT
009527* TABLE SLOT.  THE ENTRY IS IN SERVICE WHEN IT IS ACTIVE AND
009528* THE BUSINESS DATE FALLS WITHIN ITS EFFECTIVE DATES.  DL050
009529* NEVER LETS THE REGISTRY GROW PAST 20 ENTRIES.
009530*----------------------------------------------------------------
009531 1390-LOAD-ONE-ENTRY.
009532     READ SOURCE-REG-FILE INTO SOURCE-REG-RECORD
009533         AT END
009534             SET DL100-SRCREG-EOF TO TRUE
009535             GO TO 1390-EXIT
009536     END-READ.
009537     IF DL100-SOURCE-CT NOT < 20
009538         DISPLAY "DL100: SOURCE REGISTRY ENTRY " SRC-REG-CODE
009539             " BEYOND 20 IGNORED"
009540         GO TO 1390-EXIT
009541     END-IF.
009542     ADD 1 TO DL100-SOURCE-CT.
009543     MOVE SRC-REG-CODE TO DL100-SRC-CODE (DL100-SOURCE-CT).
009544     MOVE SRC-REG-EXTRACT-DD
009545         TO DL100-SRC-EXTRACT-DD (DL100-SOURCE-CT).
009546     MOVE SRC-REG-HDR-TRL-REQ
009547         TO DL100-SRC-HDR-REQ-SW (DL100-SOURCE-CT).
009548     IF SRC-REG-ACTIVE
009549        AND SRC-REG-EFF-FROM NOT > DL100-BUSINESS-DATE
009550        AND SRC-REG-EFF-THRU NOT < DL100-BUSINESS-DATE
009551         MOVE "Y" TO DL100-SRC-IN-SERVICE-SW (DL100-SOURCE-CT)
009552     END-IF.
009553 1390-EXIT.
009554     EXIT.
009555*----------------------------------------------------------------
009556* 1420-PROBE-ONE-SOURCE CHECKS THAT AN IN-SERVICE REGION'S
009557* EXTRACT ARRIVED BY OPENING AND CLOSING IT.  THE STREAMS ARE
009558* READ ONE AT A TIME THROUGH THE ONE EXTRACT FILE, SO 2080
009559* REOPENS EACH IN TURN WHEN ITS TURN COMES.
009560*----------------------------------------------------------------
009561 1420-PROBE-ONE-SOURCE.
009562     IF DL100-SRC-IN-SERVICE-SW (DL100-SOURCE-IDX) NOT = "Y"
009563         GO TO 1420-EXIT
009564     END-IF.
009565     MOVE DL100-SRC-EXTRACT-DD (DL100-SOURCE-IDX)
009566         TO DL100-EXTRACT-DD.
009567     OPEN INPUT WS-TRANS-FILE.
009568     IF DL100-TRANS-STATUS = "00"
009569         MOVE "Y" TO DL100-SRC-PRESENT-SW (DL100-SOURCE-IDX)
009570         CLOSE WS-TRANS-FILE
009571     ELSE
009572         SET DL100-SOURCE-MISSING TO TRUE
009573     END-IF.
009574 1420-EXIT.
009575     EXIT.
009576 1450-INIT-ONE-SOURCE.
009577     MOVE "N"  TO DL100-SRC-PRESENT-SW (DL100-SOURCE-IDX).
009578     MOVE "Y"  TO DL100-SRC-OK-SW (DL100-SOURCE-IDX).
009579     MOVE SPACES TO DL100-SRC-CODE (DL100-SOURCE-IDX).
009580     MOVE SPACES TO DL100-SRC-EXTRACT-DD (DL100-SOURCE-IDX).
009581     MOVE "N"  TO DL100-SRC-HDR-REQ-SW (DL100-SOURCE-IDX).
009582     MOVE "N"  TO DL100-SRC-IN-SERVICE-SW (DL100-SOURCE-IDX).
009583     MOVE "N"  TO DL100-SRC-HDR-MISMATCH-SW (DL100-SOURCE-IDX).
009584     MOVE "N"  TO DL100-SRC-FRAME-ERR-SW (DL100-SOURCE-IDX).
009585     MOVE "N"  TO DL100-SRC-HDR-SEEN-SW (DL100-SOURCE-IDX).
009586     MOVE "N"  TO DL100-SRC-TRL-SEEN-SW (DL100-SOURCE-IDX).
009587     MOVE ZERO TO DL100-SRC-HDR-DATE (DL100-SOURCE-IDX).
009588     MOVE ZERO TO DL100-SRC-TRL-COUNT (DL100-SOURCE-IDX).
009589     MOVE ZERO TO DL100-SRC-TRL-TOTAL (DL100-SOURCE-IDX).
009590     MOVE ZERO TO DL100-SRC-READ-CT (DL100-SOURCE-IDX).
009600     MOVE ZERO TO DL100-SRC-WRITTEN-CT (DL100-SOURCE-IDX).
009610     MOVE ZERO TO DL100-SRC-REJECTED-CT (DL100-SOURCE-IDX).
009620     MOVE ZERO TO DL100-SRC-DUPED-CT (DL100-SOURCE-IDX).
009630     MOVE ZERO TO DL100-SRC-CONTROL-TOTAL (DL100-SOURCE-IDX).
009633     MOVE ZERO TO DL100-SRC-HELD-CT (DL100-SOURCE-IDX).
009636     MOVE ZERO TO DL100-SRC-HELD-TOTAL (DL100-SOURCE-IDX).
009640 1450-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
011030         GO TO 2100-EXIT
011040     END-IF.
011050     MOVE WS-RECORD-NUMERIC-FIELD TO DL100-NUMERIC-FIELD-ORIG.
011051     PERFORM 2800-CHECK-SOURCE-CODE THRU 2800-EXIT.
011052     IF NOT DL100-REC-CODE-OK
011053         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
011054         IF NOT DL100-VALIDATE-MODE
011055             PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT
011056         END-IF
011057         GO TO 2100-EXIT
011058     END-IF.
011060     IF NOT WS-RECORD-ADD AND NOT WS-RECORD-CHANGE
011070        AND NOT WS-RECORD-DELETE AND NOT WS-RECORD-REKEY
011080         MOVE "INVALID TRANSACTION CODE" TO DL100-REJECT-REASON
011090         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
011100         IF NOT DL100-VALIDATE-MODE
011120         END-IF
011130         GO TO 2100-EXIT
011140     END-IF.
011141*    A RE-KEY CARRIES ITS NEW KEY IN THE FIRST TEN BYTES OF
011142*    FIELD1 AND NO VALUE, SO IT SKIPS THE NUMERIC EDIT LIKE A
011143*    DELETE.  THE IMAGE CARRIED TO DL150 ON A SPLIT RUN IS THE
011144*    OLD KEY WITH THE NEW KEY IN FIELD1, AS IT ARRIVED.
011145     IF WS-RECORD-REKEY
011146         IF WS-REKEY-NEW-KEY = SPACES
011147            OR WS-REKEY-NEW-KEY = WS-REKEY-OLD-KEY
011148             MOVE "RE-KEY - NEW KEY MISSING OR SAME AS OLD"
011149                 TO DL100-REJECT-REASON
011150             PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
011151             IF NOT DL100-VALIDATE-MODE
011152                 PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT
011153             END-IF
011154             GO TO 2100-EXIT
011155         END-IF
011156         MOVE WS-REKEY-OLD-KEY TO DB-RECORD-KEY
011157         MOVE SPACES TO DB-RECORD-FIELD1
011158         MOVE WS-REKEY-NEW-KEY TO DB-RECORD-FIELD1 (1:10)
011159         MOVE SPACES TO DB-RECORD-FIELD2
011160         MOVE SPACES TO DB-RECORD-FIELD3
011161         MOVE ZERO TO DB-RECORD-NUMERIC-FIELD
011162         MOVE SPACES TO DB-RECORD-SOURCE-CODE
011163         IF DL100-VALIDATE-MODE
011164             PERFORM 5100-WRITE-PREVIEW-LINE THRU 5100-EXIT
011165             PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT
011166         ELSE
011167             IF DL100-SPLIT-MODE
011168                 PERFORM 4800-WRITE-STREAM-TRAN THRU 4800-EXIT
011169             ELSE
011170                 PERFORM 4400-APPLY-REKEY THRU 4400-EXIT
011171             END-IF
011172             PERFORM 7000-UPDATE-CHECKPOINT THRU 7000-EXIT
011173         END-IF
011174         GO TO 2100-EXIT
011175     END-IF.
011176     IF WS-RECORD-DELETE
011177         MOVE WS-RECORD-KEY TO DB-RECORD-KEY
011178         MOVE SPACES TO DB-RECORD-FIELD1
011180         MOVE SPACES TO DB-RECORD-FIELD2
011190         MOVE SPACES TO DB-RECORD-FIELD3
011200         MOVE ZERO TO DB-RECORD-NUMERIC-FIELD
011350     MOVE "Y" TO DL100-NUMERIC-VALID-SW.
011360     PERFORM 3000-SCRUB-NUMERIC-FIELD THRU 3000-EXIT.
011370     PERFORM 3500-VALIDATE-NUMERIC-FIELD THRU 3500-EXIT.
011373     MOVE "Y" TO DL100-EDIT-OK-SW.
011376     IF DL100-NUMERIC-VALID
011379         PERFORM 3600-APPLY-EDIT-RULES THRU 3600-EXIT
011382     END-IF.
011385     IF DL100-NUMERIC-VALID AND DL100-EDIT-OK
011390         PERFORM 4000-MOVE-FIELDS THRU 4000-EXIT
011395         PERFORM 3700-LIST-EDIT-WARNINGS THRU 3700-EXIT
011400         IF DL100-VALIDATE-MODE
011410             PERFORM 5100-WRITE-PREVIEW-LINE THRU 5100-EXIT
011420             PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT
011610     EXIT.
011620*----------------------------------------------------------------
011630* 2050-READ-INPUT DELIVERS THE NEXT RECORD FROM THE EXTRACT
011640* STREAMS IN REGISTRY ORDER, MOVING ON TO THE NEXT PRESENT
011650* STREAM WHEN THE CURRENT ONE RUNS OUT, AND SETS DL100-EOF WHEN
011660* EVERY STREAM IS EXHAUSTED.  EVERY STREAM IS READ THROUGH THE
011670* ONE EXTRACT FILE INTO THE SAME WS-RECORD AREA SO THE REST OF
011680* THE PROGRAM NEVER CARES WHICH REGION A RECORD CAME FROM.
011690*----------------------------------------------------------------
011700 2050-READ-INPUT.
011710     MOVE "N" TO DL100-RECORD-GOT-SW.
011740 2050-EXIT.
011750     EXIT.
011760 2060-READ-CURRENT.
011770     READ WS-TRANS-FILE INTO WS-RECORD
011780         AT END
011790             PERFORM 2070-ADVANCE-SOURCE THRU 2070-EXIT
011800         NOT AT END
011810             SET DL100-RECORD-GOT TO TRUE
011820     END-READ.
012010 2060-EXIT.
012020     EXIT.
012030 2070-ADVANCE-SOURCE.
012070         UNTIL DL100-SOURCE-FOUND OR DL100-EOF.
012080 2070-EXIT.
012090     EXIT.
012091*----------------------------------------------------------------
012092* 2080-NEXT-SOURCE STEPS TO THE NEXT REGISTRY POSITION WHOSE
012093* EXTRACT IS PRESENT AND OPENS IT UNDER ITS OWN DD NAME.  AN
012094* EXTRACT THAT WAS THERE AT 1400 BUT WILL NOT OPEN NOW IS
012095* TREATED AS MISSING.
012096*----------------------------------------------------------------
012100 2080-NEXT-SOURCE.
012110     ADD 1 TO DL100-CURR-SOURCE.
012120     IF DL100-CURR-SOURCE > DL100-SOURCE-CT
012130         SET DL100-EOF TO TRUE
012140         GO TO 2080-EXIT
012150     END-IF.
012160     IF DL100-SRC-PRESENT-SW (DL100-CURR-SOURCE) NOT = "Y"
012170         GO TO 2080-EXIT
012180     END-IF.
012181     MOVE DL100-SRC-EXTRACT-DD (DL100-CURR-SOURCE)
012182         TO DL100-EXTRACT-DD.
012183     OPEN INPUT WS-TRANS-FILE.
012184     IF DL100-TRANS-STATUS = "00"
012185         SET DL100-SOURCE-FOUND TO TRUE
012186     ELSE
012187         MOVE "N" TO DL100-SRC-PRESENT-SW (DL100-CURR-SOURCE)
012188         SET DL100-SOURCE-MISSING TO TRUE
012189     END-IF.
012190 2080-EXIT.
012200     EXIT.
012210 2090-CLOSE-CURRENT.
012220     CLOSE WS-TRANS-FILE.
012310 2090-EXIT.
012320     EXIT.
012330*----------------------------------------------------------------
012340* 2300-CAPTURE-HEADER SAVES THE STREAM'S EXTRACT DATE.  WHEN THE
012350* HEADER CARRIES A SOURCE ID, ITS FIRST THREE BYTES MUST BE THE
012360* REGISTRY CODE OF THE FILE IT ARRIVED ON - ANYTHING ELSE MEANS
012361* A REGION'S EXTRACT WENT OUT UNDER ANOTHER REGION'S DD NAME.
012362* EVERY DETAIL ON SUCH A FILE IS REJECTED (2800) AND THE BATCH
012363* FAILS, SO NOTHING POSTS UNDER THE WRONG REGION.
012370*----------------------------------------------------------------
012380 2300-CAPTURE-HEADER.
012390     MOVE "Y" TO DL100-SRC-HDR-SEEN-SW (DL100-CURR-SOURCE).
012400     MOVE WS-HEADER-EXTRACT-DATE
012410         TO DL100-SRC-HDR-DATE (DL100-CURR-SOURCE).
012420     IF WS-HEADER-SOURCE-ID NOT = SPACES
012430        AND WS-HEADER-SOURCE-ID (1:3)
012440            NOT = DL100-SRC-CODE (DL100-CURR-SOURCE)
012441         MOVE "Y" TO DL100-SRC-HDR-MISMATCH-SW (DL100-CURR-SOURCE)
012442         MOVE "N" TO DL100-BATCH-OK-SW
012450     END-IF.
012460 2300-EXIT.
012470     EXIT.
013120         MOVE DL100-SEEN-VALUE (DL100-SEEN-HIT-IDX)
013130             TO DUP-FIRST-VALUE
013140         MOVE WS-RECORD-NUMERIC-FIELD TO DUP-THIS-VALUE
013142         MOVE DL100-SRC-CODE (DL100-CURR-SOURCE)
013144             TO DUP-SOURCE-CODE
013146         MOVE WS-RECORD-TRANS-CODE TO DUP-TRANS-CODE
013150         WRITE DUP-RECORD
013160     END-IF.
013170 2600-EXIT.
013400     END-IF.
013410 2700-EXIT.
013420     EXIT.
013421*----------------------------------------------------------------
013422* 2800-CHECK-SOURCE-CODE HOLDS EACH DETAIL TO THE SOURCE
013423* REGISTRY.  A DETAIL FROM A FILE WHOSE HEADER NAMED ANOTHER
013424* REGION IS REJECTED OUTRIGHT.  A DETAIL THAT STAMPS ITS OWN
013425* SOURCE CODE MUST NAME A REGISTRY ENTRY THAT IS IN SERVICE ON
013426* THE BUSINESS DATE; ONE THAT STAMPS NONE TAKES ITS FILE'S CODE
013427* IN 4000 AND NEEDS NO CHECK.
013428*----------------------------------------------------------------
013429 2800-CHECK-SOURCE-CODE.
013430     MOVE "Y" TO DL100-REC-CODE-OK-SW.
013431     IF DL100-SRC-HDR-MISMATCH-SW (DL100-CURR-SOURCE) = "Y"
013432         MOVE "HEADER SOURCE ID DOES NOT MATCH FILE"
013433             TO DL100-REJECT-REASON
013434         MOVE "N" TO DL100-REC-CODE-OK-SW
013435         GO TO 2800-EXIT
013436     END-IF.
013437     IF WS-RECORD-SOURCE-CODE = SPACES
013438         GO TO 2800-EXIT
013439     END-IF.
013440     MOVE ZERO TO DL100-SRC-HIT-IDX.
013441     PERFORM 2850-MATCH-ONE-SOURCE THRU 2850-EXIT
013442         VARYING DL100-SOURCE-IDX FROM 1 BY 1
013443         UNTIL DL100-SOURCE-IDX > DL100-SOURCE-CT
013444            OR DL100-SRC-HIT-IDX > ZERO.
013445     IF DL100-SRC-HIT-IDX = ZERO
013446         MOVE "UNKNOWN SOURCE CODE" TO DL100-REJECT-REASON
013447         MOVE "N" TO DL100-REC-CODE-OK-SW
013448         GO TO 2800-EXIT
013449     END-IF.
013450     IF DL100-SRC-IN-SERVICE-SW (DL100-SRC-HIT-IDX) NOT = "Y"
013451         MOVE "INACTIVE SOURCE CODE" TO DL100-REJECT-REASON
013452         MOVE "N" TO DL100-REC-CODE-OK-SW
013453     END-IF.
013454 2800-EXIT.
013455     EXIT.
013456 2850-MATCH-ONE-SOURCE.
013457     IF DL100-SRC-CODE (DL100-SOURCE-IDX) = WS-RECORD-SOURCE-CODE
013458         MOVE DL100-SOURCE-IDX TO DL100-SRC-HIT-IDX
013459     END-IF.
013460 2850-EXIT.
013461     EXIT.
013462*----------------------------------------------------------------
013463* 3000-SCRUB-NUMERIC-FIELD STRIPS COMMAS OUT OF THE INCOMING
013464* NUMERIC FIELD AND COMPACTS OUT EVERY SPACE THAT IS LEFT BEHIND,
013465* LEADING, EMBEDDED OR TRAILING, SINCE FUNCTION NUMVAL AND
013470* FUNCTION TEST-NUMVAL BOTH REJECT A NUMBER WITH A SPACE IN THE
013480* MIDDLE OF IT EVEN THOUGH THEY ACCEPT ONE AT EITHER END.
013490*----------------------------------------------------------------
013860     END-IF.
013870 3500-EXIT.
013880     EXIT.
013881*----------------------------------------------------------------
013882* 3600-APPLY-EDIT-RULES TESTS A DETAIL THAT PASSED THE NUMERIC
013883* EDIT AGAINST EVERY FATAL EDIT RULE FOR ITS SOURCE.  THE FIRST
013884* ONE IT FAILS REJECTS IT, WITH THE RULE NAMED IN THE REASON.
013885* THE SOURCE IS THE ONE 4000 WILL STAMP ON THE RECORD, AND THE
013886* AMOUNT IS TESTED SIGNED, BEFORE THE MOVE TO THE MASTER FIELD
013887* DROPS ITS SIGN, SO A MINIMUM RULE CATCHES A NEGATIVE AMOUNT.
013888*----------------------------------------------------------------
013889 3600-APPLY-EDIT-RULES.
013890     IF DL100-RULE-CT = ZERO
013891         GO TO 3600-EXIT
013892     END-IF.
013893     IF WS-RECORD-SOURCE-CODE NOT = SPACES
013894         MOVE WS-RECORD-SOURCE-CODE TO DL100-EDIT-SOURCE
013895     ELSE
013896         MOVE DL100-SRC-CODE (DL100-CURR-SOURCE)
013897             TO DL100-EDIT-SOURCE
013898     END-IF.
013899     MOVE FUNCTION NUMVAL(WS-RECORD-NUMERIC-FIELD)
013900         TO DL100-EDIT-AMOUNT.
013901     MOVE "F" TO DL100-EDIT-PASS.
013902     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
013903         VARYING DL100-RULE-IDX FROM 1 BY 1
013904         UNTIL DL100-RULE-IDX > DL100-RULE-CT
013905            OR NOT DL100-EDIT-OK.
013906 3600-EXIT.
013907     EXIT.
013908*----------------------------------------------------------------
013909* 3650-TEST-ONE-RULE TESTS THE DETAIL AGAINST ONE RULE, IF THE
013910* RULE IS OF THE SEVERITY THIS PASS IS APPLYING AND IS FOR THE
013911* DETAIL'S SOURCE OR FOR EVERY SOURCE.  A FAILED FATAL RULE
013912* STOPS THE EDIT AND SETS THE REJECT REASON; A FAILED WARNING
013913* RULE GOES ON THE EDIT EXCEPTIONS REPORT.
013914*----------------------------------------------------------------
013915 3650-TEST-ONE-RULE.
013916     IF DL100-RL-SEVERITY (DL100-RULE-IDX) NOT = DL100-EDIT-PASS
013917         GO TO 3650-EXIT
013918     END-IF.
013919     IF DL100-RL-SOURCE (DL100-RULE-IDX) NOT = "***"
013920        AND DL100-RL-SOURCE (DL100-RULE-IDX)
013921            NOT = DL100-EDIT-SOURCE
013922         GO TO 3650-EXIT
013923     END-IF.
013924     MOVE "N" TO DL100-RULE-FAILED-SW.
013925     MOVE SPACES TO DL100-EDIT-RESULT.
013926     IF DL100-RL-FIELD (DL100-RULE-IDX) = "FIELD1"
013927         MOVE WS-RECORD-FIELD1 TO DL100-EDIT-VALUE
013928     END-IF.
013929     IF DL100-RL-FIELD (DL100-RULE-IDX) = "FIELD2"
013930         MOVE WS-RECORD-FIELD2 TO DL100-EDIT-VALUE
013931     END-IF.
013932     IF DL100-RL-FIELD (DL100-RULE-IDX) = "FIELD3"
013933         MOVE WS-RECORD-FIELD3 TO DL100-EDIT-VALUE
013934     END-IF.
013935     IF DL100-RL-FIELD (DL100-RULE-IDX) = "AMOUNT"
013936         MOVE DL100-NUMERIC-FIELD-ORIG TO DL100-EDIT-VALUE
013937     END-IF.
013938     IF DL100-RL-TYPE (DL100-RULE-IDX) = "R"
013939        AND DL100-EDIT-VALUE = SPACES
013940         MOVE "REQUIRED" TO DL100-EDIT-RESULT
013941         SET DL100-RULE-FAILED TO TRUE
013942     END-IF.
013943     IF DL100-RL-TYPE (DL100-RULE-IDX) = "C"
013944         PERFORM 3660-CHECK-ONE-CHAR THRU 3660-EXIT
013945             VARYING DL100-SCAN-IDX FROM 1 BY 1
013946             UNTIL DL100-SCAN-IDX > 20
013947                OR DL100-RULE-FAILED
013948     END-IF.
013949     IF DL100-RL-TYPE (DL100-RULE-IDX) = "N"
013950        AND DL100-EDIT-AMOUNT < DL100-RL-LIMIT (DL100-RULE-IDX)
013951         MOVE "BELOW MINIMUM" TO DL100-EDIT-RESULT
013952         SET DL100-RULE-FAILED TO TRUE
013953     END-IF.
013954     IF DL100-RL-TYPE (DL100-RULE-IDX) = "X"
013955        AND DL100-EDIT-AMOUNT > DL100-RL-LIMIT (DL100-RULE-IDX)
013956         MOVE "OVER MAXIMUM" TO DL100-EDIT-RESULT
013957         SET DL100-RULE-FAILED TO TRUE
013958     END-IF.
013959     IF DL100-RL-TYPE (DL100-RULE-IDX) = "Z"
013960        AND DL100-EDIT-AMOUNT = ZERO
013961         MOVE "ZERO AMOUNT" TO DL100-EDIT-RESULT
013962         SET DL100-RULE-FAILED TO TRUE
013963     END-IF.
013964     IF NOT DL100-RULE-FAILED
013965         GO TO 3650-EXIT
013966     END-IF.
013967     IF DL100-EDIT-FATAL-PASS
013968         MOVE "N" TO DL100-EDIT-OK-SW
013969         MOVE SPACES TO DL100-REJECT-REASON
013970         STRING "EDIT RULE "
013971             DL100-RL-NAME (DL100-RULE-IDX) DELIMITED BY SPACE
013972             " " DL100-RL-FIELD (DL100-RULE-IDX) DELIMITED BY SIZE
013973             " " DL100-EDIT-RESULT DELIMITED BY SIZE
013974             INTO DL100-REJECT-REASON
013975     ELSE
013976         PERFORM 5700-WRITE-EDIT-EXCEPTION THRU 5700-EXIT
013977     END-IF.
013978 3650-EXIT.
013979     EXIT.
013980*----------------------------------------------------------------
013981* 3660-CHECK-ONE-CHAR HOLDS ONE CHARACTER OF THE FIELD TO THE
013982* RULE'S CLASS.  BLANKS PASS - A CLASS RULE SAYS WHAT MAY BE IN
013983* THE FIELD, NOT THAT IT MUST BE FILLED (THAT IS AN R RULE).
013984*----------------------------------------------------------------
013985 3660-CHECK-ONE-CHAR.
013986     IF DL100-EDIT-VALUE (DL100-SCAN-IDX:1) = SPACE
013987         GO TO 3660-EXIT
013988     END-IF.
013989     IF DL100-RL-CLASS (DL100-RULE-IDX) = "A"
013990        AND DL100-EDIT-VALUE (DL100-SCAN-IDX:1) IS NOT ALPHABETIC
013991         SET DL100-RULE-FAILED TO TRUE
013992     END-IF.
013993     IF DL100-RL-CLASS (DL100-RULE-IDX) = "N"
013994        AND DL100-EDIT-VALUE (DL100-SCAN-IDX:1) IS NOT NUMERIC
013995         SET DL100-RULE-FAILED TO TRUE
013996     END-IF.
013997     IF DL100-RL-CLASS (DL100-RULE-IDX) = "X"
013998        AND DL100-EDIT-VALUE (DL100-SCAN-IDX:1) IS NOT ALPHABETIC
013999        AND DL100-EDIT-VALUE (DL100-SCAN-IDX:1) IS NOT NUMERIC
014000         SET DL100-RULE-FAILED TO TRUE
014001     END-IF.
014002     IF DL100-RULE-FAILED
014003         MOVE "BAD CHARACTER" TO DL100-EDIT-RESULT
014004     END-IF.
014005 3660-EXIT.
014006     EXIT.
014007*----------------------------------------------------------------
014008* 3700-LIST-EDIT-WARNINGS RUNS THE WARNING RULES OVER A DETAIL
014009* THAT PASSED EVERY FATAL ONE.  THE DETAIL GOES ON TO POST AS
014010* USUAL; EACH WARNING IT FAILS IS LISTED ON THE EDIT EXCEPTIONS
014011* REPORT FOR FOLLOW-UP WITH THE SOURCE.
014012*----------------------------------------------------------------
014013 3700-LIST-EDIT-WARNINGS.
014014     IF DL100-RULE-CT = ZERO
014015         GO TO 3700-EXIT
014016     END-IF.
014017     MOVE "W" TO DL100-EDIT-PASS.
014018     PERFORM 3650-TEST-ONE-RULE THRU 3650-EXIT
014019         VARYING DL100-RULE-IDX FROM 1 BY 1
014020         UNTIL DL100-RULE-IDX > DL100-RULE-CT.
014021 3700-EXIT.
014022     EXIT.
014023 4000-MOVE-FIELDS.
014024     MOVE WS-RECORD-KEY    TO DB-RECORD-KEY.
014025     MOVE WS-RECORD-FIELD1 TO DB-RECORD-FIELD1.
014026     MOVE WS-RECORD-FIELD2 TO DB-RECORD-FIELD2.
014027     MOVE WS-RECORD-FIELD3 TO DB-RECORD-FIELD3.
014028*        A SOURCE THAT STAMPS ITS OWN CODE WINS; OTHERWISE THE
014029*        RECORD GETS THE CODE OF THE STREAM IT ARRIVED ON.
014030     IF WS-RECORD-SOURCE-CODE NOT = SPACES
014031         MOVE WS-RECORD-SOURCE-CODE TO DB-RECORD-SOURCE-CODE
014032     ELSE
014033         MOVE DL100-SRC-CODE (DL100-CURR-SOURCE)
014034             TO DB-RECORD-SOURCE-CODE
014035     END-IF.
014036*        USE FUNCTION NUMVAL TO CONVERT THE NUMERIC FIELD NOW
014037*        THAT 3500-VALIDATE-NUMERIC-FIELD HAS CONFIRMED IT IS
014040*        ACTUALLY NUMERIC.
014050     MOVE FUNCTION NUMVAL(WS-RECORD-NUMERIC-FIELD)
014060         TO DB-RECORD-NUMERIC-FIELD.
014170     END-IF.
014180 4000-EXIT.
014190     EXIT.
014191*----------------------------------------------------------------
014192* 4400-APPLY-REKEY MOVES THE MASTER RECORD FROM ITS OLD KEY TO
014193* ITS NEW ONE IN A SINGLE STEP - WRITTEN UNDER THE NEW KEY,
014194* THEN DELETED UNDER THE OLD - SO THE ACCOUNT KEEPS EVERY
014195* FIELD IT HAD.  AN OLD KEY NOT ON THE MASTER, OR A NEW KEY
014196* ALREADY ON IT, IS REJECTED AND NOTHING MOVES.  THE MOVE IS
014197* JOURNALED AS A LINKED PAIR (A DELETE OF THE OLD KEY AND A
014198* WRITE OF THE NEW, EACH CARRYING THE OTHER KEY) AND AUDITED
014199* UNDER BOTH KEYS.  NOTHING IS BILLED: BILLING KNOWS THE
014200* ACCOUNT BY FIELD1 AND FIELD3, WHICH A RE-KEY DOES NOT TOUCH,
014201* SO THERE IS NO STOP AND NO START TO SEND.
014202*----------------------------------------------------------------
014203 4400-APPLY-REKEY.
014204     MOVE WS-REKEY-OLD-KEY TO DB-RECORD-KEY.
014205     MOVE "Y" TO DL100-MASTER-ACTION-OK-SW.
014206     READ DB-OUT-FILE
014207         INVALID KEY
014208             MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014209     END-READ.
014210     IF NOT DL100-MASTER-ACTION-OK
014211         MOVE "RE-KEY - OLD KEY NOT ON MASTER"
014212             TO DL100-REJECT-REASON
014213         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
014214         GO TO 4400-EXIT
014215     END-IF.
014216     MOVE DB-RECORD TO DL100-BEFORE-IMAGE.
014217     MOVE WS-REKEY-NEW-KEY TO DB-RECORD-KEY.
014218     WRITE DB-RECORD
014219         INVALID KEY
014220             MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014221     END-WRITE.
014222     IF NOT DL100-MASTER-ACTION-OK
014223         MOVE "RE-KEY - NEW KEY ALREADY ON MASTER"
014224             TO DL100-REJECT-REASON
014225         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
014226         GO TO 4400-EXIT
014227     END-IF.
014228     MOVE WS-REKEY-OLD-KEY TO DB-RECORD-KEY.
014229     DELETE DB-OUT-FILE RECORD
014230         INVALID KEY
014231             MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014232     END-DELETE.
014233*    AN OLD KEY THAT WILL NOT DELETE MUST NOT LEAVE THE ACCOUNT
014234*    ON THE MASTER TWICE: THE NEW KEY IS TAKEN OFF AGAIN AND THE
014235*    RE-KEY REJECTED, UNCOUNTED, UNJOURNALED AND UNAUDITED.  IF
014236*    EVEN THAT FAILS THE MASTER IS IN DOUBT AND THE RUN STOPS.
014237     IF NOT DL100-MASTER-ACTION-OK
014238         DISPLAY "DL100: RE-KEY - OLD KEY " WS-REKEY-OLD-KEY
014239             " VANISHED BEFORE ITS DELETE - STATUS "
014240             DL100-MASTER-STATUS
014241         MOVE WS-REKEY-NEW-KEY TO DB-RECORD-KEY
014242         MOVE "Y" TO DL100-MASTER-ACTION-OK-SW
014243         DELETE DB-OUT-FILE RECORD
014244             INVALID KEY
014245                 MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014246         END-DELETE
014247         IF NOT DL100-MASTER-ACTION-OK
014248             DISPLAY "DL100: RE-KEY - NEW KEY " WS-REKEY-NEW-KEY
014249                 " CANNOT BE BACKED OUT - STATUS "
014250                 DL100-MASTER-STATUS
014251             MOVE 16 TO RETURN-CODE
014252             GO TO 9999-EXIT
014253         END-IF
014254         MOVE "RE-KEY - OLD KEY DELETE FAILED"
014255             TO DL100-REJECT-REASON
014256         PERFORM 6000-WRITE-REJECT THRU 6000-EXIT
014257         GO TO 4400-EXIT
014258     END-IF.
014259     ADD 1 TO DL100-RECORDS-WRITTEN-CT.
014260     ADD 1 TO DL100-TOTAL-WRITTEN-CT.
014261     ADD 1 TO DL100-REKEYS-CT.
014262     ADD 1 TO DL100-SRC-WRITTEN-CT (DL100-CURR-SOURCE).
014263     MOVE "D"              TO DL100-JRNL-ACTION.
014264     MOVE SPACES           TO DL100-AFTER-IMAGE.
014265     MOVE WS-REKEY-NEW-KEY TO DL100-JRNL-LINK-KEY.
014266     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
014267     MOVE DL100-BEFORE-IMAGE TO DB-RECORD.
014268     MOVE WS-REKEY-NEW-KEY TO DB-RECORD-KEY.
014269     MOVE "W"              TO DL100-JRNL-ACTION.
014270     MOVE SPACES           TO DL100-BEFORE-IMAGE.
014271     MOVE DB-RECORD        TO DL100-AFTER-IMAGE.
014272     MOVE WS-REKEY-OLD-KEY TO DL100-JRNL-LINK-KEY.
014273     PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT.
014274     PERFORM 8400-WRITE-REKEY-AUDIT THRU 8400-EXIT.
014275     MOVE ZERO TO DB-RECORD-NUMERIC-FIELD.
014276     PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT.
014277 4400-EXIT.
014278     EXIT.
014279*----------------------------------------------------------------
014280* 4500-APPLY-DELETE REMOVES THE KEYED RECORD FROM THE MASTER.
014281* A DELETE FOR A KEY THAT IS NOT ON THE MASTER IS REJECTED WITH
014282* ITS OWN REASON.  THE SOURCE SENDS NO VALUE ON A DELETE, SO THE
014283* CONTROL TOTAL IS NOT TOUCHED - BUT BILLING IS SENT A REVERSAL
014284* OF THE AMOUNT THE DELETED RECORD LAST BILLED.
014285*----------------------------------------------------------------
014286 4500-APPLY-DELETE.
014287     MOVE WS-RECORD-KEY TO DB-RECORD-KEY.
014288     PERFORM 4900-FETCH-BEFORE-IMAGE THRU 4900-EXIT.
014289     MOVE "Y" TO DL100-MASTER-ACTION-OK-SW.
014290     DELETE DB-OUT-FILE RECORD
014300         INVALID KEY
014310             MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014381         MOVE "D"    TO DL100-JRNL-ACTION
014382         MOVE SPACES TO DL100-AFTER-IMAGE
014383         PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
014386         PERFORM 5220-WRITE-BILLING-REVERSAL THRU 5220-EXIT
014390         MOVE ZERO TO DB-RECORD-NUMERIC-FIELD
014400         PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT
014410     ELSE
014450 4500-EXIT.
014460     EXIT.
014470*----------------------------------------------------------------
014471* 4550-CHECK-HOLD DECIDES WHETHER AN ADD OR CHANGE IS TOO LARGE
014472* TO POST UNREVIEWED.  IT IS HELD WHEN ITS NEW AMOUNT IS OVER
014473* THE RUN-PARM HOLD LIMIT, OR - FOR A CHANGE - WHEN IT MOVES THE
014474* AMOUNT BY MORE THAN THE HOLD PERCENT OF THE MASTER'S BEFORE
014475* IMAGE (ANY MOVE OFF A ZERO AMOUNT COUNTS).  AN ITEM THAT WOULD
014476* FAIL ON THE MASTER ANYWAY - AN ADD FOR A KEY ALREADY THERE, A
014477* CHANGE FOR ONE THAT IS NOT - IS NOT HELD; IT REJECTS AS IT
014478* ALWAYS DID.  A CHANGE ARRIVES WITH 4900 ALREADY PERFORMED.
014479*----------------------------------------------------------------
014480 4550-CHECK-HOLD.
014481     MOVE "N" TO DL100-HOLD-SW.
014482     MOVE SPACES TO DL100-HOLD-REASON.
014483     IF DL100-HOLD-AMOUNT = ZERO AND DL100-HOLD-PERCENT = ZERO
014484         GO TO 4550-EXIT
014485     END-IF.
014486     IF WS-RECORD-ADD
014487         PERFORM 4900-FETCH-BEFORE-IMAGE THRU 4900-EXIT
014488         IF DL100-BEFORE-IMAGE NOT = SPACES
014489             GO TO 4550-EXIT
014490         END-IF
014491     ELSE
014492         IF DL100-BEFORE-IMAGE = SPACES
014493             GO TO 4550-EXIT
014494         END-IF
014495     END-IF.
014496     IF DL100-HOLD-AMOUNT > ZERO
014497        AND DB-RECORD-NUMERIC-FIELD > DL100-HOLD-AMOUNT
014498         MOVE "AMOUNT OVER HOLD LIMIT" TO DL100-HOLD-REASON
014499         SET DL100-HOLD-ITEM TO TRUE
014500         GO TO 4550-EXIT
014501     END-IF.
014502     IF WS-RECORD-ADD OR DL100-HOLD-PERCENT = ZERO
014503         GO TO 4550-EXIT
014504     END-IF.
014505     IF DB-RECORD-NUMERIC-FIELD > DL100-BEFORE-AMOUNT
014506         SUBTRACT DL100-BEFORE-AMOUNT FROM DB-RECORD-NUMERIC-FIELD
014507             GIVING DL100-HOLD-MOVE
014508     ELSE
014509         SUBTRACT DB-RECORD-NUMERIC-FIELD FROM DL100-BEFORE-AMOUNT
014510             GIVING DL100-HOLD-MOVE
014511     END-IF.
014512     MULTIPLY DL100-HOLD-MOVE BY 100 GIVING DL100-HOLD-MOVE-PCT.
014513     MULTIPLY DL100-BEFORE-AMOUNT BY DL100-HOLD-PERCENT
014514         GIVING DL100-HOLD-ALLOWED.
014515     IF DL100-HOLD-MOVE-PCT > DL100-HOLD-ALLOWED
014516         MOVE "CHANGE OVER HOLD PERCENT" TO DL100-HOLD-REASON
014517         SET DL100-HOLD-ITEM TO TRUE
014518     END-IF.
014519 4550-EXIT.
014520     EXIT.
014521*----------------------------------------------------------------
014522* 4560-WRITE-HOLD PUTS THE CONVERTED RECORD ON THE HOLD FILE IN
014523* PLACE OF POSTING IT, WITH THE MASTER'S AMOUNT AT THE TIME AND
014524* THE REASON.  NOTHING IS AUDITED, JOURNALED OR BILLED UNTIL
014525* DL270 RELEASES IT.  THE HELD AMOUNT IS KEPT APART FROM THE
014526* CONTROL TOTAL SO THE TRAILER STILL TIES OUT, AND THE KEY IS
014527* REMEMBERED SO A SECOND RECORD FOR IT THIS RUN IS A DUPLICATE.
014528*----------------------------------------------------------------
014529 4560-WRITE-HOLD.
014530     MOVE WS-RECORD-TRANS-CODE     TO DB-HOLD-TRANS-CODE.
014531     MOVE DB-RECORD                TO DB-HOLD-DATA.
014532     MOVE DL100-NUMERIC-FIELD-ORIG TO DB-HOLD-ORIG-VALUE.
014533     MOVE DL100-BILLING-PERIOD     TO DB-HOLD-PERIOD.
014534     MOVE DL100-BEFORE-AMOUNT      TO DB-HOLD-BEFORE-AMOUNT.
014535     MOVE DL100-HOLD-REASON        TO DB-HOLD-REASON.
014536     MOVE DL100-BUSINESS-DATE      TO DB-HOLD-DATE.
014537     MOVE DL100-RUN-ID             TO DB-HOLD-RUN-ID.
014538     WRITE DB-HOLD-RECORD.
014539     ADD 1 TO DL100-HELD-CT.
014540     ADD DB-RECORD-NUMERIC-FIELD TO DL100-HELD-TOTAL.
014541     ADD 1 TO DL100-SRC-HELD-CT (DL100-CURR-SOURCE).
014542     ADD DB-RECORD-NUMERIC-FIELD
014543         TO DL100-SRC-HELD-TOTAL (DL100-CURR-SOURCE).
014544     PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT.
014545 4560-EXIT.
014546     EXIT.
014547*----------------------------------------------------------------
014548* 4600-APPLY-ADD WRITES A NEW KEYED RECORD TO THE MASTER.  AN
014549* ADD FOR A KEY ALREADY ON THE MASTER IS REJECTED - THE SOURCE
014550* SHOULD HAVE SENT A CHANGE.  AN ADD OVER THE HOLD LIMIT GOES
014551* TO THE HOLD FILE INSTEAD.
014552*----------------------------------------------------------------
014553 4600-APPLY-ADD.
014554     PERFORM 4550-CHECK-HOLD THRU 4550-EXIT.
014555     IF DL100-HOLD-ITEM
014556         PERFORM 4560-WRITE-HOLD THRU 4560-EXIT
014557         GO TO 4600-EXIT
014558     END-IF.
014559     MOVE "Y" TO DL100-MASTER-ACTION-OK-SW.
014560     WRITE DB-RECORD
014561         INVALID KEY
014562             MOVE "N" TO DL100-MASTER-ACTION-OK-SW
014570     END-WRITE.
014580     IF DL100-MASTER-ACTION-OK
014590         ADD 1 TO DL100-RECORDS-WRITTEN-CT
014750*----------------------------------------------------------------
014760* 4700-APPLY-CHANGE REWRITES THE KEYED RECORD ON THE MASTER.  A
014770* CHANGE FOR A KEY THAT IS NOT ON THE MASTER IS REJECTED - THE
014776* SOURCE SHOULD HAVE SENT AN ADD.  A CHANGE OVER THE HOLD LIMIT
014782* OR HOLD PERCENT GOES TO THE HOLD FILE INSTEAD.
014790*----------------------------------------------------------------
014800 4700-APPLY-CHANGE.
014801     PERFORM 4900-FETCH-BEFORE-IMAGE THRU 4900-EXIT.
014802     PERFORM 4550-CHECK-HOLD THRU 4550-EXIT.
014803     IF DL100-HOLD-ITEM
014804         PERFORM 4560-WRITE-HOLD THRU 4560-EXIT
014805         GO TO 4700-EXIT
014806     END-IF.
014810     MOVE "Y" TO DL100-MASTER-ACTION-OK-SW.
014820     REWRITE DB-RECORD
014830         INVALID KEY
014941         MOVE "R"       TO DL100-JRNL-ACTION
014942         MOVE DB-RECORD TO DL100-AFTER-IMAGE
014943         PERFORM 8300-WRITE-JOURNAL THRU 8300-EXIT
014951         PERFORM 5210-WRITE-BILLING-ADJUSTMENT THRU 5210-EXIT
014960         PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT
014970     ELSE
014980         MOVE "CHANGE - KEY NOT ON MASTER"
015220     IF WS-RECORD-DELETE
015230         ADD 1 TO DL100-DELETES-CT
015240         PERFORM 8200-WRITE-DELETE-AUDIT THRU 8200-EXIT
015242         GO TO 4800-REMEMBER
015244     END-IF.
015246     IF WS-RECORD-REKEY
015248         ADD 1 TO DL100-REKEYS-CT
015250         PERFORM 8400-WRITE-REKEY-AUDIT THRU 8400-EXIT
015252     ELSE
015260         IF WS-RECORD-ADD
015270             ADD 1 TO DL100-ADDS-CT
015280         ELSE
015330             TO DL100-SRC-CONTROL-TOTAL (DL100-CURR-SOURCE)
015340         PERFORM 8000-WRITE-AUDIT-ENTRIES THRU 8000-EXIT
015350     END-IF.
015355 4800-REMEMBER.
015360     PERFORM 2700-REMEMBER-KEY THRU 2700-EXIT.
015370 4800-EXIT.
015380     EXIT.
015385* READ, SINCE THE READ LANDS IN THE SAME DB-RECORD AREA.  A KEY
015386* NOT ON THE MASTER LEAVES THE BEFORE IMAGE BLANK - THE REWRITE
015387* OR DELETE THAT FOLLOWS WILL FAIL AND NOTHING IS JOURNALED.
015388* THE BEFORE IMAGE'S BILLING FIELDS AND AMOUNT ARE KEPT TOO,
015389* FOR THE ADJUSTMENT OR REVERSAL THE ACTION BILLS.
015390*----------------------------------------------------------------
015391 4900-FETCH-BEFORE-IMAGE.
015392     MOVE DB-RECORD TO DL100-NEW-RECORD-SAVE.
015393     MOVE SPACES TO DL100-BEFORE-IMAGE.
015394     MOVE SPACES TO DL100-BEFORE-FIELD1.
015395     MOVE SPACES TO DL100-BEFORE-FIELD3.
015396     MOVE ZERO   TO DL100-BEFORE-AMOUNT.
015397     READ DB-OUT-FILE
015398         INVALID KEY
015399             CONTINUE
015400         NOT INVALID KEY
015401             MOVE DB-RECORD TO DL100-BEFORE-IMAGE
015402             MOVE DB-RECORD-FIELD1 TO DL100-BEFORE-FIELD1
015403             MOVE DB-RECORD-FIELD3 TO DL100-BEFORE-FIELD3
015404             MOVE DB-RECORD-NUMERIC-FIELD TO DL100-BEFORE-AMOUNT
015405     END-READ.
015406     MOVE DL100-NEW-RECORD-SAVE TO DB-RECORD.
015407 4900-EXIT.
015408     EXIT.
015409*----------------------------------------------------------------
015410* 5100-WRITE-PREVIEW-LINE IS USED INSTEAD OF WRITING DB-RECORD
015411* WHEN DL100-RUN-MODE IS VALIDATE.  THE CONVERTED FIELDS GO TO THE
015420* PREVIEW LINE ON RECON-RPT-FILE ONLY; NOTHING IS COMMITTED.
015430*----------------------------------------------------------------
015440 5100-WRITE-PREVIEW-LINE.
015540* 5200-WRITE-BILLING-RECORD FEEDS THE BILLING DEPARTMENT'S
015550* DOWNSTREAM INTERFACE FILE WITH THE TWO FIELDS IT NEEDS, PLUS
015560* THE BILLING PERIOD THIS RUN IS POSTING AGAINST.  PERFORMED
015566* ONLY WHEN A RECORD IS ACTUALLY WRITTEN TO DB-OUT-FILE.  AN
015572* ADD BILLS A CHARGE OF THE FULL AMOUNT.
015580*----------------------------------------------------------------
015590 5200-WRITE-BILLING-RECORD.
015595     MOVE SPACES             TO BILL-INTERFACE-RECORD.
015600     MOVE DB-RECORD-FIELD1   TO BILL-IF-FIELD1.
015610     MOVE DB-RECORD-FIELD3   TO BILL-IF-FIELD3.
015620     MOVE DL100-BILLING-PERIOD TO BILL-IF-PERIOD.
015621     MOVE DB-RECORD-NUMERIC-FIELD TO BILL-IF-AMOUNT.
015624     SET BILL-IF-CHARGE      TO TRUE.
015627     SET BILL-IF-DEBIT       TO TRUE.
015630     WRITE BILL-INTERFACE-RECORD.
015635     ADD DB-RECORD-NUMERIC-FIELD TO DL100-BILL-CHG-TOTAL.
015640 5200-EXIT.
015650     EXIT.
015651*----------------------------------------------------------------
015652* 5210-WRITE-BILLING-ADJUSTMENT BILLS AN APPLIED CHANGE AS THE
015653* DIFFERENCE BETWEEN THE NEW AMOUNT AND THE BEFORE IMAGE'S -
015654* A DEBIT WHEN IT WENT UP, A CREDIT WHEN IT CAME DOWN - SO A
015655* CORRECTED AMOUNT IS NEVER CHARGED IN FULL A SECOND TIME.  A
015656* CHANGE THAT LEAVES THE AMOUNT ALONE STILL SENDS A ZERO DEBIT,
015657* SO BILLING SEES THE NEW NAME FIELDS.
015658*----------------------------------------------------------------
015659 5210-WRITE-BILLING-ADJUSTMENT.
015660     MOVE SPACES             TO BILL-INTERFACE-RECORD.
015661     MOVE DB-RECORD-FIELD1   TO BILL-IF-FIELD1.
015662     MOVE DB-RECORD-FIELD3   TO BILL-IF-FIELD3.
015663     MOVE DL100-BILLING-PERIOD TO BILL-IF-PERIOD.
015664     SET BILL-IF-ADJUSTMENT  TO TRUE.
015665     IF DB-RECORD-NUMERIC-FIELD < DL100-BEFORE-AMOUNT
015666         SET BILL-IF-CREDIT TO TRUE
015667         COMPUTE BILL-IF-AMOUNT
015668             = DL100-BEFORE-AMOUNT - DB-RECORD-NUMERIC-FIELD
015669         ADD BILL-IF-AMOUNT TO DL100-BILL-ADJ-CREDIT
015670     ELSE
015671         SET BILL-IF-DEBIT TO TRUE
015672         COMPUTE BILL-IF-AMOUNT
015673             = DB-RECORD-NUMERIC-FIELD - DL100-BEFORE-AMOUNT
015674         ADD BILL-IF-AMOUNT TO DL100-BILL-ADJ-DEBIT
015675     END-IF.
015676     WRITE BILL-INTERFACE-RECORD.
015677 5210-EXIT.
015678     EXIT.
015679*----------------------------------------------------------------
015680* 5220-WRITE-BILLING-REVERSAL BILLS AN APPLIED DELETE AS A CREDIT
015681* OF THE AMOUNT THE RECORD LAST BILLED - ITS BEFORE IMAGE'S,
015682* UNDER THE BEFORE IMAGE'S FIELD1 AND FIELD3 - SO BILLING STOPS
015683* CHARGING AN ACCOUNT WE NO LONGER CARRY.
015684*----------------------------------------------------------------
015685 5220-WRITE-BILLING-REVERSAL.
015686     MOVE SPACES              TO BILL-INTERFACE-RECORD.
015687     MOVE DL100-BEFORE-FIELD1 TO BILL-IF-FIELD1.
015688     MOVE DL100-BEFORE-FIELD3 TO BILL-IF-FIELD3.
015689     MOVE DL100-BILLING-PERIOD TO BILL-IF-PERIOD.
015690     MOVE DL100-BEFORE-AMOUNT TO BILL-IF-AMOUNT.
015691     SET BILL-IF-REVERSAL     TO TRUE.
015692     SET BILL-IF-CREDIT       TO TRUE.
015693     WRITE BILL-INTERFACE-RECORD.
015694     ADD DL100-BEFORE-AMOUNT TO DL100-BILL-REV-TOTAL.
015695 5220-EXIT.
015696     EXIT.
015697*----------------------------------------------------------------
015698* 5300-WRITE-BILLING-HEADER AND 5500-WRITE-BILLING-TRAILER
015699* FRAME THE BATCH THIS RUN SENDS TO BILLING, THE SAME HDR/TRL
015700* CONVENTION WE DEMAND OF OUR OWN INBOUND EXTRACTS.  BILLED
015701* RECORDS ARE EXACTLY THE APPLIED ADDS, CHANGES AND DELETES -
015702* CHARGES, ADJUSTMENTS AND REVERSALS - AND THE AMOUNT OF EACH
015703* TYPE ACCUMULATES EXACTLY AS IT BILLS, SO THE TRAILER FIGURES
015704* ARE THE CHECKPOINTED COUNTS AND AMOUNTS AND COVER THE
015705* WHOLE JOB ACROSS A RESTART.  THE TRAILER IS WRITTEN ONLY
015706* WHEN THE BATCH TIES OUT - A FAILED RUN LEAVES THE FILE
015707* UNTERMINATED, WHICH DL400 REFUSES, EXACTLY AS IT SHOULD.
015708*----------------------------------------------------------------
015709 5300-WRITE-BILLING-HEADER.
015710     MOVE SPACES              TO BILL-IF-HDR-RECORD.
015711     MOVE "HDR"               TO BILL-IF-HDR-ID.
015712     MOVE DL100-RUN-ID        TO BILL-IF-HDR-RUN-ID.
015713     MOVE DL100-BUSINESS-DATE TO BILL-IF-HDR-DATE.
015714     WRITE BILL-IF-HDR-RECORD.
015715 5300-EXIT.
015716     EXIT.
015717 5500-WRITE-BILLING-TRAILER.
015718     MOVE SPACES              TO BILL-IF-TRL-RECORD.
015719     MOVE "TRL"               TO BILL-IF-TRL-ID.
015720     COMPUTE BILL-IF-TRL-COUNT
015721         = DL100-ADDS-CT + DL100-CHANGES-CT + DL100-DELETES-CT.
015722     COMPUTE BILL-IF-TRL-AMOUNT
015723         = DL100-BILL-CHG-TOTAL + DL100-BILL-ADJ-DEBIT
015724         + DL100-BILL-ADJ-CREDIT + DL100-BILL-REV-TOTAL.
015725     COMPUTE BILL-IF-TRL-NET-AMOUNT
015726         = DL100-BILL-CHG-TOTAL + DL100-BILL-ADJ-DEBIT
015727         - DL100-BILL-ADJ-CREDIT - DL100-BILL-REV-TOTAL.
015728     MOVE DL100-ADDS-CT        TO BILL-IF-TRL-CHG-COUNT.
015729     MOVE DL100-BILL-CHG-TOTAL TO BILL-IF-TRL-CHG-AMOUNT.
015730     MOVE DL100-CHANGES-CT     TO BILL-IF-TRL-ADJ-COUNT.
015731     COMPUTE BILL-IF-TRL-ADJ-GROSS
015732         = DL100-BILL-ADJ-DEBIT + DL100-BILL-ADJ-CREDIT.
015733     COMPUTE BILL-IF-TRL-ADJ-NET
015734         = DL100-BILL-ADJ-DEBIT - DL100-BILL-ADJ-CREDIT.
015735     MOVE DL100-DELETES-CT     TO BILL-IF-TRL-REV-COUNT.
015736     MOVE DL100-BILL-REV-TOTAL TO BILL-IF-TRL-REV-AMOUNT.
015737     WRITE BILL-IF-TRL-RECORD.
015738 5500-EXIT.
015739     EXIT.
015740*----------------------------------------------------------------
015741* 5600-WRITE-EXCP-HEADING STARTS A FRESH EDIT EXCEPTIONS REPORT.
015742* A RESTART APPENDS TO THE PRIOR ATTEMPT'S REPORT INSTEAD.
015743*----------------------------------------------------------------
015744 5600-WRITE-EXCP-HEADING.
015745     MOVE DL100-RUN-ID          TO DL100-EXCP-HDG-RUN-ID.
015746     MOVE DL100-EXCP-HEADING    TO EDIT-EXCP-LINE.
015747     WRITE EDIT-EXCP-LINE.
015748     MOVE DL100-EXCP-COLUMNS    TO EDIT-EXCP-LINE.
015749     WRITE EDIT-EXCP-LINE.
015750 5600-EXIT.
015751     EXIT.
015752*----------------------------------------------------------------
015753* 5700-WRITE-EDIT-EXCEPTION LISTS ONE FAILED WARNING RULE
015754* AGAINST THE DETAIL THAT FAILED IT, WITH THE VALUE TESTED.
015755*----------------------------------------------------------------
015756 5700-WRITE-EDIT-EXCEPTION.
015757     MOVE WS-RECORD-KEY         TO DL100-EXCP-KEY.
015758     MOVE DL100-EDIT-SOURCE     TO DL100-EXCP-SOURCE.
015759     MOVE WS-RECORD-TRANS-CODE  TO DL100-EXCP-TRANS.
015760     MOVE DL100-RL-NAME (DL100-RULE-IDX)  TO DL100-EXCP-RULE.
015761     MOVE DL100-RL-FIELD (DL100-RULE-IDX) TO DL100-EXCP-FIELD.
015762     MOVE DL100-EDIT-RESULT     TO DL100-EXCP-RESULT.
015763     MOVE DL100-EDIT-VALUE      TO DL100-EXCP-VALUE.
015764     MOVE DL100-EXCP-DETAIL     TO EDIT-EXCP-LINE.
015765     WRITE EDIT-EXCP-LINE.
015766 5700-EXIT.
015767     EXIT.
015768*----------------------------------------------------------------
015769* 6000-WRITE-REJECT IS PERFORMED WHEN THE NUMERIC FIELD FAILS
015770* VALIDATION.  THE ORIGINAL VALUE AND THE REASON GO TO
015771* DB-REJECT-FILE SO THE RUN CAN KEEP MOVING INSTEAD OF ABENDING.
015772*----------------------------------------------------------------
015773 6000-WRITE-REJECT.
015774     MOVE WS-RECORD-KEY           TO DB-REJECT-KEY.
015775     MOVE WS-RECORD-FIELD1        TO DB-REJECT-FIELD1.
015776     MOVE WS-RECORD-FIELD2        TO DB-REJECT-FIELD2.
015777     MOVE WS-RECORD-FIELD3        TO DB-REJECT-FIELD3.
015778     MOVE DL100-NUMERIC-FIELD-ORIG TO DB-REJECT-ORIGINAL-VALUE.
015779     MOVE DL100-REJECT-REASON     TO DB-REJECT-REASON.
015780     MOVE WS-RECORD-TRANS-CODE    TO DB-REJECT-TRANS-CODE.
015781*    A DETAIL REJECTED FOR ITS OWN SOURCE CODE IS CHARGED TO
015782*    THE REGION WHOSE FILE IT ARRIVED ON.
015790     IF WS-RECORD-SOURCE-CODE NOT = SPACES
015791        AND DL100-REC-CODE-OK
015800         MOVE WS-RECORD-SOURCE-CODE TO DB-REJECT-SOURCE-CODE
015810     ELSE
015820         MOVE DL100-SRC-CODE (DL100-CURR-SOURCE)
016120     MOVE DL100-ADDS-CT             TO CHECKPOINT-ADDS-APPLIED.
016130     MOVE DL100-CHANGES-CT          TO CHECKPOINT-CHANGES-APPLIED.
016140     MOVE DL100-DELETES-CT          TO CHECKPOINT-DELETES-APPLIED.
016142     MOVE DL100-BILL-CHG-TOTAL      TO CHECKPOINT-BILL-CHG-TOTAL.
016144     MOVE DL100-BILL-ADJ-DEBIT      TO CHECKPOINT-BILL-ADJ-DEBIT.
016146     MOVE DL100-BILL-ADJ-CREDIT     TO CHECKPOINT-BILL-ADJ-CREDIT.
016148     MOVE DL100-BILL-REV-TOTAL      TO CHECKPOINT-BILL-REV-TOTAL.
016149     MOVE DL100-HELD-CT             TO CHECKPOINT-HELD-COUNT.
016150     MOVE DL100-HELD-TOTAL          TO CHECKPOINT-HELD-TOTAL.
016151     MOVE DL100-REKEYS-CT           TO CHECKPOINT-REKEYS-APPLIED.
016155     PERFORM 7100-SAVE-ONE-SOURCE THRU 7100-EXIT
016160         VARYING DL100-SOURCE-IDX FROM 1 BY 1
016170         UNTIL DL100-SOURCE-IDX > 20.
016180     WRITE CHECKPOINT-RECORD.
016190     CLOSE CHECKPOINT-FILE.
016200 7000-EXIT.
016280         TO CHECKPOINT-SRC-DUPED (DL100-SOURCE-IDX).
016290     MOVE DL100-SRC-CONTROL-TOTAL (DL100-SOURCE-IDX)
016300         TO CHECKPOINT-SRC-TOTAL (DL100-SOURCE-IDX).
016302     MOVE DL100-SRC-HELD-CT (DL100-SOURCE-IDX)
016304         TO CHECKPOINT-SRC-HELD (DL100-SOURCE-IDX).
016306     MOVE DL100-SRC-HELD-TOTAL (DL100-SOURCE-IDX)
016308         TO CHECKPOINT-SRC-HELD-TOTAL (DL100-SOURCE-IDX).
016310 7100-EXIT.
016320     EXIT.
016330*----------------------------------------------------------------
016770     MOVE "DELETED"            TO DL100-AUDIT-NEW-VALUE.
016780     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
016790 8200-EXIT.
016791     EXIT.
016792*----------------------------------------------------------------
016793* 8300-WRITE-JOURNAL APPENDS ONE BEFORE/AFTER IMAGE RECORD TO
016794* THE CHANGE JOURNAL FOR AN ACTION JUST APPLIED TO THE MASTER.
016795* THE CALLER SETS THE ACTION CODE AND THE IMAGES; THE KEY, RUN
016796* TIMESTAMP AND RUN ID ARE STAMPED HERE.
016797*----------------------------------------------------------------
016798 8300-WRITE-JOURNAL.
016799     MOVE DL100-JRNL-ACTION      TO DB-JRNL-ACTION.
016800     MOVE DB-RECORD-KEY          TO DB-JRNL-KEY.
016801     MOVE DL100-RUN-TIMESTAMP    TO DB-JRNL-TIMESTAMP.
016802     MOVE DL100-RUN-ID           TO DB-JRNL-RUN-ID.
016803     MOVE DL100-BEFORE-IMAGE     TO DB-JRNL-BEFORE-IMAGE.
016804     MOVE DL100-AFTER-IMAGE      TO DB-JRNL-AFTER-IMAGE.
016805     MOVE DL100-JRNL-LINK-KEY    TO DB-JRNL-LINK-KEY.
016806     WRITE DB-JOURNAL-RECORD.
016807     MOVE SPACES                 TO DL100-JRNL-LINK-KEY.
016808 8300-EXIT.
016809     EXIT.
016810*----------------------------------------------------------------
016811* 8400-WRITE-REKEY-AUDIT WRITES THE PAIR OF AUDIT ENTRIES THAT
016812* TIE A RE-KEYED ACCOUNT'S TWO KEYS TOGETHER: "RE-KEYED TO"
016813* UNDER THE OLD KEY AND "RE-KEYED FROM" UNDER THE NEW, EACH
016814* WITH THE OLD KEY AS ITS OLD VALUE AND THE NEW KEY AS ITS NEW
016815* VALUE, SO DL300, DL600 AND DL700 CAN FOLLOW THE HISTORY
016816* ACROSS THE RENUMBERING FROM EITHER END.
016817*----------------------------------------------------------------
016818 8400-WRITE-REKEY-AUDIT.
016819     MOVE WS-REKEY-OLD-KEY     TO DL100-AUDIT-OLD-VALUE.
016820     MOVE WS-REKEY-NEW-KEY     TO DL100-AUDIT-NEW-VALUE.
016821     MOVE WS-REKEY-OLD-KEY     TO DB-RECORD-KEY.
016822     MOVE "RE-KEYED TO"        TO DL100-AUDIT-FIELD-NAME.
016823     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
016824     MOVE WS-REKEY-NEW-KEY     TO DB-RECORD-KEY.
016825     MOVE "RE-KEYED FROM"      TO DL100-AUDIT-FIELD-NAME.
016826     PERFORM 8100-WRITE-AUDIT-ENTRY THRU 8100-EXIT.
016827 8400-EXIT.
016828     EXIT.
016829*----------------------------------------------------------------
016830* 8500-START-STEP RECORDS THIS RUN'S START ON THE STEP CONTROL
016831* FILE UNDER THE CALENDAR'S BUSINESS DATE (THE WALL CLOCK WHEN
016832* THERE IS NO CALENDAR), THEN HOLDS THE RUN TO ITS PREDECESSORS
016833* FOR THAT DATE.
016834*----------------------------------------------------------------
016835 8500-START-STEP.
016836     ACCEPT DL100-STEP-DATE-8 FROM DATE YYYYMMDD.
016837     MOVE DL100-STEP-DATE-8 TO DL100-STEP-BUS-DATE.
016838     OPEN INPUT RUN-CAL-FILE.
016839     IF DL100-RUN-CAL-STATUS = "00"
016840         READ RUN-CAL-FILE
016841             AT END
016842                 CONTINUE
016843             NOT AT END
016844                 IF RUN-CAL-BUSINESS-DATE IS NUMERIC
016845                    AND RUN-CAL-BUSINESS-DATE > ZERO
016846                     MOVE RUN-CAL-BUSINESS-DATE
016847                         TO DL100-STEP-BUS-DATE
016848                 END-IF
016849         END-READ
016850         CLOSE RUN-CAL-FILE
016851     END-IF.
016852     MOVE SPACES TO STEP-CTL-RECORD.
016853     MOVE "S" TO STEP-CTL-EVENT.
016854     MOVE ZERO TO STEP-CTL-RETURN-CODE STEP-CTL-COUNT-1
016855         STEP-CTL-COUNT-2 STEP-CTL-COUNT-3 STEP-CTL-COUNT-4
016856         STEP-CTL-COUNT-5.
016863     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
016864     SET DL100-STEP-STARTED TO TRUE.
016865     PERFORM 8600-CHECK-PREDECESSORS THRU 8600-EXIT.
016866 8500-EXIT.
016867     EXIT.
016868*----------------------------------------------------------------
016869* 8550-WRITE-STEP-RECORD STAMPS THE RECORD BUILT BY THE CALLER
016870* WITH THE BUSINESS DATE, THE JOB AND THE TIME AND APPENDS IT.
016871* THE FIRST RECORD EVER WRITTEN CREATES THE FILE.
016872*----------------------------------------------------------------
016873 8550-WRITE-STEP-RECORD.
016874     MOVE DL100-STEP-BUS-DATE TO STEP-CTL-BUSINESS-DATE.
016875     MOVE "DL100" TO STEP-CTL-JOB.
016876     MOVE DL100-STREAM-ID TO STEP-CTL-STREAM-ID.
016877     ACCEPT DL100-STEP-DATE-8 FROM DATE YYYYMMDD.
016878     ACCEPT DL100-STEP-TIME-8 FROM TIME.
016879     MOVE DL100-STEP-DATE-8 TO STEP-CTL-TIMESTAMP (1:8).
016880     MOVE DL100-STEP-TIME-8 (1:6) TO STEP-CTL-TIMESTAMP (9:6).
016881     OPEN EXTEND STEP-CTL-FILE.
016882     IF DL100-STEPCTL-STATUS = "35"
016883         OPEN OUTPUT STEP-CTL-FILE
016884     END-IF.
016885     WRITE STEP-CTL-FILE-RECORD FROM STEP-CTL-RECORD.
016886     CLOSE STEP-CTL-FILE.
016887 8550-EXIT.
016888     EXIT.
016889*----------------------------------------------------------------
016890* 8600-CHECK-PREDECESSORS HOLDS THE RUN TO THE STEPS THAT MUST
016891* HAVE COMPLETED BEFORE IT FOR THE SAME BUSINESS DATE.  ONE
016892* THAT NEVER RAN, NEVER ENDED, OR ENDED ABOVE RETURN CODE 4
016893* REFUSES THE RUN WITH RETURN CODE 12 - UNLESS A STEPOVRD
016894* CARD FOR THIS JOB AND DATE NAMES THE OPERATOR TAKING IT ON,
016895* IN WHICH CASE EACH STEP PASSED OVER IS LOGGED ON STEPCTL.
016896*----------------------------------------------------------------
016897 8600-CHECK-PREDECESSORS.
016898     MOVE "N" TO DL100-PRED-BLOCKED-SW.
016899     PERFORM 8610-CLEAR-ONE-PRED THRU 8610-EXIT
016900         VARYING DL100-PRED-IDX FROM 1 BY 1
016901         UNTIL DL100-PRED-IDX > DL100-PRED-CT.
016902     OPEN INPUT STEP-CTL-FILE.
016903     IF DL100-STEPCTL-STATUS = "00"
016904         PERFORM 8650-SCAN-ONE-STEP THRU 8650-EXIT
016905             UNTIL DL100-STEPCTL-EOF
016906         CLOSE STEP-CTL-FILE
016907     END-IF.
016908     PERFORM 8700-JUDGE-ONE-PRED THRU 8700-EXIT
016909         VARYING DL100-PRED-IDX FROM 1 BY 1
016910         UNTIL DL100-PRED-IDX > DL100-PRED-CT.
016911     IF NOT DL100-PRED-BLOCKED
016912         GO TO 8600-EXIT
016913     END-IF.
016914     PERFORM 8750-READ-OVERRIDE THRU 8750-EXIT.
016915     IF DL100-STEP-OVERRIDE-OPER = SPACES
016916         DISPLAY "DL100: PREDECESSORS NOT COMPLETE FOR BUSINESS "
016917             "DATE " DL100-STEP-BUS-DATE " - RUN REFUSED"
016918         DISPLAY "DL100: SUPPLY A STEPOVRD CARD TO OVERRIDE"
016919         MOVE 12 TO RETURN-CODE
016920         GO TO 9999-EXIT
016921     END-IF.
016922     DISPLAY "DL100: PREDECESSOR CHECK OVERRIDDEN BY "
016923         DL100-STEP-OVERRIDE-OPER.
016924     PERFORM 8800-LOG-ONE-OVERRIDE THRU 8800-EXIT
016925         VARYING DL100-PRED-IDX FROM 1 BY 1
016926         UNTIL DL100-PRED-IDX > DL100-PRED-CT.
016927 8600-EXIT.
016928     EXIT.
016929 8610-CLEAR-ONE-PRED.
016930     MOVE "M"  TO DL100-PRED-STATE (DL100-PRED-IDX).
016931     MOVE "M"  TO DL100-PRED-ALT-STATE (DL100-PRED-IDX).
016932     MOVE ZERO TO DL100-PRED-RC (DL100-PRED-IDX).
016933 8610-EXIT.
016934     EXIT.
016935*----------------------------------------------------------------
016936* 8650-SCAN-ONE-STEP READS ONE STEP CONTROL RECORD.  THE FILE
016937* IS IN TIME ORDER, SO THE LAST START OR END SEEN FOR A
016938* PREDECESSOR ON THIS BUSINESS DATE IS ITS STANDING.
016939*----------------------------------------------------------------
016940 8650-SCAN-ONE-STEP.
016941     READ STEP-CTL-FILE INTO STEP-CTL-RECORD
016942         AT END
016943             SET DL100-STEPCTL-EOF TO TRUE
016944             GO TO 8650-EXIT
016945     END-READ.
016946     IF STEP-CTL-BUSINESS-DATE NOT = DL100-STEP-BUS-DATE
016947        OR STEP-CTL-OVERRIDDEN
016948         GO TO 8650-EXIT
016949     END-IF.
016950     PERFORM 8660-NOTE-ONE-PRED THRU 8660-EXIT
016951         VARYING DL100-PRED-IDX FROM 1 BY 1
016952         UNTIL DL100-PRED-IDX > DL100-PRED-CT.
016953 8650-EXIT.
016954     EXIT.
016955*----------------------------------------------------------------
016956* 8660-NOTE-ONE-PRED MARKS A PREDECESSOR "R" ON A START, AND
016957* "C" OR "F" ON AN END BY ITS RETURN CODE.  THE STAND-IN STEP,
016958* WHERE THERE IS ONE, COUNTS ONLY AS A WHOLE-FILE RUN - A
016959* SPLIT STREAM DOES NOT STAND IN FOR ANYTHING.
016960*----------------------------------------------------------------
016961 8660-NOTE-ONE-PRED.
016962     IF STEP-CTL-JOB = DL100-PRED-JOB (DL100-PRED-IDX)
016963         IF STEP-CTL-STARTED
016964             MOVE "R" TO DL100-PRED-STATE (DL100-PRED-IDX)
016965         ELSE
016966             MOVE STEP-CTL-RETURN-CODE
016967                 TO DL100-PRED-RC (DL100-PRED-IDX)
016968             IF STEP-CTL-RETURN-CODE > 4
016969                 MOVE "F" TO DL100-PRED-STATE (DL100-PRED-IDX)
016970             ELSE
016971                 MOVE "C" TO DL100-PRED-STATE (DL100-PRED-IDX)
016972             END-IF
016973         END-IF
016974     END-IF.
016975     IF DL100-PRED-ALT-JOB (DL100-PRED-IDX) NOT = SPACES
016976        AND STEP-CTL-JOB = DL100-PRED-ALT-JOB (DL100-PRED-IDX)
016977        AND STEP-CTL-STREAM-ID = SPACE
016978         IF STEP-CTL-ENDED AND STEP-CTL-RETURN-CODE NOT > 4
016979             MOVE "C" TO DL100-PRED-ALT-STATE (DL100-PRED-IDX)
016980         ELSE
016981             MOVE "M" TO DL100-PRED-ALT-STATE (DL100-PRED-IDX)
016982         END-IF
016983     END-IF.
016984 8660-EXIT.
016985     EXIT.
016986*----------------------------------------------------------------
016987* 8700-JUDGE-ONE-PRED NAMES, ON THE CONSOLE, EACH PREDECESSOR
016988* THAT IS NOT COMPLETE AND WHY.
016989*----------------------------------------------------------------
016990 8700-JUDGE-ONE-PRED.
016991     IF DL100-PRED-STATE (DL100-PRED-IDX) = "C"
016992        OR DL100-PRED-ALT-STATE (DL100-PRED-IDX) = "C"
016993         GO TO 8700-EXIT
016994     END-IF.
016995     SET DL100-PRED-BLOCKED TO TRUE.
016996     IF DL100-PRED-STATE (DL100-PRED-IDX) = "M"
016997         DISPLAY "DL100: " DL100-PRED-JOB (DL100-PRED-IDX)
016998             " HAS NOT RUN FOR BUSINESS DATE " DL100-STEP-BUS-DATE
016999     END-IF.
017000     IF DL100-PRED-STATE (DL100-PRED-IDX) = "R"
017001         DISPLAY "DL100: " DL100-PRED-JOB (DL100-PRED-IDX)
017002             " STARTED BUT NEVER ENDED FOR BUSINESS DATE "
017003             DL100-STEP-BUS-DATE
017004     END-IF.
017005     IF DL100-PRED-STATE (DL100-PRED-IDX) = "F"
017006         DISPLAY "DL100: " DL100-PRED-JOB (DL100-PRED-IDX)
017007             " ENDED WITH RETURN CODE "
017008             DL100-PRED-RC (DL100-PRED-IDX)
017009             " FOR BUSINESS DATE " DL100-STEP-BUS-DATE
017010     END-IF.
017011 8700-EXIT.
017012     EXIT.
017013*----------------------------------------------------------------
017014* 8750-READ-OVERRIDE LOOKS FOR AN OPERATOR'S STEPOVRD CARD FOR
017015* THIS JOB AND BUSINESS DATE.  A CARD FOR ANOTHER DAY, OR ONE
017016* WITH NO OPERATOR, OVERRIDES NOTHING.
017017*----------------------------------------------------------------
017018 8750-READ-OVERRIDE.
017019     MOVE SPACES TO DL100-STEP-OVERRIDE-OPER.
017020     MOVE SPACES TO DL100-STEP-OVERRIDE-REASON.
017021     OPEN INPUT STEP-OVRD-FILE.
017022     IF DL100-STEPOVRD-STATUS NOT = "00"
017023         GO TO 8750-EXIT
017024     END-IF.
017025     PERFORM 8760-READ-ONE-OVERRIDE THRU 8760-EXIT
017026         UNTIL DL100-STEPOVRD-EOF.
017027     CLOSE STEP-OVRD-FILE.
017028 8750-EXIT.
017029     EXIT.
017030 8760-READ-ONE-OVERRIDE.
017031     READ STEP-OVRD-FILE
017032         AT END
017033             SET DL100-STEPOVRD-EOF TO TRUE
017034             GO TO 8760-EXIT
017035     END-READ.
017036     IF STEP-OVRD-JOB = "DL100"
017037        AND STEP-OVRD-BUSINESS-DATE IS NUMERIC
017038        AND STEP-OVRD-BUSINESS-DATE = DL100-STEP-BUS-DATE
017039        AND STEP-OVRD-OPERATOR NOT = SPACES
017040         MOVE STEP-OVRD-OPERATOR TO DL100-STEP-OVERRIDE-OPER
017041         MOVE STEP-OVRD-REASON   TO DL100-STEP-OVERRIDE-REASON
017042     END-IF.
017043 8760-EXIT.
017044     EXIT.
017045*----------------------------------------------------------------
017046* 8800-LOG-ONE-OVERRIDE APPENDS AN OVERRIDE RECORD FOR ONE
017047* PREDECESSOR THE OPERATOR'S CARD PASSED OVER: WHO, WHICH STEP,
017048* ITS STANDING AND THE REASON GIVEN.
017049*----------------------------------------------------------------
017050 8800-LOG-ONE-OVERRIDE.
017051     IF DL100-PRED-STATE (DL100-PRED-IDX) = "C"
017052        OR DL100-PRED-ALT-STATE (DL100-PRED-IDX) = "C"
017053         GO TO 8800-EXIT
017054     END-IF.
017055     MOVE SPACES TO STEP-CTL-RECORD.
017056     MOVE "O" TO STEP-CTL-EVENT.
017057     MOVE ZERO TO STEP-CTL-RETURN-CODE.
017058     MOVE DL100-STEP-OVERRIDE-OPER TO STEP-CTL-OVR-OPERATOR.
017059     MOVE DL100-PRED-JOB (DL100-PRED-IDX)
017060         TO STEP-CTL-OVR-PRED-JOB.
017061     MOVE DL100-PRED-STATE (DL100-PRED-IDX)
017062         TO STEP-CTL-OVR-PRED-STATE.
017063     MOVE DL100-PRED-RC (DL100-PRED-IDX)
017064         TO STEP-CTL-OVR-PRED-RC.
017065     MOVE DL100-STEP-OVERRIDE-REASON TO STEP-CTL-OVR-REASON.
017066     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
017067     DISPLAY "DL100: OVERRIDE LOGGED FOR "
017068         DL100-PRED-JOB (DL100-PRED-IDX) " BY "
017069         DL100-STEP-OVERRIDE-OPER.
017070 8800-EXIT.
017071     EXIT.
017072*----------------------------------------------------------------
017073* 9000-TERMINATE WRITES THE END-OF-RUN RECONCILIATION REPORT SO
017074* THE RUN CAN BE TIED OUT AGAINST THE SOURCE SYSTEM'S TOTALS
017075* BEFORE ANYONE DOWNSTREAM TRUSTS DB-OUT-FILE, AND CLOSES THE
017076* FILES OPENED IN 1000-INITIALIZE.  A CLEAN COMPLETION RESETS THE
017077* CHECKPOINT SO THE NEXT RUN STARTS FROM THE BEGINNING.  IN
017078* VALIDATE MODE THE CONTROL TOTAL LINE IS RELABELED "WOULD-WRITE
017079* TOTAL" SINCE 4000-MOVE-FIELDS STILL ACCUMULATES IT FOR EVERY
017080* VALID RECORD EVEN THOUGH NOTHING IS ACTUALLY WRITTEN, AND THE
017081* PLAIN "CONTROL TOTAL" LABEL NEXT TO A ZERO "RECORDS WRITTEN"
017082* WOULD READ AS A TIE-OUT DISCREPANCY INSTEAD OF THE PREVIEW IT
017083* ACTUALLY IS.
017084*----------------------------------------------------------------
017085 9000-TERMINATE.
017086     MOVE DL100-RUN-MODE            TO DL100-RPT-MODE.
017087     MOVE DL100-RPT-MODE-LINE       TO RECON-RPT-LINE.
017088     WRITE RECON-RPT-LINE.
017089     MOVE DL100-RUN-ID              TO DL100-RPT-RUN-ID.
017090     MOVE DL100-RPT-RUN-ID-LINE     TO RECON-RPT-LINE.
017091     WRITE RECON-RPT-LINE.
017092     MOVE DL100-BUSINESS-DATE       TO DL100-RPT-BUS-DATE.
017093     MOVE DL100-RPT-BUS-DATE-LINE   TO RECON-RPT-LINE.
017094     WRITE RECON-RPT-LINE.
017095     MOVE DL100-RECORDS-READ-CT     TO DL100-RPT-READ-CT.
017096     MOVE DL100-RPT-READ-LINE       TO RECON-RPT-LINE.
017097     WRITE RECON-RPT-LINE.
017098     MOVE DL100-RECORDS-WRITTEN-CT  TO DL100-RPT-WRITTEN-CT.
017099     MOVE DL100-RPT-WRITTEN-LINE    TO RECON-RPT-LINE.
017100     WRITE RECON-RPT-LINE.
017101     MOVE DL100-ADDS-CT             TO DL100-RPT-ADDS-CT.
017110     MOVE DL100-RPT-ADDS-LINE       TO RECON-RPT-LINE.
017120     WRITE RECON-RPT-LINE.
017130     MOVE DL100-CHANGES-CT          TO DL100-RPT-CHANGES-CT.
017160     MOVE DL100-DELETES-CT          TO DL100-RPT-DELETES-CT.
017170     MOVE DL100-RPT-DELETES-LINE    TO RECON-RPT-LINE.
017180     WRITE RECON-RPT-LINE.
017182     MOVE DL100-REKEYS-CT           TO DL100-RPT-REKEYS-CT.
017184     MOVE DL100-RPT-REKEYS-LINE     TO RECON-RPT-LINE.
017186     WRITE RECON-RPT-LINE.
017190     MOVE DL100-RECORDS-REJECTED-CT TO DL100-RPT-REJECTED-CT.
017200     MOVE DL100-RPT-REJECTED-LINE   TO RECON-RPT-LINE.
017210     WRITE RECON-RPT-LINE.
017220     MOVE DL100-RECORDS-DUPED-CT    TO DL100-RPT-DUPED-CT.
017230     MOVE DL100-RPT-DUPED-LINE      TO RECON-RPT-LINE.
017240     WRITE RECON-RPT-LINE.
017241     IF NOT DL100-VALIDATE-MODE AND NOT DL100-SPLIT-MODE
017242         MOVE DL100-HELD-CT             TO DL100-RPT-HELD-CT
017243         MOVE DL100-RPT-HELD-LINE       TO RECON-RPT-LINE
017244         WRITE RECON-RPT-LINE
017245         MOVE DL100-HELD-TOTAL          TO DL100-RPT-HELD-TOT
017246         MOVE DL100-RPT-HELD-TOTAL-LINE TO RECON-RPT-LINE
017247         WRITE RECON-RPT-LINE
017248     END-IF.
017250     IF DL100-VALIDATE-MODE
017260         MOVE "WOULD-WRITE TOTAL..." TO DL100-RPT-CONTROL-LABEL
017270     END-IF.
017310     PERFORM 9100-VALIDATE-BATCH THRU 9100-EXIT.
017320     PERFORM 9300-PRINT-SOURCE-SECTION THRU 9300-EXIT
017330         VARYING DL100-SOURCE-IDX FROM 1 BY 1
017340         UNTIL DL100-SOURCE-IDX > 20.
017350     IF NOT DL100-BATCH-OK
017360         MOVE DL100-RPT-BATCH-ERR-LINE TO RECON-RPT-LINE
017370         WRITE RECON-RPT-LINE
017490     DISPLAY "RECORDS WRITTEN  = " DL100-RECORDS-WRITTEN-CT.
017500     DISPLAY "RECORDS REJECTED = " DL100-RECORDS-REJECTED-CT.
017510     DISPLAY "RECORDS DUPED    = " DL100-RECORDS-DUPED-CT.
017515     DISPLAY "RECORDS HELD     = " DL100-HELD-CT.
017520*    THE EXTRACT STREAMS WERE EACH CLOSED BY 2070-ADVANCE-SOURCE
017530*    AS THEY RAN OUT; ONLY THE OUTPUT FILES REMAIN OPEN HERE.
017540     CLOSE DB-REJECT-FILE.
017545     CLOSE EDIT-EXCP-FILE.
017550     CLOSE RECON-RPT-FILE.
017560     IF NOT DL100-VALIDATE-MODE
017570         IF DL100-SPLIT-MODE
017600         ELSE
017610             CLOSE DB-OUT-FILE
017611             CLOSE DB-JOURNAL-FILE
017615             CLOSE DB-HOLD-FILE
017620         END-IF
017630         IF NOT DL100-SPLIT-MODE
017631             IF DL100-BATCH-OK
017730         END-IF
017740     END-IF.
017750     PERFORM 9600-WRITE-RUN-HISTORY THRU 9600-EXIT.
017752     IF NOT DL100-VALIDATE-MODE AND DL100-BATCH-OK
017754         PERFORM 9650-WRITE-REJECT-HISTORY THRU 9650-EXIT
017756     END-IF.
017760 9000-EXIT.
017770     EXIT.
017780*----------------------------------------------------------------
017830* STREAM SAW ONLY ITS KEY RANGE).  A HEADER WITH NO TRAILER
017840* MEANS THE TRANSMISSION WAS CUT OFF MID-FILE, SO THAT SOURCE
017850* FAILS IN EVERY MODE.  A SOURCE WITH NEITHER IS NOT SENDING
017860* THEM YET AND STILL PASSES - UNLESS THE SOURCE REGISTRY SAYS
017861* IT MUST FRAME ITS EXTRACT, IN WHICH CASE A MISSING HEADER OR
017862* TRAILER FAILS IT.  ANY FAILURE FAILS THE BATCH: CHECKPOINT
017870* LEFT INTACT, RETURN-CODE 8.
017880*----------------------------------------------------------------
017890 9100-VALIDATE-BATCH.
017900     PERFORM 9150-VALIDATE-ONE-SOURCE THRU 9150-EXIT
017910         VARYING DL100-SOURCE-IDX FROM 1 BY 1
017920         UNTIL DL100-SOURCE-IDX > 20.
017930 9100-EXIT.
017940     EXIT.
017950 9150-VALIDATE-ONE-SOURCE.
017960     IF DL100-SRC-PRESENT-SW (DL100-SOURCE-IDX) NOT = "Y"
017970         GO TO 9150-EXIT
017980     END-IF.
017981     IF DL100-SRC-HDR-REQ-SW (DL100-SOURCE-IDX) = "Y"
017982         IF DL100-SRC-HDR-SEEN-SW (DL100-SOURCE-IDX) NOT = "Y"
017983            OR DL100-SRC-TRL-SEEN-SW (DL100-SOURCE-IDX) NOT = "Y"
017984             MOVE "Y" TO DL100-SRC-FRAME-ERR-SW (DL100-SOURCE-IDX)
017985             MOVE "N" TO DL100-BATCH-OK-SW
017986         END-IF
017987     END-IF.
017990     IF DL100-SRC-TRL-SEEN-SW (DL100-SOURCE-IDX) = "Y"
018000*        ON A SPLIT RUN THIS STREAM SAW ONLY ITS KEY RANGE, SO
018010*        THE TRAILER COUNTS CANNOT TIE HERE - DL150 TIES THE
018020*        CONSOLIDATED RUN OUT PER SOURCE INSTEAD.  A MISSING
018030*        TRAILER BEHIND A HEADER IS RANGE-INDEPENDENT, THOUGH:
018040*        A TRUNCATED TRANSMISSION FAILS THE STREAM IN ANY MODE.
018043*        AN ITEM HELD FOR REVIEW WAS SENT BUT NOT POSTED, SO
018046*        ITS AMOUNT IS ADDED BACK BEFORE THE TOTAL IS TIED.
018050         IF NOT DL100-SPLIT-MODE
018052             ADD DL100-SRC-CONTROL-TOTAL (DL100-SOURCE-IDX)
018054                 DL100-SRC-HELD-TOTAL (DL100-SOURCE-IDX)
018056                 GIVING DL100-TIE-TOTAL
018060             IF DL100-SRC-TRL-COUNT (DL100-SOURCE-IDX)
018070                NOT = DL100-SRC-READ-CT (DL100-SOURCE-IDX)
018080                OR DL100-SRC-TRL-TOTAL (DL100-SOURCE-IDX)
018090                NOT = DL100-TIE-TOTAL
018100                 MOVE "N" TO DL100-SRC-OK-SW (DL100-SOURCE-IDX)
018110                 MOVE "N" TO DL100-BATCH-OK-SW
018120             END-IF
018290     MOVE ZERO TO CHECKPOINT-ADDS-APPLIED.
018300     MOVE ZERO TO CHECKPOINT-CHANGES-APPLIED.
018310     MOVE ZERO TO CHECKPOINT-DELETES-APPLIED.
018312     MOVE ZERO TO CHECKPOINT-BILL-CHG-TOTAL.
018314     MOVE ZERO TO CHECKPOINT-BILL-ADJ-DEBIT.
018316     MOVE ZERO TO CHECKPOINT-BILL-ADJ-CREDIT.
018318     MOVE ZERO TO CHECKPOINT-BILL-REV-TOTAL.
018319     MOVE ZERO TO CHECKPOINT-HELD-COUNT.
018320     MOVE ZERO TO CHECKPOINT-HELD-TOTAL.
018321     MOVE ZERO TO CHECKPOINT-REKEYS-APPLIED.
018325     PERFORM 9250-RESET-ONE-SOURCE THRU 9250-EXIT
018330         VARYING DL100-SOURCE-IDX FROM 1 BY 1
018340         UNTIL DL100-SOURCE-IDX > 20.
018350     WRITE CHECKPOINT-RECORD.
018360     CLOSE CHECKPOINT-FILE.
018370 9200-EXIT.
018410     MOVE ZERO TO CHECKPOINT-SRC-REJECTED (DL100-SOURCE-IDX).
018420     MOVE ZERO TO CHECKPOINT-SRC-DUPED (DL100-SOURCE-IDX).
018430     MOVE ZERO TO CHECKPOINT-SRC-TOTAL (DL100-SOURCE-IDX).
018433     MOVE ZERO TO CHECKPOINT-SRC-HELD (DL100-SOURCE-IDX).
018436     MOVE ZERO TO CHECKPOINT-SRC-HELD-TOTAL (DL100-SOURCE-IDX).
018440 9250-EXIT.
018450     EXIT.
018460*----------------------------------------------------------------
018480* RECONCILIATION REPORT: ITS COUNTS AND CONTROL TOTAL, ITS
018490* HEADER DATE AND TRAILER EXPECTATIONS WHEN IT SENT THEM, ITS
018500* OWN TIE-OUT FAILURE LINE WHEN IT DID NOT TIE, OR A NOT
018510* PRESENT LINE WHEN THE FILE NEVER ARRIVED.  A REGISTRY ENTRY
018511* NOT IN SERVICE ON THE BUSINESS DATE WAS NEVER EXPECTED AND
018512* PRINTS NOTHING.
018520*----------------------------------------------------------------
018530 9300-PRINT-SOURCE-SECTION.
018531     IF DL100-SRC-IN-SERVICE-SW (DL100-SOURCE-IDX) NOT = "Y"
018532         GO TO 9300-EXIT
018533     END-IF.
018540     IF DL100-SRC-PRESENT-SW (DL100-SOURCE-IDX) NOT = "Y"
018550         MOVE DL100-SRC-CODE (DL100-SOURCE-IDX)
018560             TO DL100-RPT-SRC-MISS-CODE
018980         MOVE DL100-RPT-SRC-ERR-LINE TO RECON-RPT-LINE
018990         WRITE RECON-RPT-LINE
019000     END-IF.
019001     IF DL100-SRC-HDR-MISMATCH-SW (DL100-SOURCE-IDX) = "Y"
019002         MOVE DL100-SRC-CODE (DL100-SOURCE-IDX)
019003             TO DL100-RPT-SRC-HDR-ERR-CODE
019004         MOVE DL100-RPT-SRC-HDR-ERR-LINE TO RECON-RPT-LINE
019005         WRITE RECON-RPT-LINE
019006     END-IF.
019007     IF DL100-SRC-FRAME-ERR-SW (DL100-SOURCE-IDX) = "Y"
019008         MOVE DL100-SRC-CODE (DL100-SOURCE-IDX)
019009             TO DL100-RPT-SRC-FRAME-ERR-CODE
019010         MOVE DL100-RPT-SRC-FRAME-ERR-LINE TO RECON-RPT-LINE
019011         WRITE RECON-RPT-LINE
019012     END-IF.
019016 9300-EXIT.
019020     EXIT.
019030*----------------------------------------------------------------
019040* 9400-WRITE-STREAM-CONTROL REWRITES THE STREAM CONTROL RECORD
019350     MOVE DL100-CONTROL-TOTAL      TO STRM-CTL-CONTROL-TOTAL.
019360     PERFORM 9450-SAVE-ONE-SOURCE THRU 9450-EXIT
019370         VARYING DL100-SOURCE-IDX FROM 1 BY 1
019380         UNTIL DL100-SOURCE-IDX > 20.
019390 9410-EXIT.
019400     EXIT.
019410 9450-SAVE-ONE-SOURCE.
020130     CLOSE RUN-HIST-FILE.
020140 9600-EXIT.
020150     EXIT.
020151*----------------------------------------------------------------
020152* 9650-WRITE-REJECT-HISTORY APPENDS ONE RECEIPTS RECORD PER
020153* SOURCE THIS RUN READ ANYTHING FROM TO THE REJECT HISTORY FILE
020154* FOR THE DL290 WEEKLY REGION REJECT REPORT - THE DETAILS READ
020155* AND THE DUPLICATES SUPPRESSED.  THE REJECTS THEMSELVES ARE
020156* COUNTED BY DL200 OFF THE FINISHED REJECT FILE, SO A SPLIT
020157* NIGHT'S MASTER REJECTS ARE NOT MISSED.  ONLY A RUN THAT TIED
020158* OUT WRITES - A FAILED ONE IS RERUN.  A HISTORY PROBLEM IS
020159* REPORTED ON THE CONSOLE BUT NEVER FAILS THE RUN.
020160*----------------------------------------------------------------
020161 9650-WRITE-REJECT-HISTORY.
020162     OPEN EXTEND REJ-HIST-FILE.
020163     IF DL100-REJ-HIST-STATUS = "35"
020164         OPEN OUTPUT REJ-HIST-FILE
020165     END-IF.
020166     IF DL100-REJ-HIST-STATUS NOT = "00"
020167         DISPLAY "DL100: REJECT HISTORY NOT WRITTEN - STATUS "
020168             DL100-REJ-HIST-STATUS
020169         GO TO 9650-EXIT
020170     END-IF.
020171     PERFORM 9660-WRITE-ONE-RECEIPT THRU 9660-EXIT
020172         VARYING DL100-SOURCE-IDX FROM 1 BY 1
020173         UNTIL DL100-SOURCE-IDX > DL100-SOURCE-CT.
020174     CLOSE REJ-HIST-FILE.
020175 9650-EXIT.
020176     EXIT.
020177 9660-WRITE-ONE-RECEIPT.
020178     IF DL100-SRC-READ-CT (DL100-SOURCE-IDX) = ZERO
020179         GO TO 9660-EXIT
020180     END-IF.
020181     MOVE SPACES                   TO REJ-HIST-RECORD.
020182     MOVE DL100-BUSINESS-DATE      TO REJ-HIST-BUSINESS-DATE.
020183     MOVE "R"                      TO REJ-HIST-KIND.
020184     MOVE DL100-STREAM-ID          TO REJ-HIST-STREAM-ID.
020185     MOVE DL100-SRC-CODE (DL100-SOURCE-IDX)
020186         TO REJ-HIST-SOURCE-CODE.
020187     MOVE DL100-RUN-ID             TO REJ-HIST-RUN-ID.
020188     MOVE DL100-SRC-READ-CT (DL100-SOURCE-IDX)
020189         TO REJ-HIST-RECORDS-READ.
020190     MOVE DL100-SRC-DUPED-CT (DL100-SOURCE-IDX)
020191         TO REJ-HIST-RECORDS-DUPED.
020192     WRITE REJ-HIST-RECORD.
020193 9660-EXIT.
020194     EXIT.
020204*----------------------------------------------------------------
020214* 9900-END-STEP RECORDS THE RUN'S END, RETURN CODE AND KEY
020224* COUNTS (FOR THE DL900 STATUS PAGE) ON THE STEP CONTROL FILE.
020234* EVERY WAY OUT OF THE JOB COMES THROUGH HERE, REFUSALS
020244* INCLUDED.
020254* A HELD RECORD COUNTS AS WRITTEN HERE - IT WAITS ON THE HOLD
020264* QUEUE, NOT THE REJECT FILE.
020274*----------------------------------------------------------------
020284 9900-END-STEP.
020294     IF NOT DL100-STEP-STARTED
020304         GO TO 9900-EXIT
020314     END-IF.
020324     MOVE SPACES TO STEP-CTL-RECORD.
020334     MOVE "E" TO STEP-CTL-EVENT.
020344     MOVE RETURN-CODE TO STEP-CTL-RETURN-CODE.
020354     MOVE ZERO TO STEP-CTL-COUNT-1 STEP-CTL-COUNT-2
020364         STEP-CTL-COUNT-3 STEP-CTL-COUNT-4 STEP-CTL-COUNT-5.
020374     MOVE DL100-RECORDS-READ-CT TO STEP-CTL-COUNT-1.
020384     COMPUTE STEP-CTL-COUNT-2
020394         = DL100-RECORDS-WRITTEN-CT + DL100-HELD-CT.
020404     MOVE DL100-RECORDS-REJECTED-CT TO STEP-CTL-COUNT-3.
020414     MOVE DL100-RECORDS-DUPED-CT TO STEP-CTL-COUNT-4.
020424     PERFORM 8550-WRITE-STEP-RECORD THRU 8550-EXIT.
020434 9900-EXIT.
020444     EXIT.
020454 9999-EXIT.
020464     PERFORM 9900-END-STEP THRU 9900-EXIT.
020474     STOP RUN.
